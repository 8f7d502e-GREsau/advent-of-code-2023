identification division.
program-id. freeze-review.

environment division.
input-output section.
file-control.
  select FREEZE-CALENDAR assign to dynamic WS-FREEZE-CALENDAR-FILE
    organization line sequential file status WS-CALENDAR-STATUS.
  select EMERGENCY-LOG assign to dynamic WS-EMERGENCY-LOG-FILE
    organization line sequential file status WS-EMERGENCY-STATUS.
  select SIGNOFF-FILE assign to dynamic WS-SIGNOFF-FILE
    organization line sequential file status WS-SIGNOFF-STATUS.
  select REVIEW-REPORT assign to dynamic WS-REVIEW-REPORT-FILE
    organization line sequential.

data division.
file section.
  fd FREEZE-CALENDAR.
  01 FREEZE-CALENDAR-LINE  pic x(80).

  fd EMERGENCY-LOG.
  01 EMERGENCY-LOG-LINE  pic x(400).

  fd SIGNOFF-FILE.
  01 SIGNOFF-LINE  pic x(132).

  fd REVIEW-REPORT.
  01 REVIEW-LINE  pic x(200).

working-storage section.
  78 WINDOWS-MAX value 100.
  78 CHANGES-MAX value 500.

  *> the post-freeze review: every emergency change CHECK-FREEZE let
  *> through inside a freeze window, window by window, with who made
  *> it, who approved it, what it changed and why. Once a window has
  *> ended its changes need a reviewer's sign-off -- FREEZE_SIGNOFF=Y
  *> with FREEZE_WINDOW naming the window records it, under the
  *> FREEZE-SIGNOFF authority, and never by anyone who made or approved
  *> one of the window's changes. A sign-off covers the changes counted
  *> when it was given; a change recorded after it reopens the review
  01 WS-FREEZE-CALENDAR-FILE pic x(100).
  01 WS-EMERGENCY-LOG-FILE   pic x(100).
  01 WS-SIGNOFF-FILE         pic x(100).
  01 WS-REVIEW-REPORT-FILE   pic x(100).
  01 WS-CALENDAR-STATUS      pic x(2).
  01 WS-EMERGENCY-STATUS     pic x(2).
  01 WS-SIGNOFF-STATUS       pic x(2).

  01 WINDOW-TABLE.
    05 FREEZE-WINDOW occurs WINDOWS-MAX times.
      10 WINDOW-NAME       pic x(20).
      10 WINDOW-FROM       pic 9(8).
      10 WINDOW-TO         pic 9(8).
      10 WINDOW-ON-CALENDAR pic x.
      10 WINDOW-CHANGES    pic 9(4).
      10 WINDOW-SIGNED-BY  pic x(20).
      10 WINDOW-SIGNED-AT  pic x(14).
      10 WINDOW-SIGNED-COUNT pic 9(4).
  01 WINDOW-COUNT      pic 9(3) value 0.
  01 WINDOW-IDX        pic 9(3).
  01 MATCH-IDX         pic 9(3).
  01 FIND-WINDOW       pic x(20).

  01 CHANGE-TABLE.
    05 EMERGENCY-CHANGE occurs CHANGES-MAX times.
      10 CHANGE-WINDOW     pic 9(3).
      10 CHANGE-TIMESTAMP  pic x(14).
      10 CHANGE-BUS-DATE   pic x(8).
      10 CHANGE-FUNCTION   pic x(20).
      10 CHANGE-OPERATOR   pic x(20).
      10 CHANGE-APPROVER   pic x(20).
      10 CHANGE-RUN-ID     pic x(8).
      10 CHANGE-DETAIL     pic x(60).
      10 CHANGE-REASON     pic x(120).
  01 CHANGE-COUNT      pic 9(4) value 0.
  01 CHANGE-IDX        pic 9(4).
  01 CHANGES-OVERFLOWED pic x value "N".

  01 CAL-WORD          pic x(8).
  01 CAL-FROM          pic x(8).
  01 CAL-TO            pic x(8).
  01 CAL-NAME          pic x(20).
  01 LOG-WINDOW        pic x(20).

  01 SO-TIMESTAMP      pic x(14).
  01 SO-WORD           pic x(8).
  01 SO-WINDOW         pic x(20).
  01 SO-BY             pic x(4).
  01 SO-REVIEWER       pic x(20).
  01 SO-CHANGES-WORD   pic x(8).
  01 SO-COUNT          pic x(4).

  01 RUN-DATE          pic 9(8).
  01 WS-RUN-ID         pic x(8).
  01 BUSINESS-DATE     pic 9(8).
  01 BD-PROC-FLAG      pic x.
  01 BD-NONPROC-ACTION pic x(4).
  01 WS-OPERATOR       pic x(20).
  01 WS-FREEZE-WINDOW  pic x(20).
  01 WS-FREEZE-SIGNOFF pic x.

  01 WINDOW-STATE      pic x(12).
  01 REVIEW-STATE      pic x(60).
  01 CHANGES-SINCE     pic 9(4).
  01 TOTAL-WINDOWS     pic 9(3) value 0.
  01 TOTAL-CHANGES     pic 9(4) value 0.
  01 AWAITING-COUNT    pic 9(3) value 0.
  01 SIGNOFF-RC        pic 9(2) value 0.

  01 AUTH-FUNCTION  pic x(20).
  01 AUTH-ALLOWED   pic x.
  01 WS-EXC-PROGRAM    pic x(20) value "FREEZE-REVIEW".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  move "/data/freeze-calendar.txt" to WS-FREEZE-CALENDAR-FILE
  call "resolve-path" using WS-FREEZE-CALENDAR-FILE end-call
  move "/data/freeze-emergency-log.txt" to WS-EMERGENCY-LOG-FILE
  call "resolve-path" using WS-EMERGENCY-LOG-FILE end-call
  move "/data/freeze-signoff.txt" to WS-SIGNOFF-FILE
  call "resolve-path" using WS-SIGNOFF-FILE end-call
  move "/data/freeze-review.txt" to WS-REVIEW-REPORT-FILE
  call "resolve-path" using WS-REVIEW-REPORT-FILE end-call
  move function current-date(1:8) to RUN-DATE
  call "run-id" using WS-RUN-ID end-call
  call "business-date" using BUSINESS-DATE BD-PROC-FLAG
    BD-NONPROC-ACTION end-call

  accept WS-FREEZE-WINDOW from environment "FREEZE_WINDOW"
  accept WS-FREEZE-SIGNOFF from environment "FREEZE_SIGNOFF"
  move function upper-case(WS-FREEZE-SIGNOFF) to WS-FREEZE-SIGNOFF

  *> the calendar's windows first, so a window with no emergency
  *> changes is still reported as clean
  open input FREEZE-CALENDAR
  if WS-CALENDAR-STATUS = "00"
    perform forever
      read FREEZE-CALENDAR at end
        exit perform
      end-read
      move spaces to CAL-WORD CAL-FROM CAL-TO CAL-NAME
      unstring FREEZE-CALENDAR-LINE delimited by all space
        into CAL-WORD CAL-FROM CAL-TO CAL-NAME
      end-unstring
      if CAL-WORD not = "FREEZE"
          or CAL-FROM not numeric or CAL-TO not numeric
        exit perform cycle
      end-if
      if CAL-NAME = spaces
        move CAL-FROM to CAL-NAME
      end-if
      move CAL-NAME to FIND-WINDOW
      perform FIND-OR-ADD-WINDOW
      if MATCH-IDX > 0
        move CAL-FROM to WINDOW-FROM(MATCH-IDX)
        move CAL-TO to WINDOW-TO(MATCH-IDX)
        move "Y" to WINDOW-ON-CALENDAR(MATCH-IDX)
      end-if
    end-perform
    close FREEZE-CALENDAR
  end-if

  *> timestamp|window|business date|function|operator|approver|run id|
  *> change|reason, as CHECK-FREEZE writes them
  open input EMERGENCY-LOG
  if WS-EMERGENCY-STATUS = "00"
    perform forever
      read EMERGENCY-LOG at end
        exit perform
      end-read
      if EMERGENCY-LOG-LINE = spaces
        exit perform cycle
      end-if
      if CHANGE-COUNT >= CHANGES-MAX
        move "Y" to CHANGES-OVERFLOWED
        exit perform
      end-if
      add 1 to CHANGE-COUNT
      move spaces to EMERGENCY-CHANGE(CHANGE-COUNT) LOG-WINDOW
      unstring EMERGENCY-LOG-LINE delimited by "|"
        into CHANGE-TIMESTAMP(CHANGE-COUNT) LOG-WINDOW
          CHANGE-BUS-DATE(CHANGE-COUNT) CHANGE-FUNCTION(CHANGE-COUNT)
          CHANGE-OPERATOR(CHANGE-COUNT) CHANGE-APPROVER(CHANGE-COUNT)
          CHANGE-RUN-ID(CHANGE-COUNT) CHANGE-DETAIL(CHANGE-COUNT)
          CHANGE-REASON(CHANGE-COUNT)
      end-unstring
      *> a window taken off the calendar since keeps its changes
      move LOG-WINDOW to FIND-WINDOW
      perform FIND-OR-ADD-WINDOW
      move MATCH-IDX to CHANGE-WINDOW(CHANGE-COUNT)
      if MATCH-IDX > 0
        add 1 to WINDOW-CHANGES(MATCH-IDX)
      end-if
    end-perform
    close EMERGENCY-LOG
  end-if

  *> the latest sign-off on file for each window stands
  open input SIGNOFF-FILE
  if WS-SIGNOFF-STATUS = "00"
    perform forever
      read SIGNOFF-FILE at end
        exit perform
      end-read
      move spaces to SO-TIMESTAMP SO-WORD SO-WINDOW SO-BY SO-REVIEWER
        SO-CHANGES-WORD SO-COUNT
      unstring SIGNOFF-LINE delimited by all space
        into SO-TIMESTAMP SO-WORD SO-WINDOW SO-BY SO-REVIEWER
          SO-CHANGES-WORD SO-COUNT
      end-unstring
      if SO-WORD not = "SIGNOFF" or SO-COUNT not numeric
        exit perform cycle
      end-if
      perform varying WINDOW-IDX from 1 by 1
          until WINDOW-IDX > WINDOW-COUNT
        if WINDOW-NAME(WINDOW-IDX) = SO-WINDOW
          move SO-REVIEWER to WINDOW-SIGNED-BY(WINDOW-IDX)
          move SO-TIMESTAMP to WINDOW-SIGNED-AT(WINDOW-IDX)
          move SO-COUNT to WINDOW-SIGNED-COUNT(WINDOW-IDX)
        end-if
      end-perform
    end-perform
    close SIGNOFF-FILE
  end-if

  if WS-FREEZE-SIGNOFF = "Y"
    perform RECORD-SIGNOFF
    if SIGNOFF-RC not = 0
      move SIGNOFF-RC to return-code
      goback
    end-if
  end-if

  open output REVIEW-REPORT
  move spaces to REVIEW-LINE
  string "POST-FREEZE REVIEW " RUN-DATE " RUN " WS-RUN-ID
    " BUSINESS DATE " BUSINESS-DATE
    delimited by size into REVIEW-LINE
  end-string
  write REVIEW-LINE
  if WS-FREEZE-WINDOW not = spaces
    move spaces to REVIEW-LINE
    string "WINDOW SELECTED: " function trim(WS-FREEZE-WINDOW)
      delimited by size into REVIEW-LINE
    end-string
    write REVIEW-LINE
  end-if
  perform varying WINDOW-IDX from 1 by 1 until WINDOW-IDX > WINDOW-COUNT
    if WS-FREEZE-WINDOW = spaces
        or WINDOW-NAME(WINDOW-IDX) = WS-FREEZE-WINDOW
      perform REPORT-WINDOW
    end-if
  end-perform
  move spaces to REVIEW-LINE
  write REVIEW-LINE
  if CHANGES-OVERFLOWED = "Y"
    move spaces to REVIEW-LINE
    string "WARNING: EMERGENCY LOG HOLDS MORE THAN " CHANGES-MAX
      " CHANGES -- ONLY THE FIRST ARE REVIEWED HERE"
      delimited by size into REVIEW-LINE
    end-string
    write REVIEW-LINE
  end-if
  move spaces to REVIEW-LINE
  string "SUMMARY: " TOTAL-WINDOWS " WINDOW(S), " TOTAL-CHANGES
    " EMERGENCY CHANGE(S), " AWAITING-COUNT
    " WINDOW(S) AWAITING SIGN-OFF"
    delimited by size into REVIEW-LINE
  end-string
  write REVIEW-LINE
  close REVIEW-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Post-freeze review: " TOTAL-CHANGES " emergency change(s), "
    AWAITING-COUNT " window(s) awaiting sign-off -- see "
    "/data/freeze-review.txt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if AWAITING-COUNT > 0 or CHANGES-OVERFLOWED = "Y"
    move 4 to return-code
  else
    move 0 to return-code
  end-if
  goback.

FIND-OR-ADD-WINDOW.
  perform varying MATCH-IDX from 1 by 1 until MATCH-IDX > WINDOW-COUNT
    if WINDOW-NAME(MATCH-IDX) = FIND-WINDOW
      exit paragraph
    end-if
  end-perform
  if WINDOW-COUNT >= WINDOWS-MAX
    move 0 to MATCH-IDX
    exit paragraph
  end-if
  add 1 to WINDOW-COUNT
  move WINDOW-COUNT to MATCH-IDX
  move spaces to FREEZE-WINDOW(MATCH-IDX)
  move FIND-WINDOW to WINDOW-NAME(MATCH-IDX)
  move 0 to WINDOW-FROM(MATCH-IDX) WINDOW-TO(MATCH-IDX)
    WINDOW-CHANGES(MATCH-IDX) WINDOW-SIGNED-COUNT(MATCH-IDX)
  move "N" to WINDOW-ON-CALENDAR(MATCH-IDX).

*> a reviewer signs off one ended window's emergency changes -- never
*> their own, and never one still in force
RECORD-SIGNOFF.
  if WS-FREEZE-WINDOW = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "FREEZE_WINDOW must name the window being signed off!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0071" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to SIGNOFF-RC
    exit paragraph
  end-if
  move "FREEZE-SIGNOFF" to AUTH-FUNCTION
  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0072" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-FREEZE-WINDOW) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to SIGNOFF-RC
    exit paragraph
  end-if
  accept WS-OPERATOR from environment "OPERATOR_ID"
  if WS-OPERATOR = spaces
    accept WS-OPERATOR from environment "USER"
  end-if
  if WS-OPERATOR = spaces
    move "UNKNOWN" to WS-OPERATOR
  end-if

  move 0 to MATCH-IDX
  perform varying WINDOW-IDX from 1 by 1 until WINDOW-IDX > WINDOW-COUNT
    if WINDOW-NAME(WINDOW-IDX) = WS-FREEZE-WINDOW
      move WINDOW-IDX to MATCH-IDX
    end-if
  end-perform
  if MATCH-IDX = 0
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Freeze window " function trim(WS-FREEZE-WINDOW)
      " is neither on the calendar nor in the emergency log!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to SIGNOFF-RC
    exit paragraph
  end-if
  if WINDOW-ON-CALENDAR(MATCH-IDX) = "Y"
      and WINDOW-TO(MATCH-IDX) >= BUSINESS-DATE
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Freeze window " function trim(WS-FREEZE-WINDOW)
      " has not ended -- it is signed off once it is over"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to SIGNOFF-RC
    exit paragraph
  end-if
  if WINDOW-CHANGES(MATCH-IDX) = 0
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Freeze window " function trim(WS-FREEZE-WINDOW)
      " had no emergency changes -- nothing to sign off"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    exit paragraph
  end-if
  perform varying CHANGE-IDX from 1 by 1 until CHANGE-IDX > CHANGE-COUNT
    if CHANGE-WINDOW(CHANGE-IDX) = MATCH-IDX
        and (CHANGE-OPERATOR(CHANGE-IDX) = WS-OPERATOR
          or CHANGE-APPROVER(CHANGE-IDX) = WS-OPERATOR)
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "'" function trim(WS-OPERATOR) "' made or approved an "
        "emergency change in " function trim(WS-FREEZE-WINDOW)
        " and cannot sign off its review!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0073" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(WS-FREEZE-WINDOW) to WS-EXC-VALUE(1)
      move function trim(WS-OPERATOR) to WS-EXC-VALUE(2)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 8 to SIGNOFF-RC
      exit paragraph
    end-if
  end-perform

  open extend SIGNOFF-FILE
  if WS-SIGNOFF-STATUS = "35"
    open output SIGNOFF-FILE
  end-if
  move spaces to SIGNOFF-LINE
  string function current-date(1:14) " SIGNOFF "
    function trim(WS-FREEZE-WINDOW) " BY " function trim(WS-OPERATOR)
    " CHANGES " WINDOW-CHANGES(MATCH-IDX) " RUN " WS-RUN-ID
    delimited by size into SIGNOFF-LINE
  end-string
  write SIGNOFF-LINE
  close SIGNOFF-FILE
  move WS-OPERATOR to WINDOW-SIGNED-BY(MATCH-IDX)
  move SIGNOFF-LINE(1:14) to WINDOW-SIGNED-AT(MATCH-IDX)
  move WINDOW-CHANGES(MATCH-IDX) to WINDOW-SIGNED-COUNT(MATCH-IDX)
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Freeze window " function trim(WS-FREEZE-WINDOW) " signed off by "
    function trim(WS-OPERATOR) " -- " WINDOW-CHANGES(MATCH-IDX)
    " emergency change(s) reviewed"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call.

REPORT-WINDOW.
  add 1 to TOTAL-WINDOWS
  add WINDOW-CHANGES(WINDOW-IDX) to TOTAL-CHANGES
  evaluate true
    when WINDOW-ON-CALENDAR(WINDOW-IDX) = "N"
      move "OFF CALENDAR" to WINDOW-STATE
    when WINDOW-FROM(WINDOW-IDX) > BUSINESS-DATE
      move "UPCOMING" to WINDOW-STATE
    when WINDOW-TO(WINDOW-IDX) >= BUSINESS-DATE
      move "IN FORCE" to WINDOW-STATE
    when other
      move "ENDED" to WINDOW-STATE
  end-evaluate

  move spaces to REVIEW-LINE
  write REVIEW-LINE
  move spaces to REVIEW-LINE
  if WINDOW-ON-CALENDAR(WINDOW-IDX) = "Y"
    string "WINDOW " WINDOW-NAME(WINDOW-IDX) " FROM "
      WINDOW-FROM(WINDOW-IDX) " TO " WINDOW-TO(WINDOW-IDX) " -- "
      function trim(WINDOW-STATE)
      delimited by size into REVIEW-LINE
    end-string
  else
    string "WINDOW " WINDOW-NAME(WINDOW-IDX)
      " -- NO LONGER ON THE FREEZE CALENDAR"
      delimited by size into REVIEW-LINE
    end-string
  end-if
  write REVIEW-LINE

  perform varying CHANGE-IDX from 1 by 1 until CHANGE-IDX > CHANGE-COUNT
    if CHANGE-WINDOW(CHANGE-IDX) = WINDOW-IDX
      move spaces to REVIEW-LINE
      string "  " CHANGE-TIMESTAMP(CHANGE-IDX) " BD "
        CHANGE-BUS-DATE(CHANGE-IDX) " "
        CHANGE-FUNCTION(CHANGE-IDX) " BY "
        CHANGE-OPERATOR(CHANGE-IDX) " APPROVED BY "
        CHANGE-APPROVER(CHANGE-IDX) " RUN " CHANGE-RUN-ID(CHANGE-IDX)
        delimited by size into REVIEW-LINE
      end-string
      write REVIEW-LINE
      move spaces to REVIEW-LINE
      string "      CHANGE: " function trim(CHANGE-DETAIL(CHANGE-IDX))
        delimited by size into REVIEW-LINE
      end-string
      write REVIEW-LINE
      move spaces to REVIEW-LINE
      string "      REASON: " function trim(CHANGE-REASON(CHANGE-IDX))
        delimited by size into REVIEW-LINE
      end-string
      write REVIEW-LINE
    end-if
  end-perform

  *> only an ended window is due for sign-off; one still in force can
  *> gather more emergency changes yet
  evaluate true
    when WINDOW-CHANGES(WINDOW-IDX) = 0
      move "NO EMERGENCY CHANGES -- NOTHING TO SIGN OFF" to REVIEW-STATE
    when WINDOW-SIGNED-BY(WINDOW-IDX) not = spaces
        and WINDOW-SIGNED-COUNT(WINDOW-IDX) >= WINDOW-CHANGES(WINDOW-IDX)
      move spaces to REVIEW-STATE
      string "SIGNED OFF BY " function trim(WINDOW-SIGNED-BY(WINDOW-IDX))
        " AT " WINDOW-SIGNED-AT(WINDOW-IDX)
        delimited by size into REVIEW-STATE
      end-string
    when WINDOW-STATE = "IN FORCE" or WINDOW-STATE = "UPCOMING"
      move "REVIEW DUE WHEN THE WINDOW ENDS" to REVIEW-STATE
    when WINDOW-SIGNED-BY(WINDOW-IDX) not = spaces
      compute CHANGES-SINCE = WINDOW-CHANGES(WINDOW-IDX)
        - WINDOW-SIGNED-COUNT(WINDOW-IDX)
      move spaces to REVIEW-STATE
      string "SIGN-OFF OUTSTANDING -- " CHANGES-SINCE
        " CHANGE(S) SINCE THE SIGN-OFF BY "
        function trim(WINDOW-SIGNED-BY(WINDOW-IDX))
        delimited by size into REVIEW-STATE
      end-string
      add 1 to AWAITING-COUNT
    when other
      move "SIGN-OFF OUTSTANDING" to REVIEW-STATE
      add 1 to AWAITING-COUNT
  end-evaluate
  move spaces to REVIEW-LINE
  string "  " WINDOW-CHANGES(WINDOW-IDX) " EMERGENCY CHANGE(S) -- "
    function trim(REVIEW-STATE)
    delimited by size into REVIEW-LINE
  end-string
  write REVIEW-LINE.
