identification division.
program-id. check-freeze.

environment division.
input-output section.
file-control.
  select FREEZE-CALENDAR assign to dynamic WS-FREEZE-CALENDAR-FILE
    organization line sequential file status WS-CALENDAR-STATUS.
  select EMERGENCY-LOG assign to dynamic WS-EMERGENCY-LOG-FILE
    organization line sequential file status WS-EMERGENCY-STATUS.

data division.
file section.
  fd FREEZE-CALENDAR.
  01 FREEZE-CALENDAR-LINE  pic x(80).

  fd EMERGENCY-LOG.
  01 EMERGENCY-LOG-LINE  pic x(400).

working-storage section.
  78 WINDOWS-MAX value 100.

  *> the change-freeze calendar: around quarter-end and the peak season
  *> the business forbids network changes, and every program that
  *> changes the map or the node reference asks here first. One line
  *> per window, "*" starting a comment:
  *>   FREEZE yyyymmdd yyyymmdd NAME  -- first and last business day
  *> the window covers, both inclusive. Loaded once, served resident.
  *> Inside a window the change is refused unless it is an emergency:
  *> FREEZE_REASON says why, and FREEZE_APPROVER names a second person
  *> CHECK-AUTHORITY confirms holds EMERGENCY-CHANGE. Every emergency
  *> change let through is written to the emergency log, which the
  *> post-freeze review (FREEZE-REVIEW) lists for sign-off
  01 CALENDAR-LOADED   pic x value "N".
  01 WS-FREEZE-CALENDAR-FILE pic x(100).
  01 WS-CALENDAR-STATUS pic x(2).
  01 WS-EMERGENCY-LOG-FILE pic x(100).
  01 WS-EMERGENCY-STATUS pic x(2).
  01 WINDOW-TABLE.
    05 FREEZE-WINDOW occurs WINDOWS-MAX times.
      10 WINDOW-FROM     pic 9(8).
      10 WINDOW-TO       pic 9(8).
      10 WINDOW-NAME     pic x(20).
  01 WINDOW-COUNT      pic 9(3) value 0.
  01 WINDOW-IDX        pic 9(3).
  01 MATCH-IDX         pic 9(3).
  01 CAL-WORD          pic x(8).
  01 CAL-FROM          pic x(8).
  01 CAL-TO            pic x(8).
  01 CAL-NAME          pic x(20).

  01 BUSINESS-DATE     pic 9(8).
  01 BD-PROC-FLAG      pic x.
  01 BD-NONPROC-ACTION pic x(4).
  01 WS-OPERATOR       pic x(20).
  01 WS-RUN-ID         pic x(8).
  01 FREEZE-REASON     pic x(120).
  01 FREEZE-APPROVER   pic x(20).

  01 AUTH-FUNCTION  pic x(20).
  01 AUTH-ALLOWED   pic x.
  01 WS-EXC-PROGRAM    pic x(20) value "CHECK-FREEZE".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

linkage section.
  01 LS-FUNCTION  pic x(20).
  01 LS-DETAIL    pic x(60).
  01 LS-VERDICT   pic x.
    88 NOT-FROZEN         value "N".
    88 EMERGENCY-APPROVED value "E".
    88 FROZEN-REFUSED     value "Y".

procedure division using LS-FUNCTION, LS-DETAIL, LS-VERDICT.
  if CALENDAR-LOADED = "N"
    move "Y" to CALENDAR-LOADED
    move "/data/freeze-calendar.txt" to WS-FREEZE-CALENDAR-FILE
    call "resolve-path" using WS-FREEZE-CALENDAR-FILE end-call
    move "/data/freeze-emergency-log.txt" to WS-EMERGENCY-LOG-FILE
    call "resolve-path" using WS-EMERGENCY-LOG-FILE end-call
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
        if WINDOW-COUNT >= WINDOWS-MAX
          exit perform
        end-if
        add 1 to WINDOW-COUNT
        move CAL-FROM to WINDOW-FROM(WINDOW-COUNT)
        move CAL-TO to WINDOW-TO(WINDOW-COUNT)
        *> an unnamed window goes by its first day
        if CAL-NAME = spaces
          move CAL-FROM to CAL-NAME
        end-if
        move CAL-NAME to WINDOW-NAME(WINDOW-COUNT)
      end-perform
      close FREEZE-CALENDAR
    end-if
  end-if

  set NOT-FROZEN to true
  call "business-date" using BUSINESS-DATE BD-PROC-FLAG
    BD-NONPROC-ACTION end-call
  move 0 to MATCH-IDX
  perform varying WINDOW-IDX from 1 by 1 until WINDOW-IDX > WINDOW-COUNT
    if BUSINESS-DATE >= WINDOW-FROM(WINDOW-IDX)
        and BUSINESS-DATE <= WINDOW-TO(WINDOW-IDX)
      move WINDOW-IDX to MATCH-IDX
      exit perform
    end-if
  end-perform
  if MATCH-IDX = 0
    goback
  end-if

  accept FREEZE-REASON from environment "FREEZE_REASON"
  accept FREEZE-APPROVER from environment "FREEZE_APPROVER"
  if FREEZE-REASON = spaces or FREEZE-APPROVER = spaces
    set FROZEN-REFUSED to true
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Business date " BUSINESS-DATE " is inside change freeze "
      function trim(WINDOW-NAME(MATCH-IDX)) " ("
      WINDOW-FROM(MATCH-IDX) "-" WINDOW-TO(MATCH-IDX) ") -- "
      function trim(LS-FUNCTION) " refused; an emergency change needs "
      "FREEZE_REASON and FREEZE_APPROVER"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    goback
  end-if

  *> the approver is checked, not the operator: CHECK-AUTHORITY takes
  *> the identity from FREEZE_APPROVER when asked with "E", and never
  *> lets the person making the change approve it
  move "EMERGENCY-CHANGE" to AUTH-FUNCTION
  move "E" to AUTH-ALLOWED
  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    set FROZEN-REFUSED to true
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Emergency change during freeze "
      function trim(WINDOW-NAME(MATCH-IDX)) " refused -- '"
      function trim(FREEZE-APPROVER)
      "' is not an authorized emergency approver for this change"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0038" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(LS-FUNCTION) to WS-EXC-VALUE(1)
    move function trim(WINDOW-NAME(MATCH-IDX)) to WS-EXC-VALUE(2)
    move function trim(FREEZE-APPROVER) to WS-EXC-VALUE(3)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    goback
  end-if

  set EMERGENCY-APPROVED to true
  accept WS-OPERATOR from environment "OPERATOR_ID"
  if WS-OPERATOR = spaces
    accept WS-OPERATOR from environment "USER"
  end-if
  if WS-OPERATOR = spaces
    move "UNKNOWN" to WS-OPERATOR
  end-if
  call "run-id" using WS-RUN-ID end-call

  *> timestamp|window|business date|function|operator|approver|run id|
  *> what is being changed|reason -- the free-text fields last
  open extend EMERGENCY-LOG
  if WS-EMERGENCY-STATUS = "35"
    open output EMERGENCY-LOG
  end-if
  move spaces to EMERGENCY-LOG-LINE
  string function current-date(1:14) "|"
    function trim(WINDOW-NAME(MATCH-IDX)) "|" BUSINESS-DATE "|"
    function trim(LS-FUNCTION) "|" function trim(WS-OPERATOR) "|"
    function trim(FREEZE-APPROVER) "|" WS-RUN-ID "|"
    function trim(LS-DETAIL) "|" function trim(FREEZE-REASON)
    delimited by size into EMERGENCY-LOG-LINE
  end-string
  write EMERGENCY-LOG-LINE
  close EMERGENCY-LOG

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "EMERGENCY CHANGE during freeze "
    function trim(WINDOW-NAME(MATCH-IDX)) ": " function trim(LS-FUNCTION)
    " approved by " function trim(FREEZE-APPROVER)
    " -- recorded for post-freeze review"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.
