identification division.
program-id. alert-dispatcher.

environment division.
input-output section.
file-control.
  select ALERT-FILE assign to dynamic WS-ALERT-FILE
    organization line sequential file status WS-ALERT-STATUS.
  select ROSTER-FILE assign to dynamic WS-ROSTER-FILE
    organization line sequential file status WS-ROSTER-STATUS.
  select LEDGER-FILE assign to dynamic WS-LEDGER-FILE
    organization line sequential file status WS-LEDGER-STATUS.
  select NOTIFY-FILE assign to dynamic WS-NOTIFY-FILE
    organization line sequential file status WS-NOTIFY-STATUS.
  select ALERT-STATUS-REPORT assign to dynamic WS-ALERT-REPORT-FILE
    organization line sequential.

data division.
file section.
  fd ALERT-FILE.
  01 ALERT-LINE  pic x(132).

  fd ROSTER-FILE.
  01 ROSTER-LINE  pic x(200).

  fd LEDGER-FILE.
  01 LEDGER-LINE  pic x(300).

  fd NOTIFY-FILE.
  01 NOTIFY-LINE  pic x(300).

  fd ALERT-STATUS-REPORT.
  01 ALERT-REPORT-LINE  pic x(220).

working-storage section.
  01 WS-ALERT-FILE         pic x(100).
  01 WS-ROSTER-FILE        pic x(100).
  01 WS-LEDGER-FILE        pic x(100).
  01 WS-NOTIFY-FILE        pic x(100).
  01 WS-ALERT-REPORT-FILE  pic x(100).
  01 WS-ALERT-STATUS       pic x(2).
  01 WS-ROSTER-STATUS      pic x(2).
  01 WS-LEDGER-STATUS      pic x(2).
  01 WS-NOTIFY-STATUS      pic x(2).

  *> the on-call roster: "TEAM|PERSON|CONTACT|START|END|BACKUP" with
  *> the shift as hhmm clock times. A shift whose end is earlier than
  *> its start runs across midnight; equal start and end means the
  *> whole day. The backup is named by person, and is reached on the
  *> contact of that person's own roster line
  78 ROSTER-MAX value 200.
  01 ROSTER-TABLE.
    05 ROSTER-ENTRY occurs ROSTER-MAX times.
      10 ROSTER-TEAM       pic x(20).
      10 ROSTER-PERSON     pic x(20).
      10 ROSTER-CONTACT    pic x(40).
      10 ROSTER-START      pic 9(4).
      10 ROSTER-END        pic 9(4).
      10 ROSTER-BACKUP     pic x(20).
  01 ROSTER-COUNT          pic 9(4) value 0.
  01 ROSTER-IDX            pic 9(4).
  01 ROSTER-START-TEXT     pic x(8).
  01 ROSTER-END-TEXT       pic x(8).
  01 ROSTER-BAD            pic 9(4) value 0.

  *> every alert's life is an append-only ledger of events, keyed by
  *> the alert's line number in the operator alerts file:
  *>   DISPATCH n ts TEAM t ONCALL p CONTACT c BACKUP b ALERT text
  *>   ESCALATE n ts BACKUP b CONTACT c
  *>   ACK n ts BY operator
  *> replayed at every run into the table below, so the state of an
  *> alert is always what its events say and nothing is rewritten
  78 TRACKED-MAX value 5000.
  01 TRACKED-TABLE.
    05 TRACKED-ENTRY occurs TRACKED-MAX times.
      10 TRK-ID            pic 9(6).
      10 TRK-RAISED        pic x(14).
      10 TRK-TEAM          pic x(20).
      10 TRK-ONCALL        pic x(20).
      10 TRK-BACKUP        pic x(20).
      10 TRK-STATE         pic x.
        88 TRK-OPEN        value "O".
        88 TRK-ESCALATED   value "E".
        88 TRK-ACKED       value "A".
      10 TRK-ACK-BY        pic x(20).
      10 TRK-TEXT          pic x(132).
  01 TRACKED-COUNT         pic 9(4) value 0.
  01 TRACKED-IDX           pic 9(4).
  01 TRACKED-OVERFLOW      pic x value "N".
  01 HIGH-ID               pic 9(6) value 0.

  01 LEDGER-EVENT          pic x(10).
  01 LEDGER-ID-TEXT        pic x(10).
  01 LEDGER-TS             pic x(14).
  01 LEDGER-REST           pic x(300).
  01 LEDGER-DUMMY          pic x(300).
  01 LEDGER-TEAM           pic x(20).
  01 LEDGER-ONCALL         pic x(20).
  01 LEDGER-CONTACT        pic x(40).
  01 LEDGER-BACKUP         pic x(20).
  01 LEDGER-TEXT           pic x(132).
  01 LEDGER-ID             pic 9(6).
  01 LEDGER-PTR            pic 9(4).
  01 SCAN-IDX              pic 9(4).

  01 ALERT-SEQ             pic 9(6) value 0.
  01 NEW-COUNT             pic 9(6) value 0.
  01 ESCALATED-NOW         pic 9(6) value 0.
  01 UNSTAFFED-COUNT       pic 9(6) value 0.
  01 OPEN-COUNT            pic 9(6) value 0.
  01 ESCALATED-COUNT       pic 9(6) value 0.
  01 ACKED-COUNT           pic 9(6) value 0.

  01 ALERT-TEAM            pic x(20).
  01 PAGE-PERSON           pic x(20).
  01 PAGE-CONTACT          pic x(40).
  01 PAGE-BACKUP           pic x(20).
  01 PAGE-KIND             pic x(10).
  01 FIND-TEAM             pic x(20).
  01 FIND-PERSON           pic x(20).
  01 QUOTE-REST            pic x(132).
  01 QUOTED-TEXT           pic x(20).
  01 QUOTED-CODE           pic a(4).
  01 QUOTED-LEN            pic 9(3).
  01 CODE-OK               pic x.
  01 CODE-IDX              pic 9(2).
  01 REF-DESC              pic x(40).
  01 REF-TEAM              pic x(20).
  01 REF-FOUND             pic x.

  01 NOW-STAMP             pic x(14).
  01 NOW-HHMM              pic 9(4).
  01 NOW-MINUTES           pic s9(12).
  01 RAISED-MINUTES        pic s9(12).
  01 AGE-MINUTES           pic s9(12).
  01 AGE-DISPLAY           pic z(8)9.
  01 ESCALATE-MINUTES      pic 9(6) value 30.
  01 PARM-KEY              pic x(20).
  01 PARM-VALUE            pic x(100).

  01 WS-ACTION             pic x(10).
  01 WS-ACK-ID-TEXT        pic x(10).
  01 WS-ACK-ID             pic 9(6).
  01 WS-OPERATOR           pic x(20).
  01 AUTH-FUNCTION         pic x(20).
  01 AUTH-ALLOWED          pic x.

  01 RUN-DATE              pic 9(8).
  01 WS-RUN-ID             pic x(8).
  01 WS-EXC-PROGRAM        pic x(20) value "ALERT-DISPATCHER".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move "/data/operator-alerts.txt" to WS-ALERT-FILE
  call "resolve-path" using WS-ALERT-FILE end-call
  move "/data/oncall-roster.txt" to WS-ROSTER-FILE
  call "resolve-path" using WS-ROSTER-FILE end-call
  move "/data/alert-ledger.txt" to WS-LEDGER-FILE
  call "resolve-path" using WS-LEDGER-FILE end-call
  move "/data/outbound-notifications.txt" to WS-NOTIFY-FILE
  call "resolve-path" using WS-NOTIFY-FILE end-call
  move "/data/alert-status.txt" to WS-ALERT-REPORT-FILE
  call "resolve-path" using WS-ALERT-REPORT-FILE end-call

  *> the operator alerts file is where CHECK-THRESHOLDS, the
  *> traversals and the arrival watcher raise their hands; this is what
  *> makes somebody actually look. DISPATCH (the default, run on the
  *> scheduler's short cycle) pages the on-call person for each new
  *> alert and escalates to that person's backup anything still
  *> unacknowledged after ALERT_ESCALATE_MINS. ACK (with ALERT_ID)
  *> is how an operator takes an alert off the pager
  move function current-date(1:8) to RUN-DATE
  move function current-date(1:14) to NOW-STAMP
  move function current-date(9:4) to NOW-HHMM
  call "run-id" using WS-RUN-ID end-call
  compute NOW-MINUTES =
    function integer-of-date(function numval(NOW-STAMP(1:8))) * 1440
    + function numval(NOW-STAMP(9:2)) * 60
    + function numval(NOW-STAMP(11:2))

  accept WS-ACTION from environment "ALERT_ACTION"
  if WS-ACTION = spaces
    move "DISPATCH" to WS-ACTION
  end-if
  move function upper-case(WS-ACTION) to WS-ACTION
  if WS-ACTION not = "DISPATCH" and WS-ACTION not = "ACK"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "ALERT_ACTION must be DISPATCH or ACK!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if

  move "ALERT_ESCALATE_MINS" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  if PARM-VALUE not = spaces
    compute ESCALATE-MINUTES = function numval(PARM-VALUE)
  end-if

  perform LOAD-ROSTER
  perform LOAD-LEDGER

  if WS-ACTION = "ACK"
    perform ACKNOWLEDGE-ALERT
    if return-code = 0
      perform WRITE-ALERT-STATUS
    end-if
    goback
  end-if

  if ROSTER-COUNT = 0
    move "DNV0007" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
  end-if

  open extend LEDGER-FILE
  if WS-LEDGER-STATUS = "35"
    open output LEDGER-FILE
  end-if
  open extend NOTIFY-FILE
  if WS-NOTIFY-STATUS = "35"
    open output NOTIFY-FILE
  end-if

  *> ---- new alerts: everything past the last line already dispatched
  open input ALERT-FILE
  if WS-ALERT-STATUS = "00"
    perform forever
      read ALERT-FILE at end
        exit perform
      end-read
      add 1 to ALERT-SEQ
      if ALERT-SEQ <= HIGH-ID or ALERT-LINE = spaces
        exit perform cycle
      end-if
      perform DISPATCH-NEW-ALERT
    end-perform
    close ALERT-FILE
  end-if
  if ALERT-SEQ < HIGH-ID
    move "DNV0008" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move ALERT-SEQ to WS-EXC-VALUE(1)
    move HIGH-ID to WS-EXC-VALUE(2)
    move HIGH-ID to WS-EXC-VALUE(3)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 4 to return-code
  end-if

  *> ---- escalation: paged, still unacknowledged, past the window
  perform varying TRACKED-IDX from 1 by 1
      until TRACKED-IDX > TRACKED-COUNT
    if TRK-OPEN(TRACKED-IDX)
      perform AGE-OF-TRACKED
      if AGE-MINUTES >= ESCALATE-MINUTES
        perform ESCALATE-ALERT
      end-if
    end-if
  end-perform

  close LEDGER-FILE
  close NOTIFY-FILE

  perform WRITE-ALERT-STATUS

  move return-code to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Alert dispatch: " NEW-COUNT " new alert(s) paged, "
    ESCALATED-NOW " escalated -- " OPEN-COUNT " unacknowledged, "
    ESCALATED-COUNT " escalated outstanding"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move JOB-LOG-RC to return-code
  if UNSTAFFED-COUNT > 0 or TRACKED-OVERFLOW = "Y" or ROSTER-BAD > 0
    move 4 to return-code
  end-if
  goback.

*> the roster into ROSTER-TABLE -- a line whose shift times are not
*> clock times is skipped and reported rather than guessed at
LOAD-ROSTER.
  open input ROSTER-FILE
  if WS-ROSTER-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read ROSTER-FILE at end
      exit perform
    end-read
    if ROSTER-LINE = spaces or ROSTER-LINE(1:1) = "*"
      exit perform cycle
    end-if
    if ROSTER-COUNT >= ROSTER-MAX
      move "DNV0009" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move ROSTER-MAX to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      add 1 to ROSTER-BAD
      exit perform
    end-if
    add 1 to ROSTER-COUNT
    move spaces to ROSTER-TEAM(ROSTER-COUNT) ROSTER-PERSON(ROSTER-COUNT)
      ROSTER-CONTACT(ROSTER-COUNT) ROSTER-BACKUP(ROSTER-COUNT)
      ROSTER-START-TEXT ROSTER-END-TEXT
    unstring ROSTER-LINE delimited by "|"
      into ROSTER-TEAM(ROSTER-COUNT) ROSTER-PERSON(ROSTER-COUNT)
        ROSTER-CONTACT(ROSTER-COUNT) ROSTER-START-TEXT ROSTER-END-TEXT
        ROSTER-BACKUP(ROSTER-COUNT)
    end-unstring
    move function upper-case(function trim(ROSTER-TEAM(ROSTER-COUNT)))
      to ROSTER-TEAM(ROSTER-COUNT)
    move function trim(ROSTER-PERSON(ROSTER-COUNT))
      to ROSTER-PERSON(ROSTER-COUNT)
    move function trim(ROSTER-CONTACT(ROSTER-COUNT))
      to ROSTER-CONTACT(ROSTER-COUNT)
    move function trim(ROSTER-BACKUP(ROSTER-COUNT))
      to ROSTER-BACKUP(ROSTER-COUNT)
    move function trim(ROSTER-START-TEXT) to ROSTER-START-TEXT
    move function trim(ROSTER-END-TEXT) to ROSTER-END-TEXT
    if ROSTER-START-TEXT(1:4) is not numeric
        or ROSTER-END-TEXT(1:4) is not numeric
        or ROSTER-START-TEXT(5:1) not = space
        or ROSTER-END-TEXT(5:1) not = space
        or ROSTER-PERSON(ROSTER-COUNT) = spaces
      move "DNV0010" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(ROSTER-LINE) to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      add 1 to ROSTER-BAD
      subtract 1 from ROSTER-COUNT
      exit perform cycle
    end-if
    move ROSTER-START-TEXT(1:4) to ROSTER-START(ROSTER-COUNT)
    move ROSTER-END-TEXT(1:4) to ROSTER-END(ROSTER-COUNT)
  end-perform
  close ROSTER-FILE.

*> replay the alert ledger into TRACKED-TABLE
LOAD-LEDGER.
  open input LEDGER-FILE
  if WS-LEDGER-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read LEDGER-FILE at end
      exit perform
    end-read
    move spaces to LEDGER-EVENT LEDGER-ID-TEXT LEDGER-TS LEDGER-REST
    unstring LEDGER-LINE delimited by all space
      into LEDGER-EVENT LEDGER-ID-TEXT LEDGER-TS
    end-unstring
    if function trim(LEDGER-ID-TEXT) is not numeric
      exit perform cycle
    end-if
    move function trim(LEDGER-ID-TEXT) to LEDGER-ID
    evaluate LEDGER-EVENT
      when "DISPATCH"
        if LEDGER-ID > HIGH-ID
          move LEDGER-ID to HIGH-ID
        end-if
        if TRACKED-COUNT >= TRACKED-MAX
          move "Y" to TRACKED-OVERFLOW
          exit perform cycle
        end-if
        move spaces to LEDGER-DUMMY LEDGER-TEAM LEDGER-ONCALL
          LEDGER-CONTACT LEDGER-BACKUP LEDGER-TEXT
        *> the alert text itself carries " ALERT ", so it is taken
        *> whole from wherever the fixed fields leave off
        move 1 to LEDGER-PTR
        unstring LEDGER-LINE
            delimited by " TEAM " or " ONCALL " or " CONTACT "
              or " BACKUP " or " ALERT "
          into LEDGER-DUMMY LEDGER-TEAM LEDGER-ONCALL LEDGER-CONTACT
            LEDGER-BACKUP
          with pointer LEDGER-PTR
        end-unstring
        if LEDGER-PTR <= length of LEDGER-LINE
          move LEDGER-LINE(LEDGER-PTR:) to LEDGER-TEXT
        end-if
        add 1 to TRACKED-COUNT
        move LEDGER-ID to TRK-ID(TRACKED-COUNT)
        move LEDGER-TS to TRK-RAISED(TRACKED-COUNT)
        move LEDGER-TEAM to TRK-TEAM(TRACKED-COUNT)
        move LEDGER-ONCALL to TRK-ONCALL(TRACKED-COUNT)
        move LEDGER-BACKUP to TRK-BACKUP(TRACKED-COUNT)
        move LEDGER-TEXT to TRK-TEXT(TRACKED-COUNT)
        move spaces to TRK-ACK-BY(TRACKED-COUNT)
        set TRK-OPEN(TRACKED-COUNT) to true
      when "ESCALATE"
        perform FIND-TRACKED
        if TRACKED-IDX > 0
          if not TRK-ACKED(TRACKED-IDX)
            set TRK-ESCALATED(TRACKED-IDX) to true
          end-if
        end-if
      when "ACK"
        perform FIND-TRACKED
        if TRACKED-IDX > 0
          move spaces to LEDGER-DUMMY
          unstring LEDGER-LINE delimited by " BY "
            into LEDGER-DUMMY TRK-ACK-BY(TRACKED-IDX)
          end-unstring
          set TRK-ACKED(TRACKED-IDX) to true
        end-if
      when other
        continue
    end-evaluate
  end-perform
  close LEDGER-FILE.

*> TRACKED-IDX of the alert LEDGER-ID, or zero
FIND-TRACKED.
  move 0 to TRACKED-IDX
  perform varying SCAN-IDX from TRACKED-COUNT by -1
      until SCAN-IDX < 1
    if TRK-ID(SCAN-IDX) = LEDGER-ID
      move SCAN-IDX to TRACKED-IDX
      exit perform
    end-if
  end-perform.

*> one new alert line: owning team, who is on call for it now, the
*> DISPATCH event and the outbound page
DISPATCH-NEW-ALERT.
  add 1 to NEW-COUNT
  *> the owning team is the team on the reference entry of the first
  *> single-quoted node code in the alert -- the same attribution
  *> LOG-EXCEPTION uses for its team queues -- else OPERATIONS
  move "OPERATIONS" to ALERT-TEAM
  move spaces to QUOTED-TEXT QUOTE-REST
  unstring ALERT-LINE delimited by "'"
    into QUOTE-REST QUOTED-TEXT
  end-unstring
  move "N" to CODE-OK
  compute QUOTED-LEN = function length(function trim(QUOTED-TEXT))
  if QUOTED-LEN >= 3 and QUOTED-LEN <= 4
    move "Y" to CODE-OK
    perform varying CODE-IDX from 1 by 1 until CODE-IDX > QUOTED-LEN
      if QUOTED-TEXT(CODE-IDX:1) < "A" or QUOTED-TEXT(CODE-IDX:1) > "Z"
        move "N" to CODE-OK
      end-if
    end-perform
  end-if
  if CODE-OK = "Y"
    move QUOTED-TEXT(1:4) to QUOTED-CODE
    call "lookup-node-ref" using QUOTED-CODE REF-DESC REF-TEAM
      REF-FOUND end-call
    if REF-FOUND = "0" and REF-TEAM not = spaces
      move function upper-case(function trim(REF-TEAM)) to ALERT-TEAM
    end-if
  end-if

  *> a team with nobody rostered for this hour falls back to the
  *> operations on-call rather than paging nobody
  move ALERT-TEAM to FIND-TEAM
  perform FIND-ONCALL
  if PAGE-PERSON = spaces and ALERT-TEAM not = "OPERATIONS"
    move "OPERATIONS" to FIND-TEAM
    perform FIND-ONCALL
  end-if
  if PAGE-PERSON = spaces
    move "UNSTAFFED" to PAGE-PERSON
    move "NONE" to PAGE-CONTACT
    move "NONE" to PAGE-BACKUP
    add 1 to UNSTAFFED-COUNT
    move "DNV0011" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move ALERT-SEQ to WS-EXC-VALUE(1)
    move function trim(ALERT-TEAM) to WS-EXC-VALUE(2)
    move NOW-HHMM to WS-EXC-VALUE(3)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
  end-if

  move spaces to LEDGER-LINE
  string "DISPATCH " ALERT-SEQ " " NOW-STAMP " TEAM "
    function trim(ALERT-TEAM) " ONCALL " function trim(PAGE-PERSON)
    " CONTACT " function trim(PAGE-CONTACT) " BACKUP "
    function trim(PAGE-BACKUP) " ALERT " function trim(ALERT-LINE)
    delimited by size into LEDGER-LINE
  end-string
  write LEDGER-LINE
  if TRACKED-COUNT < TRACKED-MAX
    add 1 to TRACKED-COUNT
    move ALERT-SEQ to TRK-ID(TRACKED-COUNT)
    move NOW-STAMP to TRK-RAISED(TRACKED-COUNT)
    move ALERT-TEAM to TRK-TEAM(TRACKED-COUNT)
    move PAGE-PERSON to TRK-ONCALL(TRACKED-COUNT)
    move PAGE-BACKUP to TRK-BACKUP(TRACKED-COUNT)
    move ALERT-LINE to TRK-TEXT(TRACKED-COUNT)
    move spaces to TRK-ACK-BY(TRACKED-COUNT)
    set TRK-OPEN(TRACKED-COUNT) to true
  else
    move "Y" to TRACKED-OVERFLOW
  end-if

  if PAGE-PERSON not = "UNSTAFFED"
    move "PAGE" to PAGE-KIND
    move ALERT-TEAM to LEDGER-TEAM
    move ALERT-LINE to LEDGER-TEXT
    perform WRITE-NOTIFICATION
  end-if.

*> PAGE-PERSON / PAGE-CONTACT / PAGE-BACKUP on call for FIND-TEAM at
*> NOW-HHMM -- spaces when nobody's shift covers it
FIND-ONCALL.
  move spaces to PAGE-PERSON PAGE-CONTACT PAGE-BACKUP
  perform varying ROSTER-IDX from 1 by 1
      until ROSTER-IDX > ROSTER-COUNT
    if ROSTER-TEAM(ROSTER-IDX) = FIND-TEAM
      if (ROSTER-START(ROSTER-IDX) = ROSTER-END(ROSTER-IDX))
          or (ROSTER-START(ROSTER-IDX) < ROSTER-END(ROSTER-IDX)
            and NOW-HHMM >= ROSTER-START(ROSTER-IDX)
            and NOW-HHMM < ROSTER-END(ROSTER-IDX))
          or (ROSTER-START(ROSTER-IDX) > ROSTER-END(ROSTER-IDX)
            and (NOW-HHMM >= ROSTER-START(ROSTER-IDX)
              or NOW-HHMM < ROSTER-END(ROSTER-IDX)))
        move ROSTER-PERSON(ROSTER-IDX) to PAGE-PERSON
        move ROSTER-CONTACT(ROSTER-IDX) to PAGE-CONTACT
        move ROSTER-BACKUP(ROSTER-IDX) to PAGE-BACKUP
        exit perform
      end-if
    end-if
  end-perform
  if PAGE-PERSON not = spaces and PAGE-BACKUP = spaces
    move "NONE" to PAGE-BACKUP
  end-if.

*> PAGE-CONTACT for the person in FIND-PERSON, from that person's
*> first roster line of any team -- spaces if not on the roster
FIND-CONTACT.
  move spaces to PAGE-CONTACT
  perform varying ROSTER-IDX from 1 by 1
      until ROSTER-IDX > ROSTER-COUNT
    if ROSTER-PERSON(ROSTER-IDX) = FIND-PERSON
      move ROSTER-CONTACT(ROSTER-IDX) to PAGE-CONTACT
      exit perform
    end-if
  end-perform.

*> AGE-MINUTES since TRK-RAISED of the alert at TRACKED-IDX
AGE-OF-TRACKED.
  compute RAISED-MINUTES = function integer-of-date(
      function numval(TRK-RAISED(TRACKED-IDX)(1:8))) * 1440
    + function numval(TRK-RAISED(TRACKED-IDX)(9:2)) * 60
    + function numval(TRK-RAISED(TRACKED-IDX)(11:2))
  compute AGE-MINUTES = NOW-MINUTES - RAISED-MINUTES.

*> page the backup for the alert at TRACKED-IDX. An alert whose pager
*> had no backup named is still marked escalated -- it shows on the
*> board either way, and the exception log says why nobody was paged
ESCALATE-ALERT.
  move TRK-BACKUP(TRACKED-IDX) to FIND-PERSON
  perform FIND-CONTACT
  if FIND-PERSON = spaces or FIND-PERSON = "NONE"
    move "NONE" to FIND-PERSON
  end-if
  if PAGE-CONTACT = spaces
    move "NONE" to PAGE-CONTACT
  end-if
  move spaces to LEDGER-LINE
  string "ESCALATE " TRK-ID(TRACKED-IDX) " " NOW-STAMP " BACKUP "
    function trim(FIND-PERSON) " CONTACT " function trim(PAGE-CONTACT)
    delimited by size into LEDGER-LINE
  end-string
  write LEDGER-LINE
  set TRK-ESCALATED(TRACKED-IDX) to true
  add 1 to ESCALATED-NOW
  if FIND-PERSON = "NONE" or PAGE-CONTACT = "NONE"
    move "DNV0012" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move TRK-ID(TRACKED-IDX) to WS-EXC-VALUE(1)
    move ESCALATE-MINUTES to WS-EXC-VALUE(2)
    move function trim(TRK-ONCALL(TRACKED-IDX)) to WS-EXC-VALUE(3)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 4 to return-code
  else
    move FIND-PERSON to PAGE-PERSON
    move "ESCALATION" to PAGE-KIND
    move TRK-ID(TRACKED-IDX) to ALERT-SEQ
    move TRK-TEAM(TRACKED-IDX) to LEDGER-TEAM
    move TRK-TEXT(TRACKED-IDX) to LEDGER-TEXT
    perform WRITE-NOTIFICATION
  end-if.

*> one outbound notification record for the paging gateway
WRITE-NOTIFICATION.
  move spaces to NOTIFY-LINE
  string NOW-STAMP " NOTIFY " function trim(PAGE-KIND) " TO "
    function trim(PAGE-PERSON) " CONTACT " function trim(PAGE-CONTACT)
    " TEAM " function trim(LEDGER-TEAM) " ALERT " ALERT-SEQ
    " RUN " WS-RUN-ID " TEXT " function trim(LEDGER-TEXT)
    delimited by size into NOTIFY-LINE
  end-string
  write NOTIFY-LINE.

*> ALERT_ACTION=ACK: the operator takes alert ALERT_ID off the pager
ACKNOWLEDGE-ALERT.
  move "ACK-ALERT" to AUTH-FUNCTION
  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0013" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    exit paragraph
  end-if
  accept WS-OPERATOR from environment "OPERATOR_ID"
  if WS-OPERATOR = spaces
    accept WS-OPERATOR from environment "USER"
  end-if
  if WS-OPERATOR = spaces
    move "UNKNOWN" to WS-OPERATOR
  end-if
  accept WS-ACK-ID-TEXT from environment "ALERT_ID"
  if WS-ACK-ID-TEXT = spaces
      or function trim(WS-ACK-ID-TEXT) is not numeric
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "ALERT_ID must name the alert number to acknowledge!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    exit paragraph
  end-if
  move function trim(WS-ACK-ID-TEXT) to WS-ACK-ID
  move WS-ACK-ID to LEDGER-ID
  perform FIND-TRACKED
  if TRACKED-IDX = 0
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Alert " WS-ACK-ID " has not been dispatched -- nothing "
      "to acknowledge"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    exit paragraph
  end-if
  if TRK-ACKED(TRACKED-IDX)
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Alert " WS-ACK-ID " was already acknowledged by "
      function trim(TRK-ACK-BY(TRACKED-IDX))
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 4 to return-code
    exit paragraph
  end-if
  open extend LEDGER-FILE
  if WS-LEDGER-STATUS = "35"
    open output LEDGER-FILE
  end-if
  move spaces to LEDGER-LINE
  string "ACK " WS-ACK-ID " " NOW-STAMP " BY " function trim(WS-OPERATOR)
    delimited by size into LEDGER-LINE
  end-string
  write LEDGER-LINE
  close LEDGER-FILE
  set TRK-ACKED(TRACKED-IDX) to true
  move WS-OPERATOR to TRK-ACK-BY(TRACKED-IDX)
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Alert " WS-ACK-ID " acknowledged by "
    function trim(WS-OPERATOR)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move 0 to return-code.

*> the current picture for the status board and the morning health
*> check: one line per alert still waiting on somebody, escalated
*> ones first, then the counts
WRITE-ALERT-STATUS.
  move 0 to OPEN-COUNT ESCALATED-COUNT ACKED-COUNT
  open output ALERT-STATUS-REPORT
  move spaces to ALERT-REPORT-LINE
  string "OPERATOR ALERT STATUS AS OF " NOW-STAMP " -- ESCALATION AFTER "
    ESCALATE-MINUTES " MINUTE(S) UNACKNOWLEDGED"
    delimited by size into ALERT-REPORT-LINE
  end-string
  write ALERT-REPORT-LINE
  perform varying TRACKED-IDX from 1 by 1
      until TRACKED-IDX > TRACKED-COUNT
    evaluate true
      when TRK-ESCALATED(TRACKED-IDX)
        add 1 to ESCALATED-COUNT
        perform AGE-OF-TRACKED
        move AGE-MINUTES to AGE-DISPLAY
        move spaces to ALERT-REPORT-LINE
        string "ESCALATED " TRK-ID(TRACKED-IDX) " RAISED "
          TRK-RAISED(TRACKED-IDX) " AGE " function trim(AGE-DISPLAY)
          "M TEAM " function trim(TRK-TEAM(TRACKED-IDX)) " ONCALL "
          function trim(TRK-ONCALL(TRACKED-IDX)) " BACKUP "
          function trim(TRK-BACKUP(TRACKED-IDX)) " -- "
          function trim(TRK-TEXT(TRACKED-IDX))
          delimited by size into ALERT-REPORT-LINE
        end-string
        write ALERT-REPORT-LINE
      when TRK-ACKED(TRACKED-IDX)
        add 1 to ACKED-COUNT
      when other
        add 1 to OPEN-COUNT
    end-evaluate
  end-perform
  perform varying TRACKED-IDX from 1 by 1
      until TRACKED-IDX > TRACKED-COUNT
    if TRK-OPEN(TRACKED-IDX)
      perform AGE-OF-TRACKED
      move AGE-MINUTES to AGE-DISPLAY
      move spaces to ALERT-REPORT-LINE
      string "UNACKED   " TRK-ID(TRACKED-IDX) " RAISED "
        TRK-RAISED(TRACKED-IDX) " AGE " function trim(AGE-DISPLAY)
        "M TEAM " function trim(TRK-TEAM(TRACKED-IDX)) " ONCALL "
        function trim(TRK-ONCALL(TRACKED-IDX)) " -- "
        function trim(TRK-TEXT(TRACKED-IDX))
        delimited by size into ALERT-REPORT-LINE
      end-string
      write ALERT-REPORT-LINE
    end-if
  end-perform
  move spaces to ALERT-REPORT-LINE
  string "TOTALS: " OPEN-COUNT " UNACKNOWLEDGED, " ESCALATED-COUNT
    " ESCALATED, " ACKED-COUNT " ACKNOWLEDGED"
    delimited by size into ALERT-REPORT-LINE
  end-string
  write ALERT-REPORT-LINE
  if TRACKED-OVERFLOW = "Y"
    move spaces to ALERT-REPORT-LINE
    string "WARNING: MORE THAN " TRACKED-MAX " ALERTS IN THE LEDGER -- "
      "LATER ONES ARE NOT TRACKED, ARCHIVE THE LEDGER"
      delimited by size into ALERT-REPORT-LINE
    end-string
    write ALERT-REPORT-LINE
  end-if
  close ALERT-STATUS-REPORT.
