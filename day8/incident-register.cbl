identification division.
program-id. incident-register.

environment division.
input-output section.
file-control.
  select LEDGER-FILE assign to dynamic WS-LEDGER-FILE
    organization line sequential file status WS-LEDGER-STATUS.
  select WATCH-FILE assign to dynamic WS-WATCH-FILE
    organization line sequential file status WS-WATCH-STATUS.
  select EXCEPTION-LOG assign to dynamic WS-EXCEPTION-LOG-FILE
    organization line sequential file status WS-EXCEPTION-STATUS.
  select JOB-LOG-FILE assign to dynamic WS-JOB-LOG-FILE
    organization line sequential file status WS-JOB-LOG-STATUS.
  select INCIDENT-REPORT assign to dynamic WS-INCIDENT-REPORT-FILE
    organization line sequential file status WS-REPORT-STATUS.

data division.
file section.
  fd LEDGER-FILE.
  01 LEDGER-LINE  pic x(500).

  fd WATCH-FILE.
  01 WATCH-LINE  pic x(300).

  fd EXCEPTION-LOG.
  01 EXCEPTION-LINE  pic x(240).

  fd JOB-LOG-FILE.
  01 JOB-LOG-LINE  pic x(280).

  fd INCIDENT-REPORT.
  01 INCIDENT-REPORT-LINE  pic x(300).

working-storage section.
  01 WS-LEDGER-FILE           pic x(100).
  01 WS-WATCH-FILE            pic x(100).
  01 WS-EXCEPTION-LOG-FILE    pic x(100).
  01 WS-JOB-LOG-FILE          pic x(100).
  01 WS-INCIDENT-REPORT-FILE  pic x(100).
  01 WS-LEDGER-STATUS         pic x(2).
  01 WS-WATCH-STATUS          pic x(2).
  01 WS-EXCEPTION-STATUS      pic x(2).
  01 WS-JOB-LOG-STATUS        pic x(2).
  01 WS-REPORT-STATUS         pic x(2).

  *> every incident's life is an append-only ledger of events, keyed
  *> by the incident number and led by the timestamp, so PERIOD-CLOSE
  *> seals each month's incident activity by its date like the logs:
  *>   ts|OPEN|n|by|severity|team|source|occurrences|last-seen|
  *>      signature|text
  *>   ts|ATTACH|n|occurrences|last-seen
  *>   ts|ASSIGN|n|by|assignee|note
  *>   ts|RESOLVE|n|by|note
  *>   ts|REOPEN|n|by|note
  *>   ts|CLOSE|n|by|note
  *> replayed at every run into the table below, so the state of an
  *> incident is always what its events say and nothing is rewritten
  78 INCIDENT-MAX value 2000.
  01 INCIDENT-TABLE.
    05 INCIDENT-ENTRY occurs INCIDENT-MAX times.
      10 INC-ID            pic 9(6).
      10 INC-STATE         pic x.
        88 INC-OPEN        value "O".
        88 INC-ASSIGNED    value "A".
        88 INC-RESOLVED    value "R".
        88 INC-CLOSED      value "C".
        88 INC-ACTIVE      value "O" "A".
      10 INC-SEVERITY      pic x(7).
      10 INC-TEAM          pic x(20).
      10 INC-SOURCE        pic x(6).
      10 INC-SIGNATURE     pic x(160).
      10 INC-TEXT          pic x(100).
      10 INC-OPENED        pic x(14).
      10 INC-OPENED-BY     pic x(20).
      10 INC-ASSIGNEE      pic x(20).
      10 INC-CHANGED       pic x(14).
      10 INC-OCCURRENCES   pic 9(6).
      10 INC-LAST-SEEN     pic x(8).
      10 INC-LAST-NOTE     pic x(100).
      10 INC-NEW-COUNT     pic 9(6).
  01 INCIDENT-COUNT        pic 9(4) value 0.
  01 INC-IDX               pic 9(4).
  01 SCAN-IDX              pic 9(4).
  01 INCIDENT-OVERFLOW     pic x value "N".
  01 HIGH-ID               pic 9(6) value 0.

  01 LEDGER-TS             pic x(14).
  01 LEDGER-EVENT          pic x(10).
  01 LEDGER-ID-TEXT        pic x(10).
  01 LEDGER-ID             pic 9(6).
  01 LEDGER-FIELD-1        pic x(160).
  01 LEDGER-FIELD-2        pic x(160).
  01 LEDGER-FIELD-3        pic x(160).
  01 LEDGER-FIELD-4        pic x(160).
  01 LEDGER-FIELD-5        pic x(160).
  01 LEDGER-FIELD-6        pic x(160).
  01 LEDGER-FIELD-7        pic x(160).
  01 LEDGER-FIELD-8        pic x(160).

  *> signatures seen recurring but not yet often enough for an
  *> incident, kept across runs -- the exception log is rolled empty by
  *> housekeeping, so the log alone cannot say a message recurs. The
  *> watch file also remembers how far SCAN read the log:
  *>   HIGH-WATER|lines read|first 60 characters of the last line read
  *>   WATCH|count|first-date|last-date|signature
  *> a log shorter than the mark, or with a different line there, has
  *> been rolled since, and is read again from the top
  78 WATCH-MAX value 500.
  01 WATCH-TABLE.
    05 WATCH-ENTRY occurs WATCH-MAX times.
      10 WATCH-COUNT       pic 9(6).
      10 WATCH-FIRST       pic 9(8).
      10 WATCH-LAST        pic 9(8).
      10 WATCH-SIGNATURE   pic x(160).
  01 WATCH-COUNT-TOTAL     pic 9(4) value 0.
  01 WATCH-IDX             pic 9(4).
  01 WATCH-OVERFLOW        pic x value "N".
  01 WATCH-FIELD-1         pic x(20).
  01 WATCH-FIELD-2         pic x(20).
  01 WATCH-FIELD-3         pic x(20).
  01 WATCH-FIELD-4         pic x(160).
  01 HIGH-WATER            pic 9(8) value 0.
  01 HIGH-WATER-KEY        pic x(60) value spaces.
  01 LINE-KEY              pic x(60).
  01 LOG-LINES             pic 9(8).
  01 START-LINE            pic 9(8).
  01 LINE-NUMBER           pic 9(8).

  *> one exception line taken apart (layout as EXCEPTION-REPORT reads
  *> it: "date run-id program message", or "date program message" on
  *> lines from before the run-id column)
  01 EXC-DATE              pic x(8).
  01 EXC-DATE-NUM          pic 9(8).
  01 EXC-RUN-ID            pic x(8).
  01 EXC-PROGRAM           pic x(20).
  01 EXC-MESSAGE           pic x(200).
  01 EXC-PTR               pic 9(3).
  01 EXC-MSG-LEN           pic 9(3).
  01 EXC-MSG-ID            pic x(8).
  01 EXC-SIGNATURE         pic x(160).
  01 EXC-SEVERITY          pic x(7).
  01 EXC-TEAM              pic x(20).
  *> the message as catalogued (see LOOKUP-MESSAGE), when the line
  *> carries an id the catalog knows
  01 CAT-SEVERITY          pic x(8).
  01 CAT-FUNCTION          pic x(20).
  01 CAT-ROUTE             pic x(20).
  01 CAT-TEXT              pic x(200).
  01 CAT-ACTION            pic x(200).
  01 CAT-FOUND             pic x.

  *> what ADD-INCIDENT opens a new incident with, besides EXC-*
  01 NEW-SOURCE            pic x(6).
  01 NEW-OPENED-BY         pic x(20).
  01 NEW-OCCURRENCES       pic 9(6).

  *> the owning team, attributed as LOG-EXCEPTION routes its queues
  01 QUOTE-REST            pic x(200).
  01 QUOTED-TEXT           pic x(20).
  01 QUOTED-CODE           pic a(4).
  01 QUOTED-LEN            pic 9(3).
  01 CODE-OK               pic x.
  01 CODE-IDX              pic 9(2).
  01 REF-DESC              pic x(40).
  01 REF-TEAM              pic x(20).
  01 REF-NODE-STATUS       pic x(10).
  01 REF-FOUND             pic x.
  01 JOB-LOG-RC-TEXT       pic x(2).
  01 JOB-LOG-RC            pic 99.
  01 GRADE-RC              pic 99.
  01 GRADE-FOUND           pic x.

  *> recurrence: RECUR-COUNT occurrences of one signature inside
  *> RECUR-DAYS days open an incident (INCIDENT_RECUR_COUNT and
  *> INCIDENT_RECUR_DAYS, default 3 within 7)
  01 RECUR-COUNT           pic 9(4) value 3.
  01 RECUR-DAYS            pic 9(4) value 7.
  01 PARM-KEY              pic x(20).
  01 PARM-VALUE            pic x(100).

  01 NOW-STAMP             pic x(14).
  01 RUN-DATE              pic 9(8).
  01 AGE-DAYS              pic s9(8).
  01 AGE-DISPLAY           pic z(4)9.

  01 WS-MODE             pic x(10).
  01 WS-OPERATOR           pic x(20).
  01 WS-TEXT               pic x(100).
  01 WS-NOTE               pic x(100).
  01 WS-SEVERITY           pic x(10).
  01 WS-TEAM               pic x(20).
  01 WS-ASSIGNEE           pic x(20).
  01 WS-INCIDENT-ID-TEXT   pic x(10).
  01 WS-INCIDENT-ID        pic 9(6).
  01 WS-EXCEPTION-TEXT     pic x(10).
  01 WS-EXCEPTION-NUM      pic 9(6).
  01 EXCEPTION-FOUND       pic x.
  01 AUTH-FUNCTION         pic x(20).
  01 AUTH-ALLOWED          pic x.

  01 OPENED-NOW            pic 9(4) value 0.
  01 ATTACHED-NOW          pic 9(6) value 0.
  01 REOPENED-NOW          pic 9(4) value 0.
  01 OPEN-TOTAL            pic 9(4) value 0.
  01 ASSIGNED-TOTAL        pic 9(4) value 0.
  01 RESOLVED-TOTAL        pic 9(4) value 0.
  01 CLOSED-TOTAL          pic 9(4) value 0.

  *> the aging report's team breakdown
  78 AGING-TEAMS-MAX value 100.
  01 AGING-TEAMS.
    05 AGING-TEAM occurs AGING-TEAMS-MAX times.
      10 AGING-NAME        pic x(20).
      10 AGING-OPEN        pic 9(4).
      10 AGING-BAND-1      pic 9(4).
      10 AGING-BAND-2      pic 9(4).
      10 AGING-BAND-3      pic 9(4).
      10 AGING-BAND-4      pic 9(4).
      10 AGING-OLDEST      pic 9(5).
  01 AGING-TEAM-COUNT      pic 9(3) value 0.
  01 AGING-IDX             pic 9(3).
  01 AGING-OVERFLOW        pic x value "N".
  01 OLDEST-DISPLAY        pic z(4)9.
  01 REPORT-STATE          pic x(8).

  01 SAVED-RC              pic s9(4).
  01 WS-EXC-PROGRAM        pic x(20) value "INCIDENT-REGISTER".
  copy excmsg.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move "/data/incident-ledger.txt" to WS-LEDGER-FILE
  call "resolve-path" using WS-LEDGER-FILE end-call
  move "/data/incident-watch.txt" to WS-WATCH-FILE
  call "resolve-path" using WS-WATCH-FILE end-call
  move "/data/exception.log" to WS-EXCEPTION-LOG-FILE
  call "resolve-path" using WS-EXCEPTION-LOG-FILE end-call
  move "/data/job-log.txt" to WS-JOB-LOG-FILE
  call "resolve-path" using WS-JOB-LOG-FILE end-call
  move "/data/incident-report.txt" to WS-INCIDENT-REPORT-FILE
  call "resolve-path" using WS-INCIDENT-REPORT-FILE end-call

  *> the incident register: EXCEPTION-REPORT says a message recurs and
  *> the team queues say whose it is, this records that somebody took
  *> it on. SCAN (the default, a nightly flow step) reads the exception
  *> lines logged since it last looked: an occurrence of a signature
  *> with an incident still open attaches to it, one whose incident was
  *> resolved reopens it, and a signature that reaches RECUR-COUNT
  *> occurrences inside RECUR-DAYS days opens a new incident. OPEN is
  *> the operator's manual entry; ASSIGN, RESOLVE and CLOSE move an
  *> incident through its life, each stamped and with its note. Every
  *> action ends by writing the aging report of open incidents by team
  move function current-date(1:8) to RUN-DATE
  move function current-date(1:14) to NOW-STAMP

  accept WS-MODE from environment "INCIDENT_MODE"
  if WS-MODE = spaces
    move "SCAN" to WS-MODE
  end-if
  move function upper-case(WS-MODE) to WS-MODE
  if WS-MODE not = "SCAN" and WS-MODE not = "REPORT"
      and WS-MODE not = "OPEN" and WS-MODE not = "ASSIGN"
      and WS-MODE not = "RESOLVE" and WS-MODE not = "CLOSE"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "INCIDENT_MODE must be SCAN, REPORT, OPEN, ASSIGN, "
      "RESOLVE or CLOSE!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if

  accept WS-OPERATOR from environment "OPERATOR_ID"
  if WS-OPERATOR = spaces
    accept WS-OPERATOR from environment "USER"
  end-if
  if WS-OPERATOR = spaces
    move "UNKNOWN" to WS-OPERATOR
  end-if

  move "INCIDENT_RECUR_COUNT" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  if PARM-VALUE not = spaces
      and function trim(PARM-VALUE) is numeric
    move function numval(PARM-VALUE) to RECUR-COUNT
  end-if
  if RECUR-COUNT = 0
    move 1 to RECUR-COUNT
  end-if
  move "INCIDENT_RECUR_DAYS" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  if PARM-VALUE not = spaces
      and function trim(PARM-VALUE) is numeric
    move function numval(PARM-VALUE) to RECUR-DAYS
  end-if

  perform LOAD-LEDGER
  move 0 to return-code

  evaluate WS-MODE
    when "SCAN"
      perform LOAD-WATCH
      perform SCAN-EXCEPTIONS
    when "OPEN"
      perform MANUAL-OPEN
    when "ASSIGN"
      perform ASSIGN-INCIDENT
    when "RESOLVE"
      perform RESOLVE-INCIDENT
    when "CLOSE"
      perform CLOSE-INCIDENT
    when other
      continue
  end-evaluate

  perform WRITE-INCIDENT-REPORT
  goback.

*> replay the incident ledger into INCIDENT-TABLE
LOAD-LEDGER.
  open input LEDGER-FILE
  if WS-LEDGER-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read LEDGER-FILE at end
      exit perform
    end-read
    move spaces to LEDGER-TS LEDGER-EVENT LEDGER-ID-TEXT
      LEDGER-FIELD-1 LEDGER-FIELD-2 LEDGER-FIELD-3 LEDGER-FIELD-4
      LEDGER-FIELD-5 LEDGER-FIELD-6 LEDGER-FIELD-7 LEDGER-FIELD-8
    unstring LEDGER-LINE delimited by "|"
      into LEDGER-TS LEDGER-EVENT LEDGER-ID-TEXT
        LEDGER-FIELD-1 LEDGER-FIELD-2 LEDGER-FIELD-3 LEDGER-FIELD-4
        LEDGER-FIELD-5 LEDGER-FIELD-6 LEDGER-FIELD-7 LEDGER-FIELD-8
    end-unstring
    if function trim(LEDGER-ID-TEXT) is not numeric
      exit perform cycle
    end-if
    move function numval(LEDGER-ID-TEXT) to LEDGER-ID
    if LEDGER-EVENT = "OPEN"
      if LEDGER-ID > HIGH-ID
        move LEDGER-ID to HIGH-ID
      end-if
      if INCIDENT-COUNT >= INCIDENT-MAX
        move "Y" to INCIDENT-OVERFLOW
        exit perform cycle
      end-if
      add 1 to INCIDENT-COUNT
      move spaces to INCIDENT-ENTRY(INCIDENT-COUNT)
      move LEDGER-ID to INC-ID(INCIDENT-COUNT)
      set INC-OPEN(INCIDENT-COUNT) to true
      move LEDGER-TS to INC-OPENED(INCIDENT-COUNT)
      move LEDGER-TS to INC-CHANGED(INCIDENT-COUNT)
      move LEDGER-FIELD-1 to INC-OPENED-BY(INCIDENT-COUNT)
      move LEDGER-FIELD-2 to INC-SEVERITY(INCIDENT-COUNT)
      move LEDGER-FIELD-3 to INC-TEAM(INCIDENT-COUNT)
      move LEDGER-FIELD-4 to INC-SOURCE(INCIDENT-COUNT)
      move 0 to INC-OCCURRENCES(INCIDENT-COUNT)
      if function trim(LEDGER-FIELD-5) is numeric
        move function numval(LEDGER-FIELD-5)
          to INC-OCCURRENCES(INCIDENT-COUNT)
      end-if
      move LEDGER-FIELD-6 to INC-LAST-SEEN(INCIDENT-COUNT)
      move LEDGER-FIELD-7 to INC-SIGNATURE(INCIDENT-COUNT)
      move LEDGER-FIELD-8 to INC-TEXT(INCIDENT-COUNT)
      move 0 to INC-NEW-COUNT(INCIDENT-COUNT)
      exit perform cycle
    end-if
    perform FIND-INCIDENT
    if INC-IDX = 0
      exit perform cycle
    end-if
    evaluate LEDGER-EVENT
      when "ATTACH"
        if function trim(LEDGER-FIELD-1) is numeric
          add function numval(LEDGER-FIELD-1)
            to INC-OCCURRENCES(INC-IDX)
        end-if
        move LEDGER-FIELD-2 to INC-LAST-SEEN(INC-IDX)
      when "ASSIGN"
        set INC-ASSIGNED(INC-IDX) to true
        move LEDGER-TS to INC-CHANGED(INC-IDX)
        move LEDGER-FIELD-2 to INC-ASSIGNEE(INC-IDX)
        move LEDGER-FIELD-3 to INC-LAST-NOTE(INC-IDX)
      when "RESOLVE"
        set INC-RESOLVED(INC-IDX) to true
        move LEDGER-TS to INC-CHANGED(INC-IDX)
        move LEDGER-FIELD-2 to INC-LAST-NOTE(INC-IDX)
      when "REOPEN"
        *> back to whoever had it before it was resolved
        if INC-ASSIGNEE(INC-IDX) = spaces
          set INC-OPEN(INC-IDX) to true
        else
          set INC-ASSIGNED(INC-IDX) to true
        end-if
        move LEDGER-TS to INC-CHANGED(INC-IDX)
        move LEDGER-FIELD-2 to INC-LAST-NOTE(INC-IDX)
      when "CLOSE"
        set INC-CLOSED(INC-IDX) to true
        move LEDGER-TS to INC-CHANGED(INC-IDX)
        move LEDGER-FIELD-2 to INC-LAST-NOTE(INC-IDX)
      when other
        continue
    end-evaluate
  end-perform
  close LEDGER-FILE.

*> INC-IDX of the incident LEDGER-ID, or zero
FIND-INCIDENT.
  move 0 to INC-IDX
  perform varying SCAN-IDX from INCIDENT-COUNT by -1
      until SCAN-IDX < 1
    if INC-ID(SCAN-IDX) = LEDGER-ID
      move SCAN-IDX to INC-IDX
      exit perform
    end-if
  end-perform.

*> INC-IDX of the incident not yet closed for EXC-SIGNATURE, or zero
FIND-SIGNATURE.
  move 0 to INC-IDX
  perform varying SCAN-IDX from INCIDENT-COUNT by -1
      until SCAN-IDX < 1
    if INC-SIGNATURE(SCAN-IDX) = EXC-SIGNATURE
        and not INC-CLOSED(SCAN-IDX)
      move SCAN-IDX to INC-IDX
      exit perform
    end-if
  end-perform.

*> the watch list and the high-water mark from the last SCAN
LOAD-WATCH.
  open input WATCH-FILE
  if WS-WATCH-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read WATCH-FILE at end
      exit perform
    end-read
    move spaces to LEDGER-EVENT WATCH-FIELD-1 WATCH-FIELD-2
      WATCH-FIELD-3 WATCH-FIELD-4
    unstring WATCH-LINE delimited by "|"
      into LEDGER-EVENT WATCH-FIELD-1 WATCH-FIELD-2 WATCH-FIELD-3
        WATCH-FIELD-4
    end-unstring
    evaluate LEDGER-EVENT
      when "HIGH-WATER"
        if function trim(WATCH-FIELD-1) is numeric
          move function numval(WATCH-FIELD-1) to HIGH-WATER
          move WATCH-LINE(21:60) to HIGH-WATER-KEY
        end-if
      when "WATCH"
        if WATCH-COUNT-TOTAL >= WATCH-MAX
          move "Y" to WATCH-OVERFLOW
          exit perform cycle
        end-if
        if function trim(WATCH-FIELD-1) is not numeric
            or WATCH-FIELD-2(1:8) is not numeric
            or WATCH-FIELD-3(1:8) is not numeric
          exit perform cycle
        end-if
        add 1 to WATCH-COUNT-TOTAL
        move function numval(WATCH-FIELD-1)
          to WATCH-COUNT(WATCH-COUNT-TOTAL)
        move WATCH-FIELD-2(1:8) to WATCH-FIRST(WATCH-COUNT-TOTAL)
        move WATCH-FIELD-3(1:8) to WATCH-LAST(WATCH-COUNT-TOTAL)
        move WATCH-FIELD-4 to WATCH-SIGNATURE(WATCH-COUNT-TOTAL)
      when other
        continue
    end-evaluate
  end-perform
  close WATCH-FILE.

*> SCAN: every exception line past the high-water mark, then the
*> attachments, the watch list and the new mark written back
SCAN-EXCEPTIONS.
  *> first pass: how long the log is, and whether the line at the mark
  *> is still the one read last time
  move 0 to LOG-LINES
  move 1 to START-LINE
  open input EXCEPTION-LOG
  if WS-EXCEPTION-STATUS not = "00"
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Incident scan: no exception log on file"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    exit paragraph
  end-if
  perform forever
    read EXCEPTION-LOG at end
      exit perform
    end-read
    add 1 to LOG-LINES
    if LOG-LINES = HIGH-WATER
      move EXCEPTION-LINE(1:60) to LINE-KEY
      inspect LINE-KEY replacing all "|" by "/"
      if LINE-KEY = HIGH-WATER-KEY
        compute START-LINE = HIGH-WATER + 1
      end-if
    end-if
  end-perform
  close EXCEPTION-LOG

  move 0 to LINE-NUMBER
  move spaces to LINE-KEY
  open input EXCEPTION-LOG
  perform forever
    read EXCEPTION-LOG at end
      exit perform
    end-read
    add 1 to LINE-NUMBER
    move EXCEPTION-LINE(1:60) to LINE-KEY
    if LINE-NUMBER < START-LINE or EXCEPTION-LINE = spaces
      exit perform cycle
    end-if
    perform PARSE-EXCEPTION-LINE
    perform TAKE-OCCURRENCE
  end-perform
  close EXCEPTION-LOG
  inspect LINE-KEY replacing all "|" by "/"

  *> one ATTACH per incident per scan, however many lines it took
  perform varying INC-IDX from 1 by 1 until INC-IDX > INCIDENT-COUNT
    if INC-NEW-COUNT(INC-IDX) > 0
      move spaces to LEDGER-LINE
      string NOW-STAMP "|ATTACH|" INC-ID(INC-IDX) "|"
        INC-NEW-COUNT(INC-IDX) "|" INC-LAST-SEEN(INC-IDX)
        delimited by size into LEDGER-LINE
      end-string
      perform APPEND-LEDGER-LINE
      add INC-NEW-COUNT(INC-IDX) to ATTACHED-NOW
    end-if
  end-perform

  open output WATCH-FILE
  move spaces to WATCH-LINE
  string "HIGH-WATER|" LOG-LINES "|" LINE-KEY
    delimited by size into WATCH-LINE
  end-string
  write WATCH-LINE
  perform varying WATCH-IDX from 1 by 1
      until WATCH-IDX > WATCH-COUNT-TOTAL
    if WATCH-COUNT(WATCH-IDX) > 0
      move spaces to WATCH-LINE
      string "WATCH|" WATCH-COUNT(WATCH-IDX) "|" WATCH-FIRST(WATCH-IDX)
        "|" WATCH-LAST(WATCH-IDX) "|"
        function trim(WATCH-SIGNATURE(WATCH-IDX))
        delimited by size into WATCH-LINE
      end-string
      write WATCH-LINE
    end-if
  end-perform
  close WATCH-FILE

  if WATCH-OVERFLOW = "Y"
    move return-code to SAVED-RC
    move "DNV0077" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move WATCH-MAX to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move SAVED-RC to return-code
    if return-code < 4
      move 4 to return-code
    end-if
  end-if
  move return-code to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Incident scan: " OPENED-NOW " incident(s) opened, "
    ATTACHED-NOW " occurrence(s) attached, " REOPENED-NOW
    " reopened -- see /data/incident-report.txt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move JOB-LOG-RC to return-code.

*> EXC-* from EXCEPTION-LINE; the signature is the program and its
*> message id, so the same fault on another run, node or step count
*> is the same signature whatever values it carried. A line from
*> before the message catalog has no id: its signature is the program
*> and its message with the digits flattened, as it always was
PARSE-EXCEPTION-LINE.
  move EXCEPTION-LINE(1:8) to EXC-DATE
  move spaces to EXC-RUN-ID EXC-PROGRAM EXC-MESSAGE EXC-MSG-ID
  if EXCEPTION-LINE(10:8) is numeric
      and EXCEPTION-LINE(18:1) = space
    move EXCEPTION-LINE(10:8) to EXC-RUN-ID
    move 19 to EXC-PTR
  else
    move 10 to EXC-PTR
  end-if
  unstring EXCEPTION-LINE delimited by " "
    into EXC-PROGRAM with pointer EXC-PTR
  end-unstring
  if EXC-PTR < 230
      and EXCEPTION-LINE(EXC-PTR:3) = "DNV"
      and EXCEPTION-LINE(EXC-PTR + 3:4) is numeric
      and EXCEPTION-LINE(EXC-PTR + 7:1) = space
    move EXCEPTION-LINE(EXC-PTR:7) to EXC-MSG-ID
    add 8 to EXC-PTR
  end-if
  move EXCEPTION-LINE(EXC-PTR:) to EXC-MESSAGE
  *> a late-period flag says when the line was written, not what
  *> went wrong
  compute EXC-MSG-LEN = function length(function trim(EXC-MESSAGE))
  if EXC-MSG-LEN > 12
    if EXC-MESSAGE(EXC-MSG-LEN - 11:12) = " LATE-PERIOD"
      move spaces to EXC-MESSAGE(EXC-MSG-LEN - 11:12)
    end-if
  end-if
  move spaces to EXC-SIGNATURE CAT-SEVERITY CAT-ROUTE
  if EXC-MSG-ID not = spaces
    string function trim(EXC-PROGRAM) " " EXC-MSG-ID
      delimited by size into EXC-SIGNATURE
    end-string
    move return-code to SAVED-RC
    call "lookup-message" using EXC-MSG-ID CAT-SEVERITY CAT-FUNCTION
      CAT-ROUTE CAT-TEXT CAT-ACTION CAT-FOUND end-call
    move SAVED-RC to return-code
  else
    move EXC-MESSAGE to QUOTE-REST
    inspect QUOTE-REST converting "0123456789" to "9999999999"
    string function trim(EXC-PROGRAM) " " function trim(QUOTE-REST)
      delimited by size into EXC-SIGNATURE
    end-string
  end-if
  inspect EXC-SIGNATURE replacing all "|" by "/"
  if EXC-DATE is numeric
    move EXC-DATE to EXC-DATE-NUM
  else
    move RUN-DATE to EXC-DATE-NUM
  end-if.

*> one occurrence: attach, reopen, or count towards an incident
TAKE-OCCURRENCE.
  perform FIND-SIGNATURE
  if INC-IDX > 0
    if INC-RESOLVED(INC-IDX)
      move spaces to WS-NOTE
      string "recurred " EXC-DATE " after being resolved"
        delimited by size into WS-NOTE
      end-string
      move spaces to LEDGER-LINE
      string NOW-STAMP "|REOPEN|" INC-ID(INC-IDX) "|SCAN|"
        function trim(WS-NOTE)
        delimited by size into LEDGER-LINE
      end-string
      perform APPEND-LEDGER-LINE
      if INC-ASSIGNEE(INC-IDX) = spaces
        set INC-OPEN(INC-IDX) to true
      else
        set INC-ASSIGNED(INC-IDX) to true
      end-if
      move NOW-STAMP to INC-CHANGED(INC-IDX)
      move WS-NOTE to INC-LAST-NOTE(INC-IDX)
      add 1 to REOPENED-NOW
    end-if
    add 1 to INC-NEW-COUNT(INC-IDX)
    add 1 to INC-OCCURRENCES(INC-IDX)
    move EXC-DATE to INC-LAST-SEEN(INC-IDX)
    exit paragraph
  end-if

  perform varying WATCH-IDX from 1 by 1
      until WATCH-IDX > WATCH-COUNT-TOTAL
    if WATCH-SIGNATURE(WATCH-IDX) = EXC-SIGNATURE
        and WATCH-COUNT(WATCH-IDX) > 0
      exit perform
    end-if
  end-perform
  if WATCH-IDX > WATCH-COUNT-TOTAL
    if WATCH-COUNT-TOTAL >= WATCH-MAX
      move "Y" to WATCH-OVERFLOW
      exit paragraph
    end-if
    add 1 to WATCH-COUNT-TOTAL
    move WATCH-COUNT-TOTAL to WATCH-IDX
    move EXC-SIGNATURE to WATCH-SIGNATURE(WATCH-IDX)
    move 0 to WATCH-COUNT(WATCH-IDX)
  end-if
  *> a signature quiet for longer than the window starts counting
  *> afresh
  if WATCH-COUNT(WATCH-IDX) = 0
      or function integer-of-date(EXC-DATE-NUM)
        - function integer-of-date(WATCH-FIRST(WATCH-IDX)) >= RECUR-DAYS
    move 0 to WATCH-COUNT(WATCH-IDX)
    move EXC-DATE-NUM to WATCH-FIRST(WATCH-IDX)
  end-if
  add 1 to WATCH-COUNT(WATCH-IDX)
  move EXC-DATE-NUM to WATCH-LAST(WATCH-IDX)
  if WATCH-COUNT(WATCH-IDX) >= RECUR-COUNT
    perform GRADE-FROM-JOB-LOG
    perform TEAM-FROM-MESSAGE
    move spaces to WS-TEXT
    string function trim(EXC-PROGRAM) " " function trim(EXC-MESSAGE)
      delimited by size into WS-TEXT
    end-string
    move "AUTO" to NEW-SOURCE
    move "SCAN" to NEW-OPENED-BY
    move WATCH-COUNT(WATCH-IDX) to NEW-OCCURRENCES
    perform ADD-INCIDENT
    move 0 to WATCH-COUNT(WATCH-IDX)
  end-if.

*> EXC-SEVERITY: the catalogued severity of the message; for a line
*> the catalog cannot grade, the grade of the highest return code the
*> raising program put on the job log in the run the exception came
*> from -- the same bands JOB-LOG names its severities by. A line the
*> job log has nothing for either (a standalone utility, an older
*> line) is graded as bad data, the grade most exceptions carry
GRADE-FROM-JOB-LOG.
  if CAT-SEVERITY not = spaces
    move CAT-SEVERITY to EXC-SEVERITY
    exit paragraph
  end-if
  move "N" to GRADE-FOUND
  move 0 to GRADE-RC
  if EXC-RUN-ID not = spaces
    open input JOB-LOG-FILE
    if WS-JOB-LOG-STATUS = "00"
      perform forever
        read JOB-LOG-FILE at end
          exit perform
        end-read
        if JOB-LOG-LINE(10:8) = EXC-RUN-ID
            and JOB-LOG-LINE(28:20) = EXC-PROGRAM
          move JOB-LOG-LINE(57:2) to JOB-LOG-RC-TEXT
          if JOB-LOG-RC-TEXT is numeric
            move "Y" to GRADE-FOUND
            move JOB-LOG-RC-TEXT to JOB-LOG-RC
            if JOB-LOG-RC > GRADE-RC
              move JOB-LOG-RC to GRADE-RC
            end-if
          end-if
        end-if
      end-perform
      close JOB-LOG-FILE
    end-if
  end-if
  if GRADE-FOUND = "N"
    move 8 to GRADE-RC
  end-if
  evaluate true
    when GRADE-RC < 4
      move "INFO" to EXC-SEVERITY
    when GRADE-RC < 8
      move "WARNING" to EXC-SEVERITY
    when GRADE-RC < 12
      move "DATA" to EXC-SEVERITY
    when GRADE-RC < 16
      move "ENVIRON" to EXC-SEVERITY
    when other
      move "LIMIT" to EXC-SEVERITY
  end-evaluate.

*> EXC-TEAM: the queue the catalog routes the message to; for a NODE
*> message or an uncatalogued one, the owner on the day of the
*> exception of the first single-quoted node code in it, else
*> OPERATIONS -- the queue LOG-EXCEPTION routed the line to
TEAM-FROM-MESSAGE.
  move "OPERATIONS" to EXC-TEAM
  if CAT-ROUTE not = spaces and CAT-ROUTE not = "NODE"
    move CAT-ROUTE to EXC-TEAM
    exit paragraph
  end-if
  move spaces to QUOTED-TEXT QUOTE-REST
  unstring EXC-MESSAGE delimited by "'"
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
    move return-code to SAVED-RC
    call "lookup-node-ref-asof" using QUOTED-CODE EXC-DATE-NUM REF-DESC
      REF-TEAM REF-NODE-STATUS REF-FOUND end-call
    move SAVED-RC to return-code
    if REF-FOUND = "0" and REF-TEAM not = spaces
      move function trim(REF-TEAM) to EXC-TEAM
      inspect EXC-TEAM replacing all " " by "-"
      inspect EXC-TEAM replacing trailing "-" by " "
    end-if
  end-if.

*> a new incident from EXC-SIGNATURE, EXC-SEVERITY, EXC-TEAM, WS-TEXT
*> and NEW-*, holding NEW-OCCURRENCES occurrences so far
ADD-INCIDENT.
  if INCIDENT-COUNT >= INCIDENT-MAX
    move "Y" to INCIDENT-OVERFLOW
    move "DNV0078" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move INCIDENT-MAX to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 16 to return-code
    exit paragraph
  end-if
  inspect WS-TEXT replacing all "|" by "/"
  add 1 to HIGH-ID
  add 1 to INCIDENT-COUNT
  move spaces to INCIDENT-ENTRY(INCIDENT-COUNT)
  move HIGH-ID to INC-ID(INCIDENT-COUNT)
  set INC-OPEN(INCIDENT-COUNT) to true
  move EXC-SEVERITY to INC-SEVERITY(INCIDENT-COUNT)
  move EXC-TEAM to INC-TEAM(INCIDENT-COUNT)
  move NEW-SOURCE to INC-SOURCE(INCIDENT-COUNT)
  move EXC-SIGNATURE to INC-SIGNATURE(INCIDENT-COUNT)
  move WS-TEXT to INC-TEXT(INCIDENT-COUNT)
  move NOW-STAMP to INC-OPENED(INCIDENT-COUNT)
  move NOW-STAMP to INC-CHANGED(INCIDENT-COUNT)
  move NEW-OPENED-BY to INC-OPENED-BY(INCIDENT-COUNT)
  move NEW-OCCURRENCES to INC-OCCURRENCES(INCIDENT-COUNT)
  if INC-OCCURRENCES(INCIDENT-COUNT) > 0
    move EXC-DATE-NUM to INC-LAST-SEEN(INCIDENT-COUNT)
  end-if
  move 0 to INC-NEW-COUNT(INCIDENT-COUNT)
  move spaces to LEDGER-LINE
  string NOW-STAMP "|OPEN|" HIGH-ID "|" function trim(NEW-OPENED-BY)
    "|" function trim(EXC-SEVERITY) "|" function trim(EXC-TEAM)
    "|" function trim(NEW-SOURCE)
    "|" INC-OCCURRENCES(INCIDENT-COUNT)
    "|" INC-LAST-SEEN(INCIDENT-COUNT)
    "|" function trim(EXC-SIGNATURE) "|" function trim(WS-TEXT)
    delimited by size into LEDGER-LINE
  end-string
  perform APPEND-LEDGER-LINE
  add 1 to OPENED-NOW
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Incident " HIGH-ID " opened -- " function trim(EXC-SEVERITY)
    ", team " function trim(EXC-TEAM) ": " function trim(WS-TEXT)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call.

*> INCIDENT_MODE=OPEN: the operator's own entry. Naming an exception
*> log line (INCIDENT_EXCEPTION) gives the incident that line's
*> signature, so later occurrences attach to it, and its grade and
*> team unless INCIDENT_SEVERITY / INCIDENT_TEAM say otherwise
MANUAL-OPEN.
  move "INCIDENT-OPEN" to AUTH-FUNCTION
  perform CHECK-INCIDENT-AUTHORITY
  if AUTH-ALLOWED = "N"
    exit paragraph
  end-if
  accept WS-TEXT from environment "INCIDENT_TEXT"
  accept WS-SEVERITY from environment "INCIDENT_SEVERITY"
  accept WS-TEAM from environment "INCIDENT_TEAM"
  accept WS-EXCEPTION-TEXT from environment "INCIDENT_EXCEPTION"
  move function upper-case(WS-SEVERITY) to WS-SEVERITY
  move function upper-case(WS-TEAM) to WS-TEAM
  if WS-TEXT = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "INCIDENT_TEXT must say what the incident is!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    exit paragraph
  end-if
  if WS-SEVERITY not = spaces and WS-SEVERITY not = "INFO"
      and WS-SEVERITY not = "WARNING" and WS-SEVERITY not = "DATA"
      and WS-SEVERITY not = "ENVIRON" and WS-SEVERITY not = "LIMIT"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "INCIDENT_SEVERITY must be INFO, WARNING, DATA, ENVIRON "
      "or LIMIT!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    exit paragraph
  end-if

  move spaces to EXC-SIGNATURE
  move RUN-DATE to EXC-DATE-NUM
  move "DATA" to EXC-SEVERITY
  move "OPERATIONS" to EXC-TEAM
  move 0 to NEW-OCCURRENCES
  if WS-EXCEPTION-TEXT not = spaces
    if function trim(WS-EXCEPTION-TEXT) is not numeric
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "INCIDENT_EXCEPTION must be an exception log line number!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 12 to return-code
      exit paragraph
    end-if
    move function numval(WS-EXCEPTION-TEXT) to WS-EXCEPTION-NUM
    perform FIND-EXCEPTION
    if EXCEPTION-FOUND = "N"
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Exception log line " WS-EXCEPTION-NUM " is not on file "
        "-- nothing to open the incident on"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 8 to return-code
      exit paragraph
    end-if
    perform PARSE-EXCEPTION-LINE
    perform FIND-SIGNATURE
    if INC-IDX > 0
      move 4 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Incident " INC-ID(INC-IDX) " is already open for that "
        "exception -- nothing opened"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 4 to return-code
      exit paragraph
    end-if
    perform GRADE-FROM-JOB-LOG
    perform TEAM-FROM-MESSAGE
    move 1 to NEW-OCCURRENCES
  end-if
  if WS-SEVERITY not = spaces
    move WS-SEVERITY to EXC-SEVERITY
  end-if
  if WS-TEAM not = spaces
    move WS-TEAM to EXC-TEAM
  end-if
  move "MANUAL" to NEW-SOURCE
  move WS-OPERATOR to NEW-OPENED-BY
  perform ADD-INCIDENT.

*> INCIDENT_MODE=ASSIGN: an open incident (or a reassignment) to
*> INCIDENT_ASSIGNEE
ASSIGN-INCIDENT.
  move "INCIDENT-ASSIGN" to AUTH-FUNCTION
  perform CHECK-INCIDENT-AUTHORITY
  if AUTH-ALLOWED = "N"
    exit paragraph
  end-if
  perform ACCEPT-INCIDENT-ID
  if INC-IDX = 0
    exit paragraph
  end-if
  accept WS-ASSIGNEE from environment "INCIDENT_ASSIGNEE"
  accept WS-NOTE from environment "INCIDENT_NOTE"
  if WS-ASSIGNEE = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "INCIDENT_ASSIGNEE must name who takes the incident on!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    exit paragraph
  end-if
  if not INC-ACTIVE(INC-IDX)
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Incident " WS-INCIDENT-ID " is "
      function trim(REPORT-STATE) " -- only an open or assigned "
      "incident can be assigned"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    exit paragraph
  end-if
  inspect WS-ASSIGNEE replacing all "|" by "/"
  inspect WS-NOTE replacing all "|" by "/"
  move spaces to LEDGER-LINE
  string NOW-STAMP "|ASSIGN|" WS-INCIDENT-ID "|"
    function trim(WS-OPERATOR) "|" function trim(WS-ASSIGNEE) "|"
    function trim(WS-NOTE)
    delimited by size into LEDGER-LINE
  end-string
  perform APPEND-LEDGER-LINE
  set INC-ASSIGNED(INC-IDX) to true
  move WS-ASSIGNEE to INC-ASSIGNEE(INC-IDX)
  move NOW-STAMP to INC-CHANGED(INC-IDX)
  move WS-NOTE to INC-LAST-NOTE(INC-IDX)
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Incident " WS-INCIDENT-ID " assigned to "
    function trim(WS-ASSIGNEE)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call.

*> INCIDENT_MODE=RESOLVE: the fix is in, said how in INCIDENT_NOTE
RESOLVE-INCIDENT.
  move "INCIDENT-RESOLVE" to AUTH-FUNCTION
  perform CHECK-INCIDENT-AUTHORITY
  if AUTH-ALLOWED = "N"
    exit paragraph
  end-if
  perform ACCEPT-INCIDENT-ID
  if INC-IDX = 0
    exit paragraph
  end-if
  accept WS-NOTE from environment "INCIDENT_NOTE"
  if WS-NOTE = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "INCIDENT_NOTE must say how the incident was resolved!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    exit paragraph
  end-if
  if not INC-ACTIVE(INC-IDX)
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Incident " WS-INCIDENT-ID " is "
      function trim(REPORT-STATE) " -- only an open or assigned "
      "incident can be resolved"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    exit paragraph
  end-if
  inspect WS-NOTE replacing all "|" by "/"
  move spaces to LEDGER-LINE
  string NOW-STAMP "|RESOLVE|" WS-INCIDENT-ID "|"
    function trim(WS-OPERATOR) "|" function trim(WS-NOTE)
    delimited by size into LEDGER-LINE
  end-string
  perform APPEND-LEDGER-LINE
  set INC-RESOLVED(INC-IDX) to true
  move NOW-STAMP to INC-CHANGED(INC-IDX)
  move WS-NOTE to INC-LAST-NOTE(INC-IDX)
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Incident " WS-INCIDENT-ID " resolved -- it reopens itself "
    "if its exception recurs before it is closed"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call.

*> INCIDENT_MODE=CLOSE: a resolved incident signed off
CLOSE-INCIDENT.
  move "INCIDENT-CLOSE" to AUTH-FUNCTION
  perform CHECK-INCIDENT-AUTHORITY
  if AUTH-ALLOWED = "N"
    exit paragraph
  end-if
  perform ACCEPT-INCIDENT-ID
  if INC-IDX = 0
    exit paragraph
  end-if
  accept WS-NOTE from environment "INCIDENT_NOTE"
  if not INC-RESOLVED(INC-IDX)
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Incident " WS-INCIDENT-ID " is "
      function trim(REPORT-STATE) " -- an incident is resolved "
      "before it is closed"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    exit paragraph
  end-if
  inspect WS-NOTE replacing all "|" by "/"
  move spaces to LEDGER-LINE
  string NOW-STAMP "|CLOSE|" WS-INCIDENT-ID "|"
    function trim(WS-OPERATOR) "|" function trim(WS-NOTE)
    delimited by size into LEDGER-LINE
  end-string
  perform APPEND-LEDGER-LINE
  set INC-CLOSED(INC-IDX) to true
  move NOW-STAMP to INC-CHANGED(INC-IDX)
  if WS-NOTE not = spaces
    move WS-NOTE to INC-LAST-NOTE(INC-IDX)
  end-if
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Incident " WS-INCIDENT-ID " closed"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call.

*> AUTH-ALLOWED for AUTH-FUNCTION, the refusal logged
CHECK-INCIDENT-AUTHORITY.
  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0079" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(AUTH-FUNCTION) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
  end-if.

*> INC-IDX of the incident INCIDENT_ID names, zero (RC set) when none;
*> REPORT-STATE says what state it is in
ACCEPT-INCIDENT-ID.
  move 0 to INC-IDX
  accept WS-INCIDENT-ID-TEXT from environment "INCIDENT_ID"
  if WS-INCIDENT-ID-TEXT = spaces
      or function trim(WS-INCIDENT-ID-TEXT) is not numeric
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "INCIDENT_ID must name the incident number!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    exit paragraph
  end-if
  move function numval(WS-INCIDENT-ID-TEXT) to WS-INCIDENT-ID
  move WS-INCIDENT-ID to LEDGER-ID
  perform FIND-INCIDENT
  if INC-IDX = 0
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Incident " WS-INCIDENT-ID " is not on the register"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    exit paragraph
  end-if
  perform NAME-STATE.

*> REPORT-STATE: the state of incident INC-IDX in words
NAME-STATE.
  evaluate true
    when INC-OPEN(INC-IDX)
      move "OPEN" to REPORT-STATE
    when INC-ASSIGNED(INC-IDX)
      move "ASSIGNED" to REPORT-STATE
    when INC-RESOLVED(INC-IDX)
      move "RESOLVED" to REPORT-STATE
    when other
      move "CLOSED" to REPORT-STATE
  end-evaluate.

*> EXCEPTION-LINE as line WS-EXCEPTION-NUM of the exception log;
*> EXCEPTION-FOUND N when there is no such line
FIND-EXCEPTION.
  move "N" to EXCEPTION-FOUND
  move 0 to LINE-NUMBER
  open input EXCEPTION-LOG
  if WS-EXCEPTION-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read EXCEPTION-LOG at end
      exit perform
    end-read
    add 1 to LINE-NUMBER
    if LINE-NUMBER = WS-EXCEPTION-NUM
      move "Y" to EXCEPTION-FOUND
      exit perform
    end-if
  end-perform
  close EXCEPTION-LOG.

APPEND-LEDGER-LINE.
  open extend LEDGER-FILE
  if WS-LEDGER-STATUS = "35"
    open output LEDGER-FILE
  end-if
  write LEDGER-LINE
  close LEDGER-FILE.

*> the aging report: open and assigned incidents by owning team in
*> age bands, each one listed under its team, then the resolved ones
*> waiting to be closed and the counts
WRITE-INCIDENT-REPORT.
  move 0 to OPEN-TOTAL ASSIGNED-TOTAL RESOLVED-TOTAL CLOSED-TOTAL
  perform varying INC-IDX from 1 by 1 until INC-IDX > INCIDENT-COUNT
    evaluate true
      when INC-OPEN(INC-IDX)
        add 1 to OPEN-TOTAL
      when INC-ASSIGNED(INC-IDX)
        add 1 to ASSIGNED-TOTAL
      when INC-RESOLVED(INC-IDX)
        add 1 to RESOLVED-TOTAL
      when other
        add 1 to CLOSED-TOTAL
    end-evaluate
    if INC-ACTIVE(INC-IDX)
      perform AGE-OF-INCIDENT
      perform varying AGING-IDX from 1 by 1
          until AGING-IDX > AGING-TEAM-COUNT
        if AGING-NAME(AGING-IDX) = INC-TEAM(INC-IDX)
          exit perform
        end-if
      end-perform
      if AGING-IDX > AGING-TEAM-COUNT
        if AGING-TEAM-COUNT >= AGING-TEAMS-MAX
          move "Y" to AGING-OVERFLOW
          exit perform cycle
        end-if
        add 1 to AGING-TEAM-COUNT
        move AGING-TEAM-COUNT to AGING-IDX
        move INC-TEAM(INC-IDX) to AGING-NAME(AGING-IDX)
        move 0 to AGING-OPEN(AGING-IDX) AGING-BAND-1(AGING-IDX)
          AGING-BAND-2(AGING-IDX) AGING-BAND-3(AGING-IDX)
          AGING-BAND-4(AGING-IDX) AGING-OLDEST(AGING-IDX)
      end-if
      add 1 to AGING-OPEN(AGING-IDX)
      evaluate true
        when AGE-DAYS <= 1
          add 1 to AGING-BAND-1(AGING-IDX)
        when AGE-DAYS <= 7
          add 1 to AGING-BAND-2(AGING-IDX)
        when AGE-DAYS <= 30
          add 1 to AGING-BAND-3(AGING-IDX)
        when other
          add 1 to AGING-BAND-4(AGING-IDX)
      end-evaluate
      if AGE-DAYS > AGING-OLDEST(AGING-IDX)
        move AGE-DAYS to AGING-OLDEST(AGING-IDX)
      end-if
    end-if
  end-perform

  open output INCIDENT-REPORT
  if WS-REPORT-STATUS not = "00"
    move return-code to SAVED-RC
    move "DNV0080" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-INCIDENT-REPORT-FILE) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move SAVED-RC to return-code
    if return-code < 12
      move 12 to return-code
    end-if
    exit paragraph
  end-if
  move spaces to INCIDENT-REPORT-LINE
  string "INCIDENT REGISTER AS OF " NOW-STAMP " -- " RECUR-COUNT
    " OCCURRENCE(S) OF ONE SIGNATURE WITHIN " RECUR-DAYS
    " DAY(S) OPEN AN INCIDENT"
    delimited by size into INCIDENT-REPORT-LINE
  end-string
  write INCIDENT-REPORT-LINE
  move "AGING OF OPEN INCIDENTS BY TEAM (DAYS SINCE OPENED):"
    to INCIDENT-REPORT-LINE
  write INCIDENT-REPORT-LINE
  if AGING-TEAM-COUNT = 0
    move "  NONE OPEN" to INCIDENT-REPORT-LINE
    write INCIDENT-REPORT-LINE
  end-if
  perform varying AGING-IDX from 1 by 1
      until AGING-IDX > AGING-TEAM-COUNT
    move AGING-OLDEST(AGING-IDX) to OLDEST-DISPLAY
    move spaces to INCIDENT-REPORT-LINE
    string "  TEAM " AGING-NAME(AGING-IDX) " OPEN " AGING-OPEN(AGING-IDX)
      "  0-1D " AGING-BAND-1(AGING-IDX) "  2-7D " AGING-BAND-2(AGING-IDX)
      "  8-30D " AGING-BAND-3(AGING-IDX) "  OVER-30D "
      AGING-BAND-4(AGING-IDX) "  OLDEST " function trim(OLDEST-DISPLAY)
      "D"
      delimited by size into INCIDENT-REPORT-LINE
    end-string
    write INCIDENT-REPORT-LINE
    perform varying INC-IDX from 1 by 1 until INC-IDX > INCIDENT-COUNT
      if INC-ACTIVE(INC-IDX)
          and INC-TEAM(INC-IDX) = AGING-NAME(AGING-IDX)
        perform WRITE-INCIDENT-LINE
      end-if
    end-perform
  end-perform
  if AGING-OVERFLOW = "Y"
    move spaces to INCIDENT-REPORT-LINE
    string "  WARNING: MORE THAN " AGING-TEAMS-MAX " TEAMS -- THE REST "
      "ARE NOT BROKEN DOWN ABOVE"
      delimited by size into INCIDENT-REPORT-LINE
    end-string
    write INCIDENT-REPORT-LINE
  end-if

  move "RESOLVED, WAITING TO BE CLOSED:" to INCIDENT-REPORT-LINE
  write INCIDENT-REPORT-LINE
  if RESOLVED-TOTAL = 0
    move "  NONE" to INCIDENT-REPORT-LINE
    write INCIDENT-REPORT-LINE
  end-if
  perform varying INC-IDX from 1 by 1 until INC-IDX > INCIDENT-COUNT
    if INC-RESOLVED(INC-IDX)
      perform WRITE-INCIDENT-LINE
    end-if
  end-perform

  move spaces to INCIDENT-REPORT-LINE
  string "TOTALS: " OPEN-TOTAL " OPEN, " ASSIGNED-TOTAL " ASSIGNED, "
    RESOLVED-TOTAL " RESOLVED, " CLOSED-TOTAL " CLOSED; THIS RUN "
    OPENED-NOW " OPENED, " ATTACHED-NOW " OCCURRENCE(S) ATTACHED, "
    REOPENED-NOW " REOPENED"
    delimited by size into INCIDENT-REPORT-LINE
  end-string
  write INCIDENT-REPORT-LINE
  if INCIDENT-OVERFLOW = "Y"
    move spaces to INCIDENT-REPORT-LINE
    string "WARNING: MORE THAN " INCIDENT-MAX " INCIDENTS IN THE "
      "LEDGER -- LATER ONES ARE NOT TRACKED, ARCHIVE THE LEDGER"
      delimited by size into INCIDENT-REPORT-LINE
    end-string
    write INCIDENT-REPORT-LINE
  end-if
  close INCIDENT-REPORT.

*> AGE-DAYS: whole days since incident INC-IDX was opened
AGE-OF-INCIDENT.
  move 0 to AGE-DAYS
  if INC-OPENED(INC-IDX)(1:8) is numeric
    compute AGE-DAYS = function integer-of-date(RUN-DATE)
      - function integer-of-date(
          function numval(INC-OPENED(INC-IDX)(1:8)))
  end-if
  if AGE-DAYS < 0
    move 0 to AGE-DAYS
  end-if.

*> one incident under its team or in the resolved list
WRITE-INCIDENT-LINE.
  perform NAME-STATE
  perform AGE-OF-INCIDENT
  move AGE-DAYS to AGE-DISPLAY
  move spaces to INCIDENT-REPORT-LINE
  string "    INCIDENT " INC-ID(INC-IDX) " " INC-SEVERITY(INC-IDX) " "
    REPORT-STATE " " function trim(INC-ASSIGNEE(INC-IDX)) " OPENED "
    INC-OPENED(INC-IDX) " AGE " function trim(AGE-DISPLAY)
    "D OCCURRENCES " INC-OCCURRENCES(INC-IDX) " LAST SEEN "
    INC-LAST-SEEN(INC-IDX) " " function trim(INC-SOURCE(INC-IDX))
    " -- " function trim(INC-TEXT(INC-IDX))
    delimited by size into INCIDENT-REPORT-LINE
  end-string
  write INCIDENT-REPORT-LINE
  if INC-LAST-NOTE(INC-IDX) not = spaces
    move spaces to INCIDENT-REPORT-LINE
    string "           NOTE " INC-CHANGED(INC-IDX) ": "
      function trim(INC-LAST-NOTE(INC-IDX))
      delimited by size into INCIDENT-REPORT-LINE
    end-string
    write INCIDENT-REPORT-LINE
  end-if.
