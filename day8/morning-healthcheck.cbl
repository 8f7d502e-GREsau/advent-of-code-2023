    organization line sequential file status WS-RUN-LOG-STATUS.
  select ACK-REPORT assign to dynamic WS-ACK-REPORT-FILE
    organization line sequential file status WS-ACK-REPORT-STATUS.
  select BALANCE-REPORT assign to dynamic WS-BALANCE-REPORT-FILE
    organization line sequential file status WS-BALANCE-REPORT-STATUS.
  select ALERT-STATUS-REPORT assign to dynamic WS-ALERT-REPORT-FILE
    organization line sequential file status WS-ALERT-REPORT-STATUS.
  select HANDOVER-REPORT assign to dynamic WS-HANDOVER-REPORT-FILE
    organization line sequential file status WS-HANDOVER-REPORT-STATUS.
  select HEALTH-REPORT assign to dynamic WS-HEALTH-REPORT-FILE
    organization line sequential.

  fd ACK-REPORT.
  01 ACK-REPORT-LINE  pic x(160).

  fd BALANCE-REPORT.
  01 BALANCE-REPORT-LINE  pic x(132).

  fd ALERT-STATUS-REPORT.
  01 ALERT-REPORT-LINE  pic x(220).

  fd HANDOVER-REPORT.
  01 HANDOVER-REPORT-LINE  pic x(300).

  fd HEALTH-REPORT.
  01 HEALTH-LINE  pic x(132).

  01 TODAY-EXC-COUNT      pic 9(6).
  01 FAILED-LINE-COUNT    pic 9(6).

  *> today's exceptions grouped by message id, each with its count and
  *> catalogued severity and text (see LOOKUP-MESSAGE): only INFO and
  *> WARNING messages turn the line AMBER; anything graver, or a line
  *> the catalog cannot grade, turns it RED
  78 EXC-LIST-MAX         value 20.
  01 EXC-LIST.
    05 EXC-LIST-ENTRY occurs EXC-LIST-MAX times.
      10 EXC-LIST-ID        pic x(8).
      10 EXC-LIST-COUNT     pic 9(4).
      10 EXC-LIST-SEVERITY  pic x(8).
      10 EXC-LIST-TEXT      pic x(100).
  01 EXC-LIST-COUNT-TOTAL pic 9(4) value 0.
  01 EXC-LIST-IDX         pic 9(4).
  01 EXC-LIST-OVERFLOW    pic 9(6) value 0.
  01 EXC-GRAVE-COUNT      pic 9(6) value 0.
  01 LINE-MSG-ID          pic x(8).
  01 LINE-PROGRAM         pic x(20).
  01 PARSE-PTR            pic 9(3).
  01 CAT-SEVERITY         pic x(8).
  01 CAT-FUNCTION         pic x(20).
  01 CAT-ROUTE            pic x(20).
  01 CAT-TEXT             pic x(200).
  01 CAT-ACTION           pic x(200).
  01 CAT-FOUND            pic x.

  *> route closures in force on the business date (see LOAD-CLOSURES)
  *> -- listed so nobody quotes a number that assumed an open road; a
  *> traversal blocked by one today turns the line AMBER
  01 BUSINESS-DATE        pic 9(8).
  01 BD-PROC-FLAG         pic x.
  01 BD-NONPROC-ACTION  pic x(4).
  01 NO-CODE-LENGTH       pic 9 value 0.
  copy closures.
  01 CLOSURE-IDX          pic 9(4).
  01 CLOSURE-TO-TEXT      pic x(8).
  01 BLOCKED-TODAY        pic 9(4) value 0.
  01 CLOSURE-VERDICT      pic x(5) value "GREEN".
  01 CLOSURE-NOTE         pic x(60) value "NO ROUTE CLOSURES IN FORCE".

  *> operator alerts still waiting on a person (see ALERT-DISPATCHER):
  *> anything unacknowledged turns the line AMBER and is listed
  01 WS-ALERT-REPORT-FILE   pic x(100).
  01 WS-ALERT-REPORT-STATUS pic x(2).
  01 ALERT-VERDICT        pic x(5) value "GREEN".
  01 ALERT-NOTE           pic x(60) value "NO ALERT DISPATCH STATUS ON FILE".
  01 ALERT-UNACKED        pic 9(4) value 0.
  01 ALERT-ESCALATED      pic 9(4) value 0.
  78 ALERT-LIST-MAX       value 20.
  01 ALERT-LIST.
    05 ALERT-LIST-LINE    pic x(124) occurs ALERT-LIST-MAX times.
  01 ALERT-LIST-COUNT     pic 9(4) value 0.
  01 ALERT-LIST-IDX       pic 9(4).

  *> items the shifts are handing over to each other (see
  *> SHIFT-HANDOVER): every open item is listed, and one handed over
  *> so many shifts that it is marked stale turns the line AMBER
  01 WS-HANDOVER-REPORT-FILE   pic x(100).
  01 WS-HANDOVER-REPORT-STATUS pic x(2).
  01 HANDOVER-VERDICT     pic x(5) value "GREEN".
  01 HANDOVER-NOTE        pic x(60) value "NO SHIFT HANDOVER STATUS ON FILE".
  01 HANDOVER-OPEN        pic 9(4) value 0.
  01 HANDOVER-STALE       pic 9(4) value 0.
  78 HANDOVER-LIST-MAX    value 20.
  01 HANDOVER-LIST.
    05 HANDOVER-LIST-LINE pic x(124) occurs HANDOVER-LIST-MAX times.
  01 HANDOVER-LIST-COUNT  pic 9(4) value 0.
  01 HANDOVER-LIST-IDX    pic 9(4).

  *> end-of-day balancing across the result stores (see EOD-BALANCE):
  *> a run missing from a store or carrying a different value there
  *> means some published number disagrees with another -- RED. The
  *> balancing runs nightly in DAY8NAV, so no report, or a report left
  *> from another business date, means it did not run for this one
  *> -- AMBER
  01 WS-BALANCE-REPORT-FILE   pic x(100).
  01 WS-BALANCE-REPORT-STATUS pic x(2).
  01 BALANCE-VERDICT      pic x(5) value "AMBER".
  01 BALANCE-NOTE         pic x(60) value "NO BALANCING REPORT ON FILE".
  01 BALANCE-FOR-DATE     pic x(8).

  01 WS-EXC-PROGRAM     pic x(20) value "MORNING-HEALTHCHECK".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  call "resolve-path" using WS-HEALTH-REPORT-FILE end-call
  move "/data/interface-ack-report.txt" to WS-ACK-REPORT-FILE
  call "resolve-path" using WS-ACK-REPORT-FILE end-call
  move "/data/alert-status.txt" to WS-ALERT-REPORT-FILE
  call "resolve-path" using WS-ALERT-REPORT-FILE end-call
  move "/data/handover-status.txt" to WS-HANDOVER-REPORT-FILE
  call "resolve-path" using WS-HANDOVER-REPORT-FILE end-call
  move "/data/eod-balance.txt" to WS-BALANCE-REPORT-FILE
  call "resolve-path" using WS-BALANCE-REPORT-FILE end-call
  move function current-date(1:8) to RUN-DATE

  open input SANITY-REPORT
      end-read
      if EXCEPTION-LINE(1:8) = RUN-DATE
        add 1 to TODAY-EXC-COUNT
        perform LIST-TODAY-EXCEPTION
      end-if
    end-perform
    close EXCEPTION-LOG
    if TODAY-EXC-COUNT > 0
      if EXC-GRAVE-COUNT > 0
        move "RED" to EXCEPTION-VERDICT
      else
        move "AMBER" to EXCEPTION-VERDICT
      end-if
      move spaces to EXCEPTION-NOTE
      string TODAY-EXC-COUNT " EXCEPTION(S) DATED TODAY, "
        EXC-GRAVE-COUNT " ABOVE WARNING"
        delimited by size into EXCEPTION-NOTE
      end-string
    end-if
      if LOG-LINE-DATE = RUN-DATE and LOG-LINE-MODE = "FAILOVER"
        add 1 to FAILOVER-TODAY
      end-if
      if LOG-LINE-DATE = RUN-DATE and LOG-LINE-MODE = "BLOCKED"
        add 1 to BLOCKED-TODAY
      end-if
    end-perform
    close RUN-LOG
    if FAILOVER-TODAY > 0
    end-evaluate
  end-if

  call "business-date" using BUSINESS-DATE BD-PROC-FLAG
    BD-NONPROC-ACTION end-call
  call "load-closures" using BUSINESS-DATE NO-CODE-LENGTH
    CLOSURES-OUTER end-call
  if CLOSURE-COUNT > 0
    move spaces to CLOSURE-NOTE
    string CLOSURE-COUNT " ROUTE CLOSURE(S) IN FORCE FOR " BUSINESS-DATE
      delimited by size into CLOSURE-NOTE
    end-string
  end-if
  if BLOCKED-TODAY > 0
    move "AMBER" to CLOSURE-VERDICT
    move spaces to CLOSURE-NOTE
    string BLOCKED-TODAY " RUN(S) TODAY STOPPED AT A CLOSED LINK -- "
      CLOSURE-COUNT " IN FORCE"
      delimited by size into CLOSURE-NOTE
    end-string
  end-if

  open input ALERT-STATUS-REPORT
  if WS-ALERT-REPORT-STATUS = "00"
    perform forever
      read ALERT-STATUS-REPORT at end
        exit perform
      end-read
      if ALERT-REPORT-LINE(1:9) = "ESCALATED"
          or ALERT-REPORT-LINE(1:7) = "UNACKED"
        if ALERT-REPORT-LINE(1:9) = "ESCALATED"
          add 1 to ALERT-ESCALATED
        else
          add 1 to ALERT-UNACKED
        end-if
        if ALERT-LIST-COUNT < ALERT-LIST-MAX
          add 1 to ALERT-LIST-COUNT
          move ALERT-REPORT-LINE to ALERT-LIST-LINE(ALERT-LIST-COUNT)
        end-if
      end-if
    end-perform
    close ALERT-STATUS-REPORT
    if ALERT-UNACKED + ALERT-ESCALATED > 0
      move "AMBER" to ALERT-VERDICT
      move spaces to ALERT-NOTE
      string ALERT-UNACKED " UNACKNOWLEDGED, " ALERT-ESCALATED
        " ESCALATED TO THE BACKUP"
        delimited by size into ALERT-NOTE
      end-string
    else
      move "EVERY DISPATCHED ALERT ACKNOWLEDGED" to ALERT-NOTE
    end-if
  end-if

  open input HANDOVER-REPORT
  if WS-HANDOVER-REPORT-STATUS = "00"
    perform forever
      read HANDOVER-REPORT at end
        exit perform
      end-read
      if HANDOVER-REPORT-LINE(1:6) = "STALE "
          or HANDOVER-REPORT-LINE(1:6) = "OPEN  "
        add 1 to HANDOVER-OPEN
        if HANDOVER-REPORT-LINE(1:6) = "STALE "
          add 1 to HANDOVER-STALE
        end-if
        if HANDOVER-LIST-COUNT < HANDOVER-LIST-MAX
          add 1 to HANDOVER-LIST-COUNT
          move HANDOVER-REPORT-LINE
            to HANDOVER-LIST-LINE(HANDOVER-LIST-COUNT)
        end-if
      end-if
    end-perform
    close HANDOVER-REPORT
    if HANDOVER-STALE > 0
      move "AMBER" to HANDOVER-VERDICT
    end-if
    if HANDOVER-OPEN > 0
      move spaces to HANDOVER-NOTE
      string HANDOVER-OPEN " OPEN ITEM(S), " HANDOVER-STALE
        " STALE AFTER SHIFTS OF HANDOVER"
        delimited by size into HANDOVER-NOTE
      end-string
    else
      move "NO OPEN HANDOVER ITEMS" to HANDOVER-NOTE
    end-if
  end-if

  open input BALANCE-REPORT
  if WS-BALANCE-REPORT-STATUS = "00"
    move spaces to BALANCE-FOR-DATE
    read BALANCE-REPORT
      at end
        move spaces to BALANCE-REPORT-LINE
    end-read
    if BALANCE-REPORT-LINE(1:37) = "END-OF-DAY BALANCE FOR BUSINESS DATE "
      move BALANCE-REPORT-LINE(38:8) to BALANCE-FOR-DATE
    end-if
    if BALANCE-FOR-DATE = BUSINESS-DATE
      move "BALANCING REPORT HAS NO RESULT LINE" to BALANCE-NOTE
      perform forever
        read BALANCE-REPORT at end
          exit perform
        end-read
        if BALANCE-REPORT-LINE(1:22) = "RESULT: OUT OF BALANCE"
          move "RED" to BALANCE-VERDICT
          move BALANCE-REPORT-LINE(9:60) to BALANCE-NOTE
        end-if
        if BALANCE-REPORT-LINE(1:18) = "RESULT: IN BALANCE"
          move "GREEN" to BALANCE-VERDICT
          move BALANCE-REPORT-LINE(9:60) to BALANCE-NOTE
        end-if
      end-perform
    else
      move spaces to BALANCE-NOTE
      if BALANCE-FOR-DATE = spaces
        string "NOT RUN FOR " BUSINESS-DATE
          delimited by size into BALANCE-NOTE
        end-string
      else
        string "NOT RUN FOR " BUSINESS-DATE " -- REPORT ON FILE IS FOR "
          BALANCE-FOR-DATE
          delimited by size into BALANCE-NOTE
        end-string
      end-if
    end-if
    close BALANCE-REPORT
  end-if

  move "GREEN" to OVERALL-VERDICT
  if SANITY-VERDICT = "AMBER" or INTEGRITY-VERDICT = "AMBER"
      or REJECT-VERDICT = "AMBER" or BATCH-VERDICT = "AMBER"
      or RUN-LOG-VERDICT = "AMBER" or INTERFACE-VERDICT = "AMBER"
      or CLOSURE-VERDICT = "AMBER" or ALERT-VERDICT = "AMBER"
      or HANDOVER-VERDICT = "AMBER" or EXCEPTION-VERDICT = "AMBER"
      or BALANCE-VERDICT = "AMBER"
    move "AMBER" to OVERALL-VERDICT
  end-if
  if SANITY-VERDICT = "RED" or INTEGRITY-VERDICT = "RED"
      or REJECT-VERDICT = "RED" or EXCEPTION-VERDICT = "RED"
      or BATCH-VERDICT = "RED" or INTERFACE-VERDICT = "RED"
      or BALANCE-VERDICT = "RED"
    move "RED" to OVERALL-VERDICT
  end-if

    delimited by size into HEALTH-LINE
  end-string
  write HEALTH-LINE
  perform varying EXC-LIST-IDX from 1 by 1
      until EXC-LIST-IDX > EXC-LIST-COUNT-TOTAL
    move spaces to HEALTH-LINE
    string "        " EXC-LIST-ID(EXC-LIST-IDX) " "
      EXC-LIST-SEVERITY(EXC-LIST-IDX) " " EXC-LIST-COUNT(EXC-LIST-IDX)
      " X " function trim(EXC-LIST-TEXT(EXC-LIST-IDX))
      delimited by size into HEALTH-LINE
    end-string
    write HEALTH-LINE
  end-perform
  if EXC-LIST-OVERFLOW > 0
    move spaces to HEALTH-LINE
    string "        AND " EXC-LIST-OVERFLOW " MORE -- SEE THE EXCEPTION "
      "SUMMARY"
      delimited by size into HEALTH-LINE
    end-string
    write HEALTH-LINE
  end-if

  move spaces to HEALTH-LINE
  string "  " BATCH-VERDICT " BATCH-REPORT    "
  end-string
  write HEALTH-LINE

  move spaces to HEALTH-LINE
  string "  " BALANCE-VERDICT " EOD-BALANCE     "
    function trim(BALANCE-NOTE)
    delimited by size into HEALTH-LINE
  end-string
  write HEALTH-LINE

  move spaces to HEALTH-LINE
  string "  " CLOSURE-VERDICT " ROUTE-CLOSURES  "
    function trim(CLOSURE-NOTE)
    delimited by size into HEALTH-LINE
  end-string
  write HEALTH-LINE
  perform varying CLOSURE-IDX from 1 by 1
      until CLOSURE-IDX > CLOSURE-COUNT
    move CLOSURE-TO(CLOSURE-IDX) to CLOSURE-TO-TEXT
    if CLOSURE-TO-TEXT = "99999999"
      move "OPEN-END" to CLOSURE-TO-TEXT
    end-if
    move spaces to HEALTH-LINE
    string "        NODE " function trim(CLOSURE-NODE(CLOSURE-IDX)) " DIR "
      CLOSURE-DIR(CLOSURE-IDX) " " CLOSURE-FROM(CLOSURE-IDX) "-"
      CLOSURE-TO-TEXT " -- " function trim(CLOSURE-REASON(CLOSURE-IDX))
      delimited by size into HEALTH-LINE
    end-string
    write HEALTH-LINE
  end-perform

  move spaces to HEALTH-LINE
  string "  " ALERT-VERDICT " OPERATOR-ALERTS "
    function trim(ALERT-NOTE)
    delimited by size into HEALTH-LINE
  end-string
  write HEALTH-LINE
  perform varying ALERT-LIST-IDX from 1 by 1
      until ALERT-LIST-IDX > ALERT-LIST-COUNT
    move spaces to HEALTH-LINE
    string "        " ALERT-LIST-LINE(ALERT-LIST-IDX)
      delimited by size into HEALTH-LINE
    end-string
    write HEALTH-LINE
  end-perform

  move spaces to HEALTH-LINE
  string "  " HANDOVER-VERDICT " SHIFT-HANDOVER  "
    function trim(HANDOVER-NOTE)
    delimited by size into HEALTH-LINE
  end-string
  write HEALTH-LINE
  perform varying HANDOVER-LIST-IDX from 1 by 1
      until HANDOVER-LIST-IDX > HANDOVER-LIST-COUNT
    move spaces to HEALTH-LINE
    string "        " HANDOVER-LIST-LINE(HANDOVER-LIST-IDX)
      delimited by size into HEALTH-LINE
    end-string
    write HEALTH-LINE
  end-perform

  close HEALTH-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Morning health check: " function trim(OVERALL-VERDICT)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  evaluate OVERALL-VERDICT
    when "GREEN"
      move 0 to return-code
      move 8 to return-code
  end-evaluate
  goback.

*> one of today's exception lines into EXC-LIST: the message id follows
*> the program name (see LOG-EXCEPTION), and a line with no id the
*> catalog knows is listed under (NONE) and graded as serious -- what
*> the catalog cannot grade nobody has yet judged harmless
LIST-TODAY-EXCEPTION.
  move spaces to LINE-MSG-ID CAT-SEVERITY CAT-TEXT
  move "1" to CAT-FOUND
  move 19 to PARSE-PTR
  move spaces to LINE-PROGRAM
  unstring EXCEPTION-LINE delimited by " "
    into LINE-PROGRAM with pointer PARSE-PTR
  end-unstring
  if PARSE-PTR < 230
      and EXCEPTION-LINE(PARSE-PTR:3) = "DNV"
      and EXCEPTION-LINE(PARSE-PTR + 3:4) is numeric
    move EXCEPTION-LINE(PARSE-PTR:7) to LINE-MSG-ID
    call "lookup-message" using LINE-MSG-ID CAT-SEVERITY CAT-FUNCTION
      CAT-ROUTE CAT-TEXT CAT-ACTION CAT-FOUND end-call
  end-if
  if CAT-FOUND not = "0"
    move "(NONE)" to LINE-MSG-ID
    move "?" to CAT-SEVERITY
    move "NOT IN THE MESSAGE CATALOG" to CAT-TEXT
  end-if
  if CAT-SEVERITY not = "INFO" and CAT-SEVERITY not = "WARNING"
    add 1 to EXC-GRAVE-COUNT
  end-if

  perform varying EXC-LIST-IDX from 1 by 1
      until EXC-LIST-IDX > EXC-LIST-COUNT-TOTAL
    if EXC-LIST-ID(EXC-LIST-IDX) = LINE-MSG-ID
      add 1 to EXC-LIST-COUNT(EXC-LIST-IDX)
      exit paragraph
    end-if
  end-perform
  if EXC-LIST-COUNT-TOTAL >= EXC-LIST-MAX
    add 1 to EXC-LIST-OVERFLOW
    exit paragraph
  end-if
  add 1 to EXC-LIST-COUNT-TOTAL
  move LINE-MSG-ID to EXC-LIST-ID(EXC-LIST-COUNT-TOTAL)
  move 1 to EXC-LIST-COUNT(EXC-LIST-COUNT-TOTAL)
  move CAT-SEVERITY to EXC-LIST-SEVERITY(EXC-LIST-COUNT-TOTAL)
  move CAT-TEXT to EXC-LIST-TEXT(EXC-LIST-COUNT-TOTAL).
