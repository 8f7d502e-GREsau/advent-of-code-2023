identification division.
program-id. ops-dashboard.

environment division.
input-output section.
file-control.
  select DASHBOARD-PAGE assign to dynamic WS-DASHBOARD-FILE
    organization line sequential file status WS-DASHBOARD-STATUS.
  select REPORT-SOURCE assign to dynamic WS-REPORT-SOURCE-FILE
    organization line sequential file status WS-REPORT-SOURCE-STATUS.
  select RUN-HISTORY-STORE assign to dynamic WS-HISTORY-STORE-FILE
    organization indexed
    access dynamic
    record key RUNHIST-KEY
    file status WS-HISTORY-STORE-STATUS.

data division.
file section.
  fd DASHBOARD-PAGE.
  01 DASHBOARD-LINE  pic x(1000).

  fd REPORT-SOURCE.
  01 REPORT-SOURCE-LINE  pic x(240).

  fd RUN-HISTORY-STORE.
    copy runhist.

working-storage section.
  78 HISTORY-DAYS value 8.
  78 STALE-SECONDS value 1800. *> must match RUN-REGISTRY's window

  01 WS-DASHBOARD-FILE        pic x(100).
  01 WS-DASHBOARD-STATUS      pic x(2).
  01 WS-REPORT-SOURCE-FILE    pic x(100).
  01 WS-REPORT-SOURCE-STATUS  pic x(2).
  01 WS-HISTORY-STORE-FILE    pic x(100).
  01 WS-HISTORY-STORE-STATUS  pic x(2).

  01 NOW-STAMP          pic x(14).
  01 TODAY-DATE         pic 9(8).
  01 TODAY-INTEGER      pic 9(8).
  01 WINDOW-START       pic 9(8).
  01 WS-RUN-ID          pic x(8).

  *> the section being drawn: its title, the report it is drawn from
  *> (as a /data name, linked by its bare file name -- the page is
  *> written beside the reports it summarizes)
  01 SECTION-TITLE      pic x(40).
  01 SECTION-SOURCE     pic x(100).
  01 SECTION-LINK       pic x(60).
  01 SECTION-FOUND      pic x.

  *> HTML-escaped copy of one report line
  01 RAW-TEXT           pic x(240).
  01 SAFE-TEXT          pic x(800).
  01 SAFE-PTR           pic 9(4).
  01 RAW-IDX            pic 9(4).
  01 RAW-LEN            pic 9(4).

  01 LINE-CLASS         pic x(8).
  01 FIRST-WORD         pic x(20).
  01 TRIMMED-LINE       pic x(240).
  01 LINE-COLOUR        pic x(6).
  01 LINE-SOURCE        pic x(20).
  01 LINE-NOTE          pic x(200).
  01 OVERALL-COLOUR     pic x(6) value spaces.

  *> live runs, read straight off the registry so the page is current
  *> at every regeneration rather than as of the last STATUS-BOARD run
  01 REG-MARK           pic x(8).
  01 REG-PROGRAM        pic x(20).
  01 REG-RUN-ID         pic x(8).
  01 REG-INPUT          pic x(100).
  01 REG-START          pic x(14).
  01 REG-HB             pic x(14).
  01 REG-POSITION       pic x(40).
  01 REG-VERDICT        pic x(6).
  01 HB-SECS            pic 9(8).
  01 NOW-SECS           pic 9(8).
  01 HB-AGE-SECS        pic s9(9).
  01 BOARD-ROWS         pic 9(4) value 0.

  *> tonight plus the seven nights before it: the latest PART1 and
  *> PART2 figure of each day and how many results that day booked
  01 DAY-TABLE.
    05 DAY-ENTRY occurs HISTORY-DAYS times.
      10 DAY-DATE       pic 9(8).
      10 DAY-PART1      pic x(20).
      10 DAY-PART2      pic x(20).
      10 DAY-RUNS       pic 9(4).
  01 DAY-IDX            pic 9(2).
  01 DAY-SLOT           pic s9(8).
  01 FLAT-PART1         pic x(20).
  01 FLAT-PART2         pic x(20).
  01 FLAT-RUNS          pic 9(4) value 0.
  01 LOG-DATE           pic x(8).
  01 LOG-MODE           pic x(10).
  01 LOG-VALUE          pic x(20).
  01 VALUE-TEXT         pic x(20).
  01 VALUE-SHOWN        pic x(20).
  01 ZERO-COUNT         pic 9(2).
  01 SHOWN-PART1        pic x(20).
  01 SHOWN-PART2        pic x(20).
  01 COMPARE-TEXT       pic x(10).
  01 DAY-LABEL          pic x(10).
  01 DAYS-BACK          pic 9.
  01 TONIGHT-PART1      pic x(20).
  01 TONIGHT-PART2      pic x(20).

  01 JOB-LOG-PROGRAM    pic x(20) value "OPS-DASHBOARD".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> the status page for people who never open a terminal: one static
  *> HTML page pulling together what the duty manager reads across
  *> half a dozen report files -- the morning health verdict, the runs
  *> on the registry, tonight's results against the week before, the
  *> finish forecast, operator alerts still open and the interface
  *> acknowledgments. It only reads; every section links to the report
  *> it was drawn from, which stays the authority. Regenerated at the
  *> end of every run (NAVIGATOR, DAY8-BATCH) and from RUN-REGISTRY's
  *> heartbeat during long walks
  move "/data/ops-dashboard.html" to WS-DASHBOARD-FILE
  call "resolve-path" using WS-DASHBOARD-FILE end-call
  move function current-date(1:14) to NOW-STAMP
  move NOW-STAMP(1:8) to TODAY-DATE
  compute TODAY-INTEGER = function integer-of-date(TODAY-DATE)
  compute WINDOW-START = function date-of-integer(
    TODAY-INTEGER - HISTORY-DAYS + 1)
  compute NOW-SECS = function numval(NOW-STAMP(9:2)) * 3600
    + function numval(NOW-STAMP(11:2)) * 60
    + function numval(NOW-STAMP(13:2))
  call "run-id" using WS-RUN-ID end-call

  open output DASHBOARD-PAGE
  if WS-DASHBOARD-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "OPS-DASHBOARD: cannot write '" function trim(WS-DASHBOARD-FILE)
      "' (status " WS-DASHBOARD-STATUS ") -- dashboard not refreshed"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using JOB-LOG-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if

  perform WRITE-PAGE-HEAD
  perform WRITE-HEALTH-SECTION
  perform WRITE-BOARD-SECTION
  perform WRITE-RESULTS-SECTION
  perform WRITE-FORECAST-SECTION
  perform WRITE-ALERTS-SECTION
  perform WRITE-ACK-SECTION
  perform WRITE-PAGE-FOOT
  close DASHBOARD-PAGE

  move 0 to return-code
  goback.

*> the page shell: a plain stylesheet and a five-minute self-refresh,
*> so a page left open in a browser follows the night along
WRITE-PAGE-HEAD.
  move "<!DOCTYPE html>" to DASHBOARD-LINE
  write DASHBOARD-LINE
  move "<html><head><meta charset=""utf-8"">" to DASHBOARD-LINE
  write DASHBOARD-LINE
  move "<meta http-equiv=""refresh"" content=""300"">" to DASHBOARD-LINE
  write DASHBOARD-LINE
  move "<title>DAY8 OPERATIONS DASHBOARD</title>" to DASHBOARD-LINE
  write DASHBOARD-LINE
  move spaces to DASHBOARD-LINE
  string "<style>body{font-family:sans-serif;margin:1em 2em}"
    "table{border-collapse:collapse}"
    "td,th{border:1px solid #999;padding:2px 8px;text-align:left}"
    "pre{background:#f4f4f4;padding:6px}"
    ".GREEN{background:#c8e6c9}.AMBER{background:#ffe0b2}"
    ".RED{background:#ffcdd2}.MISSING{color:#777}</style>"
    delimited by size into DASHBOARD-LINE
  end-string
  write DASHBOARD-LINE
  move "</head><body>" to DASHBOARD-LINE
  write DASHBOARD-LINE
  move spaces to DASHBOARD-LINE
  string "<h1>DAY8 OPERATIONS DASHBOARD</h1><p>GENERATED "
    NOW-STAMP(1:4) "-" NOW-STAMP(5:2) "-" NOW-STAMP(7:2) " "
    NOW-STAMP(9:2) ":" NOW-STAMP(11:2) ":" NOW-STAMP(13:2)
    " BY RUN " WS-RUN-ID "</p>"
    delimited by size into DASHBOARD-LINE
  end-string
  write DASHBOARD-LINE.

*> the morning health check's overall verdict and its per-source
*> colours, one row per source as MORNING-HEALTHCHECK graded them
WRITE-HEALTH-SECTION.
  move "MORNING HEALTH" to SECTION-TITLE
  move "/data/morning-health.txt" to SECTION-SOURCE
  perform OPEN-SECTION
  if SECTION-FOUND = "N"
    exit paragraph
  end-if
  move "<table><tr><th>STATUS</th><th>SOURCE</th><th>DETAIL</th></tr>"
    to DASHBOARD-LINE
  write DASHBOARD-LINE
  perform forever
    read REPORT-SOURCE at end
      exit perform
    end-read
    if REPORT-SOURCE-LINE(1:20) = "MORNING HEALTH CHECK"
      move spaces to RAW-TEXT OVERALL-COLOUR
      unstring REPORT-SOURCE-LINE delimited by "OVERALL "
        into RAW-TEXT OVERALL-COLOUR
      end-unstring
      exit perform cycle
    end-if
    if REPORT-SOURCE-LINE = spaces
      exit perform cycle
    end-if
    move spaces to LINE-COLOUR LINE-SOURCE LINE-NOTE
    move function trim(REPORT-SOURCE-LINE) to TRIMMED-LINE
    unstring TRIMMED-LINE delimited by all space
      into LINE-COLOUR LINE-SOURCE
    end-unstring
    move spaces to DASHBOARD-LINE
    if LINE-COLOUR = "GREEN" or LINE-COLOUR = "AMBER" or LINE-COLOUR = "RED"
      *> the detail starts in a fixed column after the source name
      move REPORT-SOURCE-LINE(25:) to RAW-TEXT
      perform ESCAPE-TEXT
      string "<tr class=""" function trim(LINE-COLOUR) """><td>"
        function trim(LINE-COLOUR) "</td><td>" function trim(LINE-SOURCE)
        "</td><td>" function trim(SAFE-TEXT) "</td></tr>"
        delimited by size into DASHBOARD-LINE
      end-string
    else
      *> an indented detail line belongs to the source above it
      move REPORT-SOURCE-LINE to RAW-TEXT
      perform ESCAPE-TEXT
      string "<tr><td></td><td></td><td>" function trim(SAFE-TEXT)
        "</td></tr>"
        delimited by size into DASHBOARD-LINE
      end-string
    end-if
    write DASHBOARD-LINE
  end-perform
  close REPORT-SOURCE
  move "</table>" to DASHBOARD-LINE
  write DASHBOARD-LINE
  if OVERALL-COLOUR not = spaces
    move spaces to DASHBOARD-LINE
    string "<p class=""" function trim(OVERALL-COLOUR)
      """><b>OVERALL " function trim(OVERALL-COLOUR) "</b></p>"
      delimited by size into DASHBOARD-LINE
    end-string
    write DASHBOARD-LINE
  end-if.

*> every entry on the run registry with the same LIVE / STALE / ENDED
*> reading STATUS-BOARD gives it
WRITE-BOARD-SECTION.
  move "RUN STATUS BOARD" to SECTION-TITLE
  move "/data/run-status-board.txt" to SECTION-SOURCE
  perform WRITE-SECTION-HEADING
  move "/data/run-registry.txt" to WS-REPORT-SOURCE-FILE
  call "resolve-path" using WS-REPORT-SOURCE-FILE end-call
  open input REPORT-SOURCE
  if WS-REPORT-SOURCE-STATUS not = "00"
    move spaces to DASHBOARD-LINE
    string "<p class=""MISSING"">NO RUN REGISTRY ON FILE -- "
      "NOTHING IS REGISTERED AS RUNNING</p>"
      delimited by size into DASHBOARD-LINE
    end-string
    write DASHBOARD-LINE
    exit paragraph
  end-if
  move spaces to DASHBOARD-LINE
  string "<table><tr><th>STATE</th><th>PROGRAM</th><th>RUN</th>"
    "<th>STARTED</th><th>LAST HEARTBEAT</th><th>POSITION</th>"
    "<th>INPUT</th></tr>"
    delimited by size into DASHBOARD-LINE
  end-string
  write DASHBOARD-LINE
  perform forever
    read REPORT-SOURCE at end
      exit perform
    end-read
    move spaces to REG-MARK REG-PROGRAM REG-RUN-ID REG-INPUT REG-START
      REG-HB REG-POSITION
    unstring REPORT-SOURCE-LINE
        delimited by "ACTIVE " or "ENDED " or " RUN " or " INPUT "
          or " START " or " HB " or " AT "
      into REG-MARK REG-PROGRAM REG-RUN-ID REG-INPUT REG-START
        REG-HB REG-POSITION
    end-unstring
    if REG-PROGRAM = spaces
      exit perform cycle
    end-if
    if REPORT-SOURCE-LINE(1:6) = "ENDED "
      move "ENDED" to REG-VERDICT
      move spaces to LINE-CLASS
    else
      compute HB-SECS = function numval(REG-HB(9:2)) * 3600
        + function numval(REG-HB(11:2)) * 60
        + function numval(REG-HB(13:2))
      if REG-HB(1:8) is numeric
        compute HB-AGE-SECS =
          (TODAY-INTEGER
            - function integer-of-date(function numval(REG-HB(1:8))))
            * 86400
          + NOW-SECS - HB-SECS
      else
        move STALE-SECONDS to HB-AGE-SECS
      end-if
      if HB-AGE-SECS < STALE-SECONDS
        move "LIVE" to REG-VERDICT
        move "GREEN" to LINE-CLASS
      else
        move "STALE" to REG-VERDICT
        move "AMBER" to LINE-CLASS
      end-if
    end-if
    add 1 to BOARD-ROWS
    move REG-INPUT to RAW-TEXT
    perform ESCAPE-TEXT
    move spaces to DASHBOARD-LINE
    string "<tr class=""" function trim(LINE-CLASS) """><td>"
      function trim(REG-VERDICT) "</td><td>" function trim(REG-PROGRAM)
      "</td><td>" REG-RUN-ID "</td><td>" REG-START "</td><td>" REG-HB
      "</td><td>" function trim(REG-POSITION) "</td><td>"
      function trim(SAFE-TEXT) "</td></tr>"
      delimited by size into DASHBOARD-LINE
    end-string
    write DASHBOARD-LINE
  end-perform
  close REPORT-SOURCE
  move "</table>" to DASHBOARD-LINE
  write DASHBOARD-LINE
  if BOARD-ROWS = 0
    move "<p class=""MISSING"">NOTHING IS REGISTERED AS RUNNING</p>"
      to DASHBOARD-LINE
    write DASHBOARD-LINE
  end-if.

*> tonight's PART1 and PART2 against the seven days before, from the
*> keyed run history; tonight itself comes off the live run-history
*> log when it is there, since the keyed copy only catches up when
*> LOAD-RUN-HISTORY next runs
WRITE-RESULTS-SECTION.
  move "RESULTS AGAINST THE LAST SEVEN NIGHTS" to SECTION-TITLE
  move "/data/run-history.log" to SECTION-SOURCE
  perform WRITE-SECTION-HEADING

  perform varying DAY-IDX from 1 by 1 until DAY-IDX > HISTORY-DAYS
    compute DAY-DATE(DAY-IDX) = function date-of-integer(
      TODAY-INTEGER - DAY-IDX + 1)
    move spaces to DAY-PART1(DAY-IDX) DAY-PART2(DAY-IDX)
    move 0 to DAY-RUNS(DAY-IDX)
  end-perform

  move "/data/run-history.idx" to WS-HISTORY-STORE-FILE
  call "resolve-path" using WS-HISTORY-STORE-FILE end-call
  open input RUN-HISTORY-STORE
  if WS-HISTORY-STORE-STATUS = "00"
    move spaces to RUNHIST-KEY
    move WINDOW-START to RUNHIST-DATE
    move 0 to RUNHIST-SEQ
    start RUN-HISTORY-STORE key >= RUNHIST-KEY
      invalid key
        continue
    end-start
    perform forever
      read RUN-HISTORY-STORE next record at end
        exit perform
      end-read
      if RUNHIST-DATE > TODAY-DATE
        exit perform
      end-if
      if RUNHIST-DATE < WINDOW-START
        exit perform cycle
      end-if
      if RUNHIST-MODE not = "PART1" and RUNHIST-MODE not = "PART2"
        exit perform cycle
      end-if
      compute DAY-SLOT = TODAY-INTEGER
        - function integer-of-date(RUNHIST-DATE) + 1
      add 1 to DAY-RUNS(DAY-SLOT)
      *> key order is date, mode, load sequence -- the last one read
      *> for a day and mode is that day's latest result
      if RUNHIST-MODE = "PART1"
        move RUNHIST-VALUE to DAY-PART1(DAY-SLOT)
      else
        move RUNHIST-VALUE to DAY-PART2(DAY-SLOT)
      end-if
    end-perform
    close RUN-HISTORY-STORE
  end-if

  move "/data/run-history.log" to WS-REPORT-SOURCE-FILE
  call "resolve-path" using WS-REPORT-SOURCE-FILE end-call
  move spaces to FLAT-PART1 FLAT-PART2
  move 0 to FLAT-RUNS
  open input REPORT-SOURCE
  if WS-REPORT-SOURCE-STATUS = "00"
    perform forever
      read REPORT-SOURCE at end
        exit perform
      end-read
      move spaces to LOG-DATE LOG-MODE LOG-VALUE
      unstring REPORT-SOURCE-LINE delimited by all space
        into LOG-DATE LOG-MODE LOG-VALUE
      end-unstring
      if LOG-DATE not = NOW-STAMP(1:8)
        exit perform cycle
      end-if
      evaluate LOG-MODE
        when "PART1"
          add 1 to FLAT-RUNS
          move LOG-VALUE to FLAT-PART1
        when "PART2"
          add 1 to FLAT-RUNS
          move LOG-VALUE to FLAT-PART2
        when other
          continue
      end-evaluate
    end-perform
    close REPORT-SOURCE
  end-if
  if FLAT-RUNS > 0
    move FLAT-PART1 to DAY-PART1(1)
    move FLAT-PART2 to DAY-PART2(1)
    move FLAT-RUNS to DAY-RUNS(1)
  end-if

  move spaces to DASHBOARD-LINE
  string "<table><tr><th>DAY</th><th>DATE</th><th>PART1</th>"
    "<th>PART2</th><th>RESULTS BOOKED</th><th>AGAINST TONIGHT</th></tr>"
    delimited by size into DASHBOARD-LINE
  end-string
  write DASHBOARD-LINE
  perform varying DAY-IDX from 1 by 1 until DAY-IDX > HISTORY-DAYS
    move DAY-PART1(DAY-IDX) to VALUE-TEXT
    perform STRIP-VALUE
    move VALUE-SHOWN to SHOWN-PART1
    move DAY-PART2(DAY-IDX) to VALUE-TEXT
    perform STRIP-VALUE
    move VALUE-SHOWN to SHOWN-PART2
    move spaces to LINE-CLASS COMPARE-TEXT
    if DAY-IDX = 1
      move "TONIGHT" to DAY-LABEL
      move SHOWN-PART1 to TONIGHT-PART1
      move SHOWN-PART2 to TONIGHT-PART2
    else
      move spaces to DAY-LABEL
      compute DAYS-BACK = DAY-IDX - 1
      string "NIGHT -" DAYS-BACK delimited by size into DAY-LABEL
      end-string
      *> a figure that moves from one night to the next on the same
      *> inputs is the first thing a manager asks about; compared
      *> without leading zeros, since the flat log and the keyed copy
      *> need not pad a figure alike
      evaluate true
        when DAY-RUNS(DAY-IDX) = 0 or DAY-RUNS(1) = 0
          move "-" to COMPARE-TEXT
        when SHOWN-PART1 = TONIGHT-PART1
            and SHOWN-PART2 = TONIGHT-PART2
          move "SAME" to COMPARE-TEXT
          move "GREEN" to LINE-CLASS
        when other
          move "DIFFERENT" to COMPARE-TEXT
          move "AMBER" to LINE-CLASS
      end-evaluate
    end-if
    move spaces to DASHBOARD-LINE
    string "<tr class=""" function trim(LINE-CLASS) """><td>"
      function trim(DAY-LABEL) "</td><td>" DAY-DATE(DAY-IDX) "</td><td>"
      function trim(SHOWN-PART1) "</td><td>" function trim(SHOWN-PART2)
      "</td><td>" DAY-RUNS(DAY-IDX) "</td><td>" function trim(COMPARE-TEXT)
      "</td></tr>"
      delimited by size into DASHBOARD-LINE
    end-string
    write DASHBOARD-LINE
  end-perform
  move "</table>" to DASHBOARD-LINE
  write DASHBOARD-LINE
  move spaces to DASHBOARD-LINE
  string "<p>SEVEN-DAY HISTORY FROM THE KEYED STORE "
    "<a href=""run-history-query.txt"">(RUN-HISTORY QUERY)</a></p>"
    delimited by size into DASHBOARD-LINE
  end-string
  write DASHBOARD-LINE.

*> the finish-time projection as FINISH-FORECAST last wrote it
WRITE-FORECAST-SECTION.
  move "FINISH FORECAST" to SECTION-TITLE
  move "/data/finish-forecast.txt" to SECTION-SOURCE
  perform OPEN-SECTION
  if SECTION-FOUND = "N"
    exit paragraph
  end-if
  move "<pre>" to DASHBOARD-LINE
  write DASHBOARD-LINE
  perform forever
    read REPORT-SOURCE at end
      exit perform
    end-read
    move REPORT-SOURCE-LINE to RAW-TEXT
    perform ESCAPE-TEXT
    move SAFE-TEXT to DASHBOARD-LINE
    write DASHBOARD-LINE
  end-perform
  close REPORT-SOURCE
  move "</pre>" to DASHBOARD-LINE
  write DASHBOARD-LINE.

*> operator alerts still waiting on somebody, escalated ones red and
*> unacknowledged ones amber, with the dispatcher's totals
WRITE-ALERTS-SECTION.
  move "OPEN OPERATOR ALERTS" to SECTION-TITLE
  move "/data/alert-status.txt" to SECTION-SOURCE
  perform OPEN-SECTION
  if SECTION-FOUND = "N"
    exit paragraph
  end-if
  move "<table>" to DASHBOARD-LINE
  write DASHBOARD-LINE
  perform forever
    read REPORT-SOURCE at end
      exit perform
    end-read
    move function trim(REPORT-SOURCE-LINE) to TRIMMED-LINE
    evaluate true
      when TRIMMED-LINE(1:9) = "ESCALATED"
        move "RED" to LINE-CLASS
      when TRIMMED-LINE(1:7) = "UNACKED"
        move "AMBER" to LINE-CLASS
      when TRIMMED-LINE(1:7) = "TOTALS:"
          or TRIMMED-LINE(1:8) = "WARNING:"
          or TRIMMED-LINE(1:14) = "OPERATOR ALERT"
        move spaces to LINE-CLASS
      when other
        exit perform cycle
    end-evaluate
    move TRIMMED-LINE to RAW-TEXT
    perform WRITE-CLASSED-ROW
  end-perform
  close REPORT-SOURCE
  move "</table>" to DASHBOARD-LINE
  write DASHBOARD-LINE.

*> each interface extract's acknowledgment as ACK-RECONCILE graded it
WRITE-ACK-SECTION.
  move "INTERFACE ACKNOWLEDGMENTS" to SECTION-TITLE
  move "/data/interface-ack-report.txt" to SECTION-SOURCE
  perform OPEN-SECTION
  if SECTION-FOUND = "N"
    exit paragraph
  end-if
  move "<table>" to DASHBOARD-LINE
  write DASHBOARD-LINE
  perform forever
    read REPORT-SOURCE at end
      exit perform
    end-read
    if REPORT-SOURCE-LINE = spaces
      exit perform cycle
    end-if
    evaluate true
      when REPORT-SOURCE-LINE(1:12) = "ACKNOWLEDGED"
        move "GREEN" to LINE-CLASS
      when REPORT-SOURCE-LINE(1:8) = "REJECTED"
          or REPORT-SOURCE-LINE(1:7) = "OVERDUE"
        move "RED" to LINE-CLASS
      when REPORT-SOURCE-LINE(1:8) = "AWAITING"
        move "AMBER" to LINE-CLASS
      when other
        move spaces to LINE-CLASS
    end-evaluate
    move REPORT-SOURCE-LINE to RAW-TEXT
    perform WRITE-CLASSED-ROW
  end-perform
  close REPORT-SOURCE
  move "</table>" to DASHBOARD-LINE
  write DASHBOARD-LINE.

WRITE-PAGE-FOOT.
  move spaces to DASHBOARD-LINE
  string "<p class=""MISSING"">EVERY FIGURE ON THIS PAGE IS COPIED FROM "
    "THE LINKED REPORT, WHICH REMAINS THE RECORD</p></body></html>"
    delimited by size into DASHBOARD-LINE
  end-string
  write DASHBOARD-LINE.

*> heading for a section, linked to the report it summarizes
WRITE-SECTION-HEADING.
  move spaces to SECTION-LINK
  unstring SECTION-SOURCE delimited by "/data/"
    into RAW-TEXT SECTION-LINK
  end-unstring
  move spaces to DASHBOARD-LINE
  string "<h2>" function trim(SECTION-TITLE) " <small><a href="""
    function trim(SECTION-LINK) """>" function trim(SECTION-LINK)
    "</a></small></h2>"
    delimited by size into DASHBOARD-LINE
  end-string
  write DASHBOARD-LINE.

*> heading plus the section's report opened on REPORT-SOURCE; a report
*> not yet produced is shown as such rather than leaving a gap
OPEN-SECTION.
  perform WRITE-SECTION-HEADING
  move SECTION-SOURCE to WS-REPORT-SOURCE-FILE
  call "resolve-path" using WS-REPORT-SOURCE-FILE end-call
  open input REPORT-SOURCE
  if WS-REPORT-SOURCE-STATUS = "00"
    move "Y" to SECTION-FOUND
  else
    move "N" to SECTION-FOUND
    move spaces to DASHBOARD-LINE
    string "<p class=""MISSING"">" function trim(SECTION-LINK)
      " IS NOT ON FILE YET</p>"
      delimited by size into DASHBOARD-LINE
    end-string
    write DASHBOARD-LINE
  end-if.

*> one report line as a single-cell table row in the given colour
WRITE-CLASSED-ROW.
  perform ESCAPE-TEXT
  move spaces to DASHBOARD-LINE
  string "<tr class=""" function trim(LINE-CLASS) """><td>"
    function trim(SAFE-TEXT) "</td></tr>"
    delimited by size into DASHBOARD-LINE
  end-string
  write DASHBOARD-LINE.

*> RAW-TEXT into SAFE-TEXT with the three characters HTML reserves
*> replaced -- report lines carry arrows, comparisons and ampersands
ESCAPE-TEXT.
  move spaces to SAFE-TEXT
  move 1 to SAFE-PTR
  move function length(function trim(RAW-TEXT trailing)) to RAW-LEN
  if RAW-TEXT = spaces
    exit paragraph
  end-if
  perform varying RAW-IDX from 1 by 1 until RAW-IDX > RAW-LEN
    evaluate RAW-TEXT(RAW-IDX:1)
      when "<"
        string "&lt;" delimited by size into SAFE-TEXT
          with pointer SAFE-PTR
        end-string
      when ">"
        string "&gt;" delimited by size into SAFE-TEXT
          with pointer SAFE-PTR
        end-string
      when "&"
        string "&amp;" delimited by size into SAFE-TEXT
          with pointer SAFE-PTR
        end-string
      when other
        move RAW-TEXT(RAW-IDX:1) to SAFE-TEXT(SAFE-PTR:1)
        add 1 to SAFE-PTR
    end-evaluate
  end-perform.

*> a result figure without its leading zeros; blank stays blank
STRIP-VALUE.
  move spaces to VALUE-SHOWN
  if VALUE-TEXT = spaces
    exit paragraph
  end-if
  move 0 to ZERO-COUNT
  inspect VALUE-TEXT tallying ZERO-COUNT for leading "0"
  if ZERO-COUNT >= function length(function trim(VALUE-TEXT))
    move "0" to VALUE-SHOWN
  else
    move VALUE-TEXT(ZERO-COUNT + 1:) to VALUE-SHOWN
  end-if.
