identification division.
program-id. capacity-trend.

environment division.
input-output section.
file-control.
  select CATALOG-FILE assign to dynamic WS-CATALOG-FILE
    organization line sequential file status WS-CATALOG-STATUS.
  select MAP-FILE assign to dynamic WS-MAP-FILENAME
    organization line sequential file status WS-MAP-STATUS.
  select INSTR-FILE assign to dynamic WS-INSTR-FILENAME
    organization line sequential file status WS-INSTR-STATUS.
  select REF-HISTORY-FILE assign to dynamic WS-REF-HISTORY-FILE
    organization line sequential file status WS-REF-HISTORY-STATUS.
  select HISTORY-FILE assign to dynamic WS-HISTORY-FILE
    organization line sequential file status WS-HISTORY-STATUS.
  select RUN-LOG assign to dynamic WS-RUN-LOG-FILE
    organization line sequential file status WS-RUN-LOG-STATUS.
  select TREND-REPORT assign to dynamic WS-TREND-REPORT-FILE
    organization line sequential.

data division.
file section.
  fd CATALOG-FILE.
  01 CATALOG-LINE  pic x(400).

  fd MAP-FILE.
  01 MAP-LINE  pic x(80).

  fd INSTR-FILE.
  01 INSTR-LINE  pic x(1000).

  fd REF-HISTORY-FILE.
  01 REF-HISTORY-LINE  pic x(160).

  fd HISTORY-FILE.
  01 HISTORY-LINE  pic x(80).

  fd RUN-LOG.
  01 RUN-LOG-LINE  pic x(120).

  fd TREND-REPORT.
  01 TREND-LINE  pic x(132).

working-storage section.
  01 WS-CATALOG-FILE       pic x(100).
  01 WS-MAP-FILENAME       pic x(100).
  01 WS-INSTR-FILENAME     pic x(100).
  01 WS-REF-HISTORY-FILE   pic x(100).
  01 WS-HISTORY-FILE       pic x(100).
  01 WS-RUN-LOG-FILE       pic x(100).
  01 WS-TREND-REPORT-FILE  pic x(100).
  01 WS-CATALOG-STATUS     pic x(2).
  01 WS-MAP-STATUS         pic x(2).
  01 WS-INSTR-STATUS       pic x(2).
  01 WS-REF-HISTORY-STATUS pic x(2).
  01 WS-HISTORY-STATUS     pic x(2).
  01 WS-RUN-LOG-STATUS     pic x(2).
  copy input.

  *> the hard limits the suite is compiled with, one per trended
  *> measure. NODE-ZZZ and INSTRUCTIONS-MAX-LEN come from the INPUT
  *> copybook below; the rest must match the tables they stand for --
  *> START-NODES-MAX-COUNT (PARSE-INPUT2, and LCM's 50 CYCLES), the
  *> line number that keys the node-reference history (NODE-HIST-SEQ
  *> in NODE-HIST -- nothing holds the history in a table any more)
  *> and FACTORS-MAX in LCM. The node reference itself is keyed and
  *> read by code everywhere, so it has no limit to chart
  78 METRIC-COUNT value 5.
  78 GHOST-LIMIT value 50.
  78 REF-HISTORY-LIMIT value 99999999.
  78 FACTORS-LIMIT value 100.
  01 METRICS-OUTER.
    05 filler pic x(12) value "NODES".
    05 filler pic x(40) value "NODE-ZZZ (26**NODE-CODE-MAX-LEN)".
    05 filler pic x(12) value "GHOSTS".
    05 filler pic x(40) value "START-NODES-MAX-COUNT / LCM CYCLES".
    05 filler pic x(12) value "INSTR-LEN".
    05 filler pic x(40) value "INSTRUCTIONS-MAX-LEN".
    05 filler pic x(12) value "REF-HISTORY".
    05 filler pic x(40) value "NODE-HIST-SEQ IN NODE-HIST".
    05 filler pic x(12) value "LCM-FACTORS".
    05 filler pic x(40) value "FACTORS-MAX IN LCM".
  01 METRICS-TABLE redefines METRICS-OUTER.
    05 METRIC-DEF occurs METRIC-COUNT times.
      10 METRIC-NAME       pic x(12).
      10 METRIC-LIMIT-NAME pic x(40).
  01 METRIC-LIMITS.
    05 METRIC-LIMIT        pic 9(9) occurs METRIC-COUNT times.
  01 METRIC-IDX            pic 9.

  *> each measure's data points in date order: the map measures one
  *> per catalog entry (its effective date), the reference history one
  *> per day this report has run (the file has no versions of its own,
  *> so its history is what this report has recorded), LCM factors one
  *> per PART2 result in the run history
  78 POINT-MAX value 1000.
  01 SERIES-TABLE.
    05 SERIES occurs METRIC-COUNT times.
      10 POINT-COUNT       pic 9(4).
      10 POINT-OVERFLOW    pic x.
      10 POINT-ENTRY occurs POINT-MAX times.
        15 POINT-DATE      pic 9(8).
        15 POINT-VALUE     pic 9(9).
        15 POINT-NOTE      pic x(12).
  01 POINT-IDX             pic 9(4).
  01 ADD-METRIC            pic 9.
  01 ADD-DATE              pic 9(8).
  01 ADD-VALUE             pic 9(9).
  01 ADD-NOTE              pic x(12).

  01 PARSE-DUMMY           pic x(10).
  01 LINE-EFFECTIVE        pic 9(8).
  01 LINE-MAP              pic x(100).
  01 LINE-INSTR            pic x(100).
  01 LINE-TAIL             pic x(200).
  01 VERSION-COUNT         pic 9(4) value 0.
  01 MISSING-COUNT         pic 9(4) value 0.

  01 MAP-NODES             pic 9(9).
  01 MAP-GHOSTS            pic 9(9).
  01 MAP-CODE-LEN          pic 9(2).
  01 MAP-CODE              pic x(10).
  01 CODE-LEN              pic 9(2).
  01 INSTR-LEN             pic 9(9).
  01 REF-HISTORY-LINES     pic 9(9) value 0.

  01 HIST-DATE             pic 9(8).
  01 HIST-KEY              pic x(12).
  01 HIST-VALUE            pic 9(9).
  01 HIST-DATE-TEXT        pic x(10).
  01 HIST-VALUE-TEXT       pic x(12).
  01 TODAY-RECORDED        pic x value "N".

  01 LOG-DATE-TEXT         pic x(10).
  01 LOG-MODE              pic x(10).
  01 LOG-VALUE-TEXT        pic x(24).
  01 LCM-VALUE             pic 9(20).
  01 FACTOR-WORK           pic 9(20).
  01 FACTOR-CANDIDATE      pic 9(9).
  01 FACTOR-QUOTIENT       pic 9(20).
  01 FACTOR-REMAINDER      pic 9(9).
  01 FACTOR-TOTAL          pic 9(9).
  78 FACTOR-TRIAL-MAX value 1000000.

  *> projection: the growth rate is taken over the trailing
  *> RATE_WINDOW_DAYS of each measure's history (from the oldest point
  *> inside the window to the newest), and the limit date it implies is
  *> flagged when it falls inside HEADROOM_MONTHS
  01 PARM-KEY              pic x(20).
  01 PARM-VALUE            pic x(100).
  01 HEADROOM-MONTHS       pic 9(4) value 6.
  01 RATE-WINDOW-DAYS      pic 9(5) value 365.
  01 HORIZON-DAYS          pic 9(7).
  01 BASE-IDX              pic 9(4).
  01 LAST-IDX              pic 9(4).
  01 LAST-INT              pic 9(8).
  01 BASE-INT              pic 9(8).
  01 SPAN-DAYS             pic 9(8).
  01 GROWTH                pic s9(10).
  01 RATE-PER-DAY          pic s9(9)v9(6).
  01 DAYS-TO-LIMIT         pic 9(9).
  01 PROJECTED-DATE        pic 9(8).
  01 PROJECTION-TEXT       pic x(84).
  01 FLAG-TEXT             pic x(16).
  01 FLAGGED-COUNT         pic 9(2) value 0.

  01 PCT-USED              pic 9(3)v9.
  01 PCT-DISPLAY           pic zz9.9.
  01 BAR-LEN               pic 9(3).
  01 BAR-TEXT              pic x(50).
  01 VALUE-DISPLAY         pic z(8)9.
  01 LIMIT-DISPLAY         pic z(8)9.
  01 RATE-DISPLAY          pic -(6)9.99.

  01 RUN-DATE              pic 9(8).
  01 WS-RUN-ID             pic x(8).
  01 WS-EXC-PROGRAM        pic x(20) value "CAPACITY-TREND".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move "/data/map-catalog.txt" to WS-CATALOG-FILE
  call "resolve-path" using WS-CATALOG-FILE end-call
  move "/data/node-ref-history.txt" to WS-REF-HISTORY-FILE
  call "resolve-path" using WS-REF-HISTORY-FILE end-call
  move "/data/capacity-history.txt" to WS-HISTORY-FILE
  call "resolve-path" using WS-HISTORY-FILE end-call
  move "/data/run-history.log" to WS-RUN-LOG-FILE
  call "resolve-path" using WS-RUN-LOG-FILE end-call
  move "/data/capacity-trend.txt" to WS-TREND-REPORT-FILE
  call "resolve-path" using WS-TREND-REPORT-FILE end-call

  *> the suite's table limits only ever announce themselves as an
  *> abend on the night a map crosses one. This walks every cataloged
  *> map version and the other histories we keep, charts each limited
  *> measure against its limit, and projects at the current growth
  *> rate when each limit will be reached -- so widening a table is a
  *> budgeted piece of work, not a night's outage
  move function current-date(1:8) to RUN-DATE
  call "run-id" using WS-RUN-ID end-call
  move NODE-ZZZ to METRIC-LIMIT(1)
  move GHOST-LIMIT to METRIC-LIMIT(2)
  move INSTRUCTIONS-MAX-LEN to METRIC-LIMIT(3)
  move REF-HISTORY-LIMIT to METRIC-LIMIT(4)
  move FACTORS-LIMIT to METRIC-LIMIT(5)
  perform varying METRIC-IDX from 1 by 1 until METRIC-IDX > METRIC-COUNT
    move 0 to POINT-COUNT(METRIC-IDX)
    move "N" to POINT-OVERFLOW(METRIC-IDX)
  end-perform

  move "HEADROOM_MONTHS" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  if PARM-VALUE not = spaces
    compute HEADROOM-MONTHS = function numval(PARM-VALUE)
  end-if
  move "RATE_WINDOW_DAYS" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  if PARM-VALUE not = spaces
    compute RATE-WINDOW-DAYS = function numval(PARM-VALUE)
  end-if
  compute HORIZON-DAYS = HEADROOM-MONTHS * 30

  *> ---- the map measures, one point per catalog entry (a rollback
  *> entry is a point too: the map really did shrink back that day)
  open input CATALOG-FILE
  if WS-CATALOG-STATUS not = "00"
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Capacity trend: no map catalog on file!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0036" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if
  perform forever
    read CATALOG-FILE at end
      exit perform
    end-read
    move spaces to PARSE-DUMMY LINE-MAP LINE-INSTR LINE-TAIL
    move 0 to LINE-EFFECTIVE
    unstring CATALOG-LINE
        delimited by "EFFECTIVE " or " MAP " or " INSTR " or " ROLLBACK "
      into PARSE-DUMMY LINE-EFFECTIVE LINE-MAP LINE-INSTR LINE-TAIL
    end-unstring
    if LINE-EFFECTIVE = 0
      exit perform cycle
    end-if
    add 1 to VERSION-COUNT
    perform MEASURE-VERSION
  end-perform
  close CATALOG-FILE

  *> ---- the reference history: today's size joins the recorded
  *> history of it
  open input REF-HISTORY-FILE
  if WS-REF-HISTORY-STATUS = "00"
    perform forever
      read REF-HISTORY-FILE at end
        exit perform
      end-read
      if REF-HISTORY-LINE not = spaces
        add 1 to REF-HISTORY-LINES
      end-if
    end-perform
    close REF-HISTORY-FILE
  end-if
  open input HISTORY-FILE
  if WS-HISTORY-STATUS = "00"
    perform forever
      read HISTORY-FILE at end
        exit perform
      end-read
      move spaces to HIST-DATE-TEXT HIST-KEY HIST-VALUE-TEXT
      unstring HISTORY-LINE delimited by all space
        into HIST-DATE-TEXT HIST-KEY HIST-VALUE-TEXT
      end-unstring
      if HIST-KEY not = "REF-HISTORY"
          or function trim(HIST-DATE-TEXT) is not numeric
          or function trim(HIST-VALUE-TEXT) is not numeric
        exit perform cycle
      end-if
      move function trim(HIST-DATE-TEXT) to HIST-DATE
      move function trim(HIST-VALUE-TEXT) to HIST-VALUE
      if HIST-DATE = RUN-DATE
        move "Y" to TODAY-RECORDED
        move REF-HISTORY-LINES to HIST-VALUE
      end-if
      move 4 to ADD-METRIC
      move HIST-DATE to ADD-DATE
      move HIST-VALUE to ADD-VALUE
      move spaces to ADD-NOTE
      perform ADD-POINT
    end-perform
    close HISTORY-FILE
  end-if
  if TODAY-RECORDED = "N"
    open extend HISTORY-FILE
    if WS-HISTORY-STATUS = "35"
      open output HISTORY-FILE
    end-if
    move spaces to HISTORY-LINE
    string RUN-DATE " REF-HISTORY " REF-HISTORY-LINES
      delimited by size into HISTORY-LINE
    end-string
    write HISTORY-LINE
    close HISTORY-FILE
    move 4 to ADD-METRIC
    move RUN-DATE to ADD-DATE
    move REF-HISTORY-LINES to ADD-VALUE
    move spaces to ADD-NOTE
    perform ADD-POINT
  end-if

  *> ---- LCM factors: how many FACTORS slots each PART2 answer needs
  *> is the count of its prime factors (LCM keeps one slot per prime
  *> factor, repeats included)
  open input RUN-LOG
  if WS-RUN-LOG-STATUS = "00"
    perform forever
      read RUN-LOG at end
        exit perform
      end-read
      move spaces to LOG-DATE-TEXT LOG-MODE LOG-VALUE-TEXT
      unstring RUN-LOG-LINE delimited by all space
        into LOG-DATE-TEXT LOG-MODE LOG-VALUE-TEXT
      end-unstring
      if LOG-MODE not = "PART2"
          or function trim(LOG-DATE-TEXT) is not numeric
          or function trim(LOG-VALUE-TEXT) is not numeric
        exit perform cycle
      end-if
      move function trim(LOG-VALUE-TEXT) to LCM-VALUE
      if LCM-VALUE = 0
        exit perform cycle
      end-if
      perform COUNT-FACTORS
      move 5 to ADD-METRIC
      move function trim(LOG-DATE-TEXT) to ADD-DATE
      move FACTOR-TOTAL to ADD-VALUE
      move spaces to ADD-NOTE
      perform ADD-POINT
    end-perform
    close RUN-LOG
  end-if

  *> ---- the report
  open output TREND-REPORT
  move spaces to TREND-LINE
  string "MAP GROWTH AND CAPACITY HEADROOM " RUN-DATE " RUN " WS-RUN-ID
    delimited by size into TREND-LINE
  end-string
  write TREND-LINE
  move spaces to TREND-LINE
  string VERSION-COUNT " CATALOG ENTRY(S), " MISSING-COUNT
    " WITH SNAPSHOT FILES NO LONGER ON DISK -- GROWTH RATE OVER THE "
    "LAST " RATE-WINDOW-DAYS " DAY(S), HORIZON " HEADROOM-MONTHS
    " MONTH(S)"
    delimited by size into TREND-LINE
  end-string
  write TREND-LINE

  perform varying METRIC-IDX from 1 by 1 until METRIC-IDX > METRIC-COUNT
    perform CHART-METRIC
  end-perform

  move spaces to TREND-LINE
  write TREND-LINE
  move "PROJECTION SUMMARY" to TREND-LINE
  write TREND-LINE
  perform varying METRIC-IDX from 1 by 1 until METRIC-IDX > METRIC-COUNT
    perform PROJECT-METRIC
    move METRIC-LIMIT(METRIC-IDX) to LIMIT-DISPLAY
    move spaces to TREND-LINE
    string "  " FLAG-TEXT " " METRIC-NAME(METRIC-IDX) " LIMIT "
      LIMIT-DISPLAY " " function trim(PROJECTION-TEXT)
      delimited by size into TREND-LINE
    end-string
    write TREND-LINE
  end-perform
  close TREND-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Capacity trend: " VERSION-COUNT " catalog version(s), "
    FLAGGED-COUNT " limit(s) inside the " HEADROOM-MONTHS
    "-month horizon -- see /data/capacity-trend.txt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if FLAGGED-COUNT > 0
    move 4 to return-code
  end-if
  goback.

*> node count, ghost-start count and code length of the catalog
*> entry's map, and the concatenated length of its instructions
MEASURE-VERSION.
  move LINE-MAP to WS-MAP-FILENAME
  call "resolve-path" using WS-MAP-FILENAME end-call
  move LINE-INSTR to WS-INSTR-FILENAME
  call "resolve-path" using WS-INSTR-FILENAME end-call
  move 0 to MAP-NODES MAP-GHOSTS MAP-CODE-LEN INSTR-LEN
  open input MAP-FILE
  if WS-MAP-STATUS not = "00"
    add 1 to MISSING-COUNT
    exit paragraph
  end-if
  perform forever
    read MAP-FILE at end
      exit perform
    end-read
    if MAP-LINE = spaces or MAP-LINE(1:1) = "*"
      exit perform cycle
    end-if
    move spaces to MAP-CODE
    unstring MAP-LINE delimited by all space or "="
      into MAP-CODE
    end-unstring
    compute CODE-LEN = function length(function trim(MAP-CODE))
    if MAP-CODE = spaces
      exit perform cycle
    end-if
    add 1 to MAP-NODES
    if CODE-LEN > MAP-CODE-LEN
      move CODE-LEN to MAP-CODE-LEN
    end-if
    if MAP-CODE(CODE-LEN:1) = "A"
      add 1 to MAP-GHOSTS
    end-if
  end-perform
  close MAP-FILE

  open input INSTR-FILE
  if WS-INSTR-STATUS = "00"
    perform forever
      read INSTR-FILE at end
        exit perform
      end-read
      if INSTR-LINE not = spaces
        add function length(function trim(INSTR-LINE)) to INSTR-LEN
      end-if
    end-perform
    close INSTR-FILE
  end-if

  move spaces to ADD-NOTE
  if LINE-TAIL not = spaces
    move "ROLLBACK" to ADD-NOTE
  end-if
  move LINE-EFFECTIVE to ADD-DATE
  move 1 to ADD-METRIC
  move MAP-NODES to ADD-VALUE
  perform ADD-POINT
  move 2 to ADD-METRIC
  move MAP-GHOSTS to ADD-VALUE
  perform ADD-POINT
  if WS-INSTR-STATUS = "00"
    move 3 to ADD-METRIC
    move INSTR-LEN to ADD-VALUE
    perform ADD-POINT
  end-if.

*> one data point into ADD-METRIC's series, kept in date order (the
*> catalog is in promotion order, and a version can be promoted ahead
*> of its effective date). Past POINT-MAX the oldest point drops off,
*> so the projection always runs from the latest figures
ADD-POINT.
  if POINT-COUNT(ADD-METRIC) >= POINT-MAX
    move "Y" to POINT-OVERFLOW(ADD-METRIC)
    perform varying POINT-IDX from 1 by 1 until POINT-IDX >= POINT-MAX
      move POINT-ENTRY(ADD-METRIC, POINT-IDX + 1)
        to POINT-ENTRY(ADD-METRIC, POINT-IDX)
    end-perform
    subtract 1 from POINT-COUNT(ADD-METRIC)
  end-if
  move POINT-COUNT(ADD-METRIC) to POINT-IDX
  perform until POINT-IDX < 1
      or POINT-DATE(ADD-METRIC, POINT-IDX) <= ADD-DATE
    move POINT-ENTRY(ADD-METRIC, POINT-IDX)
      to POINT-ENTRY(ADD-METRIC, POINT-IDX + 1)
    subtract 1 from POINT-IDX
  end-perform
  add 1 to POINT-IDX
  add 1 to POINT-COUNT(ADD-METRIC)
  move ADD-DATE to POINT-DATE(ADD-METRIC, POINT-IDX)
  move ADD-VALUE to POINT-VALUE(ADD-METRIC, POINT-IDX)
  move ADD-NOTE to POINT-NOTE(ADD-METRIC, POINT-IDX).

*> FACTOR-TOTAL prime factors (with repeats) in LCM-VALUE. Trial
*> division stops at FACTOR-TRIAL-MAX; whatever is left over then
*> counts as one more factor, so the figure can only err low by the
*> odd very large prime pair
COUNT-FACTORS.
  move 0 to FACTOR-TOTAL
  move LCM-VALUE to FACTOR-WORK
  move 2 to FACTOR-CANDIDATE
  perform until FACTOR-WORK = 1
      or FACTOR-CANDIDATE > FACTOR-TRIAL-MAX
      or FACTOR-CANDIDATE * FACTOR-CANDIDATE > FACTOR-WORK
    divide FACTOR-CANDIDATE into FACTOR-WORK
      giving FACTOR-QUOTIENT remainder FACTOR-REMAINDER
    if FACTOR-REMAINDER = 0
      move FACTOR-QUOTIENT to FACTOR-WORK
      add 1 to FACTOR-TOTAL
    else
      add 1 to FACTOR-CANDIDATE
    end-if
  end-perform
  if FACTOR-WORK > 1
    add 1 to FACTOR-TOTAL
  end-if.

*> one measure's chart: a line per data point with its share of the
*> limit as a 50-column bar (each column is 2% of the limit)
CHART-METRIC.
  move spaces to TREND-LINE
  write TREND-LINE
  move METRIC-LIMIT(METRIC-IDX) to LIMIT-DISPLAY
  move spaces to TREND-LINE
  string METRIC-NAME(METRIC-IDX) " -- LIMIT " function trim(LIMIT-DISPLAY)
    " (" function trim(METRIC-LIMIT-NAME(METRIC-IDX)) ")"
    delimited by size into TREND-LINE
  end-string
  write TREND-LINE
  if POINT-COUNT(METRIC-IDX) = 0
    move "  NO DATA POINTS ON FILE" to TREND-LINE
    write TREND-LINE
    exit paragraph
  end-if
  if POINT-OVERFLOW(METRIC-IDX) = "Y"
    move spaces to TREND-LINE
    string "  MORE THAN " POINT-MAX " POINTS ON FILE -- ONLY THE NEWEST "
      POINT-MAX " ARE CHARTED"
      delimited by size into TREND-LINE
    end-string
    write TREND-LINE
  end-if
  perform varying POINT-IDX from 1 by 1
      until POINT-IDX > POINT-COUNT(METRIC-IDX)
    compute PCT-USED rounded =
      POINT-VALUE(METRIC-IDX, POINT-IDX) * 100 / METRIC-LIMIT(METRIC-IDX)
      on size error
        move 999.9 to PCT-USED
    end-compute
    compute BAR-LEN = PCT-USED / 2
    if BAR-LEN > 50
      move 50 to BAR-LEN
    end-if
    move spaces to BAR-TEXT
    if BAR-LEN > 0
      move all "*" to BAR-TEXT(1:BAR-LEN)
    end-if
    move POINT-VALUE(METRIC-IDX, POINT-IDX) to VALUE-DISPLAY
    move PCT-USED to PCT-DISPLAY
    move spaces to TREND-LINE
    string "  " POINT-DATE(METRIC-IDX, POINT-IDX) " " VALUE-DISPLAY
      " " PCT-DISPLAY "% |" BAR-TEXT "| "
      POINT-NOTE(METRIC-IDX, POINT-IDX)
      delimited by size into TREND-LINE
    end-string
    write TREND-LINE
  end-perform.

*> PROJECTION-TEXT and FLAG-TEXT for the measure at METRIC-IDX
PROJECT-METRIC.
  move spaces to PROJECTION-TEXT
  move "OK" to FLAG-TEXT
  move POINT-COUNT(METRIC-IDX) to LAST-IDX
  if LAST-IDX = 0
    move "NO DATA -- NOTHING TO PROJECT" to PROJECTION-TEXT
    exit paragraph
  end-if
  move POINT-VALUE(METRIC-IDX, LAST-IDX) to VALUE-DISPLAY
  if POINT-VALUE(METRIC-IDX, LAST-IDX) >= METRIC-LIMIT(METRIC-IDX)
    move "AT LIMIT" to FLAG-TEXT
    add 1 to FLAGGED-COUNT
    string "LATEST " function trim(VALUE-DISPLAY)
      " -- ALREADY AT OR PAST THE LIMIT"
      delimited by size into PROJECTION-TEXT
    end-string
    exit paragraph
  end-if

  *> oldest point inside the rate window; a window holding only the
  *> latest point falls back to the one just before it
  compute LAST-INT = function integer-of-date(
    POINT-DATE(METRIC-IDX, LAST-IDX))
  move LAST-IDX to BASE-IDX
  perform varying POINT-IDX from LAST-IDX by -1 until POINT-IDX < 1
    compute BASE-INT = function integer-of-date(
      POINT-DATE(METRIC-IDX, POINT-IDX))
    if LAST-INT - BASE-INT > RATE-WINDOW-DAYS
      exit perform
    end-if
    move POINT-IDX to BASE-IDX
  end-perform
  compute BASE-INT = function integer-of-date(
    POINT-DATE(METRIC-IDX, BASE-IDX))
  if BASE-INT = LAST-INT
    move 0 to BASE-IDX
    perform varying POINT-IDX from LAST-IDX by -1 until POINT-IDX < 1
      if POINT-DATE(METRIC-IDX, POINT-IDX) <
          POINT-DATE(METRIC-IDX, LAST-IDX)
        move POINT-IDX to BASE-IDX
        exit perform
      end-if
    end-perform
    if BASE-IDX = 0
      string "LATEST " function trim(VALUE-DISPLAY)
        " -- ONE DAY OF HISTORY, NO GROWTH RATE YET"
        delimited by size into PROJECTION-TEXT
      end-string
      exit paragraph
    end-if
    compute BASE-INT = function integer-of-date(
      POINT-DATE(METRIC-IDX, BASE-IDX))
  end-if

  compute SPAN-DAYS = LAST-INT - BASE-INT
  compute GROWTH = POINT-VALUE(METRIC-IDX, LAST-IDX)
    - POINT-VALUE(METRIC-IDX, BASE-IDX)
  compute RATE-PER-DAY = GROWTH / SPAN-DAYS
  if RATE-PER-DAY <= 0
    string "LATEST " function trim(VALUE-DISPLAY)
      " -- NOT GROWING OVER THE RATE WINDOW"
      delimited by size into PROJECTION-TEXT
    end-string
    exit paragraph
  end-if
  compute DAYS-TO-LIMIT rounded =
    (METRIC-LIMIT(METRIC-IDX) - POINT-VALUE(METRIC-IDX, LAST-IDX))
      / RATE-PER-DAY
    on size error
      move 999999999 to DAYS-TO-LIMIT
  end-compute
  compute RATE-DISPLAY rounded = RATE-PER-DAY * 30
  if DAYS-TO-LIMIT > 3650000
    string "LATEST " function trim(VALUE-DISPLAY) " GROWING "
      function trim(RATE-DISPLAY) "/MONTH -- LIMIT BEYOND ANY HORIZON"
      delimited by size into PROJECTION-TEXT
    end-string
    exit paragraph
  end-if
  compute PROJECTED-DATE = function date-of-integer(
    LAST-INT + DAYS-TO-LIMIT)
  string "LATEST " function trim(VALUE-DISPLAY) " GROWING "
    function trim(RATE-DISPLAY) "/MONTH -- LIMIT REACHED ABOUT "
    PROJECTED-DATE
    delimited by size into PROJECTION-TEXT
  end-string
  if DAYS-TO-LIMIT <= HORIZON-DAYS
    move "WITHIN HORIZON" to FLAG-TEXT
    add 1 to FLAGGED-COUNT
    move "DNV0037" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(METRIC-NAME(METRIC-IDX)) to WS-EXC-VALUE(1)
    move function trim(METRIC-LIMIT-NAME(METRIC-IDX)) to WS-EXC-VALUE(2)
    move PROJECTED-DATE to WS-EXC-VALUE(3)
    move HEADROOM-MONTHS to WS-EXC-VALUE(4)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
  end-if.
