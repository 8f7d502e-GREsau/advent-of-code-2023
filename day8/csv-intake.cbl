identification division.
program-id. csv-intake.

environment division.
input-output section.
file-control.
  select CSV-FILE assign to dynamic WS-CSV-FILE
    organization line sequential file status WS-CSV-STATUS.
  select MAP-XMIT assign to dynamic WS-MAP-XMIT-FILE
    organization line sequential file status WS-MAP-XMIT-STATUS.
  select INSTR-XMIT assign to dynamic WS-INSTR-XMIT-FILE
    organization line sequential file status WS-INSTR-XMIT-STATUS.
  select PENDING-FILE assign to dynamic WS-PENDING-FILE
    organization line sequential file status WS-PENDING-STATUS.
  select CSV-REPORT assign to dynamic WS-CSV-REPORT-FILE
    organization line sequential.

data division.
file section.
  fd CSV-FILE.
  01 CSV-LINE  pic x(1000).

  fd MAP-XMIT.
  01 MAP-XMIT-LINE  pic x(1000).

  fd INSTR-XMIT.
  01 INSTR-XMIT-LINE  pic x(1000).

  fd PENDING-FILE.
  01 PENDING-LINE  pic x(132).

  fd CSV-REPORT.
  01 CSV-REPORT-LINE  pic x(250).

working-storage section.
  copy input.

  01 WS-CSV-FILE          pic x(100).
  01 WS-MAP-XMIT-FILE     pic x(100).
  01 WS-INSTR-XMIT-FILE   pic x(100).
  01 WS-PENDING-FILE      pic x(100).
  01 WS-CSV-REPORT-FILE   pic x(100).
  01 WS-CSV-STATUS        pic x(2).
  01 WS-MAP-XMIT-STATUS   pic x(2).
  01 WS-INSTR-XMIT-STATUS pic x(2).
  01 WS-PENDING-STATUS    pic x(2).

  01 WS-DUP-POLICY        pic x(8).
  01 WS-AS-OF-TEXT        pic x(8).
  01 AS-OF-DATE           pic 9(8).
  01 WS-SET-NAME          pic x(20).
  01 SET-NAME-LEN         pic 9(2).
  01 NAME-FAULTS          pic 9(2).
  01 WS-MAINT-USER        pic x(20).
  01 INTAKE-TIMESTAMP     pic x(14).
  01 RUN-DATE             pic 9(8).
  01 WS-RUN-ID            pic x(8).
  01 BUSINESS-DATE        pic 9(8).
  01 BD-PROC-FLAG         pic x.
  01 BD-NONPROC-ACTION    pic x(4).

  *> the provider's layout, one row per node definition:
  *>   NODE,LEFT,RIGHT,EFFECTIVE DATE,STATUS
  *> with an optional column-title row first, the date blank (in
  *> effect from the start) or yyyymmdd, and the status blank or a
  *> lifecycle status. The instructions ride in the same file on rows
  *> whose first column is INSTRUCTIONS -- the L/R string in the
  *> second column, rows taken in file order and concatenated, as
  *> lines of a standard instructions file are
  01 F-NODE               pic x(20).
  01 F-SECOND             pic x(1000).
  01 F-RIGHT              pic x(20).
  01 F-DATE               pic x(20).
  01 F-STATUS             pic x(20).
  01 F-EXTRA              pic x(20).
  01 LINE-NUMBER          pic 9(7) value 0.
  01 FIRST-ROW            pic x value "Y".
  01 REJECT-REASON        pic x(120).

  *> the code checks PARSE-INPUT puts a map line through: no code
  *> wider than the suite is sized for, every code the width of the
  *> first, letters only
  01 CODE-LENGTH          pic 9 value 0.
  01 CHECK-TEXT           pic x(20).
  01 CHECK-LEN            pic 9(2).
  01 CHECK-CODE           pic a(4).
  01 CHECK-NUM            pic 9(6).
  01 CHECK-OK             pic x.
  01 PARSE-NODE-STATUS    pic x.
  01 GOOD-NODE            pic a(4).
  01 GOOD-L               pic a(4).
  01 GOOD-R               pic a(4).
  01 GOOD-NUM             pic 9(6).
  01 GOOD-DATE            pic 9(8).
  01 GOOD-STATUS          pic x(10).
  01 CURRENT-STATUS       pic x(10).

  *> every row that passed, in file order. ROW-STATE says what became
  *> of it: K kept, Q kept with a lifecycle change to queue, S
  *> superseded by a later-dated row, D dropped as a duplicate under
  *> DUP_POLICY, F not yet in effect on the as-of date
  78 CSV-ROWS-MAX value 456976.
  01 ROW-TABLE.
    05 ROW-ENTRY occurs CSV-ROWS-MAX times.
      10 ROW-NODE         pic a(4).
      10 ROW-L            pic a(4).
      10 ROW-R            pic a(4).
      10 ROW-DATE         pic 9(8).
      10 ROW-STATUS       pic x(10).
      10 ROW-LINE         pic 9(7).
      10 ROW-STATE        pic x.
  01 ROW-COUNT            pic 9(6) value 0.
  01 ROW-IDX              pic 9(6).
  01 OLD-IDX              pic 9(6).

  *> the row currently in force for each node, by node number
  01 NODE-WINNER-TABLE.
    05 NODE-WINNER        pic 9(6) occurs NODE-ZZZ times.

  78 INSTR-ROWS-MAX value 100.
  01 INSTR-TABLE.
    05 INSTR-ROW          pic x(1000) occurs INSTR-ROWS-MAX times.
  01 INSTR-COUNT          pic 9(3) value 0.
  01 INSTR-IDX            pic 9(3).
  01 INSTR-TOTAL          pic 9(6) value 0.
  01 INSTR-LEN            pic 9(4).
  01 INSTR-FAULTS         pic 9(4).

  01 DUP-OLD-L            pic a(4).
  01 DUP-OLD-R            pic a(4).

  01 READ-COUNT           pic 9(7) value 0.
  01 REJECT-COUNT         pic 9(7) value 0.
  01 KEPT-COUNT           pic 9(7) value 0.
  01 SUPERSEDED-COUNT     pic 9(7) value 0.
  01 FUTURE-COUNT         pic 9(7) value 0.
  01 DUPLICATE-COUNT      pic 9(7) value 0.
  01 STATUS-COUNT         pic 9(4) value 0.
  01 CSV-RC               pic 9(2) value 0.

  *> envelope arithmetic, identical to INTAKE-TRANSMISSION's check:
  *> the body lines' count and rolling mod-999999937 checksum, each
  *> line closed by a folded-in newline weight
  01 BODY-TEXT            pic x(1000).
  01 CHECKSUM-ACCUM       binary-double unsigned value 0.
  01 CHECKSUM-IDX         pic 9(4).
  01 LINE-LEN             pic 9(4).
  01 MAP-BODY-COUNT       pic 9(8) value 0.
  01 MAP-CHECKSUM         pic 9(9).
  01 INSTR-BODY-COUNT     pic 9(8) value 0.
  01 INSTR-CHECKSUM       pic 9(9).

  01 QUEUE-MARK           pic x(8).
  01 QUEUE-WORD-2         pic x(14).
  01 QUEUE-WORD-3         pic x(20).
  01 QUEUE-SET-NAME       pic x(20).

  01 AUTH-FUNCTION        pic x(20).
  01 AUTH-ALLOWED         pic x.
  01 WS-EXC-PROGRAM       pic x(20) value "CSV-INTAKE".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> intake adapter for the provider that sends its map as CSV: the
  *> file is held to the rules a map file meets in PARSE-INPUT --
  *> malformed codes reject it, duplicate definitions follow
  *> DUP_POLICY -- and what passes is converted into a standard map
  *> file and instructions file, each wrapped in the XMIT envelope
  *> INTAKE-TRANSMISSION verifies, and left in the inbound location
  *> where ARRIVAL-WATCHER, staging and PROMOTE-MAP take it exactly as
  *> they take the other provider's transmission. Rows carrying a
  *> lifecycle status that differs from the reference are queued as
  *> one change set for the usual two-person approval. Nothing at all
  *> is written -- no envelope, no queue entry -- unless the whole file
  *> converts clean
  move "CSV-INTAKE" to AUTH-FUNCTION
  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0043" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  accept WS-CSV-FILE from environment "CSV_FILE"
  if WS-CSV-FILE = spaces
    move "/data/inbound/map.csv" to WS-CSV-FILE
  end-if
  call "resolve-path" using WS-CSV-FILE end-call
  move "/data/inbound/map.xmit" to WS-MAP-XMIT-FILE
  call "resolve-path" using WS-MAP-XMIT-FILE end-call
  move "/data/inbound/instructions.xmit" to WS-INSTR-XMIT-FILE
  call "resolve-path" using WS-INSTR-XMIT-FILE end-call
  move "/data/pending-changes.txt" to WS-PENDING-FILE
  call "resolve-path" using WS-PENDING-FILE end-call
  move "/data/csv-intake-report.txt" to WS-CSV-REPORT-FILE
  call "resolve-path" using WS-CSV-REPORT-FILE end-call
  move function current-date(1:8) to RUN-DATE
  move function current-date(1:14) to INTAKE-TIMESTAMP
  call "run-id" using WS-RUN-ID end-call

  accept WS-DUP-POLICY from environment "DUP_POLICY"
  if WS-DUP-POLICY = spaces
    move "LAST" to WS-DUP-POLICY
  end-if
  if WS-DUP-POLICY not = "FIRST" and WS-DUP-POLICY not = "LAST"
      and WS-DUP-POLICY not = "FAIL"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "DUP_POLICY must be FIRST, LAST or FAIL!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0044" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if

  *> rows dated after the as-of date are held back -- the provider
  *> sends forward-dated rows ahead of the night they take effect
  accept WS-AS-OF-TEXT from environment "CSV_AS_OF"
  if WS-AS-OF-TEXT = spaces
    call "business-date" using BUSINESS-DATE BD-PROC-FLAG
      BD-NONPROC-ACTION end-call
    move BUSINESS-DATE to AS-OF-DATE
  else
    if WS-AS-OF-TEXT is not numeric
        or function test-date-yyyymmdd(function numval(WS-AS-OF-TEXT))
          not = 0
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "CSV_AS_OF must be a date in the form yyyymmdd!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0045" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(WS-AS-OF-TEXT) to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 12 to return-code
      goback
    end-if
    move WS-AS-OF-TEXT to AS-OF-DATE
  end-if

  *> the lifecycle changes go on the queue as one named set, so they
  *> are approved and applied together; by default the set is named
  *> for the day it was converted
  accept WS-SET-NAME from environment "CSV_SET"
  move function upper-case(WS-SET-NAME) to WS-SET-NAME
  if WS-SET-NAME = spaces
    string "CSV" RUN-DATE delimited by size into WS-SET-NAME
    end-string
  end-if
  move function trim(WS-SET-NAME) to WS-SET-NAME
  compute SET-NAME-LEN = function length(function trim(WS-SET-NAME))
  move 0 to NAME-FAULTS
  inspect WS-SET-NAME(1:SET-NAME-LEN) tallying NAME-FAULTS
    for all " " all "="
  if SET-NAME-LEN > 12 or NAME-FAULTS > 0
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "CSV_SET must be one word of at most 12 characters!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if

  accept WS-MAINT-USER from environment "MAINT_USER"
  if WS-MAINT-USER = spaces
    accept WS-MAINT-USER from environment "USER"
  end-if
  if WS-MAINT-USER = spaces
    move "UNKNOWN" to WS-MAINT-USER
  end-if

  open input CSV-FILE
  if WS-CSV-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "CSV map file '" function trim(WS-CSV-FILE)
      "' does not exist!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0046" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-CSV-FILE) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if

  open output CSV-REPORT
  move spaces to CSV-REPORT-LINE
  string "CSV MAP INTAKE " RUN-DATE " RUN " WS-RUN-ID " -- '"
    function trim(WS-CSV-FILE) "' AS OF " AS-OF-DATE
    ", DUP_POLICY " function trim(WS-DUP-POLICY)
    delimited by size into CSV-REPORT-LINE
  end-string
  write CSV-REPORT-LINE

  initialize NODE-WINNER-TABLE
  perform forever
    read CSV-FILE at end
      exit perform
    end-read
    add 1 to LINE-NUMBER
    inspect CSV-LINE replacing all x"0D" by space
    if CSV-LINE = spaces
      exit perform cycle
    end-if
    inspect CSV-LINE replacing all '"' by space
    move spaces to F-NODE F-SECOND F-RIGHT F-DATE F-STATUS F-EXTRA
    unstring CSV-LINE delimited by ","
      into F-NODE F-SECOND F-RIGHT F-DATE F-STATUS F-EXTRA
    end-unstring
    move function upper-case(function trim(F-NODE)) to F-NODE
    move function upper-case(function trim(F-SECOND)) to F-SECOND
    move function upper-case(function trim(F-RIGHT)) to F-RIGHT
    move function trim(F-DATE) to F-DATE
    move function upper-case(function trim(F-STATUS)) to F-STATUS

    *> a column-title row is only recognised as the first row
    if FIRST-ROW = "Y"
      move "N" to FIRST-ROW
      if F-SECOND = "LEFT"
        exit perform cycle
      end-if
    end-if
    add 1 to READ-COUNT

    if F-NODE = "INSTRUCTIONS"
      perform TAKE-INSTRUCTION-ROW
    else
      perform TAKE-NODE-ROW
    end-if
    if CSV-RC = 16
      exit perform
    end-if
  end-perform
  close CSV-FILE

  if CSV-RC = 16
    move spaces to CSV-REPORT-LINE
    string "STOPPED AT LINE " LINE-NUMBER " -- "
      function trim(REJECT-REASON) " -- NOTHING WRITTEN"
      delimited by size into CSV-REPORT-LINE
    end-string
    write CSV-REPORT-LINE
    close CSV-REPORT
    move "DNV0047" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(REJECT-REASON) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 16 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "CSV intake stopped: " function trim(REJECT-REASON)
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 16 to return-code
    goback
  end-if

  *> lifecycle statuses are judged against the reference only for the
  *> rows actually in force
  perform varying ROW-IDX from 1 by 1 until ROW-IDX > ROW-COUNT
    if ROW-STATE(ROW-IDX) = "K"
      add 1 to KEPT-COUNT
      if ROW-STATUS(ROW-IDX) not = spaces
        call "lookup-node-status" using ROW-NODE(ROW-IDX) CURRENT-STATUS
        end-call
        if CURRENT-STATUS not = ROW-STATUS(ROW-IDX)
          move "Q" to ROW-STATE(ROW-IDX)
          add 1 to STATUS-COUNT
        end-if
      end-if
    end-if
  end-perform

  if REJECT-COUNT = 0 and KEPT-COUNT = 0
    add 1 to REJECT-COUNT
    move spaces to CSV-REPORT-LINE
    string "NO MAP ROW IS IN EFFECT ON " AS-OF-DATE
      delimited by size into CSV-REPORT-LINE
    end-string
    write CSV-REPORT-LINE
  end-if
  if REJECT-COUNT = 0 and INSTR-COUNT = 0
    add 1 to REJECT-COUNT
    move "NO INSTRUCTIONS ROW -- THE INSTRUCTIONS FILE CANNOT BE BUILT"
      to CSV-REPORT-LINE
    write CSV-REPORT-LINE
  end-if

  *> a set of the same name already queued would merge two deliveries'
  *> changes under one approval -- refused, as BULK-CHANGE-LOAD does
  if REJECT-COUNT = 0 and STATUS-COUNT > 0
    open input PENDING-FILE
    if WS-PENDING-STATUS = "00"
      perform forever
        read PENDING-FILE at end
          exit perform
        end-read
        move spaces to QUEUE-MARK QUEUE-WORD-2 QUEUE-WORD-3
          QUEUE-SET-NAME
        unstring PENDING-LINE delimited by all space
          into QUEUE-MARK QUEUE-WORD-2 QUEUE-WORD-3 QUEUE-SET-NAME
        end-unstring
        if (QUEUE-MARK = "PENDSET" or QUEUE-MARK = "APPLSET")
            and QUEUE-SET-NAME = WS-SET-NAME
          add 1 to REJECT-COUNT
          move spaces to CSV-REPORT-LINE
          string "CHANGE SET " function trim(WS-SET-NAME)
            " IS ALREADY ON THE PENDING-CHANGES QUEUE -- NAME A NEW ONE "
            "WITH CSV_SET"
            delimited by size into CSV-REPORT-LINE
          end-string
          write CSV-REPORT-LINE
          exit perform
        end-if
      end-perform
      close PENDING-FILE
    end-if
  end-if

  if REJECT-COUNT > 0
    move spaces to CSV-REPORT-LINE
    string "REJECTED: " REJECT-COUNT " FAULT(S) -- NO ENVELOPE WRITTEN AND "
      "NOTHING QUEUED"
      delimited by size into CSV-REPORT-LINE
    end-string
    write CSV-REPORT-LINE
    close CSV-REPORT
    move "DNV0048" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-CSV-FILE) to WS-EXC-VALUE(1)
    move REJECT-COUNT to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "CSV intake REJECTED: " REJECT-COUNT " fault(s)"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if

  perform WRAP-MAP
  perform WRAP-INSTRUCTIONS
  if STATUS-COUNT > 0
    perform QUEUE-STATUS-CHANGES
  end-if

  move spaces to CSV-REPORT-LINE
  string READ-COUNT " ROW(S) READ: " KEPT-COUNT " MAP LINE(S), "
    INSTR-COUNT " INSTRUCTION LINE(S), " SUPERSEDED-COUNT
    " SUPERSEDED, " FUTURE-COUNT " NOT YET IN EFFECT, "
    DUPLICATE-COUNT " DUPLICATE(S) RESOLVED"
    delimited by size into CSV-REPORT-LINE
  end-string
  write CSV-REPORT-LINE
  move spaces to CSV-REPORT-LINE
  string "WRAPPED: '" function trim(WS-MAP-XMIT-FILE) "' "
    MAP-BODY-COUNT " RECORD(S) CHECKSUM " MAP-CHECKSUM
    delimited by size into CSV-REPORT-LINE
  end-string
  write CSV-REPORT-LINE
  move spaces to CSV-REPORT-LINE
  string "WRAPPED: '" function trim(WS-INSTR-XMIT-FILE) "' "
    INSTR-BODY-COUNT " RECORD(S) CHECKSUM " INSTR-CHECKSUM
    delimited by size into CSV-REPORT-LINE
  end-string
  write CSV-REPORT-LINE
  move spaces to CSV-REPORT-LINE
  if STATUS-COUNT > 0
    string STATUS-COUNT " LIFECYCLE CHANGE(S) QUEUED AS CHANGE SET "
      function trim(WS-SET-NAME) " -- REVIEW-PENDING, THEN APPLY-PENDING "
      "CHANGE_SET=" function trim(WS-SET-NAME)
      delimited by size into CSV-REPORT-LINE
    end-string
  else
    move "NO LIFECYCLE CHANGES TO QUEUE" to CSV-REPORT-LINE
  end-if
  write CSV-REPORT-LINE
  close CSV-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "CSV intake converted " KEPT-COUNT " map line(s) and "
    INSTR-COUNT " instruction line(s) into '"
    function trim(WS-MAP-XMIT-FILE) "' and '"
    function trim(WS-INSTR-XMIT-FILE) "'"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if STATUS-COUNT > 0
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string STATUS-COUNT " lifecycle change(s) queued as change set "
      function trim(WS-SET-NAME)
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if
  *> a duplicate settled by policy is converted, but someone upstream
  *> should hear about it
  if DUPLICATE-COUNT > 0
    move 4 to return-code
  else
    move 0 to return-code
  end-if
  goback.

*> a node row: codes, date and status checked, then the row weighed
*> against any earlier row for the same node
TAKE-NODE-ROW.
  move spaces to REJECT-REASON
  if F-EXTRA not = spaces or F-RIGHT = spaces
    move "NOT FIVE COLUMNS -- NODE,LEFT,RIGHT,EFFECTIVE DATE,STATUS"
      to REJECT-REASON
    perform REJECT-ROW
    exit paragraph
  end-if

  *> the first node row fixes the code width for the whole map
  if CODE-LENGTH = 0
    compute CHECK-LEN = function length(function trim(F-NODE))
    if CHECK-LEN >= 1 and CHECK-LEN <= NODE-CODE-MAX-LEN
      move CHECK-LEN to CODE-LENGTH
    end-if
  end-if

  move F-NODE to CHECK-TEXT
  perform CHECK-ONE-CODE
  if CHECK-OK = "N"
    string "BAD NODE CODE '" function trim(F-NODE) "'"
      delimited by size into REJECT-REASON
    end-string
    perform REJECT-ROW
    exit paragraph
  end-if
  move CHECK-CODE to GOOD-NODE
  move CHECK-NUM to GOOD-NUM

  move F-SECOND(1:20) to CHECK-TEXT
  if F-SECOND(21:) not = spaces
    move all "?" to CHECK-TEXT
  end-if
  perform CHECK-ONE-CODE
  if CHECK-OK = "N"
    string "BAD L-TARGET CODE '" function trim(F-SECOND(1:20)) "'"
      delimited by size into REJECT-REASON
    end-string
    perform REJECT-ROW
    exit paragraph
  end-if
  move CHECK-CODE to GOOD-L

  move F-RIGHT to CHECK-TEXT
  perform CHECK-ONE-CODE
  if CHECK-OK = "N"
    string "BAD R-TARGET CODE '" function trim(F-RIGHT) "'"
      delimited by size into REJECT-REASON
    end-string
    perform REJECT-ROW
    exit paragraph
  end-if
  move CHECK-CODE to GOOD-R

  move 0 to GOOD-DATE
  if F-DATE not = spaces
    if F-DATE(9:) not = spaces or F-DATE(1:8) is not numeric
      string "BAD EFFECTIVE DATE '" function trim(F-DATE) "'"
        delimited by size into REJECT-REASON
      end-string
      perform REJECT-ROW
      exit paragraph
    end-if
    if function test-date-yyyymmdd(function numval(F-DATE(1:8))) not = 0
      string "BAD EFFECTIVE DATE '" function trim(F-DATE) "'"
        delimited by size into REJECT-REASON
      end-string
      perform REJECT-ROW
      exit paragraph
    end-if
    move F-DATE(1:8) to GOOD-DATE
  end-if

  move spaces to GOOD-STATUS
  if F-STATUS not = spaces
    if F-STATUS not = "ACTIVE" and F-STATUS not = "RETIRING"
        and F-STATUS not = "RETIRED"
      string "BAD STATUS '" function trim(F-STATUS)
        "' -- MUST BE ACTIVE, RETIRING OR RETIRED"
        delimited by size into REJECT-REASON
      end-string
      perform REJECT-ROW
      exit paragraph
    end-if
    move F-STATUS to GOOD-STATUS
  end-if

  if ROW-COUNT >= CSV-ROWS-MAX
    move spaces to REJECT-REASON
    string "MORE THAN " CSV-ROWS-MAX " NODE ROWS"
      delimited by size into REJECT-REASON
    end-string
    move 16 to CSV-RC
    exit paragraph
  end-if
  add 1 to ROW-COUNT
  move GOOD-NODE to ROW-NODE(ROW-COUNT)
  move GOOD-L to ROW-L(ROW-COUNT)
  move GOOD-R to ROW-R(ROW-COUNT)
  move GOOD-DATE to ROW-DATE(ROW-COUNT)
  move GOOD-STATUS to ROW-STATUS(ROW-COUNT)
  move LINE-NUMBER to ROW-LINE(ROW-COUNT)
  move "K" to ROW-STATE(ROW-COUNT)

  if GOOD-DATE > AS-OF-DATE
    move "F" to ROW-STATE(ROW-COUNT)
    add 1 to FUTURE-COUNT
    move spaces to CSV-REPORT-LINE
    string "LINE " LINE-NUMBER " NODE '" function trim(GOOD-NODE)
      "' EFFECTIVE " GOOD-DATE " -- NOT YET IN EFFECT, HELD BACK"
      delimited by size into CSV-REPORT-LINE
    end-string
    write CSV-REPORT-LINE
    exit paragraph
  end-if

  move NODE-WINNER(GOOD-NUM) to OLD-IDX
  if OLD-IDX = 0
    move ROW-COUNT to NODE-WINNER(GOOD-NUM)
    exit paragraph
  end-if

  *> an earlier-dated row is history, not a conflict: the latest row
  *> in effect on the as-of date is the node's definition
  evaluate true
    when ROW-DATE(OLD-IDX) < GOOD-DATE
      move "S" to ROW-STATE(OLD-IDX)
      move ROW-COUNT to NODE-WINNER(GOOD-NUM)
      add 1 to SUPERSEDED-COUNT
    when ROW-DATE(OLD-IDX) > GOOD-DATE
      move "S" to ROW-STATE(ROW-COUNT)
      add 1 to SUPERSEDED-COUNT
    when other
      perform RESOLVE-DUPLICATE
  end-evaluate.

*> two rows for one node in effect from the same date -- the same
*> conflict as a node defined twice in a map file, settled the same way
RESOLVE-DUPLICATE.
  add 1 to DUPLICATE-COUNT
  move ROW-L(OLD-IDX) to DUP-OLD-L
  move ROW-R(OLD-IDX) to DUP-OLD-R
  move spaces to CSV-REPORT-LINE
  string "DUPLICATE NODE '" function trim(GOOD-NODE)
    "' -- FIRST (" function trim(DUP-OLD-L) ", " function trim(DUP-OLD-R)
    ") THEN (" function trim(GOOD-L) ", " function trim(GOOD-R)
    ") -- POLICY " function trim(WS-DUP-POLICY)
    delimited by size into CSV-REPORT-LINE
  end-string
  write CSV-REPORT-LINE
  evaluate WS-DUP-POLICY
    when "FAIL"
      add 1 to REJECT-COUNT
      move "DNV0049" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(GOOD-NODE) to WS-EXC-VALUE(1)
      move function trim(DUP-OLD-L) to WS-EXC-VALUE(2)
      move function trim(DUP-OLD-R) to WS-EXC-VALUE(3)
      move function trim(GOOD-L) to WS-EXC-VALUE(4)
      move function trim(GOOD-R) to WS-EXC-VALUE(5)
      move function trim(WS-DUP-POLICY) to WS-EXC-VALUE(6)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
    when "FIRST"
      move "D" to ROW-STATE(ROW-COUNT)
    when other
      move "D" to ROW-STATE(OLD-IDX)
      move ROW-COUNT to NODE-WINNER(GOOD-NUM)
  end-evaluate.

*> an instructions row: L and R only, within the INSTRUCTIONS capacity
TAKE-INSTRUCTION-ROW.
  move spaces to REJECT-REASON
  if F-SECOND = spaces or F-RIGHT not = spaces or F-DATE not = spaces
      or F-STATUS not = spaces or F-EXTRA not = spaces
    move "INSTRUCTIONS ROW MUST CARRY ONE L/R STRING IN COLUMN 2"
      to REJECT-REASON
    perform REJECT-ROW
    exit paragraph
  end-if
  compute INSTR-LEN = function length(function trim(F-SECOND))
  move 0 to INSTR-FAULTS
  inspect F-SECOND(1:INSTR-LEN) tallying INSTR-FAULTS for all "L" all "R"
  if INSTR-FAULTS not = INSTR-LEN
    move "INSTRUCTIONS MAY HOLD ONLY L AND R" to REJECT-REASON
    perform REJECT-ROW
    exit paragraph
  end-if
  *> the last INSTRUCTIONS position stays a space, as PARSE-INPUT keeps
  *> it
  if INSTR-TOTAL + INSTR-LEN >= INSTRUCTIONS-MAX-LEN
      or INSTR-COUNT >= INSTR-ROWS-MAX
    string "INSTRUCTIONS EXCEED THE " INSTRUCTIONS-MAX-LEN
      "-CHARACTER CAPACITY"
      delimited by size into REJECT-REASON
    end-string
    perform REJECT-ROW
    exit paragraph
  end-if
  add INSTR-LEN to INSTR-TOTAL
  add 1 to INSTR-COUNT
  move F-SECOND to INSTR-ROW(INSTR-COUNT).

*> CHECK-TEXT is a code of this map's width, letters only: CHECK-OK,
*> and the code and its number in CHECK-CODE / CHECK-NUM
CHECK-ONE-CODE.
  move "N" to CHECK-OK
  move spaces to CHECK-CODE
  move 0 to CHECK-NUM
  if CHECK-TEXT = spaces or CODE-LENGTH = 0
    exit paragraph
  end-if
  compute CHECK-LEN = function length(function trim(CHECK-TEXT))
  if CHECK-LEN not = CODE-LENGTH
    exit paragraph
  end-if
  move CHECK-TEXT(1:CODE-LENGTH) to CHECK-CODE
  call "parse-node" using CHECK-CODE CHECK-NUM CODE-LENGTH
    PARSE-NODE-STATUS end-call
  if PARSE-NODE-STATUS = "1"
    exit paragraph
  end-if
  move "Y" to CHECK-OK.

REJECT-ROW.
  add 1 to REJECT-COUNT
  move spaces to CSV-REPORT-LINE
  string "REJECTED LINE " LINE-NUMBER " '" function trim(CSV-LINE)
    "' -- " function trim(REJECT-REASON)
    delimited by size into CSV-REPORT-LINE
  end-string
  write CSV-REPORT-LINE.

*> the rows in force as standard map lines, in file order. The count
*> and checksum go in the header, so the lines are built and summed
*> once before anything is written and built again to write them
WRAP-MAP.
  move 0 to CHECKSUM-ACCUM
  move 0 to MAP-BODY-COUNT
  perform varying ROW-IDX from 1 by 1 until ROW-IDX > ROW-COUNT
    if ROW-STATE(ROW-IDX) = "K" or ROW-STATE(ROW-IDX) = "Q"
      perform BUILD-MAP-LINE
      perform FOLD-CHECKSUM
      add 1 to MAP-BODY-COUNT
    end-if
  end-perform
  move CHECKSUM-ACCUM to MAP-CHECKSUM

  open output MAP-XMIT
  move spaces to MAP-XMIT-LINE
  string "XMIT H " RUN-DATE " " MAP-BODY-COUNT " " MAP-CHECKSUM
    delimited by size into MAP-XMIT-LINE
  end-string
  write MAP-XMIT-LINE
  perform varying ROW-IDX from 1 by 1 until ROW-IDX > ROW-COUNT
    if ROW-STATE(ROW-IDX) = "K" or ROW-STATE(ROW-IDX) = "Q"
      perform BUILD-MAP-LINE
      move BODY-TEXT to MAP-XMIT-LINE
      write MAP-XMIT-LINE
    end-if
  end-perform
  *> the trailer last: ARRIVAL-WATCHER counts an envelope as arrived
  *> only once its trailer is on disk
  move spaces to MAP-XMIT-LINE
  string "XMIT T " MAP-BODY-COUNT " " MAP-CHECKSUM
    delimited by size into MAP-XMIT-LINE
  end-string
  write MAP-XMIT-LINE
  close MAP-XMIT.

BUILD-MAP-LINE.
  move spaces to BODY-TEXT
  string function trim(ROW-NODE(ROW-IDX)) " = ("
    function trim(ROW-L(ROW-IDX)) ", " function trim(ROW-R(ROW-IDX)) ")"
    delimited by size into BODY-TEXT
  end-string.

WRAP-INSTRUCTIONS.
  move 0 to CHECKSUM-ACCUM
  move 0 to INSTR-BODY-COUNT
  perform varying INSTR-IDX from 1 by 1 until INSTR-IDX > INSTR-COUNT
    move INSTR-ROW(INSTR-IDX) to BODY-TEXT
    perform FOLD-CHECKSUM
    add 1 to INSTR-BODY-COUNT
  end-perform
  move CHECKSUM-ACCUM to INSTR-CHECKSUM

  open output INSTR-XMIT
  move spaces to INSTR-XMIT-LINE
  string "XMIT H " RUN-DATE " " INSTR-BODY-COUNT " " INSTR-CHECKSUM
    delimited by size into INSTR-XMIT-LINE
  end-string
  write INSTR-XMIT-LINE
  perform varying INSTR-IDX from 1 by 1 until INSTR-IDX > INSTR-COUNT
    move INSTR-ROW(INSTR-IDX) to INSTR-XMIT-LINE
    write INSTR-XMIT-LINE
  end-perform
  move spaces to INSTR-XMIT-LINE
  string "XMIT T " INSTR-BODY-COUNT " " INSTR-CHECKSUM
    delimited by size into INSTR-XMIT-LINE
  end-string
  write INSTR-XMIT-LINE
  close INSTR-XMIT.

*> one body line into the running checksum
FOLD-CHECKSUM.
  move 0 to LINE-LEN
  if BODY-TEXT not = spaces
    compute LINE-LEN =
      function length(function trim(BODY-TEXT trailing))
  end-if
  perform varying CHECKSUM-IDX from 1 by 1
      until CHECKSUM-IDX > LINE-LEN
    compute CHECKSUM-ACCUM = function mod(
        CHECKSUM-ACCUM * 31
          + function ord(BODY-TEXT(CHECKSUM-IDX:1)),
        999999937)
  end-perform
  compute CHECKSUM-ACCUM = function mod(
      CHECKSUM-ACCUM * 31 + 10, 999999937).

*> the set header carries the member count APPLY-PENDING holds the
*> set to
QUEUE-STATUS-CHANGES.
  open extend PENDING-FILE
  if WS-PENDING-STATUS = "35"
    open output PENDING-FILE
  end-if
  move spaces to PENDING-LINE
  string "PENDSET " INTAKE-TIMESTAMP " " function trim(WS-MAINT-USER)
    " " function trim(WS-SET-NAME) " " STATUS-COUNT
    delimited by size into PENDING-LINE
  end-string
  write PENDING-LINE
  perform varying ROW-IDX from 1 by 1 until ROW-IDX > ROW-COUNT
    if ROW-STATE(ROW-IDX) = "Q"
      move spaces to PENDING-LINE
      string "PENDSTS " INTAKE-TIMESTAMP " " function trim(WS-MAINT-USER)
        " " ROW-NODE(ROW-IDX) " " function trim(ROW-STATUS(ROW-IDX))
        " SET=" function trim(WS-SET-NAME)
        delimited by size into PENDING-LINE
      end-string
      write PENDING-LINE
      move spaces to CSV-REPORT-LINE
      string "LINE " ROW-LINE(ROW-IDX) " NODE '"
        function trim(ROW-NODE(ROW-IDX)) "' TO "
        function trim(ROW-STATUS(ROW-IDX)) " -- QUEUED FOR APPROVAL"
        delimited by size into CSV-REPORT-LINE
      end-string
      write CSV-REPORT-LINE
    end-if
  end-perform
  close PENDING-FILE.
