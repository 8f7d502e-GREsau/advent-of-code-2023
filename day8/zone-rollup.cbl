identification division.
program-id. zone-rollup.

environment division.
input-output section.
file-control.
  select ZONE-FILE assign to dynamic WS-ZONE-FILE
    organization line sequential file status WS-ZONE-STATUS.
  select PATH-TRACE assign to dynamic WS-PATH-TRACE-FILE
    organization line sequential file status WS-PATH-TRACE-STATUS.
  select TRACE-HISTORY assign to dynamic WS-TRACE-HISTORY-FILE
    organization line sequential file status WS-TRACE-HIST-STATUS.
  select ROLLUP-REPORT assign to dynamic WS-ROLLUP-REPORT-FILE
    organization line sequential.

data division.
file section.
  fd ZONE-FILE.
  01 ZONE-LINE  pic x(100).

  fd PATH-TRACE.
  01 PATH-TRACE-LINE  pic x(132).

  fd TRACE-HISTORY.
  01 TRACE-HISTORY-LINE  pic x(20).

  fd ROLLUP-REPORT.
  01 ROLLUP-LINE  pic x(160).

working-storage section.
  01 WS-ZONE-FILE           pic x(100).
  01 WS-PATH-TRACE-FILE     pic x(100).
  01 WS-TRACE-HISTORY-FILE  pic x(100).
  01 WS-ROLLUP-REPORT-FILE  pic x(100).
  01 WS-ZONE-STATUS         pic x(2).
  01 WS-PATH-TRACE-STATUS   pic x(2).
  01 WS-TRACE-HIST-STATUS   pic x(2).
  copy input.

  *> must match NODE-ZZZ in the INPUT copybook -- a 78-level in the
  *> copybook can't be forward-referenced from an OCCURS clause up here
  78 ZONE-TABLE-SIZE value 456976.
  78 START-NODES-MAX-COUNT value 50.
  *> slot 1 of the zone table is the catch-all for nodes in no zone,
  *> so the table holds one more than the zone file can define
  78 ZONES-MAX value 201.
  78 RUNS-MAX value 400.
  *> same material-change bar HOT-NODE-REPORT applies per node, in
  *> hundredths of a percent of visit share
  78 SHARE-CHANGE-LIMIT value 500.

  01 START-NODES-OUTER.
    05 START-NODES      pic 9(6) occurs START-NODES-MAX-COUNT times.
  01 START-NODE-INDEX   pic 9(4).
  01 START-NODE-COUNT   pic 9(4).
  01 WS-INSTR-FILENAME  pic x(100).
  01 WS-MAP-FILENAME    pic x(100).
  01 CATALOG-AS-OF      pic 9(8) value 0.
  01 PARM-KEY           pic x(20).
  01 PARM-VALUE         pic x(100).
  01 WS-MAX-STEPS-TEXT  pic x(8).
  01 MAX-STEPS          pic 9(8) value 1000000.
  01 RUN-DATE           pic 9(8).
  01 WS-RUN-ID          pic x(8).

  *> per map node, the zone-table slot it rolls up to (1 = no zone)
  01 NODE-ZONE-OUTER.
    05 NODE-ZONE        pic 9(3) comp occurs ZONE-TABLE-SIZE times.
  01 NODE-IDX           pic 9(6).

  01 ZONE-COUNT         pic 9(3) value 1.
  01 ZONE-TABLE.
    05 ZONE-ENTRY occurs ZONES-MAX times.
      10 ZONE-NAME      pic x(12).
      10 ZONE-REGION    pic x(12).
      10 ZONE-REGION-IDX pic 9(3).
      10 ZONE-WORK-STEPS pic 9(9).
      10 ZONE-PRIOR-VISITS pic 9(9).
      10 ZONE-LATEST-VISITS pic 9(9).
  01 ZONE-IDX           pic 9(3).
  01 ZONE-MATCH         pic 9(3).
  01 ZONES-OVERFLOWED   pic x value "N".

  01 REGION-COUNT       pic 9(3) value 0.
  01 REGION-TABLE.
    05 REGION-ENTRY occurs ZONES-MAX times.
      10 REGION-NAME    pic x(12).
      10 REGION-WORK-STEPS pic 9(9).
      10 REGION-PRIOR-VISITS pic 9(9).
      10 REGION-LATEST-VISITS pic 9(9).
  01 REGION-IDX         pic 9(3).

  01 LINE-KIND          pic x(4).
  01 LINE-FIELD-1       pic x(12).
  01 LINE-FIELD-2       pic x(12).
  01 LINE-FIELD-3       pic x(40).
  01 ZONED-CODE         pic a(4).
  01 ZONED-LENGTH       pic 9.
  01 ZONED-NUM          pic 9(6).
  01 PARSE-NODE-STATUS  pic x.
  01 NODE-TEXT          pic a(4).

  *> what the zone file itself got wrong -- listed, then counted as
  *> exceptions alongside the unzoned map nodes
  01 UNZONED-COUNT      pic 9(6) value 0.
  01 BAD-ENTRY-COUNT    pic 9(4) value 0.
  01 OFF-MAP-COUNT      pic 9(4) value 0.

  *> one traversal's zone accounting: ROLL-CODE in, ROLL-SLOT out
  01 ROLL-CODE          pic a(4).
  01 ROLL-SLOT          pic 9(3).
  01 PREV-SLOT          pic 9(3).
  01 WALK-STEPS         pic 9(9).
  01 WALK-CROSSINGS     pic 9(9).
  01 FIRST-STEP         pic x.

  01 TRACE-WORD-1       pic x(8).
  01 TRACE-REST         pic x(132).
  01 TRACE-CODE-WIDE    pic x(8).
  01 PATH-FOUND         pic x value "N".

  01 CURRENT-NODE       pic 9(6).
  01 START-NODE-TEXT    pic a(4).
  01 INSTRUCTION-INDEX  pic 9(5).
  01 GHOST-ABORTED      pic x.

  01 LINE-DATE          pic x(8).
  01 LINE-CODE          pic a(4).
  01 LATEST-DATE        pic x(8) value spaces.
  01 PRIOR-TOTAL        pic 9(9) value 0.
  01 LATEST-TOTAL       pic 9(9) value 0.

  *> one row per run date in the trace history -- each PART1 run
  *> appends its walk under the date it ran, so a date is a run
  01 RUN-COUNT          pic 9(4) value 0.
  01 RUN-TABLE.
    05 RUN-ENTRY occurs RUNS-MAX times.
      10 RUN-HIST-DATE  pic x(8).
      10 RUN-STEPS      pic 9(9).
      10 RUN-CROSSINGS  pic 9(9).
  01 RUN-IDX            pic 9(4).
  01 RUNS-OVERFLOWED    pic x value "N".
  01 HIST-PREV-DATE     pic x(8).
  01 HIST-PREV-SLOT     pic 9(3).

  01 SHARE-PRIOR-COUNT  pic 9(9).
  01 SHARE-LATEST-COUNT pic 9(9).
  01 PRIOR-SHARE        pic 9(5).
  01 LATEST-SHARE       pic 9(5).
  01 SHARE-DELTA        pic s9(5).
  01 SHARE-DELTA-ABS    pic 9(5).
  01 SHARE-PCT          pic 9(3)v9(2).
  01 SHARE-DISPLAY      pic zz9.99.
  01 COUNT-DISPLAY      pic z(8)9.
  01 COUNT-DISPLAY-2    pic z(8)9.
  01 NAME-DISPLAY       pic x(12).
  01 MATERIAL-FLAG      pic x(20).

  01 ROLLUP-RC          pic 9(2) value 0.
  01 WS-EXC-PROGRAM     pic x(20) value "ZONE-ROLLUP".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

linkage section.
  *> heap node table behind INPUT-DATA (see the INPUT and NODEMAP
  *> copybooks) -- SET ADDRESS after every parse before touching it
  copy nodemap.

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move "/data/node-zones.txt" to WS-ZONE-FILE
  call "resolve-path" using WS-ZONE-FILE end-call
  move "/data/path-trace.txt" to WS-PATH-TRACE-FILE
  call "resolve-path" using WS-PATH-TRACE-FILE end-call
  move "/data/path-trace-history.txt" to WS-TRACE-HISTORY-FILE
  call "resolve-path" using WS-TRACE-HISTORY-FILE end-call
  move "/data/zone-rollup.txt" to WS-ROLLUP-REPORT-FILE
  call "resolve-path" using WS-ROLLUP-REPORT-FILE end-call
  *> the map seen the way management sees it -- by zone and region
  *> (see MAINTAIN-NODE-ZONE) rather than by four-letter code:
  *>   steps spent in each zone on the last PART1 path and on each
  *>   ghost's cycle, with the zone-boundary crossings of each;
  *>   crossings per run from the accumulated trace history;
  *>   visit share by zone, this period against prior, the way
  *>   HOT-NODE-REPORT splits it per node;
  *>   and every map node the zone file leaves out, as an exception
  move function current-date(1:8) to RUN-DATE
  call "run-id" using WS-RUN-ID end-call
  move "INSTR_FILE" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-INSTR-FILENAME
  move "MAP_FILE" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-MAP-FILENAME
  *> when neither file is named explicitly, the map catalog picks
  *> the version in force for the run date (see RESOLVE-MAP-VERSION)
  call "resolve-map-version" using CATALOG-AS-OF WS-MAP-FILENAME
    WS-INSTR-FILENAME end-call
  call "parse-input2" using INPUT-DATA START-NODES-OUTER WS-INSTR-FILENAME
    WS-MAP-FILENAME START-NODE-COUNT WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    *> the parse has already displayed, logged and graded the failure --
    *> the graded code must survive to the job step untouched
    goback
  end-if
  move "MAX_STEPS" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-MAX-STEPS-TEXT
  if WS-MAX-STEPS-TEXT not = spaces
    move WS-MAX-STEPS-TEXT to MAX-STEPS
  end-if

  open input ZONE-FILE
  if WS-ZONE-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No zone file on file -- nothing to roll up!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0257" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-ZONE-FILE) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if

  move "(UNZONED)" to ZONE-NAME(1)
  move "(NONE)" to ZONE-REGION(1)
  perform varying NODE-IDX from 1 by 1 until NODE-IDX > NODE-ZZZ-VALUE
    move 1 to NODE-ZONE(NODE-IDX)
  end-perform

  open output ROLLUP-REPORT
  move spaces to ROLLUP-LINE
  string "ZONE ROLLUP -- PRODUCED " RUN-DATE " RUN " WS-RUN-ID
    " MAP " function trim(WS-MAP-FILENAME)
    delimited by size into ROLLUP-LINE
  end-string
  write ROLLUP-LINE

  *> zones come first in the file, so every node line can be checked
  *> against a zone already loaded
  perform forever
    read ZONE-FILE at end
      exit perform
    end-read
    move spaces to LINE-KIND LINE-FIELD-1 LINE-FIELD-2 LINE-FIELD-3
    unstring ZONE-LINE delimited by "|"
      into LINE-KIND LINE-FIELD-1 LINE-FIELD-2 LINE-FIELD-3
    end-unstring
    evaluate LINE-KIND
      when "ZONE"
        if ZONE-COUNT >= ZONES-MAX
          move "Y" to ZONES-OVERFLOWED
          exit perform cycle
        end-if
        add 1 to ZONE-COUNT
        move LINE-FIELD-1 to ZONE-NAME(ZONE-COUNT)
        move LINE-FIELD-2 to ZONE-REGION(ZONE-COUNT)
      when "NODE"
        perform PLACE-ZONED-NODE
      when other
        continue
    end-evaluate
  end-perform
  close ZONE-FILE

  *> the region table, built from the zones -- "(NONE)" for the
  *> catch-all keeps the unzoned steps visible in the region totals too
  perform varying ZONE-IDX from 1 by 1 until ZONE-IDX > ZONE-COUNT
    move 0 to ZONE-WORK-STEPS(ZONE-IDX)
      ZONE-PRIOR-VISITS(ZONE-IDX) ZONE-LATEST-VISITS(ZONE-IDX)
    perform varying REGION-IDX from 1 by 1
        until REGION-IDX > REGION-COUNT
      if REGION-NAME(REGION-IDX) = ZONE-REGION(ZONE-IDX)
        exit perform
      end-if
    end-perform
    if REGION-IDX > REGION-COUNT
      add 1 to REGION-COUNT
      move REGION-COUNT to REGION-IDX
      move ZONE-REGION(ZONE-IDX) to REGION-NAME(REGION-IDX)
      move 0 to REGION-WORK-STEPS(REGION-IDX)
        REGION-PRIOR-VISITS(REGION-IDX) REGION-LATEST-VISITS(REGION-IDX)
    end-if
    move REGION-IDX to ZONE-REGION-IDX(ZONE-IDX)
  end-perform

  *> -- exceptions: map nodes with no zone ---------------------------
  move spaces to ROLLUP-LINE
  write ROLLUP-LINE
  move "MAP NODES WITH NO ZONE ASSIGNED:" to ROLLUP-LINE
  write ROLLUP-LINE
  perform varying NODE-IDX from 1 by 1 until NODE-IDX > NODE-ZZZ-VALUE
    if NODES-DEFINED(NODE-IDX) = "Y" and NODE-ZONE(NODE-IDX) = 1
      add 1 to UNZONED-COUNT
      call "decode-node" using NODE-IDX NODE-TEXT NODE-CODE-LENGTH
      end-call
      move spaces to ROLLUP-LINE
      string "  EXCEPTION: NODE " function trim(NODE-TEXT)
        " IS ON THE MAP BUT IN NO ZONE"
        delimited by size into ROLLUP-LINE
      end-string
      write ROLLUP-LINE
    end-if
  end-perform
  move UNZONED-COUNT to COUNT-DISPLAY
  move spaces to ROLLUP-LINE
  if UNZONED-COUNT = 0
    move "  NONE -- EVERY MAP NODE HAS A ZONE" to ROLLUP-LINE
  else
    string "  " function trim(COUNT-DISPLAY) " UNZONED MAP NODE(S) -- "
      "ROLLED UP BELOW AS (UNZONED)"
      delimited by size into ROLLUP-LINE
    end-string
  end-if
  write ROLLUP-LINE

  *> -- the last PART1 path ------------------------------------------
  move spaces to ROLLUP-LINE
  write ROLLUP-LINE
  move "STEPS BY ZONE ON THE LAST PART1 PATH (PATH-TRACE):"
    to ROLLUP-LINE
  write ROLLUP-LINE
  open input PATH-TRACE
  if WS-PATH-TRACE-STATUS not = "00"
    move "  NO PART1 PATH ON FILE -- RUN PART1 FIRST" to ROLLUP-LINE
    write ROLLUP-LINE
  else
    perform START-WALK
    perform forever
      read PATH-TRACE at end
        exit perform
      end-read
      if PATH-TRACE-LINE(1:5) not = "STEP "
        exit perform cycle
      end-if
      move "Y" to PATH-FOUND
      move spaces to TRACE-WORD-1 TRACE-CODE-WIDE TRACE-REST
      unstring PATH-TRACE-LINE delimited by "(" or ")"
        into TRACE-WORD-1 TRACE-CODE-WIDE TRACE-REST
      end-unstring
      move function trim(TRACE-CODE-WIDE) to ROLL-CODE
      perform ZONE-OF-CODE
      perform WALK-ONE-STEP
    end-perform
    close PATH-TRACE
    if PATH-FOUND = "N"
      move "  PATH TRACE HOLDS NO STEPS" to ROLLUP-LINE
      write ROLLUP-LINE
    else
      move WALK-STEPS to COUNT-DISPLAY
      move WALK-CROSSINGS to COUNT-DISPLAY-2
      move spaces to ROLLUP-LINE
      string "  " function trim(COUNT-DISPLAY) " STEP(S), "
        function trim(COUNT-DISPLAY-2) " ZONE-BOUNDARY CROSSING(S)"
        delimited by size into ROLLUP-LINE
      end-string
      write ROLLUP-LINE
      perform WRITE-STEP-BREAKDOWN
    end-if
  end-if

  *> -- each ghost's cycle -------------------------------------------
  *> a ghost's cycle is its walk from its start to its first Z-ending
  *> node -- the period PART2's LCM combine is built on (whether that
  *> premise holds is CYCLE-ANALYZER's question, not this report's)
  move spaces to ROLLUP-LINE
  write ROLLUP-LINE
  move "STEPS BY ZONE ON EACH GHOST'S CYCLE:" to ROLLUP-LINE
  write ROLLUP-LINE
  if function trim(INSTRUCTIONS) = spaces or START-NODE-COUNT = 0
    move "  NO GHOSTS OR NO INSTRUCTIONS ON THE MAP" to ROLLUP-LINE
    write ROLLUP-LINE
  end-if
  perform varying START-NODE-INDEX from 1 by 1
      until START-NODE-INDEX > START-NODE-COUNT
      or function trim(INSTRUCTIONS) = spaces
    move START-NODES(START-NODE-INDEX) to CURRENT-NODE
    call "decode-node" using CURRENT-NODE START-NODE-TEXT
      NODE-CODE-LENGTH end-call
    perform START-WALK
    move NODE-ZONE(CURRENT-NODE) to ROLL-SLOT
    perform WALK-ONE-STEP
    move 0 to INSTRUCTION-INDEX
    move "N" to GHOST-ABORTED
    perform forever
      if WALK-STEPS >= MAX-STEPS
        move "Y" to GHOST-ABORTED
        exit perform
      end-if
      add 1 to INSTRUCTION-INDEX
      if INSTRUCTION-INDEX > INSTRUCTIONS-MAX-LEN
        move 1 to INSTRUCTION-INDEX
      end-if
      if INSTRUCTIONS(INSTRUCTION-INDEX:1) = space
        move 1 to INSTRUCTION-INDEX
      end-if
      if INSTRUCTIONS(INSTRUCTION-INDEX:1) = "L"
        move NODES-L(CURRENT-NODE) to CURRENT-NODE
      else
        move NODES-R(CURRENT-NODE) to CURRENT-NODE
      end-if
      if CURRENT-NODE < 1 or CURRENT-NODE > NODE-ZZZ-VALUE
        move "Y" to GHOST-ABORTED
        exit perform
      end-if
      move NODE-ZONE(CURRENT-NODE) to ROLL-SLOT
      perform WALK-ONE-STEP
      if function mod(CURRENT-NODE, 26) = 0
        exit perform
      end-if
    end-perform
    move WALK-STEPS to COUNT-DISPLAY
    move WALK-CROSSINGS to COUNT-DISPLAY-2
    move spaces to ROLLUP-LINE
    if GHOST-ABORTED = "Y"
      string "  GHOST " START-NODE-INDEX " START "
        function trim(START-NODE-TEXT) " -- NO Z-ENDING NODE WITHIN "
        function trim(COUNT-DISPLAY) " STEPS, BREAKDOWN IS OF THE "
        "STEPS WALKED"
        delimited by size into ROLLUP-LINE
      end-string
    else
      string "  GHOST " START-NODE-INDEX " START "
        function trim(START-NODE-TEXT) " CYCLE "
        function trim(COUNT-DISPLAY) " STEP(S), "
        function trim(COUNT-DISPLAY-2) " ZONE-BOUNDARY CROSSING(S)"
        delimited by size into ROLLUP-LINE
      end-string
    end-if
    write ROLLUP-LINE
    perform WRITE-STEP-BREAKDOWN
  end-perform

  *> -- the trace history: crossings per run, visit share by zone ----
  perform READ-TRACE-HISTORY

  move spaces to ROLLUP-LINE
  write ROLLUP-LINE
  move "ZONE-BOUNDARY CROSSINGS PER RUN (PATH-TRACE-HISTORY):"
    to ROLLUP-LINE
  write ROLLUP-LINE
  if RUN-COUNT = 0
    move "  NO ACCUMULATED PATH TRACES -- RUN PART1 AT LEAST ONCE FIRST"
      to ROLLUP-LINE
    write ROLLUP-LINE
  end-if
  perform varying RUN-IDX from 1 by 1 until RUN-IDX > RUN-COUNT
    move RUN-STEPS(RUN-IDX) to COUNT-DISPLAY
    move RUN-CROSSINGS(RUN-IDX) to COUNT-DISPLAY-2
    move spaces to ROLLUP-LINE
    string "  RUN DATE " RUN-HIST-DATE(RUN-IDX) " VISITS "
      function trim(COUNT-DISPLAY) " CROSSINGS "
      function trim(COUNT-DISPLAY-2)
      delimited by size into ROLLUP-LINE
    end-string
    write ROLLUP-LINE
  end-perform
  if RUNS-OVERFLOWED = "Y"
    move "  WARNING: MORE RUN DATES THAN THE REPORT HOLDS -- THE NEWEST "
      & "ARE NOT LISTED" to ROLLUP-LINE
    write ROLLUP-LINE
  end-if

  move spaces to ROLLUP-LINE
  write ROLLUP-LINE
  move PRIOR-TOTAL to COUNT-DISPLAY
  move LATEST-TOTAL to COUNT-DISPLAY-2
  move spaces to ROLLUP-LINE
  string "VISIT SHARE BY ZONE -- CURRENT PERIOD " LATEST-DATE
    ", PRIOR VISITS " function trim(COUNT-DISPLAY)
    ", CURRENT VISITS " function trim(COUNT-DISPLAY-2)
    " (SHARES IN HUNDREDTHS OF A PERCENT):"
    delimited by size into ROLLUP-LINE
  end-string
  write ROLLUP-LINE
  perform varying ZONE-IDX from 1 by 1 until ZONE-IDX > ZONE-COUNT
    add ZONE-PRIOR-VISITS(ZONE-IDX)
      to REGION-PRIOR-VISITS(ZONE-REGION-IDX(ZONE-IDX))
    add ZONE-LATEST-VISITS(ZONE-IDX)
      to REGION-LATEST-VISITS(ZONE-REGION-IDX(ZONE-IDX))
    if ZONE-PRIOR-VISITS(ZONE-IDX) + ZONE-LATEST-VISITS(ZONE-IDX) > 0
      move ZONE-NAME(ZONE-IDX) to NAME-DISPLAY
      move ZONE-PRIOR-VISITS(ZONE-IDX) to SHARE-PRIOR-COUNT
      move ZONE-LATEST-VISITS(ZONE-IDX) to SHARE-LATEST-COUNT
      perform WRITE-SHARE-LINE
    end-if
  end-perform
  perform varying REGION-IDX from 1 by 1 until REGION-IDX > REGION-COUNT
    if REGION-PRIOR-VISITS(REGION-IDX)
        + REGION-LATEST-VISITS(REGION-IDX) > 0
      move REGION-NAME(REGION-IDX) to NAME-DISPLAY
      move REGION-PRIOR-VISITS(REGION-IDX) to SHARE-PRIOR-COUNT
      move REGION-LATEST-VISITS(REGION-IDX) to SHARE-LATEST-COUNT
      perform WRITE-REGION-SHARE-LINE
    end-if
  end-perform

  if ZONES-OVERFLOWED = "Y"
    move spaces to ROLLUP-LINE
    write ROLLUP-LINE
    move "WARNING: MORE ZONES ON FILE THAN THE ROLLUP HOLDS -- NODES OF "
      & "THE ZONES LEFT OUT COUNT AS UNZONED" to ROLLUP-LINE
    write ROLLUP-LINE
    move 4 to ROLLUP-RC
  end-if
  close ROLLUP-REPORT

  if UNZONED-COUNT > 0 or BAD-ENTRY-COUNT > 0
    move 4 to ROLLUP-RC
    move UNZONED-COUNT to COUNT-DISPLAY
    move BAD-ENTRY-COUNT to COUNT-DISPLAY-2
    move "DNV0258" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(COUNT-DISPLAY) to WS-EXC-VALUE(1)
    move function trim(COUNT-DISPLAY-2) to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
  end-if
  *> neither count includes the (UNZONED) catch-all
  subtract 1 from ZONE-COUNT giving ZONE-IDX
  subtract 1 from REGION-COUNT giving REGION-IDX
  move ROLLUP-RC to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Zone rollup written for " ZONE-IDX " zone(s) in "
    REGION-IDX " region(s), " UNZONED-COUNT " unzoned map node(s) -- "
    "see /data/zone-rollup.txt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move ROLLUP-RC to return-code
  goback.

*> one NODE|code|zone line of the zone file placed on the node table,
*> or reported when it names no defined zone, a malformed code, or a
*> node the map does not have
PLACE-ZONED-NODE.
  move LINE-FIELD-1 to ZONED-CODE
  move 0 to ZONE-MATCH
  perform varying ZONE-IDX from 2 by 1 until ZONE-IDX > ZONE-COUNT
    if ZONE-NAME(ZONE-IDX) = LINE-FIELD-2
      move ZONE-IDX to ZONE-MATCH
      exit perform
    end-if
  end-perform
  compute ZONED-LENGTH = function length(function trim(ZONED-CODE))
  move "1" to PARSE-NODE-STATUS
  if ZONED-LENGTH = NODE-CODE-LENGTH
    call "parse-node" using ZONED-CODE ZONED-NUM ZONED-LENGTH
      PARSE-NODE-STATUS end-call
  end-if
  move spaces to ROLLUP-LINE
  evaluate true
    when ZONE-MATCH = 0
      add 1 to BAD-ENTRY-COUNT
      string "EXCEPTION: ZONE FILE PLACES " function trim(ZONED-CODE)
        " IN ZONE '" function trim(LINE-FIELD-2) "', WHICH IS NOT "
        "DEFINED -- COUNTED AS UNZONED"
        delimited by size into ROLLUP-LINE
      end-string
    when PARSE-NODE-STATUS = "1"
      add 1 to BAD-ENTRY-COUNT
      string "EXCEPTION: ZONE FILE NODE '" function trim(LINE-FIELD-1)
        "' IS NOT A VALID CODE FOR THIS MAP -- IGNORED"
        delimited by size into ROLLUP-LINE
      end-string
    when NODES-DEFINED(ZONED-NUM) not = "Y"
      *> harmless -- a node retired off the map keeps its zone line
      *> until someone tidies it away
      add 1 to OFF-MAP-COUNT
      move ZONE-MATCH to NODE-ZONE(ZONED-NUM)
      string "NOTE: ZONED NODE " function trim(ZONED-CODE)
        " IS NOT ON THE CURRENT MAP"
        delimited by size into ROLLUP-LINE
      end-string
    when other
      move ZONE-MATCH to NODE-ZONE(ZONED-NUM)
  end-evaluate
  if ROLLUP-LINE not = spaces
    write ROLLUP-LINE
  end-if.

*> ROLL-CODE's zone-table slot into ROLL-SLOT -- a code of the wrong
*> length for this map, or malformed, rolls up as unzoned
ZONE-OF-CODE.
  move 1 to ROLL-SLOT
  compute ZONED-LENGTH = function length(function trim(ROLL-CODE))
  if ZONED-LENGTH not = NODE-CODE-LENGTH
    exit paragraph
  end-if
  call "parse-node" using ROLL-CODE ZONED-NUM ZONED-LENGTH
    PARSE-NODE-STATUS end-call
  if PARSE-NODE-STATUS = "0"
    move NODE-ZONE(ZONED-NUM) to ROLL-SLOT
  end-if.

*> a fresh traversal's zone accounting
START-WALK.
  perform varying ZONE-IDX from 1 by 1 until ZONE-IDX > ZONE-COUNT
    move 0 to ZONE-WORK-STEPS(ZONE-IDX)
  end-perform
  move 0 to WALK-STEPS WALK-CROSSINGS
  move "Y" to FIRST-STEP.

*> the traversal has arrived at a node in zone slot ROLL-SLOT -- each
*> step is charged to the zone it was taken from, and a change of zone
*> from one node to the next is one boundary crossing
WALK-ONE-STEP.
  if FIRST-STEP = "Y"
    move "N" to FIRST-STEP
  else
    add 1 to ZONE-WORK-STEPS(PREV-SLOT)
    add 1 to WALK-STEPS
    if ROLL-SLOT not = PREV-SLOT
      add 1 to WALK-CROSSINGS
    end-if
  end-if
  move ROLL-SLOT to PREV-SLOT.

*> the traversal just walked, zone by zone and then region by region,
*> from ZONE-WORK-STEPS
WRITE-STEP-BREAKDOWN.
  perform varying REGION-IDX from 1 by 1 until REGION-IDX > REGION-COUNT
    move 0 to REGION-WORK-STEPS(REGION-IDX)
  end-perform
  perform varying ZONE-IDX from 1 by 1 until ZONE-IDX > ZONE-COUNT
    add ZONE-WORK-STEPS(ZONE-IDX)
      to REGION-WORK-STEPS(ZONE-REGION-IDX(ZONE-IDX))
    if ZONE-WORK-STEPS(ZONE-IDX) > 0
      compute SHARE-PCT rounded =
        ZONE-WORK-STEPS(ZONE-IDX) * 100 / WALK-STEPS
      move SHARE-PCT to SHARE-DISPLAY
      move ZONE-WORK-STEPS(ZONE-IDX) to COUNT-DISPLAY
      move spaces to ROLLUP-LINE
      string "    ZONE " ZONE-NAME(ZONE-IDX) " REGION "
        ZONE-REGION(ZONE-IDX) " STEPS " COUNT-DISPLAY " "
        SHARE-DISPLAY "%"
        delimited by size into ROLLUP-LINE
      end-string
      write ROLLUP-LINE
    end-if
  end-perform
  perform varying REGION-IDX from 1 by 1 until REGION-IDX > REGION-COUNT
    if REGION-WORK-STEPS(REGION-IDX) > 0
      compute SHARE-PCT rounded =
        REGION-WORK-STEPS(REGION-IDX) * 100 / WALK-STEPS
      move SHARE-PCT to SHARE-DISPLAY
      move REGION-WORK-STEPS(REGION-IDX) to COUNT-DISPLAY
      move spaces to ROLLUP-LINE
      string "    REGION " REGION-NAME(REGION-IDX)
        " (ALL ZONES)       STEPS " COUNT-DISPLAY " "
        SHARE-DISPLAY "%"
        delimited by size into ROLLUP-LINE
      end-string
      write ROLLUP-LINE
    end-if
  end-perform.

*> two passes over the accumulated trace, as HOT-NODE-REPORT makes:
*> the first finds the newest run date, the second splits the visits
*> into this period and prior by zone, and counts each run's visits
*> and zone-boundary crossings
READ-TRACE-HISTORY.
  open input TRACE-HISTORY
  if WS-TRACE-HIST-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read TRACE-HISTORY at end
      exit perform
    end-read
    move spaces to LINE-DATE LINE-CODE
    unstring TRACE-HISTORY-LINE delimited by all space
      into LINE-DATE LINE-CODE
    end-unstring
    if LINE-DATE > LATEST-DATE
      move LINE-DATE to LATEST-DATE
    end-if
  end-perform
  close TRACE-HISTORY

  move spaces to HIST-PREV-DATE
  move 0 to RUN-IDX
  open input TRACE-HISTORY
  perform forever
    read TRACE-HISTORY at end
      exit perform
    end-read
    move spaces to LINE-DATE LINE-CODE
    unstring TRACE-HISTORY-LINE delimited by all space
      into LINE-DATE LINE-CODE
    end-unstring
    if LINE-CODE = spaces
      exit perform cycle
    end-if
    move LINE-CODE to ROLL-CODE
    perform ZONE-OF-CODE
    if LINE-DATE = LATEST-DATE
      add 1 to ZONE-LATEST-VISITS(ROLL-SLOT)
      add 1 to LATEST-TOTAL
    else
      add 1 to ZONE-PRIOR-VISITS(ROLL-SLOT)
      add 1 to PRIOR-TOTAL
    end-if
    if LINE-DATE not = HIST-PREV-DATE
      move 0 to RUN-IDX
      if RUN-COUNT < RUNS-MAX
        add 1 to RUN-COUNT
        move RUN-COUNT to RUN-IDX
        move LINE-DATE to RUN-HIST-DATE(RUN-IDX)
        move 0 to RUN-STEPS(RUN-IDX) RUN-CROSSINGS(RUN-IDX)
      else
        move "Y" to RUNS-OVERFLOWED
      end-if
    else
      if RUN-IDX > 0 and ROLL-SLOT not = HIST-PREV-SLOT
        add 1 to RUN-CROSSINGS(RUN-IDX)
      end-if
    end-if
    if RUN-IDX > 0
      add 1 to RUN-STEPS(RUN-IDX)
    end-if
    move LINE-DATE to HIST-PREV-DATE
    move ROLL-SLOT to HIST-PREV-SLOT
  end-perform
  close TRACE-HISTORY.

*> one zone's visit share, prior and current, from the visit counts
*> left in SHARE-PRIOR-COUNT and SHARE-LATEST-COUNT by the caller
WRITE-SHARE-LINE.
  perform COMPUTE-SHARES
  move spaces to ROLLUP-LINE
  string "  ZONE " NAME-DISPLAY " PRIOR " COUNT-DISPLAY " SHARE "
    PRIOR-SHARE " CURRENT " COUNT-DISPLAY-2 " SHARE " LATEST-SHARE
    MATERIAL-FLAG
    delimited by size into ROLLUP-LINE
  end-string
  write ROLLUP-LINE.

*> the same for one region's total
WRITE-REGION-SHARE-LINE.
  perform COMPUTE-SHARES
  move spaces to ROLLUP-LINE
  string "  REGION " NAME-DISPLAY " PRIOR " COUNT-DISPLAY " SHARE "
    PRIOR-SHARE " CURRENT " COUNT-DISPLAY-2 " SHARE " LATEST-SHARE
    MATERIAL-FLAG
    delimited by size into ROLLUP-LINE
  end-string
  write ROLLUP-LINE.

*> the visit counts in SHARE-PRIOR-COUNT / SHARE-LATEST-COUNT turned
*> into shares, and a move past SHARE-CHANGE-LIMIT flagged
COMPUTE-SHARES.
  move SHARE-PRIOR-COUNT to COUNT-DISPLAY
  move SHARE-LATEST-COUNT to COUNT-DISPLAY-2
  if PRIOR-TOTAL > 0
    compute PRIOR-SHARE = SHARE-PRIOR-COUNT * 10000 / PRIOR-TOTAL
  else
    move 0 to PRIOR-SHARE
  end-if
  if LATEST-TOTAL > 0
    compute LATEST-SHARE = SHARE-LATEST-COUNT * 10000 / LATEST-TOTAL
  else
    move 0 to LATEST-SHARE
  end-if
  move spaces to MATERIAL-FLAG
  if PRIOR-TOTAL > 0 and LATEST-TOTAL > 0
    compute SHARE-DELTA = LATEST-SHARE - PRIOR-SHARE
    if SHARE-DELTA < 0
      compute SHARE-DELTA-ABS = 0 - SHARE-DELTA
    else
      move SHARE-DELTA to SHARE-DELTA-ABS
    end-if
    if SHARE-DELTA-ABS > SHARE-CHANGE-LIMIT
      move " -- MATERIAL CHANGE" to MATERIAL-FLAG
    end-if
  end-if.
