identification division.
program-id. hub-matrix.

environment division.
input-output section.
file-control.
  select HUB-LIST-FILE assign to dynamic WS-HUB-LIST-FILE
    organization line sequential file status WS-HUB-LIST-STATUS.
  select MATRIX-REPORT assign to dynamic WS-MATRIX-REPORT-FILE
    organization line sequential.
  select MATRIX-EXPORT assign to dynamic WS-MATRIX-EXPORT-FILE
    organization line sequential file status WS-EXPORT-STATUS.
  select PRIOR-EXPORT assign to dynamic WS-PRIOR-EXPORT-FILE
    organization line sequential file status WS-PRIOR-STATUS.

data division.
file section.
  fd HUB-LIST-FILE.
  01 HUB-LIST-LINE  pic x(80).

  fd MATRIX-REPORT.
  01 MATRIX-REPORT-LINE  pic x(132).

  fd MATRIX-EXPORT.
  01 MATRIX-EXPORT-LINE  pic x(132).

  fd PRIOR-EXPORT.
  01 PRIOR-EXPORT-LINE  pic x(132).

working-storage section.
  01 WS-HUB-LIST-FILE       pic x(100).
  01 WS-MATRIX-REPORT-FILE  pic x(100).
  01 WS-MATRIX-EXPORT-FILE  pic x(100).
  01 WS-PRIOR-EXPORT-FILE   pic x(100).
  01 WS-HUB-LIST-STATUS     pic x(2).
  01 WS-EXPORT-STATUS       pic x(2).
  01 WS-PRIOR-STATUS        pic x(2).
  copy input.

  *> must match NODE-ZZZ in the INPUT copybook -- a 78-level in the
  *> copybook can't be forward-referenced from an OCCURS clause up here
  78 SEARCH-TABLE-SIZE value 456976.
  78 HUB-MAX value 50.
  *> hub columns per band of the printed grid -- keeps a band inside
  *> the 132-column report line however many hubs are listed
  78 GRID-BAND-WIDTH value 12.

  01 WS-INSTR-FILENAME  pic x(100).
  01 WS-MAP-FILENAME    pic x(100).
  01 PARM-KEY           pic x(20).
  01 PARM-VALUE         pic x(100).
  01 CATALOG-AS-OF      pic 9(8) value 0.
  01 PARSE-NODE-STATUS  pic x.
  01 ALIAS-FLAG         pic x.
  01 ALIAS-OLD          pic a(4).
  01 HUB-CODE-TEXT      pic x(10).
  01 HUB-CODE-IN        pic a(4).

  *> the hubs planning asks about, in hub-list order, and the matrix
  *> cell for every from/to pair: tonight's answer plus, when last
  *> night's export is on hand, what it said then
  01 HUB-COUNT          pic 9(2) value 0.
  01 HUB-TABLE.
    05 HUB-ENTRY occurs HUB-MAX times.
      10 HUB-CODE       pic a(4).
      10 HUB-NODE       pic 9(6).
      10 HUB-ON-MAP     pic x.
      10 HUB-CELL occurs HUB-MAX times.
        15 CELL-REACHED     pic x.
        15 CELL-STEPS       pic 9(8).
        15 CELL-COST        pic 9(12).
        15 PRIOR-FOUND      pic x.
        15 PRIOR-REACHED    pic x.
        15 PRIOR-STEPS      pic 9(8).
  01 FROM-IDX           pic 9(2).
  01 TO-IDX             pic 9(2).
  01 BAND-START         pic 9(2).
  01 BAND-END           pic 9(2).
  01 OFF-MAP-COUNT      pic 9(2) value 0.
  01 UNREACHABLE-COUNT  pic 9(6) value 0.
  01 CHANGED-COUNT      pic 9(6) value 0.

  *> search working set, heap-allocated to the map's size the way
  *> SHORTEST-PATH sizes its own
  01 AUX-TABLE-BYTES    pic 9(9) comp.
  01 BFS-VISITED-PTR    usage pointer.
  01 BFS-DIST-PTR       usage pointer.
  01 BFS-QUEUE-PTR      usage pointer.
  01 COSTS-PTR          usage pointer.
  01 DIJ-DIST-PTR       usage pointer.
  01 QUEUE-HEAD         pic 9(6).
  01 QUEUE-TAIL         pic 9(6).
  01 QUEUE-USED         pic 9(6).
  01 BFS-NODE           pic 9(6).
  01 NEXT-NODE          pic 9(6).
  01 NODE-IDX           pic 9(6).
  01 SOURCE-NODE        pic 9(6).

  *> cost figures use the same per-node departure costs and the same
  *> charging rule as SHORTEST-PATH's PATH_MODE=COST search. Here one
  *> source has to be priced to every hub, so a queue-driven relaxation
  *> replaces the linear min-scan -- with only two edges per node it
  *> settles quickly
  78 DIJ-INFINITY value 999999999999999999.
  01 COSTS-LOADED       pic x value "N".
  01 DIJ-NEW-DIST       binary-double unsigned.

  *> route closures in force on the business date (see LOAD-CLOSURES)
  *> -- the matrix answers for the roads that are open tonight
  01 BUSINESS-DATE      pic 9(8).
  01 BD-PROC-FLAG       pic x.
  01 BD-NONPROC-ACTION  pic x(4).
  copy closures.
  01 CLOSURE-IDX        pic 9(4).
  01 CLOSURE-TO-TEXT    pic x(8).
  01 CLOSED-L           pic x.
  01 CLOSED-R           pic x.
  01 CLOSURE-SCAN-NODE  pic 9(6).

  *> last night's export: carried forward as the comparison file the
  *> first time the matrix runs on a new business date, so a rerun on
  *> the same night still compares against the night before
  01 ARCHIVE-TRUNCATE   pic x value "N".
  01 ARCHIVE-STATUS     pic x.
  01 EXPORT-DATE-TEXT   pic x(10).
  01 EXPORT-DATE        pic 9(8) value 0.
  01 PRIOR-DATE         pic 9(8) value 0.
  01 PRIOR-FROM         pic x(10).
  01 PRIOR-TO           pic x(10).
  01 PRIOR-STEPS-TEXT   pic x(12).
  01 PRIOR-FROM-IDX     pic 9(2).
  01 PRIOR-TO-IDX       pic 9(2).

  01 STEPS-DISPLAY      pic z(7)9.
  01 COST-DISPLAY       pic z(11)9.
  01 CHANGE-VALUE       pic s9(8).
  01 CHANGE-DISPLAY     pic +(8)9.
  01 CHANGE-TEXT        pic x(16).
  01 STEPS-TEXT         pic x(12).
  01 COST-TEXT          pic x(12).
  01 PRIOR-TEXT         pic x(12).
  01 GRID-LINE          pic x(132).
  01 GRID-POS           pic 9(3).
  01 GRID-MODE          pic x.

  01 WS-EXC-PROGRAM     pic x(20) value "HUB-MATRIX".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

linkage section.
  *> heap node table behind INPUT-DATA (see the INPUT and NODEMAP
  *> copybooks) -- SET ADDRESS after every parse before touching it
  copy nodemap.
  01 BFS-VISITED-TABLE.
    05 BFS-VISITED      pic x occurs SEARCH-TABLE-SIZE times.
  01 BFS-DIST-TABLE.
    05 BFS-DIST         pic 9(8) occurs SEARCH-TABLE-SIZE times.
  01 BFS-QUEUE-TABLE.
    05 BFS-QUEUE        pic 9(6) occurs SEARCH-TABLE-SIZE times.
  01 COSTS-OUTER.
    05 COSTS            pic 9(5) occurs SEARCH-TABLE-SIZE times.
  01 DIJ-DIST-OUTER.
    05 DIJ-DIST         binary-double unsigned
       occurs SEARCH-TABLE-SIZE times.

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move "/data/hub-list.txt" to WS-HUB-LIST-FILE
  call "resolve-path" using WS-HUB-LIST-FILE end-call
  move "/data/hub-matrix.txt" to WS-MATRIX-REPORT-FILE
  call "resolve-path" using WS-MATRIX-REPORT-FILE end-call
  move "/data/export-hub-matrix.csv" to WS-MATRIX-EXPORT-FILE
  call "resolve-path" using WS-MATRIX-EXPORT-FILE end-call
  move "/data/export-hub-matrix-prior.csv" to WS-PRIOR-EXPORT-FILE
  call "resolve-path" using WS-PRIOR-EXPORT-FILE end-call

  *> planning's "how many steps from hub X to hub Y tonight" for every
  *> pair on the hub list in one pass: one breadth-first sweep per
  *> from-hub answers every to-hub at once, instead of one
  *> SHORTEST-PATH run per pair
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
  call "parse-input" using INPUT-DATA WS-INSTR-FILENAME WS-MAP-FILENAME
    WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    goback
  end-if

  call "business-date" using BUSINESS-DATE BD-PROC-FLAG
    BD-NONPROC-ACTION end-call
  call "load-closures" using BUSINESS-DATE NODE-CODE-LENGTH
    CLOSURES-OUTER end-call

  *> one code per line; anything after the code (a hub name, say) is
  *> ignored, and blank or "*" lines are comments. Retired codes are
  *> resolved through the alias file like every other code entry point
  open input HUB-LIST-FILE
  if WS-HUB-LIST-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "HUB-MATRIX: no hub list on file -- nothing to tabulate!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0074" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-HUB-LIST-FILE) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  perform forever
    read HUB-LIST-FILE at end
      exit perform
    end-read
    if HUB-LIST-LINE = spaces or HUB-LIST-LINE(1:1) = "*"
      exit perform cycle
    end-if
    if HUB-COUNT >= HUB-MAX
      move "DNV0075" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move HUB-MAX to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      exit perform
    end-if
    move spaces to HUB-CODE-TEXT
    move function trim(HUB-LIST-LINE) to HUB-LIST-LINE
    unstring HUB-LIST-LINE delimited by all space or "|"
      into HUB-CODE-TEXT
    end-unstring
    move function trim(HUB-CODE-TEXT) to HUB-CODE-IN
    call "resolve-alias" using HUB-CODE-IN ALIAS-FLAG ALIAS-OLD end-call
    add 1 to HUB-COUNT
    move HUB-CODE-IN to HUB-CODE(HUB-COUNT)
    move "N" to HUB-ON-MAP(HUB-COUNT)
    move 0 to HUB-NODE(HUB-COUNT)
    call "parse-node" using HUB-CODE-IN HUB-NODE(HUB-COUNT)
      NODE-CODE-LENGTH PARSE-NODE-STATUS end-call
    if PARSE-NODE-STATUS = "0"
      if NODES-DEFINED(HUB-NODE(HUB-COUNT)) = "Y"
        move "Y" to HUB-ON-MAP(HUB-COUNT)
      end-if
    end-if
    if HUB-ON-MAP(HUB-COUNT) = "N"
      add 1 to OFF-MAP-COUNT
      move "DNV0076" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(HUB-CODE-IN) to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
    end-if
  end-perform
  close HUB-LIST-FILE

  if HUB-COUNT = 0
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "HUB-MATRIX: the hub list names no hubs -- nothing to tabulate!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if

  move NODE-ZZZ-VALUE to AUX-TABLE-BYTES
  allocate AUX-TABLE-BYTES characters initialized
    returning BFS-VISITED-PTR
  set address of BFS-VISITED-TABLE to BFS-VISITED-PTR
  compute AUX-TABLE-BYTES = NODE-ZZZ-VALUE * 8
  allocate AUX-TABLE-BYTES characters initialized
    returning BFS-DIST-PTR
  set address of BFS-DIST-TABLE to BFS-DIST-PTR
  allocate AUX-TABLE-BYTES characters initialized
    returning DIJ-DIST-PTR
  set address of DIJ-DIST-OUTER to DIJ-DIST-PTR
  compute AUX-TABLE-BYTES = NODE-ZZZ-VALUE * 6
  allocate AUX-TABLE-BYTES characters initialized
    returning BFS-QUEUE-PTR
  set address of BFS-QUEUE-TABLE to BFS-QUEUE-PTR
  compute AUX-TABLE-BYTES = NODE-ZZZ-VALUE * 5
  allocate AUX-TABLE-BYTES characters initialized returning COSTS-PTR
  set address of COSTS-OUTER to COSTS-PTR
  call "load-step-costs" using NODE-CODE-LENGTH COSTS-OUTER
    COSTS-LOADED end-call

  perform varying FROM-IDX from 1 by 1 until FROM-IDX > HUB-COUNT
    perform varying TO-IDX from 1 by 1 until TO-IDX > HUB-COUNT
      move "N" to CELL-REACHED(FROM-IDX, TO-IDX)
      move 0 to CELL-STEPS(FROM-IDX, TO-IDX)
      move 0 to CELL-COST(FROM-IDX, TO-IDX)
      move "N" to PRIOR-FOUND(FROM-IDX, TO-IDX)
      move "N" to PRIOR-REACHED(FROM-IDX, TO-IDX)
      move 0 to PRIOR-STEPS(FROM-IDX, TO-IDX)
    end-perform
    if HUB-ON-MAP(FROM-IDX) = "Y"
      move HUB-NODE(FROM-IDX) to SOURCE-NODE
      perform SWEEP-STEPS-FROM-SOURCE
      perform varying TO-IDX from 1 by 1 until TO-IDX > HUB-COUNT
        if HUB-ON-MAP(TO-IDX) = "Y"
          if BFS-VISITED(HUB-NODE(TO-IDX)) = "Y"
            move "Y" to CELL-REACHED(FROM-IDX, TO-IDX)
            move BFS-DIST(HUB-NODE(TO-IDX)) to CELL-STEPS(FROM-IDX, TO-IDX)
          end-if
        end-if
      end-perform
      if COSTS-LOADED = "Y"
        perform SWEEP-COSTS-FROM-SOURCE
        perform varying TO-IDX from 1 by 1 until TO-IDX > HUB-COUNT
          if CELL-REACHED(FROM-IDX, TO-IDX) = "Y"
            move DIJ-DIST(HUB-NODE(TO-IDX)) to CELL-COST(FROM-IDX, TO-IDX)
          end-if
        end-perform
      end-if
    end-if
  end-perform

  *> carry last night's export forward as the comparison file when
  *> tonight is a new business date, then read the comparison file
  *> back into the prior half of each cell
  open input MATRIX-EXPORT
  if WS-EXPORT-STATUS = "00"
    read MATRIX-EXPORT at end
      continue
    end-read
    read MATRIX-EXPORT at end
      move spaces to MATRIX-EXPORT-LINE
    end-read
    close MATRIX-EXPORT
    move spaces to EXPORT-DATE-TEXT
    unstring MATRIX-EXPORT-LINE delimited by ","
      into EXPORT-DATE-TEXT
    end-unstring
    if EXPORT-DATE-TEXT(1:8) is numeric
      move EXPORT-DATE-TEXT(1:8) to EXPORT-DATE
    end-if
    if EXPORT-DATE > 0 and EXPORT-DATE < BUSINESS-DATE
      call "archive-file" using WS-MATRIX-EXPORT-FILE
        WS-PRIOR-EXPORT-FILE ARCHIVE-TRUNCATE ARCHIVE-STATUS end-call
    end-if
  end-if

  open input PRIOR-EXPORT
  if WS-PRIOR-STATUS = "00"
    perform forever
      read PRIOR-EXPORT at end
        exit perform
      end-read
      move spaces to EXPORT-DATE-TEXT PRIOR-FROM PRIOR-TO PRIOR-STEPS-TEXT
      unstring PRIOR-EXPORT-LINE delimited by ","
        into EXPORT-DATE-TEXT PRIOR-FROM PRIOR-TO PRIOR-STEPS-TEXT
      end-unstring
      if EXPORT-DATE-TEXT(1:8) is not numeric
        exit perform cycle
      end-if
      move EXPORT-DATE-TEXT(1:8) to PRIOR-DATE
      move 0 to PRIOR-FROM-IDX PRIOR-TO-IDX
      perform varying FROM-IDX from 1 by 1 until FROM-IDX > HUB-COUNT
        if HUB-CODE(FROM-IDX) = PRIOR-FROM
          move FROM-IDX to PRIOR-FROM-IDX
        end-if
        if HUB-CODE(FROM-IDX) = PRIOR-TO
          move FROM-IDX to PRIOR-TO-IDX
        end-if
      end-perform
      if PRIOR-FROM-IDX > 0 and PRIOR-TO-IDX > 0
        move "Y" to PRIOR-FOUND(PRIOR-FROM-IDX, PRIOR-TO-IDX)
        if function trim(PRIOR-STEPS-TEXT) is numeric
          move "Y" to PRIOR-REACHED(PRIOR-FROM-IDX, PRIOR-TO-IDX)
          move function trim(PRIOR-STEPS-TEXT)
            to PRIOR-STEPS(PRIOR-FROM-IDX, PRIOR-TO-IDX)
        end-if
      end-if
    end-perform
    close PRIOR-EXPORT
  end-if

  *> ---- printable report: the step grid in bands of hub columns, the
  *> cost grid when costs are loaded, then every pair that moved
  open output MATRIX-REPORT
  move spaces to MATRIX-REPORT-LINE
  string "HUB STEP-DISTANCE MATRIX FOR BUSINESS DATE " BUSINESS-DATE
    " -- " HUB-COUNT " HUB(S), MAP " function trim(WS-MAP-FILENAME)
    delimited by size into MATRIX-REPORT-LINE
  end-string
  write MATRIX-REPORT-LINE
  if PRIOR-DATE > 0
    move spaces to MATRIX-REPORT-LINE
    string "CHANGES ARE AGAINST THE MATRIX OF " PRIOR-DATE
      delimited by size into MATRIX-REPORT-LINE
    end-string
    write MATRIX-REPORT-LINE
  else
    move "NO PREVIOUS MATRIX ON FILE -- NO CHANGES SHOWN"
      to MATRIX-REPORT-LINE
    write MATRIX-REPORT-LINE
  end-if
  perform varying CLOSURE-IDX from 1 by 1
      until CLOSURE-IDX > CLOSURE-COUNT
    move CLOSURE-TO(CLOSURE-IDX) to CLOSURE-TO-TEXT
    if CLOSURE-TO-TEXT = "99999999"
      move "OPEN-END" to CLOSURE-TO-TEXT
    end-if
    move spaces to MATRIX-REPORT-LINE
    string
      "CLOSURE IN FORCE: NODE " function trim(CLOSURE-NODE(CLOSURE-IDX))
      " DIR " CLOSURE-DIR(CLOSURE-IDX) " " CLOSURE-FROM(CLOSURE-IDX) "-"
      CLOSURE-TO-TEXT " -- " function trim(CLOSURE-REASON(CLOSURE-IDX))
      delimited by size into MATRIX-REPORT-LINE
    end-string
    write MATRIX-REPORT-LINE
  end-perform

  move spaces to MATRIX-REPORT-LINE
  write MATRIX-REPORT-LINE
  move "STEPS (FROM DOWN, TO ACROSS; UNRCH = UNREACHABLE)"
    to MATRIX-REPORT-LINE
  write MATRIX-REPORT-LINE
  move "S" to GRID-MODE
  perform PRINT-GRID
  if COSTS-LOADED = "Y"
    move spaces to MATRIX-REPORT-LINE
    write MATRIX-REPORT-LINE
    move "COST-WEIGHTED (STEP-COSTS.TXT DEPARTURE COSTS)"
      to MATRIX-REPORT-LINE
    write MATRIX-REPORT-LINE
    move "C" to GRID-MODE
    perform PRINT-GRID
  end-if

  move spaces to MATRIX-REPORT-LINE
  write MATRIX-REPORT-LINE
  move "CHANGES SINCE THE PREVIOUS MATRIX" to MATRIX-REPORT-LINE
  write MATRIX-REPORT-LINE

  *> ---- delimited export, REPORT-EXPORT style: a header row naming
  *> the columns, then one row per from/to pair
  open output MATRIX-EXPORT
  move "RUN-DATE,FROM,TO,STEPS,COST,PREVIOUS-STEPS,CHANGE"
    to MATRIX-EXPORT-LINE
  write MATRIX-EXPORT-LINE
  perform varying FROM-IDX from 1 by 1 until FROM-IDX > HUB-COUNT
    perform varying TO-IDX from 1 by 1 until TO-IDX > HUB-COUNT
      if CELL-REACHED(FROM-IDX, TO-IDX) = "Y"
        move CELL-STEPS(FROM-IDX, TO-IDX) to STEPS-DISPLAY
        move function trim(STEPS-DISPLAY) to STEPS-TEXT
      else
        add 1 to UNREACHABLE-COUNT
        move "UNREACHABLE" to STEPS-TEXT
      end-if
      move spaces to COST-TEXT
      if COSTS-LOADED = "Y" and CELL-REACHED(FROM-IDX, TO-IDX) = "Y"
        move CELL-COST(FROM-IDX, TO-IDX) to COST-DISPLAY
        move function trim(COST-DISPLAY) to COST-TEXT
      end-if
      move spaces to PRIOR-TEXT
      evaluate true
        when PRIOR-FOUND(FROM-IDX, TO-IDX) = "N"
          if PRIOR-DATE > 0
            move "NEW" to CHANGE-TEXT
          else
            move spaces to CHANGE-TEXT
          end-if
        when PRIOR-REACHED(FROM-IDX, TO-IDX) = "N"
          move "UNREACHABLE" to PRIOR-TEXT
          if CELL-REACHED(FROM-IDX, TO-IDX) = "Y"
            move "NOW-REACHABLE" to CHANGE-TEXT
          else
            move "0" to CHANGE-TEXT
          end-if
        when other
          move PRIOR-STEPS(FROM-IDX, TO-IDX) to STEPS-DISPLAY
          move function trim(STEPS-DISPLAY) to PRIOR-TEXT
          if CELL-REACHED(FROM-IDX, TO-IDX) = "N"
            move "NOW-UNREACHABLE" to CHANGE-TEXT
          else
            compute CHANGE-VALUE = CELL-STEPS(FROM-IDX, TO-IDX)
              - PRIOR-STEPS(FROM-IDX, TO-IDX)
            if CHANGE-VALUE = 0
              move "0" to CHANGE-TEXT
            else
              move CHANGE-VALUE to CHANGE-DISPLAY
              move function trim(CHANGE-DISPLAY) to CHANGE-TEXT
            end-if
          end-if
      end-evaluate

      move spaces to MATRIX-EXPORT-LINE
      string
        BUSINESS-DATE "," function trim(HUB-CODE(FROM-IDX)) ","
        function trim(HUB-CODE(TO-IDX)) "," function trim(STEPS-TEXT) ","
        function trim(COST-TEXT) "," function trim(PRIOR-TEXT) ","
        function trim(CHANGE-TEXT)
        delimited by size into MATRIX-EXPORT-LINE
      end-string
      write MATRIX-EXPORT-LINE

      if CHANGE-TEXT not = spaces and CHANGE-TEXT not = "0"
          and CHANGE-TEXT not = "NEW"
        add 1 to CHANGED-COUNT
        move spaces to MATRIX-REPORT-LINE
        string
          "  " function trim(HUB-CODE(FROM-IDX)) " TO "
          function trim(HUB-CODE(TO-IDX)) ": WAS "
          function trim(PRIOR-TEXT) ", NOW " function trim(STEPS-TEXT)
          " (" function trim(CHANGE-TEXT) ")"
          delimited by size into MATRIX-REPORT-LINE
        end-string
        write MATRIX-REPORT-LINE
      end-if
    end-perform
  end-perform
  close MATRIX-EXPORT

  if CHANGED-COUNT = 0
    move "  NONE" to MATRIX-REPORT-LINE
    write MATRIX-REPORT-LINE
  end-if
  move spaces to MATRIX-REPORT-LINE
  write MATRIX-REPORT-LINE
  move spaces to MATRIX-REPORT-LINE
  string "MATRIX COMPLETE: " HUB-COUNT " HUB(S), " UNREACHABLE-COUNT
    " UNREACHABLE PAIR(S), " CHANGED-COUNT " CHANGED PAIR(S), "
    OFF-MAP-COUNT " HUB(S) NOT ON THE MAP"
    delimited by size into MATRIX-REPORT-LINE
  end-string
  write MATRIX-REPORT-LINE
  close MATRIX-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Hub matrix: " HUB-COUNT " hub(s), " UNREACHABLE-COUNT
    " unreachable pair(s), " CHANGED-COUNT " changed since the "
    "previous matrix"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call

  free BFS-VISITED-PTR BFS-DIST-PTR BFS-QUEUE-PTR COSTS-PTR DIJ-DIST-PTR
  *> a hub that has dropped off the map is a hub-list problem, not a
  *> failed run -- warn, but the matrix is still published
  if OFF-MAP-COUNT > 0
    move 4 to return-code
  else
    move 0 to return-code
  end-if
  goback.

*> fewest steps from SOURCE-NODE to every node: breadth-first, skipping
*> a closed link exactly as SHORTEST-PATH does
SWEEP-STEPS-FROM-SOURCE.
  perform varying NODE-IDX from 1 by 1 until NODE-IDX > NODE-ZZZ-VALUE
    move "N" to BFS-VISITED(NODE-IDX)
  end-perform
  move 1 to QUEUE-HEAD
  move 1 to QUEUE-TAIL
  move SOURCE-NODE to BFS-QUEUE(QUEUE-TAIL)
  move "Y" to BFS-VISITED(SOURCE-NODE)
  move 0 to BFS-DIST(SOURCE-NODE)
  perform until QUEUE-HEAD > QUEUE-TAIL
    move BFS-QUEUE(QUEUE-HEAD) to BFS-NODE
    add 1 to QUEUE-HEAD
    if NODES-DEFINED(BFS-NODE) = "Y"
      move BFS-NODE to CLOSURE-SCAN-NODE
      perform CHECK-NODE-CLOSURES
      if BFS-VISITED(NODES-L(BFS-NODE)) = "N" and CLOSED-L = "N"
        move "Y" to BFS-VISITED(NODES-L(BFS-NODE))
        compute BFS-DIST(NODES-L(BFS-NODE)) = BFS-DIST(BFS-NODE) + 1
        add 1 to QUEUE-TAIL
        move NODES-L(BFS-NODE) to BFS-QUEUE(QUEUE-TAIL)
      end-if
      if BFS-VISITED(NODES-R(BFS-NODE)) = "N" and CLOSED-R = "N"
        move "Y" to BFS-VISITED(NODES-R(BFS-NODE))
        compute BFS-DIST(NODES-R(BFS-NODE)) = BFS-DIST(BFS-NODE) + 1
        add 1 to QUEUE-TAIL
        move NODES-R(BFS-NODE) to BFS-QUEUE(QUEUE-TAIL)
      end-if
    end-if
  end-perform.

*> cheapest cost from SOURCE-NODE to every node. BFS-QUEUE is reused
*> as a circular work queue (a node is queued at most once at a time,
*> so it never holds more than the table size) with BFS-VISITED as the
*> on-queue flag -- the step sweep is finished with both by now
SWEEP-COSTS-FROM-SOURCE.
  perform varying NODE-IDX from 1 by 1 until NODE-IDX > NODE-ZZZ-VALUE
    move DIJ-INFINITY to DIJ-DIST(NODE-IDX)
    move "N" to BFS-VISITED(NODE-IDX)
  end-perform
  move 0 to DIJ-DIST(SOURCE-NODE)
  move 1 to QUEUE-HEAD
  move 1 to QUEUE-TAIL
  move 1 to QUEUE-USED
  move SOURCE-NODE to BFS-QUEUE(1)
  move "Y" to BFS-VISITED(SOURCE-NODE)
  perform until QUEUE-USED = 0
    move BFS-QUEUE(QUEUE-HEAD) to BFS-NODE
    move "N" to BFS-VISITED(BFS-NODE)
    subtract 1 from QUEUE-USED
    add 1 to QUEUE-HEAD
    if QUEUE-HEAD > NODE-ZZZ-VALUE
      move 1 to QUEUE-HEAD
    end-if
    if NODES-DEFINED(BFS-NODE) = "Y"
      move BFS-NODE to CLOSURE-SCAN-NODE
      perform CHECK-NODE-CLOSURES
      compute DIJ-NEW-DIST = DIJ-DIST(BFS-NODE) + COSTS(BFS-NODE)
      if CLOSED-L = "N"
        move NODES-L(BFS-NODE) to NEXT-NODE
        perform RELAX-COST-EDGE
      end-if
      if CLOSED-R = "N"
        move NODES-R(BFS-NODE) to NEXT-NODE
        perform RELAX-COST-EDGE
      end-if
    end-if
  end-perform.

*> NEXT-NODE is reachable for DIJ-NEW-DIST -- keep it if it is cheaper
*> and queue the node to pass the saving on
RELAX-COST-EDGE.
  if DIJ-NEW-DIST < DIJ-DIST(NEXT-NODE)
    move DIJ-NEW-DIST to DIJ-DIST(NEXT-NODE)
    if BFS-VISITED(NEXT-NODE) = "N"
      move "Y" to BFS-VISITED(NEXT-NODE)
      add 1 to QUEUE-TAIL
      if QUEUE-TAIL > NODE-ZZZ-VALUE
        move 1 to QUEUE-TAIL
      end-if
      move NEXT-NODE to BFS-QUEUE(QUEUE-TAIL)
      add 1 to QUEUE-USED
    end-if
  end-if.

*> the grid in bands of GRID-BAND-WIDTH hub columns -- GRID-MODE "S"
*> prints step counts, "C" cost figures
PRINT-GRID.
  move 1 to BAND-START
  perform until BAND-START > HUB-COUNT
    compute BAND-END = BAND-START + GRID-BAND-WIDTH - 1
    if BAND-END > HUB-COUNT
      move HUB-COUNT to BAND-END
    end-if
    move spaces to GRID-LINE
    move "FROM/TO" to GRID-LINE(1:7)
    move 9 to GRID-POS
    perform varying TO-IDX from BAND-START by 1 until TO-IDX > BAND-END
      move HUB-CODE(TO-IDX) to GRID-LINE(GRID-POS + 5:4)
      add 10 to GRID-POS
    end-perform
    move GRID-LINE to MATRIX-REPORT-LINE
    write MATRIX-REPORT-LINE
    perform varying FROM-IDX from 1 by 1 until FROM-IDX > HUB-COUNT
      move spaces to GRID-LINE
      move HUB-CODE(FROM-IDX) to GRID-LINE(1:4)
      move 9 to GRID-POS
      perform varying TO-IDX from BAND-START by 1 until TO-IDX > BAND-END
        if CELL-REACHED(FROM-IDX, TO-IDX) = "Y"
          if GRID-MODE = "S"
            move CELL-STEPS(FROM-IDX, TO-IDX) to STEPS-DISPLAY
            move STEPS-DISPLAY to GRID-LINE(GRID-POS + 1:8)
          else
            move CELL-COST(FROM-IDX, TO-IDX) to COST-DISPLAY
            move COST-DISPLAY(5:8) to GRID-LINE(GRID-POS + 1:8)
            if CELL-COST(FROM-IDX, TO-IDX) > 99999999
              move "   *****" to GRID-LINE(GRID-POS + 1:8)
            end-if
          end-if
        else
          move "   UNRCH" to GRID-LINE(GRID-POS + 1:8)
        end-if
        add 10 to GRID-POS
      end-perform
      move GRID-LINE to MATRIX-REPORT-LINE
      write MATRIX-REPORT-LINE
    end-perform
    compute BAND-START = BAND-END + 1
    if BAND-START <= HUB-COUNT
      move spaces to MATRIX-REPORT-LINE
      write MATRIX-REPORT-LINE
    end-if
  end-perform.

*> which of CLOSURE-SCAN-NODE's two links are closed today -- the
*> searches skip a closed link exactly as if the map lacked it
CHECK-NODE-CLOSURES.
  move "N" to CLOSED-L
  move "N" to CLOSED-R
  perform varying CLOSURE-IDX from 1 by 1
      until CLOSURE-IDX > CLOSURE-COUNT
    if CLOSURE-NODE-NUM(CLOSURE-IDX) = CLOSURE-SCAN-NODE
      if CLOSURE-DIR(CLOSURE-IDX) = "L"
        move "Y" to CLOSED-L
      else
        move "Y" to CLOSED-R
      end-if
    end-if
  end-perform.
