identification division.
program-id. refdata-sweep.

environment division.
input-output section.
file-control.
  select NODE-REF-FILE assign to dynamic WS-NODE-REF-FILE
    organization line sequential file status WS-REF-STATUS.
  select ALIAS-FILE assign to dynamic WS-ALIAS-FILE
    organization line sequential file status WS-ALIAS-STATUS.
  select PARTNER-FILE assign to dynamic WS-PARTNER-FILE
    organization line sequential file status WS-PARTNER-STATUS.
  select COST-FILE assign to dynamic WS-COST-FILENAME
    organization line sequential file status WS-COST-STATUS.
  select SWEEP-REPORT assign to dynamic WS-SWEEP-REPORT-FILE
    organization line sequential.

data division.
file section.
  fd NODE-REF-FILE.
  01 NODE-REF-LINE  pic x(100).

  fd ALIAS-FILE.
  01 ALIAS-LINE  pic x(40).

  fd PARTNER-FILE.
  01 PARTNER-LINE  pic x(40).

  fd COST-FILE.
  01 COST-LINE  pic x(40).

  fd SWEEP-REPORT.
  01 SWEEP-REPORT-LINE  pic x(132).

working-storage section.
  01 WS-NODE-REF-FILE      pic x(100).
  01 WS-ALIAS-FILE         pic x(100).
  01 WS-PARTNER-FILE       pic x(100).
  01 WS-COST-FILENAME      pic x(100).
  01 WS-SWEEP-REPORT-FILE  pic x(100).
  01 WS-REF-STATUS         pic x(2).
  01 WS-ALIAS-STATUS       pic x(2).
  01 WS-PARTNER-STATUS     pic x(2).
  01 WS-COST-STATUS        pic x(2).
  copy input.

  *> must match NODE-ZZZ in the INPUT copybook -- a 78-level in the
  *> copybook can't be forward-referenced from an OCCURS clause up here
  78 SWEEP-TABLE-SIZE value 456976.
  *> same capacities the resident lookup subprograms load to; the node
  *> reference is streamed and its statuses read from the keyed master
  *> by code (LOOKUP-NODE-STATUS), so it has no limit here
  78 ALIAS-MAX value 500.
  78 PARTNER-MAX value 2000.

  01 WS-INSTR-FILENAME  pic x(100).
  01 WS-MAP-FILENAME    pic x(100).

  *> per map node: "Y" a complete reference entry (description and
  *> owning team), "P" an entry missing one of them, "N" no entry
  01 REF-ON-FILE-TABLE.
    05 REF-ON-FILE      pic x occurs SWEEP-TABLE-SIZE times.

  01 REF-ENTRY.
    05 REF-CODE         pic a(4).
    05 REF-DESC         pic x(40).
    05 REF-TEAM         pic x(20).
    05 REF-NODE-STATUS  pic x(10).

  01 ALIAS-COUNT        pic 9(4) value 0.
  01 ALIAS-TABLE.
    05 ALIAS-ENTRY occurs ALIAS-MAX times.
      10 ALIAS-OLD      pic a(4).
      10 ALIAS-NEW      pic a(4).
  01 ALIAS-IDX          pic 9(4).
  01 ALIAS-IDX-2        pic 9(4).

  01 PARTNER-COUNT      pic 9(4) value 0.
  01 PARTNER-TABLE.
    05 PARTNER-ENTRY occurs PARTNER-MAX times.
      10 PARTNER-OUR-CODE pic a(4).
      10 PARTNER-THEIRS   pic x(10).
  01 PARTNER-IDX        pic 9(4).
  01 PARTNER-IDX-2      pic 9(4).

  01 COST-NODE-CODE     pic a(4).
  01 COST-VALUE-TEXT    pic x(10).
  01 COST-LINE-NO       pic 9(6) value 0.

  01 CHECK-CODE         pic a(4).
  01 CHECK-ON-MAP       pic x.
  01 CHECK-STATUS       pic x(10).
  01 CHECK-NODE-NUM     pic 9(6).
  01 NODE-IDX           pic 9(6).
  01 NODE-TEXT          pic a(4).
  01 PARSE-NODE-STATUS  pic x.

  *> findings are graded the suite's way: an entry that would put a
  *> wrong answer in front of a traversal or an interface partner is a
  *> data error (8); gaps that only leave a report short are warnings
  01 ORPHAN-REF-COUNT      pic 9(6) value 0.
  01 ORPHAN-PARTNER-COUNT  pic 9(6) value 0.
  01 ORPHAN-COST-COUNT     pic 9(6) value 0.
  01 NO-REF-COUNT          pic 9(6) value 0.
  01 PARTIAL-REF-COUNT     pic 9(6) value 0.
  01 ALIAS-CHAIN-COUNT     pic 9(6) value 0.
  01 ALIAS-RETIRED-COUNT   pic 9(6) value 0.
  01 ALIAS-SELF-COUNT      pic 9(6) value 0.
  01 PARTNER-DUP-COUNT     pic 9(6) value 0.
  01 RETIRED-COST-COUNT    pic 9(6) value 0.
  01 ERROR-COUNT           pic 9(6) value 0.
  01 WARNING-COUNT         pic 9(6) value 0.
  01 SWEEP-RC              pic 9(2) value 0.
  01 RUN-DATE              pic 9(8).

  01 WS-EXC-PROGRAM     pic x(20) value "REFDATA-SWEEP".
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
  move "/data/node-reference.txt" to WS-NODE-REF-FILE
  call "resolve-path" using WS-NODE-REF-FILE end-call
  move "/data/node-alias.txt" to WS-ALIAS-FILE
  call "resolve-path" using WS-ALIAS-FILE end-call
  move "/data/partner-codes.txt" to WS-PARTNER-FILE
  call "resolve-path" using WS-PARTNER-FILE end-call
  move "/data/refdata-sweep.txt" to WS-SWEEP-REPORT-FILE
  call "resolve-path" using WS-SWEEP-REPORT-FILE end-call
  *> the cost file honours the same COST_FILE override the traversals'
  *> LOAD-STEP-COSTS does, so the sweep checks the file they will use
  accept WS-COST-FILENAME from environment "COST_FILE"
  if WS-COST-FILENAME = spaces
    move "/data/step-costs.txt" to WS-COST-FILENAME
  end-if
  call "resolve-path" using WS-COST-FILENAME end-call
  move function current-date(1:8) to RUN-DATE

  *> the four side files are maintained separately (MAINTAIN-NODE-REF,
  *> RENAME-NODE, MAINTAIN-PARTNER-CODE, by hand for costs) and only
  *> ever checked one code at a time by the lookups -- this sweeps them
  *> against each other and against the map the traversals will parse,
  *> so the job stream can stop before a run leans on stale reference
  *> data
  accept WS-INSTR-FILENAME from environment "INSTR_FILE"
  accept WS-MAP-FILENAME from environment "MAP_FILE"
  call "parse-input" using INPUT-DATA WS-INSTR-FILENAME WS-MAP-FILENAME
    WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "REFDATA-SWEEP: the map did not parse -- nothing to sweep "
      "the reference data against!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0200" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if

  perform varying NODE-IDX from 1 by 1 until NODE-IDX > NODE-ZZZ-VALUE
    move "N" to REF-ON-FILE(NODE-IDX)
  end-perform

  open output SWEEP-REPORT
  move spaces to SWEEP-REPORT-LINE
  string "REFERENCE-DATA INTEGRITY SWEEP " RUN-DATE
    delimited by size into SWEEP-REPORT-LINE
  end-string
  write SWEEP-REPORT-LINE

  *> ---- node reference: every entry must name a code on the map.
  *> A RETIRED entry for a code already gone from the map is the
  *> lifecycle working as intended, not an orphan
  open input NODE-REF-FILE
  if WS-REF-STATUS = "00"
    perform forever
      read NODE-REF-FILE at end
        exit perform
      end-read
      if NODE-REF-LINE = spaces
        exit perform cycle
      end-if
      move spaces to REF-ENTRY
      unstring NODE-REF-LINE delimited by "|"
        into REF-CODE REF-DESC REF-TEAM REF-NODE-STATUS
      end-unstring
      move REF-CODE to CHECK-CODE
      perform CHECK-CODE-ON-MAP
      if CHECK-ON-MAP = "Y"
        if REF-DESC = spaces or REF-TEAM = spaces
          if REF-ON-FILE(CHECK-NODE-NUM) = "N"
            move "P" to REF-ON-FILE(CHECK-NODE-NUM)
          end-if
        else
          move "Y" to REF-ON-FILE(CHECK-NODE-NUM)
        end-if
      else
        if REF-NODE-STATUS not = "RETIRED"
          add 1 to ORPHAN-REF-COUNT
          move spaces to SWEEP-REPORT-LINE
          string "ERROR   NODE-REFERENCE ENTRY FOR "
            function trim(REF-CODE)
            " -- CODE IS NOT ON THE MAP AND NOT MARKED RETIRED"
            delimited by size into SWEEP-REPORT-LINE
          end-string
          write SWEEP-REPORT-LINE
        end-if
      end-if
    end-perform
    close NODE-REF-FILE
  else
    move spaces to SWEEP-REPORT-LINE
    string "NODE-REFERENCE FILE NOT ON FILE -- EVERY MAP NODE WILL SHOW "
      "AS UNOWNED"
      delimited by size into SWEEP-REPORT-LINE
    end-string
    write SWEEP-REPORT-LINE
  end-if

  *> ---- map nodes with no owner or no description
  perform varying NODE-IDX from 1 by 1 until NODE-IDX > NODE-ZZZ-VALUE
    if NODES-DEFINED(NODE-IDX) = "Y" and REF-ON-FILE(NODE-IDX) not = "Y"
      call "decode-node" using NODE-IDX NODE-TEXT NODE-CODE-LENGTH end-call
      move spaces to SWEEP-REPORT-LINE
      if REF-ON-FILE(NODE-IDX) = "N"
        add 1 to NO-REF-COUNT
        string "WARNING MAP NODE " function trim(NODE-TEXT)
          " HAS NO NODE-REFERENCE ENTRY -- NO OWNER, NO DESCRIPTION"
          delimited by size into SWEEP-REPORT-LINE
        end-string
      else
        add 1 to PARTIAL-REF-COUNT
        string "WARNING MAP NODE " function trim(NODE-TEXT)
          " HAS A NODE-REFERENCE ENTRY MISSING ITS OWNER OR DESCRIPTION"
          delimited by size into SWEEP-REPORT-LINE
        end-string
      end-if
      write SWEEP-REPORT-LINE
    end-if
  end-perform

  *> ---- aliases: RESOLVE-ALIAS follows a chain a few hops and then
  *> gives up, so a chain is a warning; a self-alias or an alias that
  *> lands on a retired code sends every caller somewhere wrong
  open input ALIAS-FILE
  if WS-ALIAS-STATUS = "00"
    perform forever
      read ALIAS-FILE at end
        exit perform
      end-read
      if ALIAS-LINE = spaces
        exit perform cycle
      end-if
      if ALIAS-COUNT >= ALIAS-MAX
        move spaces to SWEEP-REPORT-LINE
        string "NODE-ALIAS HOLDS MORE THAN " ALIAS-MAX
          " ENTRIES -- THE REST WERE NOT SWEPT"
          delimited by size into SWEEP-REPORT-LINE
        end-string
        write SWEEP-REPORT-LINE
        add 1 to WARNING-COUNT
        exit perform
      end-if
      add 1 to ALIAS-COUNT
      move spaces to ALIAS-ENTRY(ALIAS-COUNT)
      unstring ALIAS-LINE delimited by "|"
        into ALIAS-OLD(ALIAS-COUNT) ALIAS-NEW(ALIAS-COUNT)
      end-unstring
    end-perform
    close ALIAS-FILE
  end-if

  perform varying ALIAS-IDX from 1 by 1 until ALIAS-IDX > ALIAS-COUNT
    if ALIAS-OLD(ALIAS-IDX) = ALIAS-NEW(ALIAS-IDX)
      add 1 to ALIAS-SELF-COUNT
      move spaces to SWEEP-REPORT-LINE
      string "ERROR   ALIAS " function trim(ALIAS-OLD(ALIAS-IDX))
        " POINTS BACK ON ITSELF"
        delimited by size into SWEEP-REPORT-LINE
      end-string
      write SWEEP-REPORT-LINE
      exit perform cycle
    end-if
    perform varying ALIAS-IDX-2 from 1 by 1
        until ALIAS-IDX-2 > ALIAS-COUNT
      if ALIAS-OLD(ALIAS-IDX-2) = ALIAS-NEW(ALIAS-IDX)
        add 1 to ALIAS-CHAIN-COUNT
        move spaces to SWEEP-REPORT-LINE
        string "WARNING ALIAS " function trim(ALIAS-OLD(ALIAS-IDX)) " -> "
          function trim(ALIAS-NEW(ALIAS-IDX)) " POINTS AT ANOTHER ALIAS ("
          function trim(ALIAS-NEW(ALIAS-IDX)) " -> "
          function trim(ALIAS-NEW(ALIAS-IDX-2))
          ") -- REPOINT IT AT THE CURRENT CODE"
          delimited by size into SWEEP-REPORT-LINE
        end-string
        write SWEEP-REPORT-LINE
        exit perform
      end-if
    end-perform
    move ALIAS-NEW(ALIAS-IDX) to CHECK-CODE
    perform FIND-REF-STATUS
    if CHECK-STATUS = "RETIRED"
      add 1 to ALIAS-RETIRED-COUNT
      move spaces to SWEEP-REPORT-LINE
      string "ERROR   ALIAS " function trim(ALIAS-OLD(ALIAS-IDX)) " -> "
        function trim(ALIAS-NEW(ALIAS-IDX)) " POINTS AT A RETIRED CODE"
        delimited by size into SWEEP-REPORT-LINE
      end-string
      write SWEEP-REPORT-LINE
    end-if
  end-perform

  *> ---- partner codes: every one of our codes must be on the map, and
  *> no partner identifier may be handed to two of our nodes -- the
  *> scheduling system's reverse lookup could not tell them apart
  open input PARTNER-FILE
  if WS-PARTNER-STATUS = "00"
    perform forever
      read PARTNER-FILE at end
        exit perform
      end-read
      if PARTNER-LINE = spaces
        exit perform cycle
      end-if
      if PARTNER-COUNT >= PARTNER-MAX
        move spaces to SWEEP-REPORT-LINE
        string "PARTNER-CODES HOLDS MORE THAN " PARTNER-MAX
          " ENTRIES -- THE REST WERE NOT SWEPT"
          delimited by size into SWEEP-REPORT-LINE
        end-string
        write SWEEP-REPORT-LINE
        add 1 to WARNING-COUNT
        exit perform
      end-if
      add 1 to PARTNER-COUNT
      move spaces to PARTNER-ENTRY(PARTNER-COUNT)
      unstring PARTNER-LINE delimited by "|"
        into PARTNER-OUR-CODE(PARTNER-COUNT)
          PARTNER-THEIRS(PARTNER-COUNT)
      end-unstring
      move PARTNER-OUR-CODE(PARTNER-COUNT) to CHECK-CODE
      perform CHECK-CODE-ON-MAP
      if CHECK-ON-MAP = "N"
        add 1 to ORPHAN-PARTNER-COUNT
        move spaces to SWEEP-REPORT-LINE
        string "ERROR   PARTNER CODE "
          function trim(PARTNER-THEIRS(PARTNER-COUNT))
          " IS ASSIGNED TO " function trim(PARTNER-OUR-CODE(PARTNER-COUNT))
          " -- CODE IS NOT ON THE MAP"
          delimited by size into SWEEP-REPORT-LINE
        end-string
        write SWEEP-REPORT-LINE
      end-if
    end-perform
    close PARTNER-FILE
  end-if

  perform varying PARTNER-IDX from 1 by 1
      until PARTNER-IDX > PARTNER-COUNT
    compute PARTNER-IDX-2 = PARTNER-IDX + 1
    perform until PARTNER-IDX-2 > PARTNER-COUNT
      if PARTNER-THEIRS(PARTNER-IDX-2) = PARTNER-THEIRS(PARTNER-IDX)
          and PARTNER-THEIRS(PARTNER-IDX) not = spaces
          and PARTNER-OUR-CODE(PARTNER-IDX-2)
            not = PARTNER-OUR-CODE(PARTNER-IDX)
        add 1 to PARTNER-DUP-COUNT
        move spaces to SWEEP-REPORT-LINE
        string "ERROR   PARTNER CODE "
          function trim(PARTNER-THEIRS(PARTNER-IDX))
          " IS ASSIGNED TO BOTH "
          function trim(PARTNER-OUR-CODE(PARTNER-IDX))
          " AND " function trim(PARTNER-OUR-CODE(PARTNER-IDX-2))
          delimited by size into SWEEP-REPORT-LINE
        end-string
        write SWEEP-REPORT-LINE
      end-if
      add 1 to PARTNER-IDX-2
    end-perform
  end-perform

  *> ---- step costs: same "CODE cost" lines LOAD-STEP-COSTS reads
  open input COST-FILE
  if WS-COST-STATUS = "00"
    perform forever
      read COST-FILE at end
        exit perform
      end-read
      add 1 to COST-LINE-NO
      move spaces to COST-NODE-CODE COST-VALUE-TEXT
      unstring COST-LINE delimited by all space
        into COST-NODE-CODE COST-VALUE-TEXT
      end-unstring
      if COST-NODE-CODE = spaces
        exit perform cycle
      end-if
      move COST-NODE-CODE to CHECK-CODE
      perform CHECK-CODE-ON-MAP
      if CHECK-ON-MAP = "N"
        add 1 to ORPHAN-COST-COUNT
        move spaces to SWEEP-REPORT-LINE
        string "ERROR   STEP-COST LINE " COST-LINE-NO " FOR "
          function trim(COST-NODE-CODE) " -- CODE IS NOT ON THE MAP"
          delimited by size into SWEEP-REPORT-LINE
        end-string
        write SWEEP-REPORT-LINE
        exit perform cycle
      end-if
      perform FIND-REF-STATUS
      if CHECK-STATUS = "RETIRED"
        add 1 to RETIRED-COST-COUNT
        move spaces to SWEEP-REPORT-LINE
        string "WARNING STEP-COST LINE " COST-LINE-NO " CHARGES RETIRED NODE "
          function trim(COST-NODE-CODE)
          delimited by size into SWEEP-REPORT-LINE
        end-string
        write SWEEP-REPORT-LINE
      end-if
    end-perform
    close COST-FILE
  end-if

  compute ERROR-COUNT = ORPHAN-REF-COUNT + ORPHAN-PARTNER-COUNT
    + ORPHAN-COST-COUNT + ALIAS-SELF-COUNT + ALIAS-RETIRED-COUNT
    + PARTNER-DUP-COUNT
  compute WARNING-COUNT = WARNING-COUNT + NO-REF-COUNT + PARTIAL-REF-COUNT
    + ALIAS-CHAIN-COUNT + RETIRED-COST-COUNT
  evaluate true
    when ERROR-COUNT > 0
      move 8 to SWEEP-RC
    when WARNING-COUNT > 0
      move 4 to SWEEP-RC
    when other
      move 0 to SWEEP-RC
  end-evaluate

  move spaces to SWEEP-REPORT-LINE
  write SWEEP-REPORT-LINE
  move spaces to SWEEP-REPORT-LINE
  string "REFERENCE ENTRIES NOT ON MAP:   " ORPHAN-REF-COUNT
    "   PARTNER ENTRIES NOT ON MAP: " ORPHAN-PARTNER-COUNT
    "   COST ENTRIES NOT ON MAP: " ORPHAN-COST-COUNT
    delimited by size into SWEEP-REPORT-LINE
  end-string
  write SWEEP-REPORT-LINE
  move spaces to SWEEP-REPORT-LINE
  string "MAP NODES WITH NO ENTRY:        " NO-REF-COUNT
    "   ENTRIES MISSING OWNER/DESC: " PARTIAL-REF-COUNT
    delimited by size into SWEEP-REPORT-LINE
  end-string
  write SWEEP-REPORT-LINE
  move spaces to SWEEP-REPORT-LINE
  string "ALIAS CHAINS:                   " ALIAS-CHAIN-COUNT
    "   ALIASES TO RETIRED CODES:   " ALIAS-RETIRED-COUNT
    "   SELF-ALIASES: " ALIAS-SELF-COUNT
    delimited by size into SWEEP-REPORT-LINE
  end-string
  write SWEEP-REPORT-LINE
  move spaces to SWEEP-REPORT-LINE
  string "DUPLICATED PARTNER CODES:       " PARTNER-DUP-COUNT
    "   COSTS ON RETIRED NODES:     " RETIRED-COST-COUNT
    delimited by size into SWEEP-REPORT-LINE
  end-string
  write SWEEP-REPORT-LINE
  move spaces to SWEEP-REPORT-LINE
  string "SWEEP COMPLETE: " ERROR-COUNT " ERROR(S), " WARNING-COUNT
    " WARNING(S) -- RC " SWEEP-RC
    delimited by size into SWEEP-REPORT-LINE
  end-string
  write SWEEP-REPORT-LINE
  close SWEEP-REPORT

  if SWEEP-RC > 0
    move "DNV0201" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move ERROR-COUNT to WS-EXC-VALUE(1)
    move WARNING-COUNT to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
  end-if
  move SWEEP-RC to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Reference-data sweep: " ERROR-COUNT " error(s), "
    WARNING-COUNT " warning(s)"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call

  free NODES-MAP-PTR
  set NODES-MAP-PTR to null
  move SWEEP-RC to return-code
  goback.

*> sets CHECK-ON-MAP (and CHECK-NODE-NUM) for CHECK-CODE -- a code that
*> is not even well formed at this map's code length is not on the map
CHECK-CODE-ON-MAP.
  move "N" to CHECK-ON-MAP
  move 0 to CHECK-NODE-NUM
  if CHECK-CODE = spaces
    exit paragraph
  end-if
  call "parse-node" using CHECK-CODE CHECK-NODE-NUM NODE-CODE-LENGTH
    PARSE-NODE-STATUS end-call
  if PARSE-NODE-STATUS = "0"
    if NODES-DEFINED(CHECK-NODE-NUM) = "Y"
      move "Y" to CHECK-ON-MAP
    end-if
  end-if.

*> lifecycle status of CHECK-CODE, read by key from the node-reference
*> master -- no entry counts as ACTIVE
FIND-REF-STATUS.
  call "lookup-node-status" using CHECK-CODE CHECK-STATUS end-call.
