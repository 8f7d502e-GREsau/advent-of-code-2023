identification division.
program-id. export-graph.

environment division.
input-output section.
file-control.
  select DOT-FILE assign to dynamic WS-DOT-FILE
    organization line sequential.
  select GRAPHML-FILE assign to dynamic WS-GRAPHML-FILE
    organization line sequential.
  select NODE-REF-MASTER assign to dynamic WS-NODE-REF-MASTER-FILE
    organization indexed
    access dynamic
    record key NODE-REF-CODE
    file status WS-MASTER-STATUS.
  select ZONE-FILE assign to dynamic WS-ZONE-FILE
    organization line sequential file status WS-ZONE-STATUS.

data division.
file section.
  fd DOT-FILE.
  01 DOT-LINE  pic x(300).

  fd GRAPHML-FILE.
  01 GRAPHML-LINE  pic x(300).

  fd NODE-REF-MASTER.
    copy node-ref.

  fd ZONE-FILE.
  01 ZONE-LINE  pic x(100).

working-storage section.
  copy input.

  78 START-NODES-MAX-COUNT value 50.
  *> must match NODE-ZZZ in the INPUT copybook
  78 G-SIZE value 456976.
  78 EDGES-MAX value 913952. *> two edges per node at full capacity
  78 OVERLAY-COLOURS-MAX value 8.

  *> the map drawn rather than listed: every node of the map in force
  *> (or of any catalog version -- AS_OF_DATE, see RESOLVE-MAP-VERSION)
  *> written as a Graphviz DOT file and as a GraphML file, labelled
  *> with its description and owning team from the node reference and
  *> filled by lifecycle status, L links solid and R links dashed.
  *> EXPORT_OVERLAY picks one thing to draw in colour on top:
  *>   PART1  -- tonight's PART1 walk from AAA to ZZZ
  *>   GHOSTS -- each ghost's cycle, start to first Z-ending node, one
  *>             colour per ghost
  *>   SCC    -- the strongly connected component EXPORT_SCC_NODE is in
  *> EXPORT_TEAM and EXPORT_ZONE cut the export down to one team's or
  *> one zone's nodes (both given: nodes in both), so a four-letter map
  *> comes out in pieces a person can read; a link leaving the piece is
  *> kept and its far end drawn dotted as an outside node
  01 WS-DOT-FILE        pic x(100).
  01 WS-GRAPHML-FILE    pic x(100).
  01 WS-NODE-REF-MASTER-FILE pic x(100).
  01 WS-MASTER-STATUS   pic x(2).
  01 REF-MASTER-OPEN    pic x value "N".
  01 WS-ZONE-FILE       pic x(100).
  01 WS-ZONE-STATUS     pic x(2).
  01 RUN-DATE           pic 9(8).
  01 WS-RUN-ID          pic x(8).
  01 WS-INSTR-FILENAME  pic x(100).
  01 WS-MAP-FILENAME    pic x(100).
  01 PARM-KEY           pic x(20).
  01 CATALOG-AS-OF      pic 9(8) value 0.
  01 PARM-VALUE         pic x(100).
  01 WS-MAX-STEPS-TEXT  pic x(8).
  01 MAX-STEPS          pic 9(8) value 1000000.
  01 WS-EXPORT-OVERLAY  pic x(8).
  01 WS-EXPORT-SCC-NODE pic a(4).
  01 WS-EXPORT-TEAM     pic x(20).
  01 WS-EXPORT-ZONE     pic x(12).

  01 START-NODES-OUTER.
    05 START-NODES      pic 9(6) occurs START-NODES-MAX-COUNT times.
  01 START-NODE-COUNT   pic 9(4).
  01 START-NODE-INDEX   pic 9(4).

  *> per map node: in the export (Y), and already drawn as an outside
  *> node (Y)
  01 NODE-IN-OUTER.
    05 NODE-IN          pic x occurs G-SIZE times.
  01 NODE-EXT-OUTER.
    05 NODE-EXT         pic x occurs G-SIZE times.

  *> what the overlay marks: the node itself and each of its two
  *> links, by overlay number (the ghost's number for GHOSTS, else 1)
  01 OVL-NODE-OUTER.
    05 OVL-NODE         pic 9(2) comp occurs G-SIZE times.
  01 OVL-L-OUTER.
    05 OVL-L            pic 9(2) comp occurs G-SIZE times.
  01 OVL-R-OUTER.
    05 OVL-R            pic 9(2) comp occurs G-SIZE times.

  *> strongly connected component of one node: what it reaches and
  *> what reaches it, the latter over reversed links chained per node
  *> as MAP-TOPOLOGY chains them
  01 FWD-SEEN-OUTER.
    05 FWD-SEEN         pic x occurs G-SIZE times.
  01 BWD-SEEN-OUTER.
    05 BWD-SEEN         pic x occurs G-SIZE times.
  01 REACH-QUEUE-OUTER.
    05 REACH-QUEUE      pic 9(6) occurs G-SIZE times.
  01 QUEUE-HEAD         pic 9(7).
  01 QUEUE-TAIL         pic 9(7).
  01 REV-HEAD-OUTER.
    05 REV-HEAD         pic 9(7) occurs G-SIZE times.
  01 REV-FROM-OUTER.
    05 REV-FROM         pic 9(6) occurs EDGES-MAX times.
  01 REV-NEXT-OUTER.
    05 REV-NEXT         pic 9(7) occurs EDGES-MAX times.
  01 EDGE-COUNT         pic 9(7) value 0.
  01 EDGE-IDX           pic 9(7).
  01 SCC-SEED           pic 9(6).
  01 SCC-SIZE           pic 9(6) value 0.

  *> node REF-NODE's node-reference entry, read by key from the
  *> master -- no resident copy, so no limit on how many there are
  01 REF-NODE           pic 9(6).
  01 REF-FOUND          pic x.
  01 REF-DESC           pic x(40).
  01 REF-TEAM           pic x(20).
  01 REF-NODE-STATUS    pic x(10).

  01 ZN-KIND            pic x(4).
  01 ZN-CODE-FIELD      pic x(12).
  01 ZN-ZONE-FIELD      pic x(12).
  01 ZN-CODE            pic a(4).
  01 ZN-NUM             pic 9(6).
  01 ZONE-KNOWN         pic x value "N".

  01 OVERLAY-COLOURS-OUTER.
    05 filler pic x(12) value "red".
    05 filler pic x(12) value "blue".
    05 filler pic x(12) value "darkgreen".
    05 filler pic x(12) value "purple".
    05 filler pic x(12) value "darkorange".
    05 filler pic x(12) value "brown".
    05 filler pic x(12) value "magenta".
    05 filler pic x(12) value "deepskyblue".
  01 OVERLAY-COLOURS redefines OVERLAY-COLOURS-OUTER.
    05 OVERLAY-COLOUR   pic x(12) occurs OVERLAY-COLOURS-MAX times.
  01 COLOUR-IDX         pic 9(2).

  01 NODE-IDX           pic 9(6).
  01 CUR-NODE           pic 9(6).
  01 TGT-NODE           pic 9(6).
  01 NODE-TEXT          pic a(4).
  01 TGT-TEXT           pic a(4).
  01 PARSE-NODE-STATUS  pic x.
  01 ALIAS-FLAG         pic x.
  01 ALIAS-OLD          pic a(4).
  01 INSTRUCTION-INDEX  pic 9(5).
  01 WALK-STEPS         pic 9(8).
  01 WALK-DIR           pic x.
  01 WALK-OVL           pic 9(2).
  01 WALK-CUT-OFF       pic x.
  01 OVERLAY-NOTE       pic x(100) value spaces.
  01 OVERLAY-EMPTY      pic x value "N".
  01 FILTER-TEXT        pic x(60) value "ALL NODES".

  *> one node or link as it is about to be written
  01 OUT-KIND           pic x(10).
  01 OUT-DESC           pic x(40).
  01 OUT-TEAM           pic x(20).
  01 OUT-STATUS         pic x(10).
  01 OUT-FILL           pic x(12).
  01 OUT-STYLE          pic x(24).
  01 OUT-OVL            pic 9(2).
  01 OUT-OVL-COLOUR     pic x(12).
  01 OUT-OVL-TEXT       pic x(12).
  01 LINE-PTR           pic 9(4).

  01 INCLUDED-COUNT     pic 9(6) value 0.
  01 OUTSIDE-COUNT      pic 9(6) value 0.
  01 LINK-COUNT         pic 9(7) value 0.
  01 COUNT-DISPLAY      pic z(6)9.
  01 COUNT-DISPLAY-2    pic z(6)9.
  01 COUNT-DISPLAY-3    pic z(6)9.
  01 EXPORT-RC          pic 9(2) value 0.
  01 WS-EXC-PROGRAM     pic x(20) value "EXPORT-GRAPH".
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
  move "/data/map-graph.dot" to WS-DOT-FILE
  call "resolve-path" using WS-DOT-FILE end-call
  move "/data/map-graph.graphml" to WS-GRAPHML-FILE
  call "resolve-path" using WS-GRAPHML-FILE end-call
  move "/data/node-reference.idx" to WS-NODE-REF-MASTER-FILE
  call "resolve-path" using WS-NODE-REF-MASTER-FILE end-call
  move "/data/node-zones.txt" to WS-ZONE-FILE
  call "resolve-path" using WS-ZONE-FILE end-call
  move function current-date(1:8) to RUN-DATE
  call "run-id" using WS-RUN-ID end-call

  move "EXPORT_OVERLAY" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move function upper-case(PARM-VALUE) to WS-EXPORT-OVERLAY
  move "EXPORT_SCC_NODE" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-EXPORT-SCC-NODE
  move "EXPORT_TEAM" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move function upper-case(PARM-VALUE) to WS-EXPORT-TEAM
  move "EXPORT_ZONE" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-EXPORT-ZONE
  move "MAX_STEPS" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-MAX-STEPS-TEXT
  if WS-MAX-STEPS-TEXT not = spaces
    move WS-MAX-STEPS-TEXT to MAX-STEPS
  end-if

  evaluate true
    when WS-EXPORT-TEAM not = spaces and WS-EXPORT-ZONE not = spaces
      move spaces to FILTER-TEXT
      string "TEAM " function trim(WS-EXPORT-TEAM) " IN ZONE "
        function trim(WS-EXPORT-ZONE)
        delimited by size into FILTER-TEXT
      end-string
    when WS-EXPORT-TEAM not = spaces
      move spaces to FILTER-TEXT
      string "TEAM " function trim(WS-EXPORT-TEAM)
        delimited by size into FILTER-TEXT
      end-string
    when WS-EXPORT-ZONE not = spaces
      move spaces to FILTER-TEXT
      string "ZONE " function trim(WS-EXPORT-ZONE)
        delimited by size into FILTER-TEXT
      end-string
  end-evaluate

  if WS-EXPORT-OVERLAY not = spaces and WS-EXPORT-OVERLAY not = "PART1"
      and WS-EXPORT-OVERLAY not = "GHOSTS"
      and WS-EXPORT-OVERLAY not = "SCC"
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "EXPORT_OVERLAY must be PART1, GHOSTS or SCC!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0055" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-EXPORT-OVERLAY) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if
  if WS-EXPORT-OVERLAY = "SCC" and WS-EXPORT-SCC-NODE = spaces
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "EXPORT_OVERLAY=SCC needs EXPORT_SCC_NODE to name a node!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0056" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

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
  call "validate-map" using INPUT-DATA end-call

  perform varying NODE-IDX from 1 by 1 until NODE-IDX > NODE-ZZZ-VALUE
    move NODES-DEFINED(NODE-IDX) to NODE-IN(NODE-IDX)
    move "N" to NODE-EXT(NODE-IDX)
    move 0 to OVL-NODE(NODE-IDX) OVL-L(NODE-IDX) OVL-R(NODE-IDX)
  end-perform

  open input NODE-REF-MASTER
  if WS-MASTER-STATUS = "00"
    move "Y" to REF-MASTER-OPEN
  end-if

  *> -- filters --------------------------------------------------------
  if WS-EXPORT-TEAM not = spaces
    perform varying NODE-IDX from 1 by 1 until NODE-IDX > NODE-ZZZ-VALUE
      if NODE-IN(NODE-IDX) = "Y"
        move NODE-IDX to REF-NODE
        perform READ-NODE-REF
        if REF-FOUND = "N"
          move "N" to NODE-IN(NODE-IDX)
        else
          if function upper-case(REF-TEAM) not = WS-EXPORT-TEAM
            move "N" to NODE-IN(NODE-IDX)
          end-if
        end-if
      end-if
    end-perform
  end-if

  if WS-EXPORT-ZONE not = spaces
    open input ZONE-FILE
    if WS-ZONE-STATUS not = "00"
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "No zone file on file -- EXPORT_ZONE cannot be applied!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0057" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(WS-ZONE-FILE) to WS-EXC-VALUE(1)
      move function trim(WS-EXPORT-ZONE) to WS-EXC-VALUE(2)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      perform CLOSE-NODE-REF
      move 12 to return-code
      goback
    end-if
    *> a node survives the zone cut by being named under the zone --
    *> marked K while the file is read, kept once it is done
    perform forever
      read ZONE-FILE at end
        exit perform
      end-read
      move spaces to ZN-KIND ZN-CODE-FIELD ZN-ZONE-FIELD
      unstring ZONE-LINE delimited by "|"
        into ZN-KIND ZN-CODE-FIELD ZN-ZONE-FIELD
      end-unstring
      if ZN-KIND = "ZONE" and ZN-CODE-FIELD = WS-EXPORT-ZONE
        move "Y" to ZONE-KNOWN
      end-if
      if ZN-KIND not = "NODE" or ZN-ZONE-FIELD not = WS-EXPORT-ZONE
        exit perform cycle
      end-if
      move function trim(ZN-CODE-FIELD) to ZN-CODE
      call "parse-node" using ZN-CODE ZN-NUM NODE-CODE-LENGTH
        PARSE-NODE-STATUS end-call
      if PARSE-NODE-STATUS not = "0" or ZN-NUM > NODE-ZZZ-VALUE
        exit perform cycle
      end-if
      if NODE-IN(ZN-NUM) = "Y"
        move "K" to NODE-IN(ZN-NUM)
      end-if
    end-perform
    close ZONE-FILE
    perform varying NODE-IDX from 1 by 1 until NODE-IDX > NODE-ZZZ-VALUE
      if NODE-IN(NODE-IDX) = "K"
        move "Y" to NODE-IN(NODE-IDX)
      else
        move "N" to NODE-IN(NODE-IDX)
      end-if
    end-perform
    if ZONE-KNOWN = "N"
      move "DNV0058" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(WS-EXPORT-ZONE) to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
    end-if
  end-if

  *> -- overlay ---------------------------------------------------------
  evaluate WS-EXPORT-OVERLAY
    when "PART1"
      perform MARK-PART1-PATH
    when "GHOSTS"
      perform MARK-GHOST-CYCLES
    when "SCC"
      perform MARK-SCC
      if EXPORT-RC >= 8
        perform CLOSE-NODE-REF
        move EXPORT-RC to return-code
        goback
      end-if
  end-evaluate

  *> -- the two files -----------------------------------------------
  open output DOT-FILE
  open output GRAPHML-FILE
  perform WRITE-HEADERS

  perform varying NODE-IDX from 1 by 1 until NODE-IDX > NODE-ZZZ-VALUE
    if NODE-IN(NODE-IDX) = "Y"
      add 1 to INCLUDED-COUNT
      move NODE-IDX to CUR-NODE
      move "MAP" to OUT-KIND
      perform WRITE-NODE
    end-if
  end-perform

  *> far ends of links leaving the export: nodes filtered out, and
  *> targets the map never defines -- the walk can stand on those but
  *> not leave them
  perform varying NODE-IDX from 1 by 1 until NODE-IDX > NODE-ZZZ-VALUE
    if NODE-IN(NODE-IDX) = "Y"
      move NODES-L(NODE-IDX) to CUR-NODE
      perform WRITE-OUTSIDE-NODE
      move NODES-R(NODE-IDX) to CUR-NODE
      perform WRITE-OUTSIDE-NODE
    end-if
  end-perform

  perform varying NODE-IDX from 1 by 1 until NODE-IDX > NODE-ZZZ-VALUE
    if NODE-IN(NODE-IDX) = "Y"
      move "L" to WALK-DIR
      perform WRITE-LINK
      move "R" to WALK-DIR
      perform WRITE-LINK
    end-if
  end-perform

  move "}" to DOT-LINE
  write DOT-LINE
  move "  </graph>" to GRAPHML-LINE
  write GRAPHML-LINE
  move "</graphml>" to GRAPHML-LINE
  write GRAPHML-LINE
  close DOT-FILE
  close GRAPHML-FILE
  perform CLOSE-NODE-REF

  move INCLUDED-COUNT to COUNT-DISPLAY
  move OUTSIDE-COUNT to COUNT-DISPLAY-2
  move LINK-COUNT to COUNT-DISPLAY-3
  move EXPORT-RC to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Graph export: " function trim(COUNT-DISPLAY) " node(s), "
    function trim(COUNT-DISPLAY-2) " outside node(s), "
    function trim(COUNT-DISPLAY-3) " link(s) -- see /data/map-graph.dot "
    "and /data/map-graph.graphml"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if OVERLAY-NOTE not = spaces
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Graph export: " function trim(OVERLAY-NOTE)
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if
  if INCLUDED-COUNT = 0
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Graph export: the filters left no nodes to draw"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0059" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(FILTER-TEXT) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 4 to EXPORT-RC
  end-if
  if OVERLAY-EMPTY = "Y" and EXPORT-RC < 4
    move 4 to EXPORT-RC
  end-if
  move EXPORT-RC to return-code
  goback.

*> node REF-NODE's node-reference entry into REF-FOUND and the REF-
*> fields; a master that did not open answers no entry for every node
READ-NODE-REF.
  move "N" to REF-FOUND
  move spaces to REF-DESC REF-TEAM REF-NODE-STATUS
  if REF-MASTER-OPEN = "N"
    exit paragraph
  end-if
  call "decode-node" using REF-NODE NODE-TEXT NODE-CODE-LENGTH end-call
  move NODE-TEXT to NODE-REF-CODE
  read NODE-REF-MASTER key is NODE-REF-CODE
    invalid key
      continue
    not invalid key
      move "Y" to REF-FOUND
      move NODE-REF-DESC to REF-DESC
      move NODE-REF-TEAM to REF-TEAM
      move NODE-REF-LIFECYCLE to REF-NODE-STATUS
  end-read.

CLOSE-NODE-REF.
  if REF-MASTER-OPEN = "Y"
    close NODE-REF-MASTER
    move "N" to REF-MASTER-OPEN
  end-if.

*> tonight's PART1 walk, AAA to ZZZ under the instructions
MARK-PART1-PATH.
  if function trim(INSTRUCTIONS) = spaces
    move "PART1 OVERLAY EMPTY -- NO INSTRUCTIONS ON THE MAP"
      to OVERLAY-NOTE
    move "Y" to OVERLAY-EMPTY
    exit paragraph
  end-if
  move 1 to WALK-OVL
  move NODE-AAA to CUR-NODE
  perform WALK-TO-END
  if WALK-CUT-OFF = "Y"
    move WALK-STEPS to COUNT-DISPLAY
    string "PART1 PATH DOES NOT REACH THE END NODE WITHIN "
      function trim(COUNT-DISPLAY) " STEPS -- THE STEPS WALKED ARE SHOWN"
      delimited by size into OVERLAY-NOTE
    end-string
    move "Y" to OVERLAY-EMPTY
  else
    move WALK-STEPS to COUNT-DISPLAY
    string "PART1 PATH OF " function trim(COUNT-DISPLAY) " STEPS SHOWN"
      delimited by size into OVERLAY-NOTE
    end-string
  end-if.

*> each ghost from its start to its first Z-ending node, the cycle
*> PART2 is built on; a node or link on several cycles keeps the
*> colour of the first
MARK-GHOST-CYCLES.
  if function trim(INSTRUCTIONS) = spaces or START-NODE-COUNT = 0
    move "GHOSTS OVERLAY EMPTY -- NO GHOSTS OR NO INSTRUCTIONS ON THE MAP"
      to OVERLAY-NOTE
    move "Y" to OVERLAY-EMPTY
    exit paragraph
  end-if
  perform varying START-NODE-INDEX from 1 by 1
      until START-NODE-INDEX > START-NODE-COUNT
    move START-NODE-INDEX to WALK-OVL
    move START-NODES(START-NODE-INDEX) to CUR-NODE
    perform WALK-TO-END
  end-perform
  move START-NODE-COUNT to COUNT-DISPLAY
  string function trim(COUNT-DISPLAY) " GHOST CYCLE(S) SHOWN"
    delimited by size into OVERLAY-NOTE
  end-string.

*> one walk under the instructions from CUR-NODE, marking what it
*> touches with WALK-OVL: PART1 (overlay 1) runs to the end node, a
*> ghost to the first Z-ending node after its start
WALK-TO-END.
  move 0 to WALK-STEPS
  move "N" to WALK-CUT-OFF
  move 0 to INSTRUCTION-INDEX
  if OVL-NODE(CUR-NODE) = 0
    move WALK-OVL to OVL-NODE(CUR-NODE)
  end-if
  perform forever
    if WS-EXPORT-OVERLAY = "PART1" and CUR-NODE = NODE-ZZZ-VALUE
      exit perform
    end-if
    if WALK-STEPS >= MAX-STEPS or NODES-DEFINED(CUR-NODE) not = "Y"
      move "Y" to WALK-CUT-OFF
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
      if OVL-L(CUR-NODE) = 0
        move WALK-OVL to OVL-L(CUR-NODE)
      end-if
      move NODES-L(CUR-NODE) to CUR-NODE
    else
      if OVL-R(CUR-NODE) = 0
        move WALK-OVL to OVL-R(CUR-NODE)
      end-if
      move NODES-R(CUR-NODE) to CUR-NODE
    end-if
    add 1 to WALK-STEPS
    if CUR-NODE < 1 or CUR-NODE > NODE-ZZZ-VALUE
      move "Y" to WALK-CUT-OFF
      exit perform
    end-if
    if OVL-NODE(CUR-NODE) = 0
      move WALK-OVL to OVL-NODE(CUR-NODE)
    end-if
    if WS-EXPORT-OVERLAY = "GHOSTS" and function mod(CUR-NODE, 26) = 0
      exit perform
    end-if
  end-perform.

*> the strongly connected component of EXPORT_SCC_NODE: the nodes it
*> reaches that also reach it back
MARK-SCC.
  call "resolve-alias" using WS-EXPORT-SCC-NODE ALIAS-FLAG ALIAS-OLD
    end-call
  call "parse-node" using WS-EXPORT-SCC-NODE SCC-SEED NODE-CODE-LENGTH
    PARSE-NODE-STATUS end-call
  if PARSE-NODE-STATUS not = "0" or SCC-SEED < 1
      or SCC-SEED > NODE-ZZZ-VALUE
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Malformed EXPORT_SCC_NODE code '" WS-EXPORT-SCC-NODE "'!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0060" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-EXPORT-SCC-NODE) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to EXPORT-RC
    exit paragraph
  end-if

  perform varying NODE-IDX from 1 by 1 until NODE-IDX > NODE-ZZZ-VALUE
    move "N" to FWD-SEEN(NODE-IDX) BWD-SEEN(NODE-IDX)
    move 0 to REV-HEAD(NODE-IDX)
  end-perform
  perform varying NODE-IDX from 1 by 1 until NODE-IDX > NODE-ZZZ-VALUE
    if NODES-DEFINED(NODE-IDX) = "Y"
      add 1 to EDGE-COUNT
      move NODE-IDX to REV-FROM(EDGE-COUNT)
      move REV-HEAD(NODES-L(NODE-IDX)) to REV-NEXT(EDGE-COUNT)
      move EDGE-COUNT to REV-HEAD(NODES-L(NODE-IDX))
      add 1 to EDGE-COUNT
      move NODE-IDX to REV-FROM(EDGE-COUNT)
      move REV-HEAD(NODES-R(NODE-IDX)) to REV-NEXT(EDGE-COUNT)
      move EDGE-COUNT to REV-HEAD(NODES-R(NODE-IDX))
    end-if
  end-perform

  *> forward reach
  move 1 to QUEUE-HEAD
  move 1 to QUEUE-TAIL
  move SCC-SEED to REACH-QUEUE(1)
  move "Y" to FWD-SEEN(SCC-SEED)
  perform until QUEUE-HEAD > QUEUE-TAIL
    move REACH-QUEUE(QUEUE-HEAD) to CUR-NODE
    add 1 to QUEUE-HEAD
    if NODES-DEFINED(CUR-NODE) = "Y"
      move NODES-L(CUR-NODE) to TGT-NODE
      if FWD-SEEN(TGT-NODE) = "N"
        move "Y" to FWD-SEEN(TGT-NODE)
        add 1 to QUEUE-TAIL
        move TGT-NODE to REACH-QUEUE(QUEUE-TAIL)
      end-if
      move NODES-R(CUR-NODE) to TGT-NODE
      if FWD-SEEN(TGT-NODE) = "N"
        move "Y" to FWD-SEEN(TGT-NODE)
        add 1 to QUEUE-TAIL
        move TGT-NODE to REACH-QUEUE(QUEUE-TAIL)
      end-if
    end-if
  end-perform

  *> backward reach, over the reversed links
  move 1 to QUEUE-HEAD
  move 1 to QUEUE-TAIL
  move SCC-SEED to REACH-QUEUE(1)
  move "Y" to BWD-SEEN(SCC-SEED)
  perform until QUEUE-HEAD > QUEUE-TAIL
    move REACH-QUEUE(QUEUE-HEAD) to CUR-NODE
    add 1 to QUEUE-HEAD
    move REV-HEAD(CUR-NODE) to EDGE-IDX
    perform until EDGE-IDX = 0
      move REV-FROM(EDGE-IDX) to TGT-NODE
      if BWD-SEEN(TGT-NODE) = "N"
        move "Y" to BWD-SEEN(TGT-NODE)
        add 1 to QUEUE-TAIL
        move TGT-NODE to REACH-QUEUE(QUEUE-TAIL)
      end-if
      move REV-NEXT(EDGE-IDX) to EDGE-IDX
    end-perform
  end-perform

  perform varying NODE-IDX from 1 by 1 until NODE-IDX > NODE-ZZZ-VALUE
    if FWD-SEEN(NODE-IDX) = "Y" and BWD-SEEN(NODE-IDX) = "Y"
      add 1 to SCC-SIZE
      move 1 to OVL-NODE(NODE-IDX)
    end-if
  end-perform
  perform varying NODE-IDX from 1 by 1 until NODE-IDX > NODE-ZZZ-VALUE
    if OVL-NODE(NODE-IDX) = 1 and NODES-DEFINED(NODE-IDX) = "Y"
      if OVL-NODE(NODES-L(NODE-IDX)) = 1
        move 1 to OVL-L(NODE-IDX)
      end-if
      if OVL-NODE(NODES-R(NODE-IDX)) = 1
        move 1 to OVL-R(NODE-IDX)
      end-if
    end-if
  end-perform
  move SCC-SIZE to COUNT-DISPLAY
  string "STRONGLY CONNECTED COMPONENT OF "
    function trim(WS-EXPORT-SCC-NODE) ": " function trim(COUNT-DISPLAY)
    " NODE(S) SHOWN"
    delimited by size into OVERLAY-NOTE
  end-string.

*> what the files say about themselves before the first node
WRITE-HEADERS.
  move "digraph day8_map {" to DOT-LINE
  write DOT-LINE
  move spaces to DOT-LINE
  string "  // map " function trim(WS-MAP-FILENAME) " exported "
    RUN-DATE " run " WS-RUN-ID
    delimited by size into DOT-LINE
  end-string
  write DOT-LINE
  move spaces to DOT-LINE
  string "  // overlay " function trim(WS-EXPORT-OVERLAY)
    " " function trim(WS-EXPORT-SCC-NODE) " -- "
    function trim(FILTER-TEXT)
    delimited by size into DOT-LINE
  end-string
  write DOT-LINE
  move spaces to DOT-LINE
  move 1 to LINE-PTR
  string "  graph [label=""" function trim(WS-MAP-FILENAME) " " RUN-DATE
    " -- " function trim(FILTER-TEXT)
    delimited by size into DOT-LINE with pointer LINE-PTR
  end-string
  if OVERLAY-NOTE not = spaces
    string " -- " function trim(OVERLAY-NOTE)
      delimited by size into DOT-LINE with pointer LINE-PTR
    end-string
  end-if
  string """, labelloc=t];"
    delimited by size into DOT-LINE with pointer LINE-PTR
  end-string
  write DOT-LINE
  move "  node [shape=box, style=""rounded,filled"", fontname=Helvetica];"
    to DOT-LINE
  write DOT-LINE
  move "  edge [fontname=Helvetica, fontsize=9];" to DOT-LINE
  write DOT-LINE

  move "<?xml version=""1.0"" encoding=""UTF-8""?>" to GRAPHML-LINE
  write GRAPHML-LINE
  move "<graphml xmlns=""http://graphml.graphdrawing.org/xmlns"">"
    to GRAPHML-LINE
  write GRAPHML-LINE
  move spaces to GRAPHML-LINE
  string "  <!-- map " function trim(WS-MAP-FILENAME) " exported "
    RUN-DATE " run " WS-RUN-ID " overlay "
    function trim(WS-EXPORT-OVERLAY) " "
    function trim(WS-EXPORT-SCC-NODE) " -- " function trim(FILTER-TEXT)
    " -->"
    delimited by size into GRAPHML-LINE
  end-string
  write GRAPHML-LINE
  move "  <key id=""d0"" for=""node"""
    & " attr.name=""description"" attr.type=""string""/>"
    to GRAPHML-LINE
  write GRAPHML-LINE
  move "  <key id=""d1"" for=""node"""
    & " attr.name=""team"" attr.type=""string""/>"
    to GRAPHML-LINE
  write GRAPHML-LINE
  move "  <key id=""d2"" for=""node"""
    & " attr.name=""status"" attr.type=""string""/>"
    to GRAPHML-LINE
  write GRAPHML-LINE
  move "  <key id=""d3"" for=""node"""
    & " attr.name=""color"" attr.type=""string""/>"
    to GRAPHML-LINE
  write GRAPHML-LINE
  move "  <key id=""d4"" for=""node"""
    & " attr.name=""overlay"" attr.type=""string""/>"
    to GRAPHML-LINE
  write GRAPHML-LINE
  move "  <key id=""d5"" for=""edge"""
    & " attr.name=""direction"" attr.type=""string""/>"
    to GRAPHML-LINE
  write GRAPHML-LINE
  move "  <key id=""d6"" for=""edge"""
    & " attr.name=""overlay"" attr.type=""string""/>"
    to GRAPHML-LINE
  write GRAPHML-LINE
  move "  <key id=""d7"" for=""edge"""
    & " attr.name=""color"" attr.type=""string""/>"
    to GRAPHML-LINE
  write GRAPHML-LINE
  move "  <graph id=""day8"" edgedefault=""directed"">" to GRAPHML-LINE
  write GRAPHML-LINE.

*> a far end of a link leaving the export, drawn once
WRITE-OUTSIDE-NODE.
  if CUR-NODE < 1 or CUR-NODE > NODE-ZZZ-VALUE
    exit paragraph
  end-if
  if NODE-IN(CUR-NODE) = "Y" or NODE-EXT(CUR-NODE) = "Y"
    exit paragraph
  end-if
  move "Y" to NODE-EXT(CUR-NODE)
  add 1 to OUTSIDE-COUNT
  if NODES-DEFINED(CUR-NODE) = "Y"
    move "OUTSIDE" to OUT-KIND
  else
    move "UNDEFINED" to OUT-KIND
  end-if
  perform WRITE-NODE.

*> one node, CUR-NODE, in both files: lifecycle fill from the node
*> reference (no entry counts as ACTIVE, as LOOKUP-NODE-STATUS has
*> it), outline in the overlay's colour where the overlay touches it
WRITE-NODE.
  call "decode-node" using CUR-NODE NODE-TEXT NODE-CODE-LENGTH end-call
  move spaces to OUT-DESC OUT-TEAM
  move "ACTIVE" to OUT-STATUS
  move CUR-NODE to REF-NODE
  perform READ-NODE-REF
  if REF-FOUND = "Y"
    move REF-DESC to OUT-DESC
    move REF-TEAM to OUT-TEAM
    if REF-NODE-STATUS not = spaces
      move REF-NODE-STATUS to OUT-STATUS
    end-if
  end-if
  *> neither file format takes a bare quote or angle bracket in a label
  inspect OUT-DESC converting "&<>""" to "+()'"
  inspect OUT-TEAM converting "&<>""" to "+()'"
  evaluate true
    when OUT-KIND = "UNDEFINED"
      move "UNDEFINED" to OUT-STATUS
      move "white" to OUT-FILL
      move "rounded,filled,dashed" to OUT-STYLE
    when OUT-STATUS = "RETIRED"
      move "lightgray" to OUT-FILL
      move "rounded,filled" to OUT-STYLE
    when OUT-STATUS = "RETIRING"
      move "gold" to OUT-FILL
      move "rounded,filled" to OUT-STYLE
    when other
      move "palegreen" to OUT-FILL
      move "rounded,filled" to OUT-STYLE
  end-evaluate
  if OUT-KIND = "OUTSIDE"
    move "rounded,filled,dotted" to OUT-STYLE
  end-if
  move OVL-NODE(CUR-NODE) to OUT-OVL
  perform SET-OVERLAY-COLOUR

  move spaces to DOT-LINE
  move 1 to LINE-PTR
  string "  """ function trim(NODE-TEXT) """ [label="""
    function trim(NODE-TEXT)
    delimited by size into DOT-LINE with pointer LINE-PTR
  end-string
  if OUT-DESC not = spaces
    string "\n" function trim(OUT-DESC)
      delimited by size into DOT-LINE with pointer LINE-PTR
    end-string
  end-if
  if OUT-TEAM not = spaces
    string "\n" function trim(OUT-TEAM)
      delimited by size into DOT-LINE with pointer LINE-PTR
    end-string
  end-if
  if OUT-KIND not = "MAP"
    string "\n(" function trim(OUT-KIND) ")"
      delimited by size into DOT-LINE with pointer LINE-PTR
    end-string
  end-if
  string """, fillcolor=" function trim(OUT-FILL) ", style="""
    function trim(OUT-STYLE) """"
    delimited by size into DOT-LINE with pointer LINE-PTR
  end-string
  if OUT-OVL > 0
    string ", color=" function trim(OUT-OVL-COLOUR) ", penwidth=3"
      delimited by size into DOT-LINE with pointer LINE-PTR
    end-string
  end-if
  string "];" delimited by size into DOT-LINE with pointer LINE-PTR
  end-string
  write DOT-LINE

  move spaces to GRAPHML-LINE
  string "    <node id=""" function trim(NODE-TEXT) """>"
    "<data key=""d0"">" function trim(OUT-DESC) "</data>"
    "<data key=""d1"">" function trim(OUT-TEAM) "</data>"
    "<data key=""d2"">" function trim(OUT-STATUS) "</data>"
    "<data key=""d3"">" function trim(OUT-FILL) "</data>"
    "<data key=""d4"">" function trim(OUT-OVL-TEXT) "</data></node>"
    delimited by size into GRAPHML-LINE
  end-string
  write GRAPHML-LINE.

*> NODE-IDX's link in direction WALK-DIR, in both files
WRITE-LINK.
  if WALK-DIR = "L"
    move NODES-L(NODE-IDX) to TGT-NODE
    move OVL-L(NODE-IDX) to OUT-OVL
  else
    move NODES-R(NODE-IDX) to TGT-NODE
    move OVL-R(NODE-IDX) to OUT-OVL
  end-if
  if TGT-NODE < 1 or TGT-NODE > NODE-ZZZ-VALUE
    exit paragraph
  end-if
  add 1 to LINK-COUNT
  perform SET-OVERLAY-COLOUR
  call "decode-node" using NODE-IDX NODE-TEXT NODE-CODE-LENGTH end-call
  call "decode-node" using TGT-NODE TGT-TEXT NODE-CODE-LENGTH end-call

  move spaces to DOT-LINE
  move 1 to LINE-PTR
  string "  """ function trim(NODE-TEXT) """ -> """ function trim(TGT-TEXT)
    """ [label=" WALK-DIR
    delimited by size into DOT-LINE with pointer LINE-PTR
  end-string
  if WALK-DIR = "R"
    string ", style=dashed" delimited by size
      into DOT-LINE with pointer LINE-PTR
    end-string
  end-if
  if OUT-OVL > 0
    string ", color=" function trim(OUT-OVL-COLOUR) ", penwidth=3"
      delimited by size into DOT-LINE with pointer LINE-PTR
    end-string
  end-if
  string "];" delimited by size into DOT-LINE with pointer LINE-PTR
  end-string
  write DOT-LINE

  move spaces to GRAPHML-LINE
  string "    <edge id=""" function trim(NODE-TEXT) "-" WALK-DIR
    """ source=""" function trim(NODE-TEXT) """ target="""
    function trim(TGT-TEXT) """><data key=""d5"">" WALK-DIR "</data>"
    "<data key=""d6"">" function trim(OUT-OVL-TEXT) "</data>"
    "<data key=""d7"">" function trim(OUT-OVL-COLOUR) "</data></edge>"
    delimited by size into GRAPHML-LINE
  end-string
  write GRAPHML-LINE.

*> OUT-OVL as a colour and a name: the overlay kind, numbered by ghost
*> for GHOSTS; nothing where the overlay does not touch
SET-OVERLAY-COLOUR.
  move spaces to OUT-OVL-COLOUR OUT-OVL-TEXT
  if OUT-OVL = 0
    exit paragraph
  end-if
  compute COLOUR-IDX = function mod(OUT-OVL - 1, OVERLAY-COLOURS-MAX) + 1
  move OVERLAY-COLOUR(COLOUR-IDX) to OUT-OVL-COLOUR
  if WS-EXPORT-OVERLAY = "GHOSTS"
    move OUT-OVL to COUNT-DISPLAY
    string "GHOST-" function trim(COUNT-DISPLAY)
      delimited by size into OUT-OVL-TEXT
    end-string
  else
    move WS-EXPORT-OVERLAY to OUT-OVL-TEXT
  end-if.
