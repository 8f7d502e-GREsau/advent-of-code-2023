identification division.
program-id. burst-reports.

environment division.
input-output section.
file-control.
  select NODE-REF-FILE assign to dynamic WS-NODE-REF-FILE
    organization line sequential file status WS-NODE-REF-STATUS.
  select SOURCE-REPORT assign to dynamic WS-SOURCE-FILE
    organization line sequential file status WS-SOURCE-STATUS.
  select ROUTING-FILE assign to dynamic WS-ROUTING-FILE
    organization line sequential file status WS-ROUTING-STATUS.
  select ROSTER-FILE assign to dynamic WS-ROSTER-FILE
    organization line sequential file status WS-ROSTER-STATUS.
  select PACKET-FILE assign to dynamic WS-PACKET-FILE
    organization line sequential file status WS-PACKET-STATUS.
  select DISTRIBUTION-LIST assign to dynamic WS-DISTRIBUTION-FILE
    organization line sequential.

data division.
file section.
  fd NODE-REF-FILE.
  01 NODE-REF-LINE  pic x(100).

  fd SOURCE-REPORT.
  01 SOURCE-LINE  pic x(240).

  fd ROUTING-FILE.
  01 ROUTING-LINE  pic x(120).

  fd ROSTER-FILE.
  01 ROSTER-LINE  pic x(200).

  fd PACKET-FILE.
  01 PACKET-LINE  pic x(132).

  fd DISTRIBUTION-LIST.
  01 DISTRIBUTION-LINE  pic x(200).

working-storage section.
  78 TEAMS-MAX value 100.
  78 SOURCE-COUNT value 4.
  78 NODE-TABLE-SIZE value 456976.
  78 PAGE-BODY-LINES value 55.

  *> the night's node-level reports a packet is cut from: each line
  *> that names a node goes to the team owning that node on the node
  *> reference. The dead ends are the integrity report's broken-target
  *> lines (a node whose L or R target is not on the map), so they come
  *> out of map-integrity with it; the per-team exception queues are
  *> already split by team and are taken whole, tonight's lines only
  01 SOURCES-OUTER.
    05 filler pic x(70)
       value "GHOST BREAKDOWN               /data/ghost-breakdown.txt".
    05 filler pic x(70)
       value "PATH TRACE                    /data/path-trace.txt".
    05 filler pic x(70)
       value "MAP INTEGRITY AND DEAD ENDS   /data/map-integrity.txt".
    05 filler pic x(70)
       value "IN-DEGREE AND ORPHANS         /data/in-degree-report.txt".
  01 SOURCES-TABLE redefines SOURCES-OUTER.
    05 SOURCE-ENTRY occurs SOURCE-COUNT times.
      10 SOURCE-TITLE    pic x(30).
      10 SOURCE-NAME     pic x(40).
  01 SOURCE-PRESENT-FLAGS.
    05 SOURCE-PRESENT    pic x occurs SOURCE-COUNT times.
  01 SOURCE-IDX         pic 9.

  *> one row per owning team on the node reference, plus OPERATIONS --
  *> the owner of anything no team claims, as on the exception queues
  01 TEAM-TABLE.
    05 TEAM-ENTRY occurs TEAMS-MAX times.
      10 TEAM-NAME       pic x(20).
      10 TEAM-KEY        pic x(20).
      10 TEAM-SECTION-LINES pic 9(8) occurs SOURCE-COUNT times.
      10 TEAM-GHOSTS     pic 9(6).
      10 TEAM-STEPS      pic 9(8).
      10 TEAM-VIOLATIONS pic 9(6).
      10 TEAM-DEAD-ENDS  pic 9(6).
      10 TEAM-IN-DEGREE  pic 9(6).
      10 TEAM-ORPHANS    pic 9(6).
      10 TEAM-EXCEPTIONS pic 9(6).
      10 TEAM-DEST       pic x(60).
      10 TEAM-DEST-FROM  pic x(8).
  01 TEAM-COUNT         pic 9(3) value 0.
  01 TEAM-IDX           pic 9(3).
  01 MATCH-IDX          pic 9(3).
  01 OPERATIONS-IDX     pic 9(3).
  01 TEAMS-OVERFLOWED   pic x value "N".
  01 FIND-TEAM          pic x(20).

  *> team of every node met so far, by node number -- a long path trace
  *> visits the same nodes over and over, and is read once per team
  01 NODE-TEAMS.
    05 NODE-TEAM-IDX    pic 9(3) occurs NODE-TABLE-SIZE times.
  01 NODE-TEAMS-CLEARED pic x value "N".

  01 WS-NODE-REF-FILE      pic x(100).
  01 WS-NODE-REF-STATUS    pic x(2).
  01 WS-SOURCE-FILE        pic x(100).
  01 WS-SOURCE-STATUS      pic x(2).
  01 WS-ROUTING-FILE       pic x(100).
  01 WS-ROUTING-STATUS     pic x(2).
  01 WS-ROSTER-FILE        pic x(100).
  01 WS-ROSTER-STATUS      pic x(2).
  01 WS-PACKET-FILE        pic x(100).
  01 WS-PACKET-STATUS      pic x(2).
  01 WS-DISTRIBUTION-FILE  pic x(100).
  01 PACKET-NAME           pic x(100).

  01 RUN-DATE           pic 9(8).
  01 WS-RUN-ID          pic x(8).
  01 BUSINESS-DATE      pic 9(8).
  01 BD-PROC-FLAG       pic x.
  01 BD-NONPROC-ACTION  pic x(4).

  01 REF-CODE-FIELD     pic x(10).
  01 REF-DESC-FIELD     pic x(40).
  01 REF-TEAM-FIELD     pic x(30).
  01 REF-DESC           pic x(40).
  01 REF-TEAM           pic x(20).
  01 REF-FOUND          pic x.

  01 LINE-WORD-1        pic x(20).
  01 LINE-WORD-2        pic x(20).
  01 LINE-BEFORE        pic x(240).
  01 LINE-AFTER         pic x(240).
  01 LINE-CODE          pic a(4).
  01 LINE-TEAM-IDX      pic 9(3).
  01 LAST-DEAD-END      pic a(4).
  01 CODE-LENGTH        pic 9.
  01 NODE-NUM           pic 9(6).
  01 PARSE-NODE-STATUS  pic x.

  01 ROUTE-TEAM         pic x(30).
  01 ROUTE-DEST         pic x(80).
  01 ROSTER-TEAM        pic x(30).
  01 ROSTER-PERSON      pic x(20).
  01 ROSTER-CONTACT     pic x(60).

  01 PACKET-PAGE        pic 9(3).
  01 LINES-ON-PAGE      pic 9(3).
  01 HOLD-LINE          pic x(132).
  01 TEAM-TOTAL-LINES   pic 9(8).
  01 SECTION-WRITTEN    pic 9(8).
  01 PACKETS-WRITTEN    pic 9(3) value 0.
  01 QUIET-PACKETS      pic 9(3) value 0.

  01 WS-EXC-PROGRAM     pic x(20) value "BURST-REPORTS".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> one packet per owning team instead of the whole night for every
  *> reader: each packet opens with the run id, business date and the
  *> team's own totals, then carries only the report lines about the
  *> team's nodes. A team with nothing tonight still gets its packet,
  *> saying so, and the distribution list says where each one goes
  move "/data/node-reference.txt" to WS-NODE-REF-FILE
  call "resolve-path" using WS-NODE-REF-FILE end-call
  move "/data/packet-routing.txt" to WS-ROUTING-FILE
  call "resolve-path" using WS-ROUTING-FILE end-call
  move "/data/oncall-roster.txt" to WS-ROSTER-FILE
  call "resolve-path" using WS-ROSTER-FILE end-call
  move "/data/packet-distribution.txt" to WS-DISTRIBUTION-FILE
  call "resolve-path" using WS-DISTRIBUTION-FILE end-call
  move function current-date(1:8) to RUN-DATE
  call "run-id" using WS-RUN-ID end-call
  call "business-date" using BUSINESS-DATE BD-PROC-FLAG
    BD-NONPROC-ACTION end-call

  *> every team on the reference gets a packet, active tonight or not
  open input NODE-REF-FILE
  if WS-NODE-REF-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No node reference on file -- no teams to burst for!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0034" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  perform forever
    read NODE-REF-FILE at end
      exit perform
    end-read
    move spaces to REF-CODE-FIELD REF-DESC-FIELD REF-TEAM-FIELD
    unstring NODE-REF-LINE delimited by "|"
      into REF-CODE-FIELD REF-DESC-FIELD REF-TEAM-FIELD
    end-unstring
    if REF-CODE-FIELD = spaces or REF-CODE-FIELD(1:1) = "*"
        or REF-TEAM-FIELD = spaces
      exit perform cycle
    end-if
    move REF-TEAM-FIELD to FIND-TEAM
    perform FIND-OR-ADD-TEAM
  end-perform
  close NODE-REF-FILE
  move "OPERATIONS" to FIND-TEAM
  perform FIND-OR-ADD-TEAM
  move MATCH-IDX to OPERATIONS-IDX

  *> counting pass: every source once, each node line charged to its
  *> owning team -- the totals page has to be written before the lines
  perform varying SOURCE-IDX from 1 by 1 until SOURCE-IDX > SOURCE-COUNT
    perform COUNT-SOURCE
  end-perform
  perform varying TEAM-IDX from 1 by 1 until TEAM-IDX > TEAM-COUNT
    perform COUNT-TEAM-EXCEPTIONS
  end-perform
  perform LOAD-DESTINATIONS

  open output DISTRIBUTION-LIST
  move spaces to DISTRIBUTION-LINE
  string "PACKET DISTRIBUTION " RUN-DATE " RUN " WS-RUN-ID
    " BUSINESS DATE " BUSINESS-DATE
    delimited by size into DISTRIBUTION-LINE
  end-string
  write DISTRIBUTION-LINE
  perform varying TEAM-IDX from 1 by 1 until TEAM-IDX > TEAM-COUNT
    perform WRITE-TEAM-PACKET
  end-perform
  move spaces to DISTRIBUTION-LINE
  string "TOTAL " PACKETS-WRITTEN " PACKET(S), " QUIET-PACKETS
    " WITH NO ACTIVITY"
    delimited by size into DISTRIBUTION-LINE
  end-string
  write DISTRIBUTION-LINE
  if TEAMS-OVERFLOWED = "Y"
    move spaces to DISTRIBUTION-LINE
    string "WARNING: MORE TEAMS THAN THE PACKET TABLE HOLDS -- LINES OF "
      "THE TEAMS LEFT OUT WENT TO OPERATIONS"
      delimited by size into DISTRIBUTION-LINE
    end-string
    write DISTRIBUTION-LINE
  end-if
  close DISTRIBUTION-LIST

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Report bursting: " PACKETS-WRITTEN " team packet(s), "
    QUIET-PACKETS " with no activity -- see /data/packet-distribution.txt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if TEAMS-OVERFLOWED = "Y"
    move 4 to return-code
  else
    move 0 to return-code
  end-if
  goback.

*> MATCH-IDX for the team named in FIND-TEAM, added when new; a full
*> table sends the team's lines to OPERATIONS
FIND-OR-ADD-TEAM.
  perform varying MATCH-IDX from 1 by 1 until MATCH-IDX > TEAM-COUNT
    if TEAM-NAME(MATCH-IDX) = FIND-TEAM
      exit paragraph
    end-if
  end-perform
  if TEAM-COUNT >= TEAMS-MAX
    move "Y" to TEAMS-OVERFLOWED
    move OPERATIONS-IDX to MATCH-IDX
    exit paragraph
  end-if
  add 1 to TEAM-COUNT
  move TEAM-COUNT to MATCH-IDX
  move spaces to TEAM-ENTRY(MATCH-IDX)
  move FIND-TEAM to TEAM-NAME(MATCH-IDX)
  *> the file-name form of the team, as LOG-EXCEPTION names its queue
  move function trim(FIND-TEAM) to TEAM-KEY(MATCH-IDX)
  inspect TEAM-KEY(MATCH-IDX) replacing all " " by "-"
  inspect TEAM-KEY(MATCH-IDX) replacing trailing "-" by " "
  move 0 to TEAM-GHOSTS(MATCH-IDX) TEAM-STEPS(MATCH-IDX)
    TEAM-VIOLATIONS(MATCH-IDX) TEAM-DEAD-ENDS(MATCH-IDX)
    TEAM-IN-DEGREE(MATCH-IDX) TEAM-ORPHANS(MATCH-IDX)
    TEAM-EXCEPTIONS(MATCH-IDX)
  perform varying SOURCE-IDX from 1 by 1 until SOURCE-IDX > SOURCE-COUNT
    move 0 to TEAM-SECTION-LINES(MATCH-IDX, SOURCE-IDX)
  end-perform.

*> LINE-CODE for a source line that is about a node, spaces otherwise
NODE-OF-LINE.
  move spaces to LINE-CODE LINE-WORD-1 LINE-WORD-2
  evaluate SOURCE-IDX
    when 1
      if SOURCE-LINE(1:6) = "START "
        unstring SOURCE-LINE delimited by all space
          into LINE-WORD-1 LINE-WORD-2
        end-unstring
        move LINE-WORD-2 to LINE-CODE
      end-if
    when 2
      if SOURCE-LINE(1:5) = "STEP "
        move spaces to LINE-BEFORE LINE-AFTER
        unstring SOURCE-LINE delimited by "(" or ")"
          into LINE-BEFORE LINE-AFTER
        end-unstring
        move function trim(LINE-AFTER) to LINE-CODE
      end-if
    when 3
      if SOURCE-LINE(1:5) = "NODE "
        unstring SOURCE-LINE delimited by all space
          into LINE-WORD-1 LINE-WORD-2
        end-unstring
        move LINE-WORD-2 to LINE-CODE
      end-if
    when 4
      evaluate true
        when SOURCE-LINE(1:5) = "NODE "
          unstring SOURCE-LINE delimited by all space
            into LINE-WORD-1 LINE-WORD-2
          end-unstring
          move LINE-WORD-2 to LINE-CODE
        when SOURCE-LINE(1:9) = "  ORPHAN "
          move SOURCE-LINE(10:4) to LINE-CODE
        when other
          continue
      end-evaluate
  end-evaluate.

*> LINE-TEAM-IDX for LINE-CODE: remembered per node number after the
*> first reference lookup; a node no team owns belongs to OPERATIONS
TEAM-OF-NODE.
  move OPERATIONS-IDX to LINE-TEAM-IDX
  compute CODE-LENGTH = function length(function trim(LINE-CODE))
  call "parse-node" using LINE-CODE NODE-NUM CODE-LENGTH
    PARSE-NODE-STATUS end-call
  if PARSE-NODE-STATUS not = "0"
      or NODE-NUM < 1 or NODE-NUM > NODE-TABLE-SIZE
    exit paragraph
  end-if
  if NODE-TEAMS-CLEARED = "N"
    move "Y" to NODE-TEAMS-CLEARED
    move zeros to NODE-TEAMS
  end-if
  if NODE-TEAM-IDX(NODE-NUM) > 0
    move NODE-TEAM-IDX(NODE-NUM) to LINE-TEAM-IDX
    exit paragraph
  end-if
  call "lookup-node-ref" using LINE-CODE REF-DESC REF-TEAM
    REF-FOUND end-call
  if REF-FOUND = "0" and REF-TEAM not = spaces
    move REF-TEAM to FIND-TEAM
    perform FIND-OR-ADD-TEAM
    move MATCH-IDX to LINE-TEAM-IDX
  end-if
  move LINE-TEAM-IDX to NODE-TEAM-IDX(NODE-NUM).

COUNT-SOURCE.
  move "N" to SOURCE-PRESENT(SOURCE-IDX)
  move SOURCE-NAME(SOURCE-IDX) to WS-SOURCE-FILE
  call "resolve-path" using WS-SOURCE-FILE end-call
  open input SOURCE-REPORT
  if WS-SOURCE-STATUS not = "00"
    exit paragraph
  end-if
  move "Y" to SOURCE-PRESENT(SOURCE-IDX)
  move spaces to LAST-DEAD-END
  perform forever
    read SOURCE-REPORT at end
      exit perform
    end-read
    perform NODE-OF-LINE
    if LINE-CODE = spaces
      exit perform cycle
    end-if
    perform TEAM-OF-NODE
    add 1 to TEAM-SECTION-LINES(LINE-TEAM-IDX, SOURCE-IDX)
    evaluate SOURCE-IDX
      when 1
        add 1 to TEAM-GHOSTS(LINE-TEAM-IDX)
      when 2
        add 1 to TEAM-STEPS(LINE-TEAM-IDX)
      when 3
        add 1 to TEAM-VIOLATIONS(LINE-TEAM-IDX)
        *> both targets of one node broken is still one dead end --
        *> the integrity report lists the two lines together
        if LINE-CODE not = LAST-DEAD-END
          add 1 to TEAM-DEAD-ENDS(LINE-TEAM-IDX)
          move LINE-CODE to LAST-DEAD-END
        end-if
      when 4
        if SOURCE-LINE(1:5) = "NODE "
          add 1 to TEAM-IN-DEGREE(LINE-TEAM-IDX)
        else
          add 1 to TEAM-ORPHANS(LINE-TEAM-IDX)
        end-if
    end-evaluate
  end-perform
  close SOURCE-REPORT.

*> tonight's lines on the team's own exception queue
COUNT-TEAM-EXCEPTIONS.
  perform NAME-TEAM-QUEUE
  open input SOURCE-REPORT
  if WS-SOURCE-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read SOURCE-REPORT at end
      exit perform
    end-read
    if SOURCE-LINE(1:8) = RUN-DATE
      add 1 to TEAM-EXCEPTIONS(TEAM-IDX)
    end-if
  end-perform
  close SOURCE-REPORT.

NAME-TEAM-QUEUE.
  move spaces to WS-SOURCE-FILE
  string "/data/exception-queue-" function trim(TEAM-KEY(TEAM-IDX)) ".txt"
    delimited by size into WS-SOURCE-FILE
  end-string
  call "resolve-path" using WS-SOURCE-FILE end-call.

*> where each packet goes: the routing file ("TEAM|destination") when
*> it names the team, else the contact on the team's first roster
*> line, else held for collection at the operations desk
LOAD-DESTINATIONS.
  perform varying TEAM-IDX from 1 by 1 until TEAM-IDX > TEAM-COUNT
    move "HOLD FOR COLLECTION AT THE OPERATIONS DESK"
      to TEAM-DEST(TEAM-IDX)
    move "DEFAULT" to TEAM-DEST-FROM(TEAM-IDX)
  end-perform
  open input ROSTER-FILE
  if WS-ROSTER-STATUS = "00"
    perform forever
      read ROSTER-FILE at end
        exit perform
      end-read
      if ROSTER-LINE(1:1) = "*" or ROSTER-LINE = spaces
        exit perform cycle
      end-if
      move spaces to ROSTER-TEAM ROSTER-PERSON ROSTER-CONTACT
      unstring ROSTER-LINE delimited by "|"
        into ROSTER-TEAM ROSTER-PERSON ROSTER-CONTACT
      end-unstring
      perform varying TEAM-IDX from 1 by 1 until TEAM-IDX > TEAM-COUNT
        if TEAM-NAME(TEAM-IDX) = ROSTER-TEAM
            and TEAM-DEST-FROM(TEAM-IDX) = "DEFAULT"
            and ROSTER-CONTACT not = spaces
          move spaces to TEAM-DEST(TEAM-IDX)
          string function trim(ROSTER-CONTACT) " ("
            function trim(ROSTER-PERSON) ")"
            delimited by size into TEAM-DEST(TEAM-IDX)
          end-string
          move "ROSTER" to TEAM-DEST-FROM(TEAM-IDX)
        end-if
      end-perform
    end-perform
    close ROSTER-FILE
  end-if
  open input ROUTING-FILE
  if WS-ROUTING-STATUS = "00"
    perform forever
      read ROUTING-FILE at end
        exit perform
      end-read
      if ROUTING-LINE(1:1) = "*" or ROUTING-LINE = spaces
        exit perform cycle
      end-if
      move spaces to ROUTE-TEAM ROUTE-DEST
      unstring ROUTING-LINE delimited by "|"
        into ROUTE-TEAM ROUTE-DEST
      end-unstring
      perform varying TEAM-IDX from 1 by 1 until TEAM-IDX > TEAM-COUNT
        if TEAM-NAME(TEAM-IDX) = ROUTE-TEAM and ROUTE-DEST not = spaces
          move ROUTE-DEST to TEAM-DEST(TEAM-IDX)
          move "ROUTING" to TEAM-DEST-FROM(TEAM-IDX)
        end-if
      end-perform
    end-perform
    close ROUTING-FILE
  end-if.

*> one team's packet: cover with the totals, then each report cut to
*> the team's nodes, then tonight's exception queue
WRITE-TEAM-PACKET.
  move 0 to TEAM-TOTAL-LINES
  perform varying SOURCE-IDX from 1 by 1 until SOURCE-IDX > SOURCE-COUNT
    add TEAM-SECTION-LINES(TEAM-IDX, SOURCE-IDX) to TEAM-TOTAL-LINES
  end-perform
  add TEAM-EXCEPTIONS(TEAM-IDX) to TEAM-TOTAL-LINES

  move spaces to PACKET-NAME
  string "/data/team-packet-" function trim(TEAM-KEY(TEAM-IDX)) ".txt"
    delimited by size into PACKET-NAME
  end-string
  move PACKET-NAME to WS-PACKET-FILE
  call "resolve-path" using WS-PACKET-FILE end-call
  open output PACKET-FILE
  if WS-PACKET-STATUS not = "00"
    move "DNV0035" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(PACKET-NAME) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    exit paragraph
  end-if
  move 0 to PACKET-PAGE

  *> totals page
  perform NEW-PACKET-PAGE
  move spaces to PACKET-LINE
  string "TEAM " function trim(TEAM-NAME(TEAM-IDX))
    " -- NIGHTLY REPORT PACKET"
    delimited by size into PACKET-LINE
  end-string
  perform WRITE-PACKET-LINE
  move spaces to PACKET-LINE
  string "RUN ID " WS-RUN-ID "   RUN DATE " RUN-DATE
    "   BUSINESS DATE " BUSINESS-DATE
    delimited by size into PACKET-LINE
  end-string
  perform WRITE-PACKET-LINE
  move spaces to PACKET-LINE
  perform WRITE-PACKET-LINE
  move "TEAM TOTALS" to PACKET-LINE
  perform WRITE-PACKET-LINE
  move spaces to PACKET-LINE
  string "  GHOST STARTS OWNED            " TEAM-GHOSTS(TEAM-IDX)
    delimited by size into PACKET-LINE
  end-string
  perform WRITE-PACKET-LINE
  move spaces to PACKET-LINE
  string "  PATH-TRACE STEPS AT OWN NODES " TEAM-STEPS(TEAM-IDX)
    delimited by size into PACKET-LINE
  end-string
  perform WRITE-PACKET-LINE
  move spaces to PACKET-LINE
  string "  INTEGRITY VIOLATIONS          " TEAM-VIOLATIONS(TEAM-IDX)
    delimited by size into PACKET-LINE
  end-string
  perform WRITE-PACKET-LINE
  move spaces to PACKET-LINE
  string "  DEAD-END NODES                " TEAM-DEAD-ENDS(TEAM-IDX)
    delimited by size into PACKET-LINE
  end-string
  perform WRITE-PACKET-LINE
  move spaces to PACKET-LINE
  string "  NODES WITH IN-DEGREE LISTED   " TEAM-IN-DEGREE(TEAM-IDX)
    delimited by size into PACKET-LINE
  end-string
  perform WRITE-PACKET-LINE
  move spaces to PACKET-LINE
  string "  ORPHAN NODES                  " TEAM-ORPHANS(TEAM-IDX)
    delimited by size into PACKET-LINE
  end-string
  perform WRITE-PACKET-LINE
  move spaces to PACKET-LINE
  string "  EXCEPTIONS QUEUED TONIGHT     " TEAM-EXCEPTIONS(TEAM-IDX)
    delimited by size into PACKET-LINE
  end-string
  perform WRITE-PACKET-LINE
  move spaces to PACKET-LINE
  perform WRITE-PACKET-LINE

  if TEAM-TOTAL-LINES = 0
    move spaces to PACKET-LINE
    string "NO ACTIVITY FOR " function trim(TEAM-NAME(TEAM-IDX))
      " TONIGHT -- NONE OF THE NIGHT'S REPORTS NAMES A NODE THE TEAM "
      "OWNS, AND ITS EXCEPTION QUEUE HAS NOTHING DATED " RUN-DATE
      delimited by size into PACKET-LINE
    end-string
    perform WRITE-PACKET-LINE
    add 1 to QUIET-PACKETS
  else
    perform varying SOURCE-IDX from 1 by 1
        until SOURCE-IDX > SOURCE-COUNT
      perform WRITE-PACKET-SECTION
    end-perform
    perform WRITE-EXCEPTION-SECTION
  end-if
  close PACKET-FILE
  add 1 to PACKETS-WRITTEN

  move spaces to DISTRIBUTION-LINE
  if TEAM-TOTAL-LINES = 0
    string "TEAM " TEAM-NAME(TEAM-IDX) " PACKET "
      function trim(PACKET-NAME) " NO ACTIVITY   TO "
      function trim(TEAM-DEST(TEAM-IDX)) " ["
      function trim(TEAM-DEST-FROM(TEAM-IDX)) "]"
      delimited by size into DISTRIBUTION-LINE
    end-string
  else
    string "TEAM " TEAM-NAME(TEAM-IDX) " PACKET "
      function trim(PACKET-NAME) " LINES " TEAM-TOTAL-LINES " TO "
      function trim(TEAM-DEST(TEAM-IDX)) " ["
      function trim(TEAM-DEST-FROM(TEAM-IDX)) "]"
      delimited by size into DISTRIBUTION-LINE
    end-string
  end-if
  write DISTRIBUTION-LINE.

WRITE-PACKET-SECTION.
  perform NEW-PACKET-PAGE
  move spaces to PACKET-LINE
  string "===== " SOURCE-TITLE(SOURCE-IDX) " ====="
    delimited by size into PACKET-LINE
  end-string
  perform WRITE-PACKET-LINE
  if SOURCE-PRESENT(SOURCE-IDX) = "N"
    move spaces to PACKET-LINE
    string "  " function trim(SOURCE-NAME(SOURCE-IDX))
      " WAS NOT PRODUCED TONIGHT"
      delimited by size into PACKET-LINE
    end-string
    perform WRITE-PACKET-LINE
    exit paragraph
  end-if
  if TEAM-SECTION-LINES(TEAM-IDX, SOURCE-IDX) = 0
    move "  NOTHING FOR THIS TEAM" to PACKET-LINE
    perform WRITE-PACKET-LINE
    exit paragraph
  end-if
  move SOURCE-NAME(SOURCE-IDX) to WS-SOURCE-FILE
  call "resolve-path" using WS-SOURCE-FILE end-call
  open input SOURCE-REPORT
  if WS-SOURCE-STATUS not = "00"
    exit paragraph
  end-if
  move 0 to SECTION-WRITTEN
  perform forever
    read SOURCE-REPORT at end
      exit perform
    end-read
    perform NODE-OF-LINE
    if LINE-CODE = spaces
      exit perform cycle
    end-if
    perform TEAM-OF-NODE
    if LINE-TEAM-IDX = TEAM-IDX
      move SOURCE-LINE(1:132) to PACKET-LINE
      perform WRITE-PACKET-LINE
      add 1 to SECTION-WRITTEN
    end-if
  end-perform
  close SOURCE-REPORT
  move spaces to PACKET-LINE
  string "  " SECTION-WRITTEN " LINE(S) FOR THIS TEAM"
    delimited by size into PACKET-LINE
  end-string
  perform WRITE-PACKET-LINE.

WRITE-EXCEPTION-SECTION.
  perform NEW-PACKET-PAGE
  move "===== EXCEPTION QUEUE -- TONIGHT =====" to PACKET-LINE
  perform WRITE-PACKET-LINE
  if TEAM-EXCEPTIONS(TEAM-IDX) = 0
    move "  NOTHING FOR THIS TEAM" to PACKET-LINE
    perform WRITE-PACKET-LINE
    exit paragraph
  end-if
  perform NAME-TEAM-QUEUE
  open input SOURCE-REPORT
  if WS-SOURCE-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read SOURCE-REPORT at end
      exit perform
    end-read
    if SOURCE-LINE(1:8) = RUN-DATE
      move SOURCE-LINE(1:132) to PACKET-LINE
      perform WRITE-PACKET-LINE
    end-if
  end-perform
  close SOURCE-REPORT.

*> page header carrying the team, run id and business date, so a
*> page separated from its packet still says whose and which night
NEW-PACKET-PAGE.
  add 1 to PACKET-PAGE
  if PACKET-PAGE > 1
    move spaces to PACKET-LINE
    write PACKET-LINE
    move all "-" to PACKET-LINE
    write PACKET-LINE
  end-if
  move spaces to PACKET-LINE
  string "DAY8 TEAM PACKET " TEAM-NAME(TEAM-IDX) " RUN " WS-RUN-ID
    " BD " BUSINESS-DATE "   PAGE " PACKET-PAGE
    delimited by size into PACKET-LINE
  end-string
  write PACKET-LINE
  move all "-" to PACKET-LINE
  write PACKET-LINE
  move 0 to LINES-ON-PAGE.

WRITE-PACKET-LINE.
  move PACKET-LINE to HOLD-LINE
  if LINES-ON-PAGE >= PAGE-BODY-LINES
    perform NEW-PACKET-PAGE
  end-if
  move HOLD-LINE to PACKET-LINE
  write PACKET-LINE
  add 1 to LINES-ON-PAGE.
