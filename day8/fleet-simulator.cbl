identification division.
program-id. fleet-simulator.

environment division.
input-output section.
file-control.
  select FLEET-MANIFEST assign to dynamic WS-FLEET-MANIFEST-FILE
    organization line sequential file status WS-MANIFEST-STATUS.
  select VEHICLE-INSTR-FILE assign to dynamic WS-VEHICLE-INSTR-FILE
    organization line sequential file status WS-VEHICLE-INSTR-STATUS.
  select FLEET-REPORT assign to dynamic WS-FLEET-REPORT-FILE
    organization line sequential file status WS-REPORT-STATUS.
  select FLEET-EXPORT assign to dynamic WS-FLEET-EXPORT-FILE
    organization line sequential file status WS-EXPORT-STATUS.

data division.
file section.
  fd FLEET-MANIFEST.
  01 FLEET-MANIFEST-LINE  pic x(200).

  fd VEHICLE-INSTR-FILE.
  01 VEHICLE-INSTR-LINE  pic x(10000).

  fd FLEET-REPORT.
  01 FLEET-REPORT-LINE  pic x(160).

  fd FLEET-EXPORT.
  01 FLEET-EXPORT-LINE  pic x(200).

working-storage section.
  copy input.

  78 VEHICLES-MAX value 500.
  78 INSTR-SETS-MAX value 20.
  78 WAITS-MAX value 2000. *> report cap -- a jammed fleet waits every step

  01 WS-FLEET-MANIFEST-FILE   pic x(100).
  01 WS-VEHICLE-INSTR-FILE    pic x(100).
  01 WS-FLEET-REPORT-FILE     pic x(100).
  01 WS-FLEET-EXPORT-FILE     pic x(100).
  01 WS-MANIFEST-STATUS       pic x(2).
  01 WS-VEHICLE-INSTR-STATUS  pic x(2).
  01 WS-REPORT-STATUS         pic x(2).
  01 WS-EXPORT-STATUS         pic x(2).
  01 WS-INSTR-FILENAME        pic x(100).
  01 WS-MAP-FILENAME          pic x(100).
  01 CATALOG-AS-OF            pic 9(8) value 0.
  01 PARM-KEY                 pic x(20).
  01 PARM-VALUE               pic x(100).
  01 RUN-DATE                 pic 9(8).
  01 WS-RUN-ID                pic x(8).

  *> the fleet manifest, one vehicle a line, "*" lines are comments:
  *>   vehicle id|start node|end rule|instructions file|departure step
  *> the end rule is a node code, or a code suffix the way ROUTE-REQUEST
  *> takes one ("Z" ends at the first node ending in Z); a blank
  *> instructions file runs the production instructions in force, a
  *> blank departure step departs at step 0
  01 MANIFEST-LINE-NO         pic 9(4) value 0.
  01 FIELD-ID                 pic x(20).
  01 FIELD-START              pic x(10).
  01 FIELD-END                pic x(10).
  01 FIELD-INSTR-FILE         pic x(100).
  01 FIELD-DEPART             pic x(10).

  01 VEHICLE-TABLE.
    05 VEHICLE-ENTRY occurs VEHICLES-MAX times.
      10 VEH-ID               pic x(12).
      10 VEH-LINE-NO          pic 9(4).
      10 VEH-START-CODE       pic a(4).
      10 VEH-END-RULE         pic x(10).
      10 VEH-INSTR-FILE       pic x(100).
      10 VEH-DEPART           pic 9(8).
      10 VEH-START            pic 9(6).
      10 VEH-END-VALUE        pic 9(6).
      10 VEH-END-MODULUS      pic 9(7).
      10 VEH-SET              pic 9(3).
      10 VEH-STATE            pic x.
        88 VEH-INVALID        value "I".
        88 VEH-SCHEDULED      value "S".
        88 VEH-EN-ROUTE       value "E".
        88 VEH-ARRIVED        value "A".
        88 VEH-BLOCKED        value "B".
      10 VEH-POS              pic 9(6).
      10 VEH-INSTR-IDX        pic 9(5).
      10 VEH-ENTRY-STEP       pic 9(8).
      10 VEH-ARRIVAL-STEP     pic 9(8).
      10 VEH-MOVES            pic 9(8).
      10 VEH-WAIT-STEPS       pic 9(8).
      10 VEH-WAIT-COUNT       pic 9(6).
      10 VEH-WAIT-FROM        pic 9(8).
      10 VEH-WAIT-RUN         pic 9(8).
      10 VEH-WAIT-NODE        pic 9(6).
      10 VEH-LONGEST-WAIT     pic 9(8).
      10 VEH-LONGEST-NODE     pic 9(6).
      10 VEH-REASON           pic x(60).
      10 VEH-BLOCKED-STEP     pic 9(8).
      10 VEH-BLOCKED-CLOSURE  pic 9(4).
  01 VEHICLE-COUNT            pic 9(4) value 0.
  01 VEH-IDX                  pic 9(4).
  01 OTHER-IDX                pic 9(4).
  01 VEHICLE-OVERFLOW         pic x value "N".

  *> instruction sets are held once however many vehicles share one;
  *> set 1 is the production instructions parsed with the map
  01 INSTR-SET-TABLE.
    05 INSTR-SET-ENTRY occurs INSTR-SETS-MAX times.
      10 SET-FILE             pic x(100).
      10 SET-TEXT             pic x(10000).
  01 INSTR-SET-COUNT          pic 9(3) value 0.
  01 SET-IDX                  pic 9(3).
  01 INSTR-APPEND-PTR         pic 9(5).
  01 INSTR-LINE-LEN           pic 9(5).
  01 INSTR-WORK               pic x(10000).
  01 INSTR-BAD-CHARS          pic 9(5).

  *> code checks: the map's code length, the alias table, on the map
  01 CHECK-TEXT               pic x(10).
  01 CHECK-CODE               pic a(4).
  01 CHECK-NUM                pic 9(6).
  01 CHECK-OK                 pic x.
  01 CHECK-LEN                pic 9(2).
  01 CHAR-IDX                 pic 9(2).
  01 PARSE-NODE-STATUS        pic x.
  01 ALIAS-FLAG               pic x.
  01 ALIAS-OLD                pic a(4).
  01 END-RULE-LENGTH          pic 9.

  *> per-node simulation state, sized to the map like the node table:
  *> the capacity (looked up the first time a vehicle wants in), who is
  *> there now, the most there at once, and the waiting it caused
  01 AUX-TABLE-BYTES          pic 9(9) comp.
  01 NODE-STATE-PTR           usage pointer.
  01 NODE-IDX                 pic 9(6).
  01 NODE-TEXT                pic a(4).
  01 TARGET-NODE              pic 9(6).
  01 ROOM-FREE                pic x.

  *> route closures in force on the business date (see LOAD-CLOSURES),
  *> as PART1 walks them: a vehicle whose next instruction crosses a
  *> closed link is stopped there BLOCKED, still holding its place on
  *> the node -- the closure stands all day, so waiting it out would
  *> only wait to the horizon
  01 BUSINESS-DATE            pic 9(8).
  01 BD-PROC-FLAG             pic x.
  01 BD-NONPROC-ACTION        pic x(4).
  copy closures.
  01 CLOSURE-IDX              pic 9(4).
  01 BLOCKED-IDX              pic 9(4).
  01 MOVE-DIR                 pic x.

  01 STEP-NUMBER              pic 9(8) value 0.
  01 HORIZON                  pic 9(8) value 100000.
  01 ACTIVITY-THIS-STEP       pic x.
  01 UNFINISHED-COUNT         pic 9(4).
  01 FUTURE-DEPARTURES        pic 9(4).
  01 GRIDLOCK                 pic x value "N".

  *> one wait episode: a vehicle held outside a full node from one step
  *> until it got in
  01 WAIT-TABLE.
    05 WAIT-ENTRY occurs WAITS-MAX times.
      10 WAIT-VEH             pic 9(4).
      10 WAIT-NODE            pic 9(6).
      10 WAIT-FROM            pic 9(8).
      10 WAIT-STEPS           pic 9(8).
      10 WAIT-KIND            pic x(6).
  01 WAIT-COUNT               pic 9(6) value 0.
  01 WAIT-IDX                 pic 9(6).
  01 WAITS-TRUNCATED          pic x value "N".
  01 EPISODE-STEPS            pic 9(8).

  01 TOP-NODES-MAX            pic 9(3) value 10.
  01 TOP-RANK                 pic 9(3).
  01 BEST-NODE                pic 9(6).
  01 BEST-WAIT                pic 9(8).

  01 VALID-COUNT              pic 9(4) value 0.
  01 INVALID-COUNT            pic 9(4) value 0.
  01 ARRIVED-COUNT            pic 9(4) value 0.
  01 EN-ROUTE-COUNT           pic 9(4) value 0.
  01 NOT-DEPARTED-COUNT       pic 9(4) value 0.
  01 BLOCKED-COUNT            pic 9(4) value 0.
  01 TOTAL-WAIT-STEPS         pic 9(10) value 0.
  01 WAITING-VEHICLES         pic 9(4) value 0.

  01 STEP-DISPLAY             pic z(7)9.
  01 COUNT-DISPLAY            pic z(9)9.
  01 CAP-DISPLAY              pic z(3)9.
  01 EXPORT-ENTRY             pic x(8).
  01 EXPORT-ARRIVAL           pic x(8).
  01 EXPORT-END-NODE          pic x(4).
  01 EXPORT-LONGEST-NODE      pic x(4).
  01 STATUS-TEXT              pic x(12).
  01 END-NODE-TEXT            pic a(4).
  01 LONGEST-NODE-TEXT        pic a(4).
  01 REPORT-PTR               pic 9(3).
  01 REF-DESC                 pic x(40).
  01 REF-TEAM                 pic x(20).
  01 REF-FOUND                pic x.
  01 SAVED-RC                 pic s9(4).

  01 WS-EXC-PROGRAM           pic x(20) value "FLEET-SIMULATOR".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

linkage section.
  *> heap node table behind INPUT-DATA (see the INPUT and NODEMAP
  *> copybooks) -- SET ADDRESS after every parse before touching it
  copy nodemap.
  01 NODE-STATE-TABLE.
    05 NODE-STATE occurs NODE-ZZZ times.
      10 NODE-CAP-KNOWN       pic x.
      10 NODE-CAPACITY        pic 9(4).
      10 NODE-OCCUPANCY       pic 9(4).
      10 NODE-PEAK            pic 9(4).
      10 NODE-WAIT-STEPS      pic 9(8).
      10 NODE-WAIT-COUNT      pic 9(6).

procedure division.
  *> many vehicles over the one map at once, each from its own start
  *> under its own instructions, advanced together one step at a time
  *> the way RENDEZVOUS-REPORT advances the ghosts -- except that here
  *> a node holds only so many vehicles (its capacity on the node
  *> reference, see LOOKUP-NODE-CAPACITY) and a vehicle whose next node
  *> is full waits where it is, holding its place in its instructions,
  *> until there is room. Within a step vehicles move in manifest order,
  *> so a place freed by a vehicle later in the manifest is taken on
  *> the next step. A vehicle leaves the network on arriving. The run
  *> ends when every vehicle has arrived, at the horizon, or when the
  *> fleet is gridlocked -- every vehicle still out waiting on another.
  *> A move across a link closed on the business date stops the vehicle
  *> BLOCKED where it stands, as PART1 stops a walk
  move "/data/fleet-schedule.txt" to WS-FLEET-REPORT-FILE
  call "resolve-path" using WS-FLEET-REPORT-FILE end-call
  move "/data/fleet-schedule.csv" to WS-FLEET-EXPORT-FILE
  call "resolve-path" using WS-FLEET-EXPORT-FILE end-call
  move function current-date(1:8) to RUN-DATE
  call "run-id" using WS-RUN-ID end-call

  move "FLEET_FILE" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-FLEET-MANIFEST-FILE
  if WS-FLEET-MANIFEST-FILE = spaces
    move "/data/fleet-manifest.txt" to WS-FLEET-MANIFEST-FILE
  end-if
  call "resolve-path" using WS-FLEET-MANIFEST-FILE end-call

  move "FLEET_HORIZON" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  if PARM-VALUE not = spaces
    if function trim(PARM-VALUE) is not numeric
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "FLEET_HORIZON must be a number of steps!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 12 to return-code
      goback
    end-if
    compute HORIZON = function numval(PARM-VALUE)
  end-if
  move "FLEET_TOP_NODES" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  if PARM-VALUE not = spaces and function trim(PARM-VALUE) is numeric
    compute TOP-NODES-MAX = function numval(PARM-VALUE)
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
  call "parse-input" using INPUT-DATA WS-INSTR-FILENAME WS-MAP-FILENAME
    WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    goback
  end-if
  add 1 to INSTR-SET-COUNT
  move spaces to SET-FILE(1)
  move INSTRUCTIONS to SET-TEXT(1)
  call "business-date" using BUSINESS-DATE BD-PROC-FLAG
    BD-NONPROC-ACTION end-call
  call "load-closures" using BUSINESS-DATE NODE-CODE-LENGTH
    CLOSURES-OUTER end-call

  perform LOAD-MANIFEST
  if return-code not = 0
    free NODES-MAP-PTR
    goback
  end-if
  if VALID-COUNT = 0
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No vehicle in the fleet manifest can run -- nothing "
      "simulated (see " function trim(WS-FLEET-REPORT-FILE) ")"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    perform WRITE-SCHEDULE-REPORT
    move "DNV0062" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-FLEET-MANIFEST-FILE) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    free NODES-MAP-PTR
    move 8 to return-code
    goback
  end-if

  compute AUX-TABLE-BYTES = NODE-ZZZ-VALUE * 27
  allocate AUX-TABLE-BYTES characters initialized
    returning NODE-STATE-PTR
  set address of NODE-STATE-TABLE to NODE-STATE-PTR
  perform varying NODE-IDX from 1 by 1 until NODE-IDX > NODE-ZZZ-VALUE
    move "N" to NODE-CAP-KNOWN(NODE-IDX)
    move 0 to NODE-CAPACITY(NODE-IDX) NODE-OCCUPANCY(NODE-IDX)
      NODE-PEAK(NODE-IDX) NODE-WAIT-STEPS(NODE-IDX)
      NODE-WAIT-COUNT(NODE-IDX)
  end-perform

  perform RUN-SIMULATION
  perform WRITE-SCHEDULE-REPORT
  perform WRITE-SCHEDULE-EXPORT
  free NODES-MAP-PTR NODE-STATE-PTR

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Fleet simulation: " VALID-COUNT " vehicle(s), "
    ARRIVED-COUNT " arrived, " EN-ROUTE-COUNT " still en route, "
    BLOCKED-COUNT " blocked, "
    NOT-DEPARTED-COUNT " not departed, " TOTAL-WAIT-STEPS
    " wait step(s) -- see " function trim(WS-FLEET-REPORT-FILE)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move 0 to return-code
  if GRIDLOCK = "Y"
    move "DNV0063" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move STEP-NUMBER to WS-EXC-VALUE(1)
    move WAITING-VEHICLES to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 4 to return-code
  end-if
  if BLOCKED-COUNT > 0
    move "DNV0277" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move BLOCKED-COUNT to WS-EXC-VALUE(1)
    move BUSINESS-DATE to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 4 to return-code
  end-if
  if INVALID-COUNT > 0 or EN-ROUTE-COUNT > 0 or NOT-DEPARTED-COUNT > 0
    move 4 to return-code
  end-if
  goback.

*> the manifest into VEHICLE-TABLE, every line checked: a line that
*> cannot run is kept as INVALID with its reason, for the report
LOAD-MANIFEST.
  open input FLEET-MANIFEST
  if WS-MANIFEST-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Fleet manifest '" function trim(WS-FLEET-MANIFEST-FILE)
      "' could not be opened!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0064" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-FLEET-MANIFEST-FILE) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    exit paragraph
  end-if
  perform forever
    read FLEET-MANIFEST at end
      exit perform
    end-read
    add 1 to MANIFEST-LINE-NO
    if FLEET-MANIFEST-LINE = spaces
        or function trim(FLEET-MANIFEST-LINE)(1:1) = "*"
      exit perform cycle
    end-if
    if VEHICLE-COUNT >= VEHICLES-MAX
      move "Y" to VEHICLE-OVERFLOW
      exit perform
    end-if
    add 1 to VEHICLE-COUNT
    move VEHICLE-COUNT to VEH-IDX
    initialize VEHICLE-ENTRY(VEH-IDX)
    move MANIFEST-LINE-NO to VEH-LINE-NO(VEH-IDX)
    move spaces to FIELD-ID FIELD-START FIELD-END FIELD-INSTR-FILE
      FIELD-DEPART
    unstring FLEET-MANIFEST-LINE delimited by "|"
      into FIELD-ID FIELD-START FIELD-END FIELD-INSTR-FILE FIELD-DEPART
    end-unstring
    move function upper-case(function trim(FIELD-ID)) to VEH-ID(VEH-IDX)
    move function trim(FIELD-INSTR-FILE) to VEH-INSTR-FILE(VEH-IDX)
    move function upper-case(function trim(FIELD-END))
      to VEH-END-RULE(VEH-IDX)
    perform CHECK-VEHICLE
    if VEH-INVALID(VEH-IDX)
      add 1 to INVALID-COUNT
    else
      add 1 to VALID-COUNT
    end-if
  end-perform
  close FLEET-MANIFEST
  if VEHICLE-OVERFLOW = "Y"
    move 16 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Fleet manifest holds more than " VEHICLES-MAX
      " vehicles -- nothing simulated"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0065" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move VEHICLES-MAX to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 16 to return-code
  end-if.

*> manifest line VEH-IDX judged: the vehicle is SCHEDULED when it can
*> run, INVALID with VEH-REASON when it cannot
CHECK-VEHICLE.
  set VEH-SCHEDULED(VEH-IDX) to true
  if VEH-ID(VEH-IDX) = spaces
    set VEH-INVALID(VEH-IDX) to true
    move "NO VEHICLE ID" to VEH-REASON(VEH-IDX)
    exit paragraph
  end-if
  perform varying OTHER-IDX from 1 by 1 until OTHER-IDX >= VEH-IDX
    if VEH-ID(OTHER-IDX) = VEH-ID(VEH-IDX)
      set VEH-INVALID(VEH-IDX) to true
      move spaces to VEH-REASON(VEH-IDX)
      string "VEHICLE ID ALREADY GIVEN ON LINE " VEH-LINE-NO(OTHER-IDX)
        delimited by size into VEH-REASON(VEH-IDX)
      end-string
      exit paragraph
    end-if
  end-perform

  move function upper-case(FIELD-START) to CHECK-TEXT
  perform CHECK-NODE-CODE
  if CHECK-OK not = "Y"
    set VEH-INVALID(VEH-IDX) to true
    move spaces to VEH-REASON(VEH-IDX)
    string "START " function trim(FIELD-START) " IS NOT A NODE ON THE MAP"
      delimited by size into VEH-REASON(VEH-IDX)
    end-string
    exit paragraph
  end-if
  move CHECK-CODE to VEH-START-CODE(VEH-IDX)
  move CHECK-NUM to VEH-START(VEH-IDX)

  *> the end rule as a code suffix: node numbers are the codes read
  *> base-26 plus one, so the last k letters are (node - 1) mod 26**k.
  *> A whole code is the one-node case, taken through the alias table
  compute CHECK-LEN = function length(function trim(VEH-END-RULE(VEH-IDX)))
  if VEH-END-RULE(VEH-IDX) = spaces or CHECK-LEN > NODE-CODE-LENGTH
      or VEH-END-RULE(VEH-IDX)(1:CHECK-LEN) is not alphabetic-upper
    set VEH-INVALID(VEH-IDX) to true
    move spaces to VEH-REASON(VEH-IDX)
    string "END RULE " function trim(FIELD-END)
      " IS NEITHER A NODE CODE NOR A CODE SUFFIX"
      delimited by size into VEH-REASON(VEH-IDX)
    end-string
    exit paragraph
  end-if
  if CHECK-LEN = NODE-CODE-LENGTH
    move VEH-END-RULE(VEH-IDX) to CHECK-TEXT
    perform CHECK-NODE-CODE
    if CHECK-OK not = "Y"
      set VEH-INVALID(VEH-IDX) to true
      move spaces to VEH-REASON(VEH-IDX)
      string "END " function trim(FIELD-END) " IS NOT A NODE ON THE MAP"
        delimited by size into VEH-REASON(VEH-IDX)
      end-string
      exit paragraph
    end-if
    move CHECK-CODE to VEH-END-RULE(VEH-IDX)
  end-if
  move 0 to END-RULE-LENGTH VEH-END-VALUE(VEH-IDX)
  perform varying CHAR-IDX from 1 by 1 until CHAR-IDX > CHECK-LEN
    compute VEH-END-VALUE(VEH-IDX) = VEH-END-VALUE(VEH-IDX) * 26
      + function ord(VEH-END-RULE(VEH-IDX)(CHAR-IDX:1))
      - function ord("A")
  end-perform
  compute VEH-END-MODULUS(VEH-IDX) = 26 ** CHECK-LEN

  move 0 to VEH-DEPART(VEH-IDX)
  if FIELD-DEPART not = spaces
    if function trim(FIELD-DEPART) is not numeric
      set VEH-INVALID(VEH-IDX) to true
      move spaces to VEH-REASON(VEH-IDX)
      string "DEPARTURE STEP " function trim(FIELD-DEPART)
        " IS NOT A NUMBER"
        delimited by size into VEH-REASON(VEH-IDX)
      end-string
      exit paragraph
    end-if
    compute VEH-DEPART(VEH-IDX) = function numval(FIELD-DEPART)
  end-if

  perform FIND-INSTR-SET
  if VEH-SET(VEH-IDX) = 0
    set VEH-INVALID(VEH-IDX) to true
  end-if.

*> CHECK-TEXT as a node on the map in force: CHECK-OK "Y" with the
*> current code in CHECK-CODE and its number in CHECK-NUM
CHECK-NODE-CODE.
  move "N" to CHECK-OK
  compute CHECK-LEN = function length(function trim(CHECK-TEXT))
  if CHECK-TEXT = spaces or CHECK-LEN not = NODE-CODE-LENGTH
      or CHECK-TEXT(1:CHECK-LEN) is not alphabetic-upper
    exit paragraph
  end-if
  move CHECK-TEXT to CHECK-CODE
  call "resolve-alias" using CHECK-CODE ALIAS-FLAG ALIAS-OLD end-call
  call "parse-node" using CHECK-CODE CHECK-NUM NODE-CODE-LENGTH
    PARSE-NODE-STATUS end-call
  if PARSE-NODE-STATUS not = "0" or CHECK-NUM > NODE-ZZZ-VALUE
    exit paragraph
  end-if
  if NODES-DEFINED(CHECK-NUM) = "Y"
    move "Y" to CHECK-OK
  end-if.

*> VEH-SET for vehicle VEH-IDX: the production set for a blank file,
*> else the set already loaded from the same file, else the file
*> loaded as a new set -- 0 with VEH-REASON when it cannot be
FIND-INSTR-SET.
  move 0 to VEH-SET(VEH-IDX)
  if VEH-INSTR-FILE(VEH-IDX) = spaces
    if SET-TEXT(1) = spaces
      move "NO INSTRUCTIONS FILE GIVEN AND NO PRODUCTION INSTRUCTIONS"
        to VEH-REASON(VEH-IDX)
      exit paragraph
    end-if
    move 1 to VEH-SET(VEH-IDX)
    exit paragraph
  end-if
  perform varying SET-IDX from 2 by 1 until SET-IDX > INSTR-SET-COUNT
    if SET-FILE(SET-IDX) = VEH-INSTR-FILE(VEH-IDX)
      move SET-IDX to VEH-SET(VEH-IDX)
      exit paragraph
    end-if
  end-perform
  if INSTR-SET-COUNT >= INSTR-SETS-MAX
    move spaces to VEH-REASON(VEH-IDX)
    string "MORE THAN " INSTR-SETS-MAX " INSTRUCTION FILES IN ONE FLEET"
      delimited by size into VEH-REASON(VEH-IDX)
    end-string
    exit paragraph
  end-if

  *> the file is read the way PARSE-INPUT reads the production one:
  *> any number of lines, concatenated, the last position kept blank
  move VEH-INSTR-FILE(VEH-IDX) to WS-VEHICLE-INSTR-FILE
  call "resolve-path" using WS-VEHICLE-INSTR-FILE end-call
  open input VEHICLE-INSTR-FILE
  if WS-VEHICLE-INSTR-STATUS not = "00"
    move "INSTRUCTIONS FILE COULD NOT BE OPENED" to VEH-REASON(VEH-IDX)
    exit paragraph
  end-if
  move spaces to INSTR-WORK
  move 1 to INSTR-APPEND-PTR
  perform forever
    read VEHICLE-INSTR-FILE at end
      exit perform
    end-read
    inspect VEHICLE-INSTR-LINE replacing all x"0D" by space
    if VEHICLE-INSTR-LINE = spaces
      exit perform cycle
    end-if
    compute INSTR-LINE-LEN =
      function length(function trim(VEHICLE-INSTR-LINE))
    if INSTR-APPEND-PTR + INSTR-LINE-LEN - 1 >= INSTRUCTIONS-MAX-LEN
      move "INSTRUCTIONS EXCEED THE INSTRUCTIONS CAPACITY"
        to VEH-REASON(VEH-IDX)
      close VEHICLE-INSTR-FILE
      exit paragraph
    end-if
    move function trim(VEHICLE-INSTR-LINE)
      to INSTR-WORK(INSTR-APPEND-PTR:INSTR-LINE-LEN)
    add INSTR-LINE-LEN to INSTR-APPEND-PTR
  end-perform
  close VEHICLE-INSTR-FILE
  if INSTR-APPEND-PTR = 1
    move "INSTRUCTIONS FILE IS EMPTY" to VEH-REASON(VEH-IDX)
    exit paragraph
  end-if
  move 0 to INSTR-BAD-CHARS
  compute INSTR-LINE-LEN = INSTR-APPEND-PTR - 1
  inspect INSTR-WORK(1:INSTR-LINE-LEN) tallying INSTR-BAD-CHARS
    for all " "
  if INSTR-BAD-CHARS = 0
    inspect INSTR-WORK(1:INSTR-LINE-LEN) converting "LR" to "  "
    if INSTR-WORK(1:INSTR-LINE-LEN) not = spaces
      move 1 to INSTR-BAD-CHARS
    end-if
  end-if
  if INSTR-BAD-CHARS > 0
    move "INSTRUCTIONS MUST BE L AND R ONLY" to VEH-REASON(VEH-IDX)
    exit paragraph
  end-if

  *> the check above blanked the working copy -- the set is taken again
  *> from the file's lines, now known to be good
  add 1 to INSTR-SET-COUNT
  move INSTR-SET-COUNT to VEH-SET(VEH-IDX)
  move VEH-INSTR-FILE(VEH-IDX) to SET-FILE(INSTR-SET-COUNT)
  move spaces to SET-TEXT(INSTR-SET-COUNT)
  move 1 to INSTR-APPEND-PTR
  open input VEHICLE-INSTR-FILE
  perform forever
    read VEHICLE-INSTR-FILE at end
      exit perform
    end-read
    inspect VEHICLE-INSTR-LINE replacing all x"0D" by space
    if VEHICLE-INSTR-LINE = spaces
      exit perform cycle
    end-if
    compute INSTR-LINE-LEN =
      function length(function trim(VEHICLE-INSTR-LINE))
    move function trim(VEHICLE-INSTR-LINE)
      to SET-TEXT(INSTR-SET-COUNT)(INSTR-APPEND-PTR:INSTR-LINE-LEN)
    add INSTR-LINE-LEN to INSTR-APPEND-PTR
  end-perform
  close VEHICLE-INSTR-FILE.

*> every step, every vehicle in manifest order: depart when due, move
*> when its next node has room, arrive on reaching its end rule
RUN-SIMULATION.
  move 0 to STEP-NUMBER
  perform forever
    move "N" to ACTIVITY-THIS-STEP
    perform varying VEH-IDX from 1 by 1 until VEH-IDX > VEHICLE-COUNT
      evaluate true
        when VEH-SCHEDULED(VEH-IDX)
          if VEH-DEPART(VEH-IDX) <= STEP-NUMBER
            perform DEPART-VEHICLE
          end-if
        when VEH-EN-ROUTE(VEH-IDX)
          if VEH-ENTRY-STEP(VEH-IDX) < STEP-NUMBER
            perform MOVE-VEHICLE
          end-if
        when other
          continue
      end-evaluate
    end-perform

    move 0 to UNFINISHED-COUNT FUTURE-DEPARTURES WAITING-VEHICLES
    perform varying VEH-IDX from 1 by 1 until VEH-IDX > VEHICLE-COUNT
      if VEH-SCHEDULED(VEH-IDX) or VEH-EN-ROUTE(VEH-IDX)
        add 1 to UNFINISHED-COUNT
        if VEH-WAIT-NODE(VEH-IDX) > 0
          add 1 to WAITING-VEHICLES
        end-if
        if VEH-SCHEDULED(VEH-IDX)
            and VEH-DEPART(VEH-IDX) > STEP-NUMBER
          add 1 to FUTURE-DEPARTURES
        end-if
      end-if
    end-perform
    if UNFINISHED-COUNT = 0
      exit perform
    end-if
    *> nobody moved, nobody is still to depart, and everyone out is
    *> waiting: no later step can differ from this one
    if ACTIVITY-THIS-STEP = "N" and FUTURE-DEPARTURES = 0
        and WAITING-VEHICLES = UNFINISHED-COUNT
      move "Y" to GRIDLOCK
      exit perform
    end-if
    if STEP-NUMBER >= HORIZON
      exit perform
    end-if
    add 1 to STEP-NUMBER
  end-perform

  *> waits still open when the run stops are counted to the last step
  perform varying VEH-IDX from 1 by 1 until VEH-IDX > VEHICLE-COUNT
    if VEH-WAIT-NODE(VEH-IDX) > 0
      perform CLOSE-WAIT
    end-if
    evaluate true
      when VEH-ARRIVED(VEH-IDX)
        add 1 to ARRIVED-COUNT
      when VEH-EN-ROUTE(VEH-IDX)
        add 1 to EN-ROUTE-COUNT
      when VEH-BLOCKED(VEH-IDX)
        add 1 to BLOCKED-COUNT
      when VEH-SCHEDULED(VEH-IDX)
        add 1 to NOT-DEPARTED-COUNT
    end-evaluate
    if not VEH-INVALID(VEH-IDX)
      add VEH-WAIT-STEPS(VEH-IDX) to TOTAL-WAIT-STEPS
    end-if
  end-perform.

*> vehicle VEH-IDX onto its start node, if there is room for it
DEPART-VEHICLE.
  move VEH-START(VEH-IDX) to TARGET-NODE
  perform CHECK-ROOM
  if ROOM-FREE = "N"
    perform RECORD-WAIT
    exit paragraph
  end-if
  if VEH-WAIT-NODE(VEH-IDX) > 0
    perform CLOSE-WAIT
  end-if
  move "Y" to ACTIVITY-THIS-STEP
  set VEH-EN-ROUTE(VEH-IDX) to true
  move STEP-NUMBER to VEH-ENTRY-STEP(VEH-IDX)
  move 0 to VEH-INSTR-IDX(VEH-IDX)
  move TARGET-NODE to VEH-POS(VEH-IDX)
  perform OCCUPY-TARGET
  perform CHECK-ARRIVAL.

*> vehicle VEH-IDX one instruction on, if the link is open and the node
*> it leads to has room
MOVE-VEHICLE.
  move VEH-SET(VEH-IDX) to SET-IDX
  add 1 to VEH-INSTR-IDX(VEH-IDX)
  if SET-TEXT(SET-IDX)(VEH-INSTR-IDX(VEH-IDX):1) = space
    move 1 to VEH-INSTR-IDX(VEH-IDX)
  end-if
  move SET-TEXT(SET-IDX)(VEH-INSTR-IDX(VEH-IDX):1) to MOVE-DIR
  if MOVE-DIR = "L"
    move NODES-L(VEH-POS(VEH-IDX)) to TARGET-NODE
  else
    move NODES-R(VEH-POS(VEH-IDX)) to TARGET-NODE
  end-if

  *> a step across a closed link is never taken: the vehicle stops where
  *> it stands, its place in its instructions kept for the report
  if CLOSURE-COUNT > 0
    move 0 to BLOCKED-IDX
    perform varying CLOSURE-IDX from 1 by 1
        until CLOSURE-IDX > CLOSURE-COUNT
      if CLOSURE-NODE-NUM(CLOSURE-IDX) = VEH-POS(VEH-IDX)
          and CLOSURE-DIR(CLOSURE-IDX) = MOVE-DIR
        move CLOSURE-IDX to BLOCKED-IDX
        exit perform
      end-if
    end-perform
    if BLOCKED-IDX > 0
      subtract 1 from VEH-INSTR-IDX(VEH-IDX)
      if VEH-WAIT-NODE(VEH-IDX) > 0
        perform CLOSE-WAIT
      end-if
      move "Y" to ACTIVITY-THIS-STEP
      set VEH-BLOCKED(VEH-IDX) to true
      move STEP-NUMBER to VEH-BLOCKED-STEP(VEH-IDX)
      move BLOCKED-IDX to VEH-BLOCKED-CLOSURE(VEH-IDX)
      exit paragraph
    end-if
  end-if

  *> a step back onto the node it stands on needs no room
  if TARGET-NODE not = VEH-POS(VEH-IDX)
    perform CHECK-ROOM
    if ROOM-FREE = "N"
      *> it holds its place in its instructions until it can go
      subtract 1 from VEH-INSTR-IDX(VEH-IDX)
      perform RECORD-WAIT
      exit paragraph
    end-if
    subtract 1 from NODE-OCCUPANCY(VEH-POS(VEH-IDX))
    move TARGET-NODE to VEH-POS(VEH-IDX)
    perform OCCUPY-TARGET
  end-if
  if VEH-WAIT-NODE(VEH-IDX) > 0
    perform CLOSE-WAIT
  end-if
  move "Y" to ACTIVITY-THIS-STEP
  add 1 to VEH-MOVES(VEH-IDX)
  perform CHECK-ARRIVAL.

*> ROOM-FREE "Y" when TARGET-NODE can take one more vehicle
CHECK-ROOM.
  move "Y" to ROOM-FREE
  if NODE-OCCUPANCY(TARGET-NODE) = 0
    exit paragraph
  end-if
  if NODE-CAP-KNOWN(TARGET-NODE) = "N"
    call "decode-node" using TARGET-NODE NODE-TEXT NODE-CODE-LENGTH
    end-call
    call "lookup-node-capacity" using NODE-TEXT
      NODE-CAPACITY(TARGET-NODE) end-call
    move "Y" to NODE-CAP-KNOWN(TARGET-NODE)
  end-if
  if NODE-CAPACITY(TARGET-NODE) > 0
      and NODE-OCCUPANCY(TARGET-NODE) >= NODE-CAPACITY(TARGET-NODE)
    move "N" to ROOM-FREE
  end-if.

OCCUPY-TARGET.
  add 1 to NODE-OCCUPANCY(TARGET-NODE)
  if NODE-OCCUPANCY(TARGET-NODE) > NODE-PEAK(TARGET-NODE)
    move NODE-OCCUPANCY(TARGET-NODE) to NODE-PEAK(TARGET-NODE)
  end-if.

*> the vehicle has reached a node its end rule accepts: it arrives and
*> leaves the network, freeing its place
CHECK-ARRIVAL.
  if function mod(VEH-POS(VEH-IDX) - 1, VEH-END-MODULUS(VEH-IDX))
      = VEH-END-VALUE(VEH-IDX)
    set VEH-ARRIVED(VEH-IDX) to true
    move STEP-NUMBER to VEH-ARRIVAL-STEP(VEH-IDX)
    subtract 1 from NODE-OCCUPANCY(VEH-POS(VEH-IDX))
  end-if.

*> one step of vehicle VEH-IDX held outside full node TARGET-NODE
RECORD-WAIT.
  if VEH-WAIT-NODE(VEH-IDX) not = TARGET-NODE
    if VEH-WAIT-NODE(VEH-IDX) > 0
      perform CLOSE-WAIT
    end-if
    move TARGET-NODE to VEH-WAIT-NODE(VEH-IDX)
    move STEP-NUMBER to VEH-WAIT-FROM(VEH-IDX)
    move 0 to VEH-WAIT-RUN(VEH-IDX)
    add 1 to VEH-WAIT-COUNT(VEH-IDX)
    add 1 to NODE-WAIT-COUNT(TARGET-NODE)
  end-if
  add 1 to VEH-WAIT-RUN(VEH-IDX)
  add 1 to VEH-WAIT-STEPS(VEH-IDX)
  add 1 to NODE-WAIT-STEPS(TARGET-NODE).

*> vehicle VEH-IDX's current wait episode onto the wait list -- a
*> vehicle still not departed was waiting to get onto its start node
CLOSE-WAIT.
  move VEH-WAIT-RUN(VEH-IDX) to EPISODE-STEPS
  if EPISODE-STEPS > VEH-LONGEST-WAIT(VEH-IDX)
    move EPISODE-STEPS to VEH-LONGEST-WAIT(VEH-IDX)
    move VEH-WAIT-NODE(VEH-IDX) to VEH-LONGEST-NODE(VEH-IDX)
  end-if
  if WAIT-COUNT >= WAITS-MAX
    move "Y" to WAITS-TRUNCATED
  else
    add 1 to WAIT-COUNT
    move VEH-IDX to WAIT-VEH(WAIT-COUNT)
    move VEH-WAIT-NODE(VEH-IDX) to WAIT-NODE(WAIT-COUNT)
    move VEH-WAIT-FROM(VEH-IDX) to WAIT-FROM(WAIT-COUNT)
    move EPISODE-STEPS to WAIT-STEPS(WAIT-COUNT)
    if VEH-SCHEDULED(VEH-IDX)
      move "DEPART" to WAIT-KIND(WAIT-COUNT)
    else
      move "ROUTE" to WAIT-KIND(WAIT-COUNT)
    end-if
  end-if
  move 0 to VEH-WAIT-NODE(VEH-IDX).

*> the fleet schedule: every vehicle's departure and arrival, the
*> lines that could not run, the waits, the most congested nodes
WRITE-SCHEDULE-REPORT.
  open output FLEET-REPORT
  if WS-REPORT-STATUS not = "00"
    exit paragraph
  end-if
  move spaces to FLEET-REPORT-LINE
  string "FLEET SCHEDULE SIMULATION " RUN-DATE " RUN " WS-RUN-ID " -- "
    VALID-COUNT " VEHICLE(S) FROM " function trim(WS-FLEET-MANIFEST-FILE)
    delimited by size into FLEET-REPORT-LINE
  end-string
  write FLEET-REPORT-LINE
  move spaces to FLEET-REPORT-LINE
  move HORIZON to STEP-DISPLAY
  string "MAP " function trim(WS-MAP-FILENAME) ", HORIZON "
    function trim(STEP-DISPLAY) " STEP(S); CAPACITIES FROM THE NODE "
    "REFERENCE, NONE = UNLIMITED"
    delimited by size into FLEET-REPORT-LINE
  end-string
  write FLEET-REPORT-LINE
  move spaces to FLEET-REPORT-LINE
  string CLOSURE-COUNT " ROUTE CLOSURE(S) IN FORCE FOR BUSINESS DATE "
    BUSINESS-DATE
    delimited by size into FLEET-REPORT-LINE
  end-string
  write FLEET-REPORT-LINE
  if VALID-COUNT = 0
    move "NO RUNNABLE VEHICLE -- NOTHING SIMULATED" to FLEET-REPORT-LINE
    write FLEET-REPORT-LINE
  end-if

  if VALID-COUNT > 0
    move spaces to FLEET-REPORT-LINE
    write FLEET-REPORT-LINE
    move "VEHICLE      START END           DEPART    ENTRY  ARRIVAL  AT  "
      & "     MOVES     WAITS  STATUS" to FLEET-REPORT-LINE
    write FLEET-REPORT-LINE
    perform varying VEH-IDX from 1 by 1 until VEH-IDX > VEHICLE-COUNT
      if not VEH-INVALID(VEH-IDX)
        perform FORMAT-VEHICLE-RESULT
        move spaces to FLEET-REPORT-LINE
        move 1 to REPORT-PTR
        string VEH-ID(VEH-IDX) " " VEH-START-CODE(VEH-IDX) "  "
          VEH-END-RULE(VEH-IDX)
          delimited by size into FLEET-REPORT-LINE with pointer REPORT-PTR
        end-string
        move VEH-DEPART(VEH-IDX) to STEP-DISPLAY
        string " " STEP-DISPLAY " " EXPORT-ENTRY " " EXPORT-ARRIVAL
          "  " EXPORT-END-NODE
          delimited by size into FLEET-REPORT-LINE with pointer REPORT-PTR
        end-string
        move VEH-MOVES(VEH-IDX) to STEP-DISPLAY
        string " " STEP-DISPLAY
          delimited by size into FLEET-REPORT-LINE with pointer REPORT-PTR
        end-string
        move VEH-WAIT-STEPS(VEH-IDX) to STEP-DISPLAY
        string "  " STEP-DISPLAY "  " STATUS-TEXT
          delimited by size into FLEET-REPORT-LINE with pointer REPORT-PTR
        end-string
        if VEH-LONGEST-WAIT(VEH-IDX) > 0
          move VEH-LONGEST-WAIT(VEH-IDX) to STEP-DISPLAY
          string " LONGEST WAIT " function trim(STEP-DISPLAY) " AT "
            LONGEST-NODE-TEXT
            delimited by size into FLEET-REPORT-LINE with pointer REPORT-PTR
          end-string
        end-if
        write FLEET-REPORT-LINE
        if VEH-BLOCKED(VEH-IDX)
          move VEH-BLOCKED-CLOSURE(VEH-IDX) to CLOSURE-IDX
          move VEH-BLOCKED-STEP(VEH-IDX) to STEP-DISPLAY
          move spaces to FLEET-REPORT-LINE
          string "             BLOCKED AT STEP " function trim(STEP-DISPLAY)
            " -- NODE " function trim(CLOSURE-NODE(CLOSURE-IDX)) " DIR "
            CLOSURE-DIR(CLOSURE-IDX) " IS CLOSED: "
            function trim(CLOSURE-REASON(CLOSURE-IDX))
            delimited by size into FLEET-REPORT-LINE
          end-string
          write FLEET-REPORT-LINE
        end-if
      end-if
    end-perform
  end-if

  if INVALID-COUNT > 0
    move spaces to FLEET-REPORT-LINE
    write FLEET-REPORT-LINE
    move "MANIFEST LINES THAT COULD NOT RUN" to FLEET-REPORT-LINE
    write FLEET-REPORT-LINE
    perform varying VEH-IDX from 1 by 1 until VEH-IDX > VEHICLE-COUNT
      if VEH-INVALID(VEH-IDX)
        move spaces to FLEET-REPORT-LINE
        string "  LINE " VEH-LINE-NO(VEH-IDX) " "
          function trim(VEH-ID(VEH-IDX)) " -- "
          function trim(VEH-REASON(VEH-IDX))
          delimited by size into FLEET-REPORT-LINE
        end-string
        write FLEET-REPORT-LINE
      end-if
    end-perform
  end-if

  if VALID-COUNT = 0
    close FLEET-REPORT
    exit paragraph
  end-if

  move spaces to FLEET-REPORT-LINE
  write FLEET-REPORT-LINE
  move spaces to FLEET-REPORT-LINE
  string "WAITS FOR ROOM (" WAIT-COUNT " EPISODE(S))"
    delimited by size into FLEET-REPORT-LINE
  end-string
  write FLEET-REPORT-LINE
  perform varying WAIT-IDX from 1 by 1 until WAIT-IDX > WAIT-COUNT
    move WAIT-VEH(WAIT-IDX) to VEH-IDX
    move WAIT-NODE(WAIT-IDX) to NODE-IDX
    call "decode-node" using NODE-IDX NODE-TEXT NODE-CODE-LENGTH end-call
    move spaces to FLEET-REPORT-LINE
    move 1 to REPORT-PTR
    move WAIT-FROM(WAIT-IDX) to STEP-DISPLAY
    string "  " VEH-ID(VEH-IDX) " " WAIT-KIND(WAIT-IDX) " WAITED FOR "
      NODE-TEXT " FROM STEP " function trim(STEP-DISPLAY)
      delimited by size into FLEET-REPORT-LINE with pointer REPORT-PTR
    end-string
    move WAIT-STEPS(WAIT-IDX) to STEP-DISPLAY
    string " FOR " function trim(STEP-DISPLAY) " STEP(S)"
      delimited by size into FLEET-REPORT-LINE with pointer REPORT-PTR
    end-string
    write FLEET-REPORT-LINE
  end-perform
  if WAITS-TRUNCATED = "Y"
    move spaces to FLEET-REPORT-LINE
    string "  ... MORE WAITS NOT LISTED -- ONLY THE FIRST " WAITS-MAX
      " ARE KEPT"
      delimited by size into FLEET-REPORT-LINE
    end-string
    write FLEET-REPORT-LINE
  end-if

  *> the worst-congested nodes: most vehicle-steps spent waiting to get
  *> in, each picked by a fresh pass over the map
  move spaces to FLEET-REPORT-LINE
  write FLEET-REPORT-LINE
  move "MOST CONGESTED NODES  CAPACITY  PEAK  WAITS  WAIT-STEPS  "
    & "DESCRIPTION" to FLEET-REPORT-LINE
  write FLEET-REPORT-LINE
  perform varying TOP-RANK from 1 by 1 until TOP-RANK > TOP-NODES-MAX
    move 0 to BEST-NODE BEST-WAIT
    perform varying NODE-IDX from 1 by 1 until NODE-IDX > NODE-ZZZ-VALUE
      if NODE-WAIT-STEPS(NODE-IDX) > BEST-WAIT
        move NODE-WAIT-STEPS(NODE-IDX) to BEST-WAIT
        move NODE-IDX to BEST-NODE
      end-if
    end-perform
    if BEST-NODE = 0
      exit perform
    end-if
    move BEST-NODE to NODE-IDX
    call "decode-node" using NODE-IDX NODE-TEXT NODE-CODE-LENGTH end-call
    move return-code to SAVED-RC
    call "lookup-node-ref" using NODE-TEXT REF-DESC REF-TEAM REF-FOUND
    end-call
    move SAVED-RC to return-code
    if REF-FOUND not = "0"
      move spaces to REF-DESC
    end-if
    move spaces to FLEET-REPORT-LINE
    move 1 to REPORT-PTR
    move NODE-CAPACITY(NODE-IDX) to CAP-DISPLAY
    string "  " TOP-RANK ". " NODE-TEXT "               " CAP-DISPLAY
      "  " delimited by size
      into FLEET-REPORT-LINE with pointer REPORT-PTR
    end-string
    move NODE-PEAK(NODE-IDX) to CAP-DISPLAY
    string CAP-DISPLAY " " delimited by size
      into FLEET-REPORT-LINE with pointer REPORT-PTR
    end-string
    move NODE-WAIT-COUNT(NODE-IDX) to STEP-DISPLAY
    string STEP-DISPLAY(3:6) " " delimited by size
      into FLEET-REPORT-LINE with pointer REPORT-PTR
    end-string
    move NODE-WAIT-STEPS(NODE-IDX) to STEP-DISPLAY
    string "  " STEP-DISPLAY(3:6) "    " function trim(REF-DESC)
      delimited by size into FLEET-REPORT-LINE with pointer REPORT-PTR
    end-string
    write FLEET-REPORT-LINE
    *> taken out of the running for the next rank
    move 0 to NODE-WAIT-STEPS(NODE-IDX)
  end-perform
  if TOP-RANK = 1
    move "  NONE -- NO VEHICLE EVER WAITED FOR ROOM" to FLEET-REPORT-LINE
    write FLEET-REPORT-LINE
  end-if

  move spaces to FLEET-REPORT-LINE
  write FLEET-REPORT-LINE
  move spaces to FLEET-REPORT-LINE
  move STEP-NUMBER to STEP-DISPLAY
  move TOTAL-WAIT-STEPS to COUNT-DISPLAY
  string "TOTALS: " ARRIVED-COUNT " ARRIVED, " EN-ROUTE-COUNT
    " EN ROUTE, " BLOCKED-COUNT " BLOCKED, " NOT-DEPARTED-COUNT
    " NOT DEPARTED, " INVALID-COUNT
    " NOT RUN; " function trim(COUNT-DISPLAY) " WAIT STEP(S); LAST STEP "
    function trim(STEP-DISPLAY)
    delimited by size into FLEET-REPORT-LINE
  end-string
  write FLEET-REPORT-LINE
  move spaces to FLEET-REPORT-LINE
  evaluate true
    when GRIDLOCK = "Y"
      string "GRIDLOCK AT STEP " function trim(STEP-DISPLAY) " -- "
        WAITING-VEHICLES " VEHICLE(S) EACH WAITING ON A FULL NODE; NO "
        "LATER STEP CAN MOVE ANY OF THEM"
        delimited by size into FLEET-REPORT-LINE
      end-string
    when EN-ROUTE-COUNT > 0 or NOT-DEPARTED-COUNT > 0
      string "HORIZON REACHED BEFORE EVERY VEHICLE ARRIVED -- RAISE "
        "FLEET_HORIZON OR CHECK THE END RULES"
        delimited by size into FLEET-REPORT-LINE
      end-string
    when BLOCKED-COUNT > 0
      string BLOCKED-COUNT " VEHICLE(S) STOPPED AT A CLOSED LINK -- "
        "EVERY OTHER VEHICLE ARRIVED"
        delimited by size into FLEET-REPORT-LINE
      end-string
    when other
      string "EVERY VEHICLE ARRIVED BY STEP " function trim(STEP-DISPLAY)
        delimited by size into FLEET-REPORT-LINE
      end-string
  end-evaluate
  write FLEET-REPORT-LINE
  close FLEET-REPORT.

*> STATUS-TEXT, the entry and arrival steps, the node arrived at and the
*> longest wait's node for vehicle VEH-IDX, as the report and the
*> export both show them
FORMAT-VEHICLE-RESULT.
  move spaces to EXPORT-ENTRY EXPORT-ARRIVAL EXPORT-END-NODE
    EXPORT-LONGEST-NODE LONGEST-NODE-TEXT
  evaluate true
    when VEH-ARRIVED(VEH-IDX)
      move "ARRIVED" to STATUS-TEXT
    when VEH-EN-ROUTE(VEH-IDX) and GRIDLOCK = "Y"
      move "GRIDLOCKED" to STATUS-TEXT
    when VEH-EN-ROUTE(VEH-IDX)
      move "EN ROUTE" to STATUS-TEXT
    when VEH-BLOCKED(VEH-IDX)
      move "BLOCKED" to STATUS-TEXT
    when GRIDLOCK = "Y"
      move "GRIDLOCKED" to STATUS-TEXT
    when other
      move "NOT DEPARTED" to STATUS-TEXT
  end-evaluate
  if VEH-ARRIVED(VEH-IDX) or VEH-EN-ROUTE(VEH-IDX)
      or VEH-BLOCKED(VEH-IDX)
    move VEH-ENTRY-STEP(VEH-IDX) to STEP-DISPLAY
    move STEP-DISPLAY to EXPORT-ENTRY
  end-if
  if VEH-ARRIVED(VEH-IDX)
    move VEH-ARRIVAL-STEP(VEH-IDX) to STEP-DISPLAY
    move STEP-DISPLAY to EXPORT-ARRIVAL
    call "decode-node" using VEH-POS(VEH-IDX) END-NODE-TEXT
      NODE-CODE-LENGTH end-call
    move END-NODE-TEXT to EXPORT-END-NODE
  end-if
  if VEH-LONGEST-WAIT(VEH-IDX) > 0
    call "decode-node" using VEH-LONGEST-NODE(VEH-IDX) LONGEST-NODE-TEXT
      NODE-CODE-LENGTH end-call
    move LONGEST-NODE-TEXT to EXPORT-LONGEST-NODE
  end-if.

*> the planners' spreadsheet copy: one row per vehicle that ran
WRITE-SCHEDULE-EXPORT.
  open output FLEET-EXPORT
  if WS-EXPORT-STATUS not = "00"
    exit paragraph
  end-if
  move "RUN-DATE,VEHICLE,START,END-RULE,DEPART-STEP,ENTRY-STEP,"
    & "ARRIVAL-STEP,END-NODE,MOVES,WAIT-STEPS,WAITS,LONGEST-WAIT,"
    & "LONGEST-WAIT-NODE,STATUS" to FLEET-EXPORT-LINE
  write FLEET-EXPORT-LINE
  perform varying VEH-IDX from 1 by 1 until VEH-IDX > VEHICLE-COUNT
    if not VEH-INVALID(VEH-IDX)
      perform FORMAT-VEHICLE-RESULT
      move spaces to FLEET-EXPORT-LINE
      move 1 to REPORT-PTR
      move VEH-DEPART(VEH-IDX) to STEP-DISPLAY
      string RUN-DATE "," function trim(VEH-ID(VEH-IDX)) ","
        function trim(VEH-START-CODE(VEH-IDX)) ","
        function trim(VEH-END-RULE(VEH-IDX)) ","
        function trim(STEP-DISPLAY) "," function trim(EXPORT-ENTRY) ","
        function trim(EXPORT-ARRIVAL) "," function trim(EXPORT-END-NODE)
        "," delimited by size
        into FLEET-EXPORT-LINE with pointer REPORT-PTR
      end-string
      move VEH-MOVES(VEH-IDX) to STEP-DISPLAY
      string function trim(STEP-DISPLAY) "," delimited by size
        into FLEET-EXPORT-LINE with pointer REPORT-PTR
      end-string
      move VEH-WAIT-STEPS(VEH-IDX) to STEP-DISPLAY
      string function trim(STEP-DISPLAY) "," delimited by size
        into FLEET-EXPORT-LINE with pointer REPORT-PTR
      end-string
      move VEH-WAIT-COUNT(VEH-IDX) to STEP-DISPLAY
      string function trim(STEP-DISPLAY) "," delimited by size
        into FLEET-EXPORT-LINE with pointer REPORT-PTR
      end-string
      move VEH-LONGEST-WAIT(VEH-IDX) to STEP-DISPLAY
      string function trim(STEP-DISPLAY) ","
        function trim(EXPORT-LONGEST-NODE) "," function trim(STATUS-TEXT)
        delimited by size into FLEET-EXPORT-LINE with pointer REPORT-PTR
      end-string
      write FLEET-EXPORT-LINE
    end-if
  end-perform
  close FLEET-EXPORT.
