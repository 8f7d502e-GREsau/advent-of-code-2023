identification division.
program-id. team-submap.

environment division.
input-output section.
file-control.
  select SUBMAP-FILE assign to dynamic WS-SUBMAP-FILE
    organization line sequential file status WS-SUBMAP-STATUS.
  select LEDGER-FILE assign to dynamic WS-LEDGER-FILE
    organization line sequential file status WS-LEDGER-STATUS.
  select CATALOG-FILE assign to dynamic WS-CATALOG-FILE
    organization line sequential file status WS-CATALOG-STATUS.
  select PENDING-FILE assign to dynamic WS-PENDING-FILE
    organization line sequential file status WS-PENDING-STATUS.
  select MAINT-JOURNAL assign to dynamic WS-MAINT-JOURNAL-FILE
    organization line sequential file status WS-JOURNAL-STATUS.
  select SUBMAP-REPORT assign to dynamic WS-SUBMAP-REPORT-FILE
    organization line sequential file status WS-REPORT-STATUS.

data division.
file section.
  fd SUBMAP-FILE.
  01 SUBMAP-LINE  pic x(80).

  fd LEDGER-FILE.
  01 LEDGER-LINE  pic x(200).

  fd CATALOG-FILE.
  01 CATALOG-LINE  pic x(240).

  fd PENDING-FILE.
  01 PENDING-LINE  pic x(132).

  fd MAINT-JOURNAL.
  01 MAINT-JOURNAL-LINE  pic x(240).

  fd SUBMAP-REPORT.
  01 SUBMAP-REPORT-LINE  pic x(160).

working-storage section.
  copy input.

  01 WS-SUBMAP-FILE         pic x(100).
  01 WS-LEDGER-FILE         pic x(100).
  01 WS-CATALOG-FILE        pic x(100).
  01 WS-PENDING-FILE        pic x(100).
  01 WS-MAINT-JOURNAL-FILE  pic x(100).
  01 WS-SUBMAP-REPORT-FILE  pic x(100).
  01 WS-SUBMAP-STATUS       pic x(2).
  01 WS-LEDGER-STATUS       pic x(2).
  01 WS-CATALOG-STATUS      pic x(2).
  01 WS-PENDING-STATUS      pic x(2).
  01 WS-JOURNAL-STATUS      pic x(2).
  01 WS-REPORT-STATUS       pic x(2).
  01 WS-INSTR-FILENAME      pic x(100).
  01 WS-MAP-FILENAME        pic x(100).
  01 CATALOG-AS-OF          pic 9(8) value 0.
  01 PARM-KEY               pic x(20).
  01 PARM-VALUE             pic x(100).

  01 WS-MODE                pic x(10).
  01 WS-TEAM                pic x(20).
  01 WS-MAINT-USER          pic x(20).
  01 WS-SET-NAME            pic x(20).
  01 SET-NAME-LEN           pic 9(2).
  01 NAME-FAULTS            pic 9(2).
  01 WS-TICKET              pic x(20).
  01 TICKET-LEN             pic 9(2).
  01 NOW-STAMP              pic x(14).
  01 RUN-DATE               pic 9(8).

  *> the catalog version the production map in force was promoted as
  *> -- what a checkout is cut from and a check-in is judged against
  01 CATALOG-VERSION        pic x(8).
  01 CATALOG-DUMMY          pic x(12).
  01 CATALOG-EFFECTIVE      pic 9(8).
  01 BEST-EFFECTIVE         pic 9(8).

  *> every checkout is kept in the sub-map ledger with the production
  *> image of each node it handed out, so a check-in is judged against
  *> what the team was given rather than against what they send back:
  *>   CHECKOUT|n|ts|team|by|catalog version|map file|owned|stubs
  *>   BASE|n|OWN or STUB|code|L|R
  *>   SUPERSEDED|n|ts|by checkout
  *>   CHECKIN|n|ts|by|change set|accepted|rejected|conflicts
  *> a team holds one live checkout at a time: cutting a new one
  *> supersedes the old, which can then no longer be checked in
  01 CHECKOUT-ID            pic 9(6) value 0.
  01 HIGH-ID                pic 9(6) value 0.
  01 CHECKOUT-FOUND         pic x.
  01 CHECKOUT-STATE         pic x.
    88 CHECKOUT-LIVE        value "L".
    88 CHECKOUT-SUPERSEDED  value "S".
    88 CHECKOUT-CHECKED-IN  value "C".
  01 CHECKOUT-TS            pic x(14).
  01 CHECKOUT-BY            pic x(20).
  01 CHECKOUT-VERSION       pic x(8).
  01 CHECKOUT-SET           pic x(20).
  01 SUPERSEDED-BY          pic 9(6).
  01 PRIOR-LIVE-ID          pic 9(6) value 0.
  01 LEDGER-EVENT           pic x(10).
  01 LEDGER-ID-TEXT         pic x(10).
  01 LEDGER-ID              pic 9(6).
  01 LEDGER-FIELD-1         pic x(100).
  01 LEDGER-FIELD-2         pic x(100).
  01 LEDGER-FIELD-3         pic x(100).
  01 LEDGER-FIELD-4         pic x(100).
  01 LEDGER-FIELD-5         pic x(100).
  01 LEDGER-FIELD-6         pic x(100).
  01 LEDGER-FIELD-7         pic x(100).

  *> the nodes of one checkout: handed out (BASE) and sent back
  78 SUBMAP-MAX value 3000.
  01 BASE-TABLE.
    05 BASE-ENTRY occurs SUBMAP-MAX times.
      10 BASE-KIND          pic x(4).
      10 BASE-CODE          pic a(4).
      10 BASE-L             pic a(4).
      10 BASE-R             pic a(4).
      10 BASE-SEEN          pic x.
  01 BASE-COUNT             pic 9(4) value 0.
  01 BASE-IDX               pic 9(4).
  01 OWNED-COUNT            pic 9(4) value 0.
  01 STUB-COUNT             pic 9(4) value 0.

  01 EDIT-TABLE.
    05 EDIT-ENTRY occurs SUBMAP-MAX times.
      10 EDIT-LINE-NO       pic 9(4).
      10 EDIT-KIND          pic x(4).
      10 EDIT-TEXT          pic x(10).
      10 EDIT-CODE          pic a(4).
      10 EDIT-L             pic a(4).
      10 EDIT-R             pic a(4).
      10 EDIT-VERDICT       pic x.
        88 EDIT-UNCHANGED   value "U".
        88 EDIT-ACCEPTED    value "A".
        88 EDIT-REJECTED    value "R".
        88 EDIT-CONFLICT    value "C".
      10 EDIT-REASON        pic x(80).
  01 EDIT-COUNT             pic 9(4) value 0.
  01 EDIT-IDX               pic 9(4).
  01 OTHER-IDX              pic 9(4).
  01 SUBMAP-OVERFLOW        pic x value "N".

  *> one sub-map line taken apart: "CODE = (L, R)", or the same behind
  *> STUB for a boundary node
  01 LINE-NUMBER            pic 9(4) value 0.
  01 LINE-WORK              pic x(80).
  01 LINE-TOKEN-1           pic x(10).
  01 LINE-TOKEN-2           pic x(10).
  01 LINE-TOKEN-3           pic x(10).
  01 LINE-TOKEN-4           pic x(10).
  01 LINE-TOKEN-5           pic x(10).

  *> a code judged the way BULK-CHANGE-LOAD judges one: letters, the
  *> map's own length, translated when renamed, accepted by PARSE-NODE
  01 CHECK-TEXT             pic x(10).
  01 CHECK-CODE             pic a(4).
  01 CHECK-TEXT-LEN         pic 9(2).
  01 CHECK-NUM              pic 9(6).
  01 CHECK-OK               pic x.
  01 CHECK-NOTE             pic x(20).
  01 PARSE-NODE-STATUS      pic x.
  01 ALIAS-FLAG             pic x.
  01 ALIAS-OLD              pic a(4).

  01 NODE-IDX               pic 9(6).
  01 NODE-TEXT              pic a(4).
  01 TARGET-TEXT            pic a(4).
  01 PROD-L                 pic a(4).
  01 PROD-R                 pic a(4).
  01 PROD-FOUND             pic x.
  01 NODE-STATUS            pic x(10).
  01 REF-DESC               pic x(40).
  01 REF-TEAM               pic x(20).
  01 REF-FOUND              pic x.
  01 OWNER-TEAM             pic x(20).

  01 JOURNAL-TS             pic x(14).
  01 JOURNAL-WHO            pic x(41).
  01 JOURNAL-ACTION         pic x(10).
  01 JOURNAL-NODE           pic x(10).
  01 QUEUE-MARK             pic x(8).
  01 QUEUE-TS               pic x(14).
  01 QUEUE-USER             pic x(20).
  01 QUEUE-NODE             pic x(20).

  01 ACCEPTED-COUNT         pic 9(4) value 0.
  01 REJECTED-COUNT         pic 9(4) value 0.
  01 CONFLICT-COUNT         pic 9(4) value 0.
  01 UNCHANGED-COUNT        pic 9(4) value 0.
  01 WARNING-COUNT          pic 9(4) value 0.
  01 REPORT-PTR             pic 9(3).

  01 AUTH-FUNCTION          pic x(20).
  01 AUTH-ALLOWED           pic x.
  01 SAVED-RC               pic s9(4).
  01 WS-EXC-PROGRAM         pic x(20) value "TEAM-SUBMAP".
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
  move "/data/submap-ledger.txt" to WS-LEDGER-FILE
  call "resolve-path" using WS-LEDGER-FILE end-call
  move "/data/map-catalog.txt" to WS-CATALOG-FILE
  call "resolve-path" using WS-CATALOG-FILE end-call
  move "/data/pending-changes.txt" to WS-PENDING-FILE
  call "resolve-path" using WS-PENDING-FILE end-call
  move "/data/node-maint-journal.txt" to WS-MAINT-JOURNAL-FILE
  call "resolve-path" using WS-MAINT-JOURNAL-FILE end-call
  move "/data/submap-report.txt" to WS-SUBMAP-REPORT-FILE
  call "resolve-path" using WS-SUBMAP-REPORT-FILE end-call

  *> a team re-plans its own part of the network offline. CHECKOUT
  *> cuts the nodes the node reference gives to SUBMAP_TEAM out of the
  *> production map, with read-only stubs for the other teams' boundary
  *> nodes their routes run into, and records the catalog version it
  *> was cut from. CHECKIN takes the edited sub-map back: edits to
  *> nodes outside the team are rejected, nodes production has changed
  *> under since the checkout are conflicts, and what is left becomes
  *> ONE change set on the pending-changes queue -- reviewed by
  *> REVIEW-PENDING and applied whole by APPLY-PENDING under a second
  *> person's sign-off, exactly like a bulk-loaded re-plan. No more
  *> whole maps handed back and diffed in hope
  move function current-date(1:14) to NOW-STAMP
  move NOW-STAMP(1:8) to RUN-DATE

  accept WS-MODE from environment "SUBMAP_MODE"
  move function upper-case(WS-MODE) to WS-MODE
  if WS-MODE = spaces
    move "CHECKOUT" to WS-MODE
  end-if
  if WS-MODE not = "CHECKOUT" and WS-MODE not = "CHECKIN"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "SUBMAP_MODE must be CHECKOUT or CHECKIN!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if

  move spaces to AUTH-FUNCTION
  string "SUBMAP-" function trim(WS-MODE)
    delimited by size into AUTH-FUNCTION
  end-string
  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0244" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(AUTH-FUNCTION) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

  accept WS-MAINT-USER from environment "MAINT_USER"
  if WS-MAINT-USER = spaces
    accept WS-MAINT-USER from environment "USER"
  end-if
  if WS-MAINT-USER = spaces
    move "UNKNOWN" to WS-MAINT-USER
  end-if

  accept WS-TEAM from environment "SUBMAP_TEAM"
  move function upper-case(WS-TEAM) to WS-TEAM
  move function trim(WS-TEAM) to WS-TEAM
  accept WS-SUBMAP-FILE from environment "SUBMAP_FILE"
  if WS-SUBMAP-FILE = spaces
    if WS-TEAM = spaces
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "SUBMAP_TEAM must name the team (or SUBMAP_FILE the "
        "sub-map file)!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 12 to return-code
      goback
    end-if
    string "/data/submap-" function trim(WS-TEAM) ".txt"
      delimited by size into WS-SUBMAP-FILE
    end-string
  end-if
  call "resolve-path" using WS-SUBMAP-FILE end-call

  *> the production map: the one named for the run, else the catalog
  *> version in force today (see RESOLVE-MAP-VERSION)
  move "INSTR_FILE" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-INSTR-FILENAME
  move "MAP_FILE" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-MAP-FILENAME
  perform FIND-CATALOG-VERSION
  call "resolve-map-version" using CATALOG-AS-OF WS-MAP-FILENAME
    WS-INSTR-FILENAME end-call
  call "parse-input" using INPUT-DATA WS-INSTR-FILENAME WS-MAP-FILENAME
    WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    goback
  end-if

  perform SCAN-LEDGER
  move 0 to return-code
  if WS-MODE = "CHECKOUT"
    perform CHECK-OUT-SUBMAP
  else
    perform CHECK-IN-SUBMAP
  end-if
  goback.

*> CATALOG-VERSION: the effective date of the catalog entry in force
*> today, the same pick RESOLVE-MAP-VERSION makes -- NAMED when the run
*> names its own map file, NONE when the catalog has nothing in force
FIND-CATALOG-VERSION.
  if WS-MAP-FILENAME not = spaces
    move "NAMED" to CATALOG-VERSION
    exit paragraph
  end-if
  move "NONE" to CATALOG-VERSION
  move 0 to BEST-EFFECTIVE
  open input CATALOG-FILE
  if WS-CATALOG-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read CATALOG-FILE at end
      exit perform
    end-read
    move spaces to CATALOG-DUMMY
    move 0 to CATALOG-EFFECTIVE
    unstring CATALOG-LINE delimited by "EFFECTIVE " or " MAP "
      into CATALOG-DUMMY CATALOG-EFFECTIVE
    end-unstring
    if CATALOG-EFFECTIVE > 0 and CATALOG-EFFECTIVE <= RUN-DATE
        and CATALOG-EFFECTIVE >= BEST-EFFECTIVE
      move CATALOG-EFFECTIVE to BEST-EFFECTIVE
      move CATALOG-EFFECTIVE to CATALOG-VERSION
    end-if
  end-perform
  close CATALOG-FILE.

*> the ledger read through: the highest checkout number, the team's
*> live checkout (PRIOR-LIVE-ID), and when checking in, the state of
*> the checkout SUBMAP_ID or the sub-map file names with its base
*> images loaded into BASE-TABLE
SCAN-LEDGER.
  if WS-MODE = "CHECKIN"
    perform FIND-CHECKOUT-ID
  end-if
  move "N" to CHECKOUT-FOUND
  open input LEDGER-FILE
  if WS-LEDGER-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read LEDGER-FILE at end
      exit perform
    end-read
    move spaces to LEDGER-EVENT LEDGER-ID-TEXT LEDGER-FIELD-1
      LEDGER-FIELD-2 LEDGER-FIELD-3 LEDGER-FIELD-4 LEDGER-FIELD-5
      LEDGER-FIELD-6 LEDGER-FIELD-7
    unstring LEDGER-LINE delimited by "|"
      into LEDGER-EVENT LEDGER-ID-TEXT LEDGER-FIELD-1 LEDGER-FIELD-2
        LEDGER-FIELD-3 LEDGER-FIELD-4 LEDGER-FIELD-5 LEDGER-FIELD-6
        LEDGER-FIELD-7
    end-unstring
    if function trim(LEDGER-ID-TEXT) is not numeric
      exit perform cycle
    end-if
    move function numval(LEDGER-ID-TEXT) to LEDGER-ID
    evaluate LEDGER-EVENT
      when "CHECKOUT"
        if LEDGER-ID > HIGH-ID
          move LEDGER-ID to HIGH-ID
        end-if
        if WS-MODE = "CHECKOUT" and LEDGER-FIELD-2 = WS-TEAM
          move LEDGER-ID to PRIOR-LIVE-ID
        end-if
        if LEDGER-ID = CHECKOUT-ID
          move "Y" to CHECKOUT-FOUND
          set CHECKOUT-LIVE to true
          move LEDGER-FIELD-1 to CHECKOUT-TS
          move LEDGER-FIELD-2 to WS-TEAM
          move LEDGER-FIELD-3 to CHECKOUT-BY
          move LEDGER-FIELD-4 to CHECKOUT-VERSION
        end-if
      when "BASE"
        if LEDGER-ID = CHECKOUT-ID and WS-MODE = "CHECKIN"
          if BASE-COUNT >= SUBMAP-MAX
            move "Y" to SUBMAP-OVERFLOW
            exit perform cycle
          end-if
          add 1 to BASE-COUNT
          move LEDGER-FIELD-1 to BASE-KIND(BASE-COUNT)
          move LEDGER-FIELD-2 to BASE-CODE(BASE-COUNT)
          move LEDGER-FIELD-3 to BASE-L(BASE-COUNT)
          move LEDGER-FIELD-4 to BASE-R(BASE-COUNT)
          move "N" to BASE-SEEN(BASE-COUNT)
        end-if
      when "SUPERSEDED"
        if LEDGER-ID = PRIOR-LIVE-ID
          move 0 to PRIOR-LIVE-ID
        end-if
        if LEDGER-ID = CHECKOUT-ID
          set CHECKOUT-SUPERSEDED to true
          move 0 to SUPERSEDED-BY
          if function trim(LEDGER-FIELD-2) is numeric
            move function numval(LEDGER-FIELD-2) to SUPERSEDED-BY
          end-if
        end-if
      when "CHECKIN"
        if LEDGER-ID = PRIOR-LIVE-ID
          move 0 to PRIOR-LIVE-ID
        end-if
        if LEDGER-ID = CHECKOUT-ID
          set CHECKOUT-CHECKED-IN to true
          move LEDGER-FIELD-3 to CHECKOUT-SET
        end-if
      when other
        continue
    end-evaluate
  end-perform
  close LEDGER-FILE.

*> CHECKOUT-ID from SUBMAP_ID, else from the sub-map file's own
*> "CHECKOUT n" line
FIND-CHECKOUT-ID.
  move 0 to CHECKOUT-ID
  accept PARM-VALUE from environment "SUBMAP_ID"
  if PARM-VALUE not = spaces
    if function trim(PARM-VALUE) is numeric
      move function numval(PARM-VALUE) to CHECKOUT-ID
    end-if
    exit paragraph
  end-if
  open input SUBMAP-FILE
  if WS-SUBMAP-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read SUBMAP-FILE at end
      exit perform
    end-read
    move spaces to LINE-TOKEN-1 LINE-TOKEN-2
    move function trim(SUBMAP-LINE) to LINE-WORK
    unstring LINE-WORK delimited by all space
      into LINE-TOKEN-1 LINE-TOKEN-2
    end-unstring
    if LINE-TOKEN-1 = "CHECKOUT"
      if function trim(LINE-TOKEN-2) is numeric
        move function numval(LINE-TOKEN-2) to CHECKOUT-ID
      end-if
      exit perform
    end-if
  end-perform
  close SUBMAP-FILE.

*> PROD-L / PROD-R: NODE-TEXT's wiring on the production map, with
*> PROD-FOUND N when the map does not define it
PRODUCTION-WIRING.
  move "N" to PROD-FOUND
  move spaces to PROD-L PROD-R
  call "parse-node" using NODE-TEXT NODE-IDX NODE-CODE-LENGTH
    PARSE-NODE-STATUS end-call
  if PARSE-NODE-STATUS not = "0"
    exit paragraph
  end-if
  if NODE-IDX < 1 or NODE-IDX > NODE-ZZZ-VALUE
    exit paragraph
  end-if
  if NODES-DEFINED(NODE-IDX) not = "Y"
    exit paragraph
  end-if
  move "Y" to PROD-FOUND
  call "decode-node" using NODES-L(NODE-IDX) PROD-L NODE-CODE-LENGTH
  end-call
  call "decode-node" using NODES-R(NODE-IDX) PROD-R NODE-CODE-LENGTH
  end-call.

*> OWNER-TEAM: the team the node reference gives NODE-TEXT today,
*> blank for a node nobody owns
OWNER-OF-NODE.
  move spaces to OWNER-TEAM
  move return-code to SAVED-RC
  call "lookup-node-ref" using NODE-TEXT REF-DESC REF-TEAM REF-FOUND
  end-call
  move SAVED-RC to return-code
  if REF-FOUND = "0"
    move function upper-case(function trim(REF-TEAM)) to OWNER-TEAM
  end-if.

*> CHECKOUT: the team's nodes and their boundary stubs written out as
*> the sub-map file, and the whole cut kept in the ledger
CHECK-OUT-SUBMAP.
  if WS-TEAM = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "SUBMAP_TEAM must name the team whose sub-map is cut!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    exit paragraph
  end-if

  perform varying NODE-IDX from 1 by 1 until NODE-IDX > NODE-ZZZ-VALUE
    if NODES-DEFINED(NODE-IDX) = "Y"
      call "decode-node" using NODE-IDX NODE-TEXT NODE-CODE-LENGTH
      end-call
      perform OWNER-OF-NODE
      if OWNER-TEAM = WS-TEAM
        if BASE-COUNT >= SUBMAP-MAX
          move "Y" to SUBMAP-OVERFLOW
          exit perform
        end-if
        add 1 to BASE-COUNT
        add 1 to OWNED-COUNT
        move "OWN" to BASE-KIND(BASE-COUNT)
        move NODE-TEXT to BASE-CODE(BASE-COUNT)
        call "decode-node" using NODES-L(NODE-IDX) BASE-L(BASE-COUNT)
          NODE-CODE-LENGTH end-call
        call "decode-node" using NODES-R(NODE-IDX) BASE-R(BASE-COUNT)
          NODE-CODE-LENGTH end-call
      end-if
    end-if
  end-perform

  if SUBMAP-OVERFLOW = "Y"
    move 16 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Team " function trim(WS-TEAM) " owns more than "
      SUBMAP-MAX " nodes -- too many for one sub-map, nothing cut"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0245" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-TEAM) to WS-EXC-VALUE(1)
    move SUBMAP-MAX to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 16 to return-code
    exit paragraph
  end-if
  if OWNED-COUNT = 0
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Team " function trim(WS-TEAM) " owns no node on the "
      "production map -- nothing to check out"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    exit paragraph
  end-if

  *> the boundary: every node an owned node routes into that some
  *> other team (or nobody) owns, once each
  perform varying BASE-IDX from 1 by 1 until BASE-IDX > OWNED-COUNT
    move BASE-L(BASE-IDX) to TARGET-TEXT
    perform ADD-STUB
    move BASE-R(BASE-IDX) to TARGET-TEXT
    perform ADD-STUB
  end-perform
  if SUBMAP-OVERFLOW = "Y"
    move 16 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Sub-map of " function trim(WS-TEAM) " with its boundary "
      "exceeds " SUBMAP-MAX " nodes -- nothing cut"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 16 to return-code
    exit paragraph
  end-if

  open output SUBMAP-FILE
  if WS-SUBMAP-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Sub-map file '" function trim(WS-SUBMAP-FILE)
      "' could not be written -- nothing checked out"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0246" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-SUBMAP-FILE) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    exit paragraph
  end-if
  compute CHECKOUT-ID = HIGH-ID + 1
  move spaces to SUBMAP-LINE
  string "* SUB-MAP OF " function trim(WS-TEAM) " CUT " NOW-STAMP
    " BY " function trim(WS-MAINT-USER)
    delimited by size into SUBMAP-LINE
  end-string
  write SUBMAP-LINE
  move spaces to SUBMAP-LINE
  string "* FROM CATALOG VERSION " function trim(CATALOG-VERSION)
    delimited by size into SUBMAP-LINE
  end-string
  write SUBMAP-LINE
  move "* EDIT YOUR OWN NODES' LINES; ADD LINES FOR NEW NODES THE NODE"
    to SUBMAP-LINE
  write SUBMAP-LINE
  move "* REFERENCE GIVES YOUR TEAM. STUB LINES ARE OTHER TEAMS' NODES"
    to SUBMAP-LINE
  write SUBMAP-LINE
  move "* YOUR ROUTES RUN INTO -- READ-ONLY. KEEP THE CHECKOUT LINE."
    to SUBMAP-LINE
  write SUBMAP-LINE
  move spaces to SUBMAP-LINE
  string "CHECKOUT " CHECKOUT-ID " " function trim(WS-TEAM)
    delimited by size into SUBMAP-LINE
  end-string
  write SUBMAP-LINE
  perform varying BASE-IDX from 1 by 1 until BASE-IDX > BASE-COUNT
    move spaces to SUBMAP-LINE
    if BASE-KIND(BASE-IDX) = "STUB"
      string "STUB " function trim(BASE-CODE(BASE-IDX)) " = ("
        function trim(BASE-L(BASE-IDX)) ", "
        function trim(BASE-R(BASE-IDX)) ")"
        delimited by size into SUBMAP-LINE
      end-string
    else
      string function trim(BASE-CODE(BASE-IDX)) " = ("
        function trim(BASE-L(BASE-IDX)) ", "
        function trim(BASE-R(BASE-IDX)) ")"
        delimited by size into SUBMAP-LINE
      end-string
    end-if
    write SUBMAP-LINE
  end-perform
  close SUBMAP-FILE

  open extend LEDGER-FILE
  if WS-LEDGER-STATUS = "35"
    open output LEDGER-FILE
  end-if
  if PRIOR-LIVE-ID > 0
    move spaces to LEDGER-LINE
    string "SUPERSEDED|" PRIOR-LIVE-ID "|" NOW-STAMP "|" CHECKOUT-ID
      delimited by size into LEDGER-LINE
    end-string
    write LEDGER-LINE
  end-if
  move spaces to LEDGER-LINE
  string "CHECKOUT|" CHECKOUT-ID "|" NOW-STAMP "|" function trim(WS-TEAM)
    "|" function trim(WS-MAINT-USER) "|" function trim(CATALOG-VERSION)
    "|" function trim(WS-MAP-FILENAME) "|" OWNED-COUNT "|" STUB-COUNT
    delimited by size into LEDGER-LINE
  end-string
  write LEDGER-LINE
  perform varying BASE-IDX from 1 by 1 until BASE-IDX > BASE-COUNT
    move spaces to LEDGER-LINE
    string "BASE|" CHECKOUT-ID "|" function trim(BASE-KIND(BASE-IDX))
      "|" function trim(BASE-CODE(BASE-IDX))
      "|" function trim(BASE-L(BASE-IDX))
      "|" function trim(BASE-R(BASE-IDX))
      delimited by size into LEDGER-LINE
    end-string
    write LEDGER-LINE
  end-perform
  close LEDGER-FILE

  open output SUBMAP-REPORT
  move spaces to SUBMAP-REPORT-LINE
  string "TEAM SUB-MAP CHECKOUT " CHECKOUT-ID " -- "
    function trim(WS-TEAM) " BY " function trim(WS-MAINT-USER) " AT "
    NOW-STAMP
    delimited by size into SUBMAP-REPORT-LINE
  end-string
  write SUBMAP-REPORT-LINE
  move spaces to SUBMAP-REPORT-LINE
  string "CUT FROM CATALOG VERSION " function trim(CATALOG-VERSION)
    " (" function trim(WS-MAP-FILENAME) ")"
    delimited by size into SUBMAP-REPORT-LINE
  end-string
  write SUBMAP-REPORT-LINE
  move spaces to SUBMAP-REPORT-LINE
  string OWNED-COUNT " OWNED NODE(S) AND " STUB-COUNT
    " READ-ONLY BOUNDARY STUB(S) WRITTEN TO "
    function trim(WS-SUBMAP-FILE)
    delimited by size into SUBMAP-REPORT-LINE
  end-string
  write SUBMAP-REPORT-LINE
  if PRIOR-LIVE-ID > 0
    move spaces to SUBMAP-REPORT-LINE
    string "WARNING: SUPERSEDES CHECKOUT " PRIOR-LIVE-ID " OF "
      function trim(WS-TEAM) ", WHICH CAN NO LONGER BE CHECKED IN"
      delimited by size into SUBMAP-REPORT-LINE
    end-string
    write SUBMAP-REPORT-LINE
    move 4 to return-code
  end-if
  close SUBMAP-REPORT

  move return-code to SAVED-RC
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Sub-map checkout " CHECKOUT-ID ": " OWNED-COUNT
    " node(s) of " function trim(WS-TEAM) " and " STUB-COUNT
    " stub(s) written to '" function trim(WS-SUBMAP-FILE) "'"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move SAVED-RC to return-code.

*> TARGET-TEXT added as a boundary stub unless the team owns it or it
*> is already in the cut
ADD-STUB.
  perform varying OTHER-IDX from 1 by 1 until OTHER-IDX > BASE-COUNT
    if BASE-CODE(OTHER-IDX) = TARGET-TEXT
      exit paragraph
    end-if
  end-perform
  move TARGET-TEXT to NODE-TEXT
  perform OWNER-OF-NODE
  if OWNER-TEAM = WS-TEAM
    exit paragraph
  end-if
  perform PRODUCTION-WIRING
  if PROD-FOUND = "N"
    exit paragraph
  end-if
  if BASE-COUNT >= SUBMAP-MAX
    move "Y" to SUBMAP-OVERFLOW
    exit paragraph
  end-if
  add 1 to BASE-COUNT
  add 1 to STUB-COUNT
  move "STUB" to BASE-KIND(BASE-COUNT)
  move TARGET-TEXT to BASE-CODE(BASE-COUNT)
  move PROD-L to BASE-L(BASE-COUNT)
  move PROD-R to BASE-R(BASE-COUNT).

*> CHECKIN: the edited sub-map judged line by line against what was
*> handed out, and the accepted differences queued as one change set
CHECK-IN-SUBMAP.
  if CHECKOUT-ID = 0
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No checkout named -- SUBMAP_ID, or the sub-map file's "
      "CHECKOUT line, must say which checkout this is!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    exit paragraph
  end-if
  if CHECKOUT-FOUND = "N"
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Checkout " CHECKOUT-ID " is not in the sub-map ledger"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    exit paragraph
  end-if
  if CHECKOUT-SUPERSEDED
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Checkout " CHECKOUT-ID " was superseded by checkout "
      SUPERSEDED-BY " -- check that one in, or check out afresh"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    exit paragraph
  end-if
  if CHECKOUT-CHECKED-IN
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Checkout " CHECKOUT-ID " was already checked in as change "
      "set " function trim(CHECKOUT-SET) " -- check out afresh"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    exit paragraph
  end-if
  if SUBMAP-OVERFLOW = "Y"
    move 16 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Checkout " CHECKOUT-ID " holds more than " SUBMAP-MAX
      " nodes -- it cannot be checked in"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 16 to return-code
    exit paragraph
  end-if

  accept WS-TICKET from environment "SUBMAP_TICKET"
  move function trim(WS-TICKET) to WS-TICKET
  if WS-TICKET = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "SUBMAP_TICKET must give the ticket the re-plan is done "
      "under!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    exit paragraph
  end-if
  compute TICKET-LEN = function length(function trim(WS-TICKET))
  inspect WS-TICKET(1:TICKET-LEN) replacing all space by "_"

  *> the set name is what the approver signs off and APPLY-PENDING is
  *> pointed at: CHANGE_SET, else SUBMAP and the checkout number
  accept WS-SET-NAME from environment "CHANGE_SET"
  move function upper-case(WS-SET-NAME) to WS-SET-NAME
  move function trim(WS-SET-NAME) to WS-SET-NAME
  if WS-SET-NAME = spaces
    string "SUBMAP" CHECKOUT-ID delimited by size into WS-SET-NAME
    end-string
  end-if
  compute SET-NAME-LEN = function length(function trim(WS-SET-NAME))
  move 0 to NAME-FAULTS
  inspect WS-SET-NAME(1:SET-NAME-LEN) tallying NAME-FAULTS
    for all " " all "="
  if SET-NAME-LEN > 12 or NAME-FAULTS > 0
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "CHANGE_SET must be one word of at most 12 characters!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    exit paragraph
  end-if

  perform LOAD-SUBMAP-FILE
  if return-code not = 0
    exit paragraph
  end-if
  perform SCAN-PENDING-QUEUE
  if return-code not = 0
    exit paragraph
  end-if
  perform varying EDIT-IDX from 1 by 1 until EDIT-IDX > EDIT-COUNT
    perform FIND-BASE-ENTRY
    if EDIT-VERDICT(EDIT-IDX) = spaces
      perform JUDGE-EDIT
    end-if
  end-perform
  perform SCAN-MAINT-JOURNAL

  move 0 to ACCEPTED-COUNT REJECTED-COUNT CONFLICT-COUNT UNCHANGED-COUNT
  perform varying EDIT-IDX from 1 by 1 until EDIT-IDX > EDIT-COUNT
    evaluate true
      when EDIT-ACCEPTED(EDIT-IDX)
        add 1 to ACCEPTED-COUNT
      when EDIT-REJECTED(EDIT-IDX)
        add 1 to REJECTED-COUNT
      when EDIT-CONFLICT(EDIT-IDX)
        add 1 to CONFLICT-COUNT
      when other
        add 1 to UNCHANGED-COUNT
    end-evaluate
  end-perform

  *> the header carries the member count: APPLY-PENDING refuses a set
  *> whose queued members no longer add up to it
  if ACCEPTED-COUNT > 0
    open extend PENDING-FILE
    if WS-PENDING-STATUS = "35"
      open output PENDING-FILE
    end-if
    move spaces to PENDING-LINE
    string "PENDSET " NOW-STAMP " " function trim(WS-MAINT-USER)
      " " function trim(WS-SET-NAME) " " ACCEPTED-COUNT
      delimited by size into PENDING-LINE
    end-string
    write PENDING-LINE
    perform varying EDIT-IDX from 1 by 1 until EDIT-IDX > EDIT-COUNT
      if EDIT-ACCEPTED(EDIT-IDX)
        move spaces to PENDING-LINE
        string "PENDING " NOW-STAMP " " function trim(WS-MAINT-USER)
          " " EDIT-CODE(EDIT-IDX) " " EDIT-L(EDIT-IDX) " "
          EDIT-R(EDIT-IDX) " SET=" function trim(WS-SET-NAME)
          " TKT=" function trim(WS-TICKET)
          delimited by size into PENDING-LINE
        end-string
        write PENDING-LINE
      end-if
    end-perform
    close PENDING-FILE
  end-if

  *> a check-in that queued its set, or had nothing to queue, closes
  *> the checkout; one whose every difference was turned away leaves
  *> it open to be corrected and checked in again
  if ACCEPTED-COUNT > 0
      or (REJECTED-COUNT = 0 and CONFLICT-COUNT = 0)
    open extend LEDGER-FILE
    if WS-LEDGER-STATUS = "35"
      open output LEDGER-FILE
    end-if
    move spaces to LEDGER-LINE
    string "CHECKIN|" CHECKOUT-ID "|" NOW-STAMP "|"
      function trim(WS-MAINT-USER) "|" function trim(WS-SET-NAME) "|"
      ACCEPTED-COUNT "|" REJECTED-COUNT "|" CONFLICT-COUNT
      delimited by size into LEDGER-LINE
    end-string
    if ACCEPTED-COUNT = 0
      move spaces to LEDGER-LINE
      string "CHECKIN|" CHECKOUT-ID "|" NOW-STAMP "|"
        function trim(WS-MAINT-USER) "|NONE|" ACCEPTED-COUNT "|"
        REJECTED-COUNT "|" CONFLICT-COUNT
        delimited by size into LEDGER-LINE
      end-string
    end-if
    write LEDGER-LINE
    close LEDGER-FILE
  end-if

  perform WRITE-CHECKIN-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Sub-map check-in " CHECKOUT-ID ": " ACCEPTED-COUNT
    " change(s) queued as set " function trim(WS-SET-NAME) ", "
    REJECTED-COUNT " rejected, " CONFLICT-COUNT " conflict(s) (see "
    function trim(WS-SUBMAP-REPORT-FILE) ")"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if REJECTED-COUNT > 0 or CONFLICT-COUNT > 0
    move "DNV0247" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move CHECKOUT-ID to WS-EXC-VALUE(1)
    move function trim(WS-TEAM) to WS-EXC-VALUE(2)
    move REJECTED-COUNT to WS-EXC-VALUE(3)
    move CONFLICT-COUNT to WS-EXC-VALUE(4)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    if ACCEPTED-COUNT = 0
      move 8 to return-code
    else
      move 4 to return-code
    end-if
  else
    if WARNING-COUNT > 0
      move 4 to return-code
    end-if
  end-if.

*> the edited sub-map into EDIT-TABLE, each line parsed and the
*> malformed ones judged at once
LOAD-SUBMAP-FILE.
  open input SUBMAP-FILE
  if WS-SUBMAP-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Sub-map file '" function trim(WS-SUBMAP-FILE)
      "' not found -- nothing checked in"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    exit paragraph
  end-if
  perform forever
    read SUBMAP-FILE at end
      exit perform
    end-read
    add 1 to LINE-NUMBER
    if SUBMAP-LINE = spaces or SUBMAP-LINE(1:1) = "*"
      exit perform cycle
    end-if
    move function upper-case(function trim(SUBMAP-LINE)) to LINE-WORK
    if LINE-WORK(1:9) = "CHECKOUT "
      exit perform cycle
    end-if
    if EDIT-COUNT >= SUBMAP-MAX
      move "Y" to SUBMAP-OVERFLOW
      exit perform
    end-if
    add 1 to EDIT-COUNT
    move spaces to EDIT-ENTRY(EDIT-COUNT)
    move LINE-NUMBER to EDIT-LINE-NO(EDIT-COUNT)
    inspect LINE-WORK replacing all "=" by " " all "(" by " "
      all "," by " " all ")" by " "
    move spaces to LINE-TOKEN-1 LINE-TOKEN-2 LINE-TOKEN-3 LINE-TOKEN-4
      LINE-TOKEN-5
    move function trim(LINE-WORK) to LINE-WORK
    unstring LINE-WORK delimited by all space
      into LINE-TOKEN-1 LINE-TOKEN-2 LINE-TOKEN-3 LINE-TOKEN-4
        LINE-TOKEN-5
    end-unstring
    if LINE-TOKEN-1 = "STUB"
      move "STUB" to EDIT-KIND(EDIT-COUNT)
      move LINE-TOKEN-2 to LINE-TOKEN-1
      move LINE-TOKEN-3 to LINE-TOKEN-2
      move LINE-TOKEN-4 to LINE-TOKEN-3
      move LINE-TOKEN-5 to LINE-TOKEN-4
      move spaces to LINE-TOKEN-5
    else
      move "OWN" to EDIT-KIND(EDIT-COUNT)
    end-if
    move LINE-TOKEN-1 to EDIT-TEXT(EDIT-COUNT)
    if LINE-TOKEN-3 = spaces or LINE-TOKEN-4 not = spaces
      set EDIT-REJECTED(EDIT-COUNT) to true
      move "NOT A CODE = (L, R) LINE" to EDIT-REASON(EDIT-COUNT)
      exit perform cycle
    end-if
    move EDIT-COUNT to EDIT-IDX
    move LINE-TOKEN-1 to CHECK-TEXT
    move "NODE" to CHECK-NOTE
    perform CHECK-ONE-CODE
    if CHECK-OK = "N"
      exit perform cycle
    end-if
    move CHECK-CODE to EDIT-CODE(EDIT-COUNT)
    if ALIAS-FLAG = "Y"
      set EDIT-CONFLICT(EDIT-COUNT) to true
      move spaces to EDIT-REASON(EDIT-COUNT)
      string "RENAMED " function trim(ALIAS-OLD) " TO "
        function trim(CHECK-CODE) " SINCE THE CHECKOUT"
        delimited by size into EDIT-REASON(EDIT-COUNT)
      end-string
      exit perform cycle
    end-if
    move LINE-TOKEN-2 to CHECK-TEXT
    move "L TARGET" to CHECK-NOTE
    perform CHECK-ONE-CODE
    if CHECK-OK = "N"
      exit perform cycle
    end-if
    move CHECK-CODE to EDIT-L(EDIT-COUNT)
    move LINE-TOKEN-3 to CHECK-TEXT
    move "R TARGET" to CHECK-NOTE
    perform CHECK-ONE-CODE
    if CHECK-OK = "N"
      exit perform cycle
    end-if
    move CHECK-CODE to EDIT-R(EDIT-COUNT)
  end-perform
  close SUBMAP-FILE
  if SUBMAP-OVERFLOW = "Y"
    move 16 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Sub-map file holds more than " SUBMAP-MAX " lines -- "
      "nothing checked in"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 16 to return-code
    exit paragraph
  end-if

  *> a node given twice is two competing edits -- neither is taken
  perform varying EDIT-IDX from 1 by 1 until EDIT-IDX > EDIT-COUNT
    if EDIT-CODE(EDIT-IDX) not = spaces
      perform varying OTHER-IDX from 1 by 1 until OTHER-IDX >= EDIT-IDX
        if EDIT-CODE(OTHER-IDX) = EDIT-CODE(EDIT-IDX)
          set EDIT-REJECTED(EDIT-IDX) to true
          move spaces to EDIT-REASON(EDIT-IDX)
          string "NODE ALREADY GIVEN ON LINE " EDIT-LINE-NO(OTHER-IDX)
            delimited by size into EDIT-REASON(EDIT-IDX)
          end-string
          if EDIT-VERDICT(OTHER-IDX) = spaces
            set EDIT-REJECTED(OTHER-IDX) to true
            move spaces to EDIT-REASON(OTHER-IDX)
            string "NODE GIVEN AGAIN ON LINE " EDIT-LINE-NO(EDIT-IDX)
              delimited by size into EDIT-REASON(OTHER-IDX)
            end-string
          end-if
          exit perform
        end-if
      end-perform
    end-if
  end-perform.

*> CHECK-TEXT as a node code for sub-map line EDIT-IDX: letters, the
*> production map's code length, translated if renamed, accepted by
*> PARSE-NODE -- CHECK-CODE holds the current code when CHECK-OK = "Y",
*> otherwise the line is rejected with the reason
CHECK-ONE-CODE.
  move "N" to CHECK-OK
  move "N" to ALIAS-FLAG
  compute CHECK-TEXT-LEN = function length(function trim(CHECK-TEXT))
  if CHECK-TEXT = spaces or CHECK-TEXT-LEN not = NODE-CODE-LENGTH
      or CHECK-TEXT(1:CHECK-TEXT-LEN) is not alphabetic-upper
    set EDIT-REJECTED(EDIT-IDX) to true
    move spaces to EDIT-REASON(EDIT-IDX)
    string "MALFORMED " function trim(CHECK-NOTE) " CODE "
      function trim(CHECK-TEXT)
      delimited by size into EDIT-REASON(EDIT-IDX)
    end-string
    exit paragraph
  end-if
  move CHECK-TEXT to CHECK-CODE
  call "resolve-alias" using CHECK-CODE ALIAS-FLAG ALIAS-OLD end-call
  call "parse-node" using CHECK-CODE CHECK-NUM NODE-CODE-LENGTH
    PARSE-NODE-STATUS end-call
  if PARSE-NODE-STATUS = "1"
    set EDIT-REJECTED(EDIT-IDX) to true
    move spaces to EDIT-REASON(EDIT-IDX)
    string "MALFORMED " function trim(CHECK-NOTE) " CODE "
      function trim(CHECK-TEXT)
      delimited by size into EDIT-REASON(EDIT-IDX)
    end-string
    exit paragraph
  end-if
  move "Y" to CHECK-OK.

*> a change to a sub-map node already waiting on the pending-changes
*> queue is a change production is about to make under the team --
*> the sub-map's edit of the same node conflicts with it. The set name
*> must also be new to the queue
SCAN-PENDING-QUEUE.
  open input PENDING-FILE
  if WS-PENDING-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read PENDING-FILE at end
      exit perform
    end-read
    move spaces to QUEUE-MARK QUEUE-TS QUEUE-USER QUEUE-NODE
    unstring PENDING-LINE delimited by all space
      into QUEUE-MARK QUEUE-TS QUEUE-USER QUEUE-NODE
    end-unstring
    if (QUEUE-MARK = "PENDSET" or QUEUE-MARK = "APPLSET")
        and QUEUE-NODE = WS-SET-NAME
      close PENDING-FILE
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Change set " function trim(WS-SET-NAME)
        " is already on the pending-changes queue -- choose a new "
        "CHANGE_SET name"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 8 to return-code
      exit paragraph
    end-if
    if QUEUE-MARK = "PENDING"
      perform varying EDIT-IDX from 1 by 1 until EDIT-IDX > EDIT-COUNT
        if EDIT-VERDICT(EDIT-IDX) = spaces
            and EDIT-CODE(EDIT-IDX) = QUEUE-NODE
          set EDIT-CONFLICT(EDIT-IDX) to true
          move spaces to EDIT-REASON(EDIT-IDX)
          string "A CHANGE TO IT QUEUED " QUEUE-TS " BY "
            function trim(QUEUE-USER) " IS STILL PENDING"
            delimited by size into EDIT-REASON(EDIT-IDX)
          end-string
        end-if
      end-perform
    end-if
  end-perform
  close PENDING-FILE.

*> one parsed sub-map line judged against the checkout and production
JUDGE-EDIT.
  if BASE-IDX > 0
    if EDIT-L(EDIT-IDX) = BASE-L(BASE-IDX)
        and EDIT-R(EDIT-IDX) = BASE-R(BASE-IDX)
      set EDIT-UNCHANGED(EDIT-IDX) to true
      exit paragraph
    end-if
  end-if

  *> only the team's own nodes may change: a stub is another team's
  *> node, and so is any node the reference does not give the team
  move EDIT-CODE(EDIT-IDX) to NODE-TEXT
  perform OWNER-OF-NODE
  if EDIT-KIND(EDIT-IDX) = "STUB"
      or (BASE-IDX > 0 and BASE-KIND(BASE-IDX) = "STUB")
    set EDIT-REJECTED(EDIT-IDX) to true
    move spaces to EDIT-REASON(EDIT-IDX)
    string "BOUNDARY STUB IS READ-ONLY (OWNER "
      function trim(OWNER-TEAM) ")"
      delimited by size into EDIT-REASON(EDIT-IDX)
    end-string
    exit paragraph
  end-if
  if OWNER-TEAM not = WS-TEAM
    set EDIT-REJECTED(EDIT-IDX) to true
    move spaces to EDIT-REASON(EDIT-IDX)
    if OWNER-TEAM = spaces
      string "NODE IS NOT OWNED BY " function trim(WS-TEAM)
        " ON THE NODE REFERENCE"
        delimited by size into EDIT-REASON(EDIT-IDX)
      end-string
    else
      string "NODE BELONGS TO " function trim(OWNER-TEAM)
        delimited by size into EDIT-REASON(EDIT-IDX)
      end-string
    end-if
    exit paragraph
  end-if

  *> production moved under the team since the checkout
  perform PRODUCTION-WIRING
  if BASE-IDX = 0
    if PROD-FOUND = "Y"
      set EDIT-CONFLICT(EDIT-IDX) to true
      move spaces to EDIT-REASON(EDIT-IDX)
      string "NODE WAS NOT IN THE CHECKOUT BUT IS ON THE MAP NOW AS ("
        function trim(PROD-L) ", " function trim(PROD-R) ")"
        delimited by size into EDIT-REASON(EDIT-IDX)
      end-string
      exit paragraph
    end-if
  else
    if PROD-FOUND = "N"
      set EDIT-CONFLICT(EDIT-IDX) to true
      move "NODE HAS LEFT THE PRODUCTION MAP SINCE THE CHECKOUT"
        to EDIT-REASON(EDIT-IDX)
      exit paragraph
    end-if
    if PROD-L not = BASE-L(BASE-IDX) or PROD-R not = BASE-R(BASE-IDX)
      set EDIT-CONFLICT(EDIT-IDX) to true
      move spaces to EDIT-REASON(EDIT-IDX)
      string "PRODUCTION NOW (" function trim(PROD-L) ", "
        function trim(PROD-R) "), CHECKED OUT AS ("
        function trim(BASE-L(BASE-IDX)) ", "
        function trim(BASE-R(BASE-IDX)) ")"
        delimited by size into EDIT-REASON(EDIT-IDX)
      end-string
      exit paragraph
    end-if
  end-if

  *> the new wiring must lead somewhere live: onto the map or onto a
  *> node this same sub-map adds, and not into a retired node
  move EDIT-L(EDIT-IDX) to TARGET-TEXT
  perform CHECK-TARGET
  if EDIT-VERDICT(EDIT-IDX) not = spaces
    exit paragraph
  end-if
  move EDIT-R(EDIT-IDX) to TARGET-TEXT
  perform CHECK-TARGET
  if EDIT-VERDICT(EDIT-IDX) not = spaces
    exit paragraph
  end-if
  set EDIT-ACCEPTED(EDIT-IDX) to true.

*> BASE-IDX: the checkout's image of sub-map line EDIT-IDX's node, 0
*> for a node the checkout did not hand out -- marked as returned
FIND-BASE-ENTRY.
  move 0 to BASE-IDX
  if EDIT-CODE(EDIT-IDX) = spaces
    exit paragraph
  end-if
  perform varying OTHER-IDX from 1 by 1 until OTHER-IDX > BASE-COUNT
    if BASE-CODE(OTHER-IDX) = EDIT-CODE(EDIT-IDX)
      move OTHER-IDX to BASE-IDX
      move "Y" to BASE-SEEN(BASE-IDX)
      exit perform
    end-if
  end-perform.

*> TARGET-TEXT as a target of sub-map line EDIT-IDX
CHECK-TARGET.
  move TARGET-TEXT to NODE-TEXT
  perform PRODUCTION-WIRING
  if PROD-FOUND = "N"
    perform varying OTHER-IDX from 1 by 1 until OTHER-IDX > EDIT-COUNT
      if EDIT-CODE(OTHER-IDX) = TARGET-TEXT
          and EDIT-KIND(OTHER-IDX) = "OWN"
          and not EDIT-REJECTED(OTHER-IDX)
        move "Y" to PROD-FOUND
        exit perform
      end-if
    end-perform
  end-if
  if PROD-FOUND = "N"
    set EDIT-REJECTED(EDIT-IDX) to true
    move spaces to EDIT-REASON(EDIT-IDX)
    string "TARGET " function trim(TARGET-TEXT) " IS NEITHER ON THE "
      "MAP NOR ADDED BY THIS SUB-MAP"
      delimited by size into EDIT-REASON(EDIT-IDX)
    end-string
    exit paragraph
  end-if
  call "lookup-node-status" using TARGET-TEXT NODE-STATUS end-call
  if NODE-STATUS = "RETIRED"
    set EDIT-REJECTED(EDIT-IDX) to true
    move spaces to EDIT-REASON(EDIT-IDX)
    string "TARGET " function trim(TARGET-TEXT) " IS A RETIRED NODE"
      delimited by size into EDIT-REASON(EDIT-IDX)
    end-string
    exit paragraph
  end-if
  if NODE-STATUS = "RETIRING"
    move spaces to EDIT-REASON(EDIT-IDX)
    string "WARNING: TARGET " function trim(TARGET-TEXT)
      " IS RETIRING"
      delimited by size into EDIT-REASON(EDIT-IDX)
    end-string
    add 1 to WARNING-COUNT
  end-if.

*> changes applied to the keyed index after the checkout was cut have
*> not reached the map file yet -- the maintenance journal says which
*> nodes they touched, and an accepted edit of one is a conflict
SCAN-MAINT-JOURNAL.
  open input MAINT-JOURNAL
  if WS-JOURNAL-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read MAINT-JOURNAL at end
      exit perform
    end-read
    move spaces to JOURNAL-TS JOURNAL-WHO JOURNAL-ACTION JOURNAL-NODE
    unstring MAINT-JOURNAL-LINE delimited by all space
      into JOURNAL-TS JOURNAL-WHO JOURNAL-ACTION JOURNAL-NODE
    end-unstring
    if JOURNAL-TS <= CHECKOUT-TS
      exit perform cycle
    end-if
    if JOURNAL-ACTION not = "ADD" and JOURNAL-ACTION not = "UPDATE"
        and JOURNAL-ACTION not = "DELETE"
      exit perform cycle
    end-if
    perform varying EDIT-IDX from 1 by 1 until EDIT-IDX > EDIT-COUNT
      if EDIT-ACCEPTED(EDIT-IDX)
          and EDIT-CODE(EDIT-IDX) = JOURNAL-NODE
        set EDIT-CONFLICT(EDIT-IDX) to true
        move spaces to EDIT-REASON(EDIT-IDX)
        string "CHANGED IN PRODUCTION " JOURNAL-TS " BY "
          function trim(JOURNAL-WHO) " (" function trim(JOURNAL-ACTION)
          ") SINCE THE CHECKOUT"
          delimited by size into EDIT-REASON(EDIT-IDX)
        end-string
      end-if
    end-perform
  end-perform
  close MAINT-JOURNAL.

*> what became of every line, then the set that was queued
WRITE-CHECKIN-REPORT.
  open output SUBMAP-REPORT
  if WS-REPORT-STATUS not = "00"
    exit paragraph
  end-if
  move spaces to SUBMAP-REPORT-LINE
  string "TEAM SUB-MAP CHECK-IN " CHECKOUT-ID " -- " function trim(WS-TEAM)
    " BY " function trim(WS-MAINT-USER) " AT " NOW-STAMP " FROM "
    function trim(WS-SUBMAP-FILE)
    delimited by size into SUBMAP-REPORT-LINE
  end-string
  write SUBMAP-REPORT-LINE
  move spaces to SUBMAP-REPORT-LINE
  string "CHECKED OUT " CHECKOUT-TS " BY " function trim(CHECKOUT-BY)
    " FROM CATALOG VERSION " function trim(CHECKOUT-VERSION)
    "; PRODUCTION NOW CATALOG VERSION " function trim(CATALOG-VERSION)
    delimited by size into SUBMAP-REPORT-LINE
  end-string
  write SUBMAP-REPORT-LINE
  perform varying EDIT-IDX from 1 by 1 until EDIT-IDX > EDIT-COUNT
    if not EDIT-UNCHANGED(EDIT-IDX)
      move spaces to SUBMAP-REPORT-LINE
      move 1 to REPORT-PTR
      evaluate true
        when EDIT-ACCEPTED(EDIT-IDX)
          string "ACCEPTED LINE " delimited by size
            into SUBMAP-REPORT-LINE with pointer REPORT-PTR
          end-string
        when EDIT-REJECTED(EDIT-IDX)
          string "REJECTED LINE " delimited by size
            into SUBMAP-REPORT-LINE with pointer REPORT-PTR
          end-string
        when other
          string "CONFLICT LINE " delimited by size
            into SUBMAP-REPORT-LINE with pointer REPORT-PTR
          end-string
      end-evaluate
      string EDIT-LINE-NO(EDIT-IDX) " " function trim(EDIT-TEXT(EDIT-IDX))
        delimited by size into SUBMAP-REPORT-LINE with pointer REPORT-PTR
      end-string
      if EDIT-L(EDIT-IDX) not = spaces and EDIT-R(EDIT-IDX) not = spaces
        string " TO (" function trim(EDIT-L(EDIT-IDX)) ", "
          function trim(EDIT-R(EDIT-IDX)) ")"
          delimited by size into SUBMAP-REPORT-LINE with pointer REPORT-PTR
        end-string
      end-if
      if EDIT-REASON(EDIT-IDX) not = spaces
        string " -- " function trim(EDIT-REASON(EDIT-IDX))
          delimited by size into SUBMAP-REPORT-LINE with pointer REPORT-PTR
        end-string
      end-if
      write SUBMAP-REPORT-LINE
    end-if
  end-perform
  *> an owned node left out of the returned sub-map is not taken as a
  *> removal -- nodes leave the map through their lifecycle
  perform varying BASE-IDX from 1 by 1 until BASE-IDX > BASE-COUNT
    if BASE-SEEN(BASE-IDX) = "N" and BASE-KIND(BASE-IDX) = "OWN"
      add 1 to WARNING-COUNT
      move spaces to SUBMAP-REPORT-LINE
      string "MISSING  " function trim(BASE-CODE(BASE-IDX)) " -- LEFT AS "
        "IT IS; RETIRE A NODE THROUGH ITS LIFECYCLE, NOT BY DROPPING IT"
        delimited by size into SUBMAP-REPORT-LINE
      end-string
      write SUBMAP-REPORT-LINE
    end-if
  end-perform
  move spaces to SUBMAP-REPORT-LINE
  string "SET " function trim(WS-SET-NAME) ": " ACCEPTED-COUNT
    " CHANGE(S) QUEUED, " REJECTED-COUNT " REJECTED, " CONFLICT-COUNT
    " CONFLICT(S), " UNCHANGED-COUNT " LINE(S) UNCHANGED, "
    WARNING-COUNT " WARNING(S)"
    delimited by size into SUBMAP-REPORT-LINE
  end-string
  write SUBMAP-REPORT-LINE
  move spaces to SUBMAP-REPORT-LINE
  evaluate true
    when ACCEPTED-COUNT > 0
      string "QUEUED FOR APPROVAL AS ONE UNIT -- REVIEW-PENDING, THEN "
        "APPLY-PENDING WITH CHANGE_SET=" function trim(WS-SET-NAME)
        " UNDER A SECOND PERSON'S SIGN-OFF"
        delimited by size into SUBMAP-REPORT-LINE
      end-string
    when REJECTED-COUNT > 0 or CONFLICT-COUNT > 0
      string "NOTHING QUEUED -- THE CHECKOUT STAYS OPEN: CORRECT THE "
        "REJECTED LINES, OR CHECK OUT AFRESH TO TAKE UP PRODUCTION'S "
        "CHANGES"
        delimited by size into SUBMAP-REPORT-LINE
      end-string
    when other
      string "NO DIFFERENCES -- NOTHING QUEUED, CHECKOUT CLOSED"
        delimited by size into SUBMAP-REPORT-LINE
      end-string
  end-evaluate
  write SUBMAP-REPORT-LINE
  close SUBMAP-REPORT.
