identification division.
program-id. node-history.

environment division.
input-output section.
file-control.
  select ALIAS-FILE assign to dynamic WS-ALIAS-FILE
    organization line sequential file status WS-ALIAS-STATUS.
  select CATALOG-FILE assign to dynamic WS-CATALOG-FILE
    organization line sequential file status WS-CATALOG-STATUS.
  select SNAPSHOT-FILE assign to dynamic WS-SNAPSHOT-FILE
    organization line sequential file status WS-SNAPSHOT-STATUS.
  select MAINT-JOURNAL assign to dynamic WS-MAINT-JOURNAL-FILE
    organization line sequential file status WS-JOURNAL-STATUS.
  select HISTORY-REPORT assign to dynamic WS-HISTORY-REPORT-FILE
    organization line sequential file status WS-HISTORY-REPORT-STATUS.

data division.
file section.
  fd ALIAS-FILE.
  01 ALIAS-LINE  pic x(40).

  fd CATALOG-FILE.
  01 CATALOG-LINE  pic x(240).

  fd SNAPSHOT-FILE.
  01 SNAPSHOT-LINE  pic x(100).

  fd MAINT-JOURNAL.
  01 MAINT-JOURNAL-LINE  pic x(240).

  fd HISTORY-REPORT.
  01 HISTORY-REPORT-LINE  pic x(132).

working-storage section.
  78 FAMILY-MAX value 20.
  78 VERSIONS-MAX value 200.
  78 EVENTS-MAX value 999.

  *> one node's life, assembled from everywhere it is written down:
  *> the cataloged map versions (when it first appeared, each change of
  *> its L/R targets between versions, when it left the map), the
  *> maintenance journal (every applied change with its requester and
  *> approver, lifecycle, ownership and description changes, renames,
  *> rollbacks) and the alias file, which ties the codes it has had
  *> together. Events are kept in time order as they are found and the
  *> timeline goes to the screen and, for change-board packs, to
  *> /data/node-history-<code>.txt
  01 WS-ALIAS-FILE            pic x(100).
  01 WS-ALIAS-STATUS          pic x(2).
  01 WS-CATALOG-FILE          pic x(100).
  01 WS-CATALOG-STATUS        pic x(2).
  01 WS-SNAPSHOT-FILE         pic x(100).
  01 WS-SNAPSHOT-STATUS       pic x(2).
  01 WS-MAINT-JOURNAL-FILE    pic x(100).
  01 WS-JOURNAL-STATUS        pic x(2).
  01 WS-HISTORY-REPORT-FILE   pic x(100).
  01 WS-HISTORY-REPORT-STATUS pic x(2).

  01 WS-QUERY-TEXT            pic x(8) value spaces.
  01 QUERY-CODE               pic a(4).
  01 CURRENT-CODE             pic a(4).
  01 ALIAS-FLAG               pic x.
  01 ALIAS-OLD                pic a(4).
  01 ALIAS-CANDIDATE          pic a(4).
  01 ALIAS-TARGET             pic a(4).
  01 NODE-NUM                 pic 9(6).
  01 NODE-LENGTH              pic 9.
  01 PARSE-NODE-STATUS        pic x.

  *> every code the node has gone by, the current one first
  01 FAMILY-TABLE.
    05 FAMILY-CODE occurs FAMILY-MAX times pic a(4).
  01 FAMILY-COUNT             pic 9(2) value 0.
  01 FAMILY-IDX               pic 9(2).
  01 IN-FAMILY                pic x.
  01 TEST-CODE                pic a(4).

  *> catalog versions in effective-date order; on one date the entry
  *> written last is the one in force, as RESOLVE-MAP-VERSION reads it
  01 VERSION-TABLE.
    05 VERSION-ENTRY occurs VERSIONS-MAX times.
      10 VERSION-EFFECTIVE    pic x(8).
      10 VERSION-MAP          pic x(100).
      10 VERSION-NOTE         pic x(40).
  01 VERSION-COUNT            pic 9(3) value 0.
  01 VERSION-IDX              pic 9(3).
  01 VERSION-SLOT             pic 9(3).
  01 VERSIONS-DROPPED         pic 9(3) value 0.
  01 PARSE-DUMMY              pic x(12).
  01 LINE-EFFECTIVE           pic x(8).
  01 LINE-MAP                 pic x(100).
  01 LINE-INSTR               pic x(100).
  01 LINE-TAIL                pic x(100).

  *> the node as one map version defines it, and as the one before did
  01 SNAPSHOT-CODE            pic a(4).
  01 SNAPSHOT-L               pic a(4).
  01 SNAPSHOT-R               pic a(4).
  01 SNAPSHOT-REST            pic x(40).
  01 FOUND-IN-MAP             pic x.
  01 FOUND-CODE               pic a(4).
  01 FOUND-L                  pic a(4).
  01 FOUND-R                  pic a(4).
  01 PRIOR-STATE              pic x value "N".
    88 PRIOR-UNSEEN           value "N".
    88 PRIOR-PRESENT          value "P".
    88 PRIOR-ABSENT           value "A".
  01 PRIOR-CODE               pic a(4).
  01 PRIOR-L                  pic a(4).
  01 PRIOR-R                  pic a(4).
  01 MAP-LABEL                pic x(40).
  01 MAP-READABLE             pic x.
  01 TRACE-SCHEDULED          pic x.

  *> the timeline, kept in time order as events are added
  01 EVENT-TABLE.
    05 EVENT-ENTRY occurs EVENTS-MAX times.
      10 EVENT-STAMP          pic x(14).
      10 EVENT-KIND           pic x(10).
      10 EVENT-DETAIL         pic x(100).
      10 EVENT-REQUESTER      pic x(20).
      10 EVENT-APPROVER       pic x(20).
  01 EVENT-COUNT              pic 9(3) value 0.
  01 EVENT-IDX                pic 9(3).
  01 EVENT-SLOT               pic 9(3).
  01 EVENTS-DROPPED           pic 9(3) value 0.
  01 NEW-STAMP                pic x(14).
  01 NEW-KIND                 pic x(10).
  01 NEW-DETAIL               pic x(100) value spaces.
  01 NEW-REQUESTER            pic x(20) value spaces.
  01 NEW-APPROVER             pic x(20) value spaces.

  *> one maintenance journal line taken apart
  01 JOURNAL-HEAD             pic x(240).
  01 JOURNAL-BEFORE-PART      pic x(240).
  01 JOURNAL-AFTER-PART       pic x(240).
  01 JOURNAL-SET-PART         pic x(40).
  01 JOURNAL-TICKET-PART      pic x(40).
  01 JOURNAL-TIMESTAMP        pic x(14).
  01 JOURNAL-IDENTITY         pic x(41).
  01 JOURNAL-ACTION           pic x(10).
  01 JOURNAL-NODE-CODE        pic x(8).
  01 JOURNAL-WORD             pic x(8).
  01 JOURNAL-NEW-CODE         pic x(8).
  01 JOURNAL-REASON           pic x(100).
  01 JOURNAL-ROLLBACK-DATE    pic x(8).
  01 BEFORE-L                 pic x(4).
  01 BEFORE-R                 pic x(4).
  01 AFTER-L                  pic x(4).
  01 AFTER-R                  pic x(4).

  01 REF-DESC                 pic x(40).
  01 REF-TEAM                 pic x(20).
  01 REF-FOUND                pic x.
  01 REF-STATUS               pic x(10).
  01 INQUIRY-TIMESTAMP        pic x(14).
  01 DISPLAY-STAMP            pic x(19).
  01 OUT-LINE                 pic x(132).
  01 DETAIL-PTR               pic 9(3).

  01 WS-EXC-PROGRAM           pic x(20) value "NODE-HISTORY".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  move function current-date(1:14) to INQUIRY-TIMESTAMP
  accept WS-QUERY-TEXT from environment "HISTORY_NODE"
  move function upper-case(WS-QUERY-TEXT) to WS-QUERY-TEXT
  move WS-QUERY-TEXT to QUERY-CODE
  compute NODE-LENGTH = function length(function trim(WS-QUERY-TEXT))
  if WS-QUERY-TEXT = spaces or NODE-LENGTH > 4
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "HISTORY_NODE must name one node code!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0135" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  call "parse-node" using QUERY-CODE NODE-NUM NODE-LENGTH
    PARSE-NODE-STATUS end-call
  if PARSE-NODE-STATUS = "1"
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "'" function trim(WS-QUERY-TEXT)
      "' is not a valid node code -- letters A-Z only"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if

  *> the code asked about may be one the node no longer goes by --
  *> the history is of the node, under every code it has had
  move QUERY-CODE to CURRENT-CODE
  call "resolve-alias" using CURRENT-CODE ALIAS-FLAG ALIAS-OLD end-call
  move 1 to FAMILY-COUNT
  move CURRENT-CODE to FAMILY-CODE(1)
  perform GATHER-FAMILY

  perform GATHER-CATALOG-VERSIONS
  *> versions in force by today, then the live map, then any version
  *> promoted ahead of its effective date
  move "N" to TRACE-SCHEDULED
  perform TRACE-CATALOG-VERSIONS
  perform TRACE-LIVE-MAP
  move "Y" to TRACE-SCHEDULED
  perform TRACE-CATALOG-VERSIONS
  perform TRACE-JOURNAL

  move spaces to WS-HISTORY-REPORT-FILE
  string "/data/node-history-" function trim(CURRENT-CODE) ".txt"
    delimited by size into WS-HISTORY-REPORT-FILE
  end-string
  call "resolve-path" using WS-HISTORY-REPORT-FILE end-call
  open output HISTORY-REPORT
  if WS-HISTORY-REPORT-STATUS not = "00"
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "NODE-HISTORY: report " function trim(WS-HISTORY-REPORT-FILE)
      " could not be written -- timeline shown on screen only"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if
  perform WRITE-TIMELINE
  if WS-HISTORY-REPORT-STATUS = "00"
    close HISTORY-REPORT
  end-if

  if EVENT-COUNT = 0
    move 4 to return-code
  else
    move 0 to return-code
  end-if
  goback.

*> every older code whose alias chain lands on the current code
GATHER-FAMILY.
  move "/data/node-alias.txt" to WS-ALIAS-FILE
  call "resolve-path" using WS-ALIAS-FILE end-call
  open input ALIAS-FILE
  if WS-ALIAS-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read ALIAS-FILE at end
      exit perform
    end-read
    move spaces to ALIAS-CANDIDATE ALIAS-TARGET
    unstring ALIAS-LINE delimited by "|"
      into ALIAS-CANDIDATE ALIAS-TARGET
    end-unstring
    if ALIAS-CANDIDATE = spaces or ALIAS-CANDIDATE = CURRENT-CODE
      exit perform cycle
    end-if
    move ALIAS-CANDIDATE to TEST-CODE
    call "resolve-alias" using TEST-CODE ALIAS-FLAG ALIAS-OLD end-call
    if TEST-CODE = CURRENT-CODE
      move ALIAS-CANDIDATE to TEST-CODE
      perform CHECK-FAMILY
      if IN-FAMILY = "N" and FAMILY-COUNT < FAMILY-MAX
        add 1 to FAMILY-COUNT
        move ALIAS-CANDIDATE to FAMILY-CODE(FAMILY-COUNT)
      end-if
    end-if
  end-perform
  close ALIAS-FILE.

*> IN-FAMILY = "Y" when TEST-CODE is one of the node's codes
CHECK-FAMILY.
  move "N" to IN-FAMILY
  if TEST-CODE = spaces
    exit paragraph
  end-if
  perform varying FAMILY-IDX from 1 by 1 until FAMILY-IDX > FAMILY-COUNT
    if FAMILY-CODE(FAMILY-IDX) = TEST-CODE
      move "Y" to IN-FAMILY
      exit perform
    end-if
  end-perform.

*> the catalog's versions into effective-date order, one per date
GATHER-CATALOG-VERSIONS.
  move "/data/map-catalog.txt" to WS-CATALOG-FILE
  call "resolve-path" using WS-CATALOG-FILE end-call
  open input CATALOG-FILE
  if WS-CATALOG-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read CATALOG-FILE at end
      exit perform
    end-read
    move spaces to PARSE-DUMMY LINE-EFFECTIVE LINE-MAP LINE-INSTR LINE-TAIL
    unstring CATALOG-LINE
        delimited by "EFFECTIVE " or " MAP " or " INSTR " or " ROLLBACK "
      into PARSE-DUMMY LINE-EFFECTIVE LINE-MAP LINE-INSTR LINE-TAIL
    end-unstring
    if LINE-EFFECTIVE is not numeric or LINE-MAP = spaces
      exit perform cycle
    end-if
    *> a later entry for a date already listed replaces it
    move 0 to VERSION-SLOT
    perform varying VERSION-IDX from 1 by 1
        until VERSION-IDX > VERSION-COUNT
      if VERSION-EFFECTIVE(VERSION-IDX) = LINE-EFFECTIVE
        move VERSION-IDX to VERSION-SLOT
        exit perform
      end-if
    end-perform
    if VERSION-SLOT = 0
      if VERSION-COUNT >= VERSIONS-MAX
        add 1 to VERSIONS-DROPPED
        exit perform cycle
      end-if
      *> opened up in date order
      add 1 to VERSION-COUNT
      move VERSION-COUNT to VERSION-SLOT
      perform until VERSION-SLOT = 1
          or VERSION-EFFECTIVE(VERSION-SLOT - 1) <= LINE-EFFECTIVE
        move VERSION-ENTRY(VERSION-SLOT - 1) to VERSION-ENTRY(VERSION-SLOT)
        subtract 1 from VERSION-SLOT
      end-perform
    end-if
    move LINE-EFFECTIVE to VERSION-EFFECTIVE(VERSION-SLOT)
    move LINE-MAP to VERSION-MAP(VERSION-SLOT)
    move spaces to VERSION-NOTE(VERSION-SLOT)
    if LINE-TAIL not = spaces
      move spaces to PARSE-DUMMY JOURNAL-ROLLBACK-DATE
      unstring LINE-TAIL delimited by all space
        into PARSE-DUMMY JOURNAL-ROLLBACK-DATE
      end-unstring
      string "(A ROLLBACK TO " JOURNAL-ROLLBACK-DATE ")"
        delimited by size into VERSION-NOTE(VERSION-SLOT)
      end-string
    end-if
  end-perform
  close CATALOG-FILE.

*> version by version: where the node first appears, how its targets
*> move from one version to the next, and where it drops out
TRACE-CATALOG-VERSIONS.
  perform varying VERSION-IDX from 1 by 1 until VERSION-IDX > VERSION-COUNT
    if (TRACE-SCHEDULED = "N"
          and VERSION-EFFECTIVE(VERSION-IDX) > INQUIRY-TIMESTAMP(1:8))
        or (TRACE-SCHEDULED = "Y"
          and VERSION-EFFECTIVE(VERSION-IDX) <= INQUIRY-TIMESTAMP(1:8))
      exit perform cycle
    end-if
    move VERSION-MAP(VERSION-IDX) to WS-SNAPSHOT-FILE
    call "resolve-path" using WS-SNAPSHOT-FILE end-call
    perform FIND-IN-SNAPSHOT
    move spaces to MAP-LABEL
    string "CATALOG VERSION " VERSION-EFFECTIVE(VERSION-IDX)
      delimited by size into MAP-LABEL
    end-string
    if TRACE-SCHEDULED = "Y"
      move spaces to LINE-TAIL
      string function trim(MAP-LABEL) " (SCHEDULED)"
        delimited by size into LINE-TAIL
      end-string
      move LINE-TAIL to MAP-LABEL
    end-if
    move spaces to NEW-STAMP
    string VERSION-EFFECTIVE(VERSION-IDX) "000000"
      delimited by size into NEW-STAMP
    end-string
    if MAP-READABLE = "N"
      move "MAP" to NEW-KIND
      move spaces to NEW-DETAIL
      string function trim(MAP-LABEL) " -- SNAPSHOT "
        function trim(VERSION-MAP(VERSION-IDX)) " CANNOT BE READ"
        delimited by size into NEW-DETAIL
      end-string
      perform ADD-EVENT
      exit perform cycle
    end-if
    perform NOTE-MAP-STATE
  end-perform.

*> the live map last -- a change made since the latest catalog version
*> shows here, stamped with the time of the inquiry
TRACE-LIVE-MAP.
  move "/data/map.txt" to WS-SNAPSHOT-FILE
  call "resolve-path" using WS-SNAPSHOT-FILE end-call
  perform FIND-IN-SNAPSHOT
  if MAP-READABLE = "N"
    exit paragraph
  end-if
  move "LIVE MAP" to MAP-LABEL
  move INQUIRY-TIMESTAMP to NEW-STAMP
  perform NOTE-MAP-STATE.

*> the node's state in this map against the previous one, as an event
NOTE-MAP-STATE.
  move spaces to NEW-DETAIL NEW-REQUESTER NEW-APPROVER
  evaluate true
    when FOUND-IN-MAP = "Y" and PRIOR-UNSEEN
      move "APPEARS" to NEW-KIND
      string "FIRST IN " function trim(MAP-LABEL) " AS "
        function trim(FOUND-CODE)
        " -> (" function trim(FOUND-L) ", " function trim(FOUND-R) ")"
        delimited by size into NEW-DETAIL
      end-string
      perform ADD-VERSION-NOTE
      perform ADD-EVENT
    when FOUND-IN-MAP = "Y" and PRIOR-ABSENT
      move "RETURNS" to NEW-KIND
      string "BACK IN " function trim(MAP-LABEL) " AS "
        function trim(FOUND-CODE)
        " -> (" function trim(FOUND-L) ", " function trim(FOUND-R) ")"
        delimited by size into NEW-DETAIL
      end-string
      perform ADD-VERSION-NOTE
      perform ADD-EVENT
    when FOUND-IN-MAP = "Y"
        and (FOUND-L not = PRIOR-L or FOUND-R not = PRIOR-R
          or FOUND-CODE not = PRIOR-CODE)
      move "ROUTING" to NEW-KIND
      string function trim(MAP-LABEL) ": "
        function trim(FOUND-CODE) " (" function trim(PRIOR-L)
        ", " function trim(PRIOR-R) ") -> (" function trim(FOUND-L) ", "
        function trim(FOUND-R) ")"
        delimited by size into NEW-DETAIL
      end-string
      perform ADD-VERSION-NOTE
      perform ADD-EVENT
    when FOUND-IN-MAP = "N" and PRIOR-PRESENT
      move "LEAVES" to NEW-KIND
      string "NOT IN " function trim(MAP-LABEL) " -- LAST DEFINED AS "
        function trim(PRIOR-CODE) " -> (" function trim(PRIOR-L) ", "
        function trim(PRIOR-R) ")"
        delimited by size into NEW-DETAIL
      end-string
      perform ADD-VERSION-NOTE
      perform ADD-EVENT
  end-evaluate
  if FOUND-IN-MAP = "Y"
    set PRIOR-PRESENT to true
    move FOUND-CODE to PRIOR-CODE
    move FOUND-L to PRIOR-L
    move FOUND-R to PRIOR-R
  else
    if PRIOR-PRESENT
      set PRIOR-ABSENT to true
    end-if
  end-if.

ADD-VERSION-NOTE.
  if MAP-LABEL(1:8) = "CATALOG "
      and VERSION-NOTE(VERSION-IDX) not = spaces
    move NEW-DETAIL to LINE-TAIL
    move spaces to NEW-DETAIL
    string function trim(LINE-TAIL) " " function trim(VERSION-NOTE(VERSION-IDX))
      delimited by size into NEW-DETAIL
    end-string
  end-if.

*> the node's definition in the map named by WS-SNAPSHOT-FILE, under
*> whichever of its codes the map uses -- the current one if both
FIND-IN-SNAPSHOT.
  move "N" to FOUND-IN-MAP
  move "Y" to MAP-READABLE
  move spaces to FOUND-CODE FOUND-L FOUND-R
  open input SNAPSHOT-FILE
  if WS-SNAPSHOT-STATUS not = "00"
    move "N" to MAP-READABLE
    exit paragraph
  end-if
  perform forever
    read SNAPSHOT-FILE at end
      exit perform
    end-read
    move spaces to SNAPSHOT-CODE SNAPSHOT-L SNAPSHOT-R SNAPSHOT-REST
    unstring SNAPSHOT-LINE delimited by " = (" or ", " or ")"
      into SNAPSHOT-CODE SNAPSHOT-L SNAPSHOT-R SNAPSHOT-REST
    end-unstring
    move SNAPSHOT-CODE to TEST-CODE
    perform CHECK-FAMILY
    if IN-FAMILY = "Y"
      if FOUND-IN-MAP = "N" or SNAPSHOT-CODE = CURRENT-CODE
        move "Y" to FOUND-IN-MAP
        move SNAPSHOT-CODE to FOUND-CODE
        move SNAPSHOT-L to FOUND-L
        move SNAPSHOT-R to FOUND-R
      end-if
    end-if
  end-perform
  close SNAPSHOT-FILE.

*> every journal line about one of the node's codes
TRACE-JOURNAL.
  move "/data/node-maint-journal.txt" to WS-MAINT-JOURNAL-FILE
  call "resolve-path" using WS-MAINT-JOURNAL-FILE end-call
  open input MAINT-JOURNAL
  if WS-JOURNAL-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read MAINT-JOURNAL at end
      exit perform
    end-read
    move spaces to JOURNAL-HEAD JOURNAL-BEFORE-PART JOURNAL-AFTER-PART
      JOURNAL-SET-PART JOURNAL-TICKET-PART
    unstring MAINT-JOURNAL-LINE
        delimited by " BEFORE " or " AFTER " or " SET " or " TKT "
      into JOURNAL-HEAD JOURNAL-BEFORE-PART JOURNAL-AFTER-PART
        JOURNAL-SET-PART JOURNAL-TICKET-PART
    end-unstring
    move spaces to JOURNAL-TIMESTAMP JOURNAL-IDENTITY JOURNAL-ACTION
      JOURNAL-NODE-CODE JOURNAL-WORD JOURNAL-NEW-CODE
    unstring JOURNAL-HEAD delimited by all space
      into JOURNAL-TIMESTAMP JOURNAL-IDENTITY JOURNAL-ACTION
        JOURNAL-NODE-CODE JOURNAL-WORD JOURNAL-NEW-CODE
    end-unstring
    move spaces to NEW-DETAIL NEW-REQUESTER NEW-APPROVER
    unstring JOURNAL-IDENTITY delimited by "/"
      into NEW-REQUESTER NEW-APPROVER
    end-unstring
    move JOURNAL-TIMESTAMP to NEW-STAMP
    evaluate JOURNAL-ACTION
      when "ROLLBACK"
        perform JOURNAL-ROLLBACK
      when "RENAME"
        perform JOURNAL-RENAME
      when other
        move JOURNAL-NODE-CODE to TEST-CODE
        perform CHECK-FAMILY
        if IN-FAMILY = "Y"
          perform JOURNAL-NODE-CHANGE
        end-if
    end-evaluate
  end-perform
  close MAINT-JOURNAL.

*> a map change, a lifecycle, ownership or description change
JOURNAL-NODE-CHANGE.
  move 1 to DETAIL-PTR
  evaluate JOURNAL-ACTION
    when "REFSTS"
      move "LIFECYCLE" to NEW-KIND
      string function trim(JOURNAL-NODE-CODE) " "
        function trim(JOURNAL-BEFORE-PART)
        " -> " function trim(JOURNAL-AFTER-PART)
        delimited by size into NEW-DETAIL with pointer DETAIL-PTR
      end-string
    when "REFOWN"
      move "OWNER" to NEW-KIND
      string function trim(JOURNAL-NODE-CODE) " "
        function trim(JOURNAL-BEFORE-PART)
        " -> " function trim(JOURNAL-AFTER-PART)
        delimited by size into NEW-DETAIL with pointer DETAIL-PTR
      end-string
    when "REFDESC"
      move "DESC" to NEW-KIND
      string function trim(JOURNAL-NODE-CODE) " '"
        function trim(JOURNAL-BEFORE-PART) "' -> '"
        function trim(JOURNAL-AFTER-PART) "'"
        delimited by size into NEW-DETAIL with pointer DETAIL-PTR
      end-string
    when other
      move spaces to BEFORE-L BEFORE-R AFTER-L AFTER-R
      unstring JOURNAL-BEFORE-PART delimited by all space
        into BEFORE-L BEFORE-R
      end-unstring
      unstring JOURNAL-AFTER-PART delimited by all space
        into AFTER-L AFTER-R
      end-unstring
      move JOURNAL-ACTION to NEW-KIND
      if BEFORE-L = spaces
        string function trim(JOURNAL-NODE-CODE) " ADDED -> ("
          function trim(AFTER-L)
          ", " function trim(AFTER-R) ")"
          delimited by size into NEW-DETAIL with pointer DETAIL-PTR
        end-string
      else
        string function trim(JOURNAL-NODE-CODE) " ("
          function trim(BEFORE-L) ", "
          function trim(BEFORE-R) ") -> (" function trim(AFTER-L) ", "
          function trim(AFTER-R) ")"
          delimited by size into NEW-DETAIL with pointer DETAIL-PTR
        end-string
      end-if
  end-evaluate
  if JOURNAL-SET-PART not = spaces
    string " SET " function trim(JOURNAL-SET-PART) " TICKET "
      function trim(JOURNAL-TICKET-PART)
      delimited by size into NEW-DETAIL with pointer DETAIL-PTR
    end-string
  end-if
  perform ADD-EVENT.

*> RENAME old TO new -- the node's own, under either of its codes
JOURNAL-RENAME.
  move JOURNAL-NODE-CODE to TEST-CODE
  perform CHECK-FAMILY
  if IN-FAMILY = "N"
    move JOURNAL-NEW-CODE to TEST-CODE
    perform CHECK-FAMILY
  end-if
  if IN-FAMILY = "N"
    exit paragraph
  end-if
  move "RENAME" to NEW-KIND
  string function trim(JOURNAL-NODE-CODE) " RENAMED TO "
    function trim(JOURNAL-NEW-CODE) " -- OLD CODE KEPT AS AN ALIAS"
    delimited by size into NEW-DETAIL
  end-string
  perform ADD-EVENT.

*> a rollback reinstates a whole map; it belongs in the history of any
*> node that has been on a map, as it may have moved its targets too
JOURNAL-ROLLBACK.
  if PRIOR-UNSEEN
    exit paragraph
  end-if
  move spaces to PARSE-DUMMY LINE-MAP LINE-INSTR JOURNAL-REASON
  unstring MAINT-JOURNAL-LINE
      delimited by " MAP " or " INSTR " or " REASON "
    into PARSE-DUMMY LINE-MAP LINE-INSTR JOURNAL-REASON
  end-unstring
  move JOURNAL-NODE-CODE to JOURNAL-ROLLBACK-DATE
  move "ROLLBACK" to NEW-KIND
  string "WHOLE MAP ROLLED BACK TO VERSION " JOURNAL-ROLLBACK-DATE
    " -- " function trim(JOURNAL-REASON)
    delimited by size into NEW-DETAIL
  end-string
  perform ADD-EVENT.

*> NEW-* into the timeline after every event stamped the same or
*> earlier, so same-time events keep the order they were found in
ADD-EVENT.
  if EVENT-COUNT >= EVENTS-MAX
    add 1 to EVENTS-DROPPED
    exit paragraph
  end-if
  add 1 to EVENT-COUNT
  move EVENT-COUNT to EVENT-SLOT
  perform until EVENT-SLOT = 1
      or EVENT-STAMP(EVENT-SLOT - 1) <= NEW-STAMP
    move EVENT-ENTRY(EVENT-SLOT - 1) to EVENT-ENTRY(EVENT-SLOT)
    subtract 1 from EVENT-SLOT
  end-perform
  move NEW-STAMP to EVENT-STAMP(EVENT-SLOT)
  move NEW-KIND to EVENT-KIND(EVENT-SLOT)
  move NEW-DETAIL to EVENT-DETAIL(EVENT-SLOT)
  move NEW-REQUESTER to EVENT-REQUESTER(EVENT-SLOT)
  move NEW-APPROVER to EVENT-APPROVER(EVENT-SLOT)
  move spaces to NEW-DETAIL NEW-REQUESTER NEW-APPROVER.

*> heading, current standing and the timeline, to screen and report
WRITE-TIMELINE.
  move spaces to OUT-LINE
  string "NODE LIFETIME HISTORY -- " function trim(CURRENT-CODE) "   AS AT "
    INQUIRY-TIMESTAMP(1:4) "-" INQUIRY-TIMESTAMP(5:2) "-"
    INQUIRY-TIMESTAMP(7:2) " " INQUIRY-TIMESTAMP(9:2) ":"
    INQUIRY-TIMESTAMP(11:2)
    delimited by size into OUT-LINE
  end-string
  perform PUT-LINE
  move all "=" to OUT-LINE(1:78)
  perform PUT-LINE
  if QUERY-CODE not = CURRENT-CODE
    move spaces to OUT-LINE
    string "  ASKED AS    " function trim(QUERY-CODE) " (NOW "
      function trim(CURRENT-CODE) ")"
      delimited by size into OUT-LINE
    end-string
    perform PUT-LINE
  end-if
  move spaces to OUT-LINE
  move 1 to DETAIL-PTR
  string "  CODES HELD  " delimited by size into OUT-LINE
    with pointer DETAIL-PTR
  end-string
  perform varying FAMILY-IDX from 1 by 1 until FAMILY-IDX > FAMILY-COUNT
    string function trim(FAMILY-CODE(FAMILY-IDX)) " "
      delimited by size into OUT-LINE with pointer DETAIL-PTR
    end-string
  end-perform
  perform PUT-LINE

  call "lookup-node-ref" using CURRENT-CODE REF-DESC REF-TEAM REF-FOUND
  end-call
  call "lookup-node-status" using CURRENT-CODE REF-STATUS end-call
  move spaces to OUT-LINE
  if REF-FOUND = "0"
    string "  REFERENCE   " function trim(REF-DESC) " -- OWNER "
      function trim(REF-TEAM) " -- " function trim(REF-STATUS)
      delimited by size into OUT-LINE
    end-string
  else
    string "  REFERENCE   NO ENTRY IN THE NODE REFERENCE -- "
      function trim(REF-STATUS)
      delimited by size into OUT-LINE
    end-string
  end-if
  perform PUT-LINE
  move spaces to OUT-LINE
  string "  SOURCES     " VERSION-COUNT " CATALOG VERSION(S), THE LIVE MAP, "
    "THE MAINTENANCE JOURNAL AND THE ALIAS FILE"
    delimited by size into OUT-LINE
  end-string
  perform PUT-LINE
  move spaces to OUT-LINE
  perform PUT-LINE

  move spaces to OUT-LINE
  string "WHEN                 EVENT      DETAIL"
    delimited by size into OUT-LINE
  end-string
  perform PUT-LINE
  move all "-" to OUT-LINE(1:78)
  perform PUT-LINE
  if EVENT-COUNT = 0
    move "  NOTHING ON RECORD FOR THIS NODE IN ANY SOURCE" to OUT-LINE
    perform PUT-LINE
  end-if
  perform varying EVENT-IDX from 1 by 1 until EVENT-IDX > EVENT-COUNT
    move spaces to DISPLAY-STAMP
    if EVENT-STAMP(EVENT-IDX)(9:6) = "000000"
      string EVENT-STAMP(EVENT-IDX)(1:4) "-" EVENT-STAMP(EVENT-IDX)(5:2) "-"
        EVENT-STAMP(EVENT-IDX)(7:2)
        delimited by size into DISPLAY-STAMP
      end-string
    else
      string EVENT-STAMP(EVENT-IDX)(1:4) "-" EVENT-STAMP(EVENT-IDX)(5:2) "-"
        EVENT-STAMP(EVENT-IDX)(7:2) " " EVENT-STAMP(EVENT-IDX)(9:2) ":"
        EVENT-STAMP(EVENT-IDX)(11:2) ":" EVENT-STAMP(EVENT-IDX)(13:2)
        delimited by size into DISPLAY-STAMP
      end-string
    end-if
    move spaces to OUT-LINE
    string DISPLAY-STAMP "  " EVENT-KIND(EVENT-IDX) " "
      EVENT-DETAIL(EVENT-IDX)
      delimited by size into OUT-LINE
    end-string
    perform PUT-LINE
    if EVENT-REQUESTER(EVENT-IDX) not = spaces
      move spaces to OUT-LINE
      if EVENT-APPROVER(EVENT-IDX) not = spaces
        string "                                 REQUESTED BY "
          function trim(EVENT-REQUESTER(EVENT-IDX)) ", APPROVED BY "
          function trim(EVENT-APPROVER(EVENT-IDX))
          delimited by size into OUT-LINE
        end-string
      else
        string "                                 BY "
          function trim(EVENT-REQUESTER(EVENT-IDX))
          delimited by size into OUT-LINE
        end-string
      end-if
      perform PUT-LINE
    end-if
  end-perform
  move spaces to OUT-LINE
  perform PUT-LINE
  move spaces to OUT-LINE
  string "END OF HISTORY -- " EVENT-COUNT " EVENT(S)"
    delimited by size into OUT-LINE
  end-string
  perform PUT-LINE
  if EVENTS-DROPPED > 0 or VERSIONS-DROPPED > 0
    move spaces to OUT-LINE
    string "  TIMELINE INCOMPLETE -- " EVENTS-DROPPED
      " EVENT(S) AND " VERSIONS-DROPPED
      " CATALOG VERSION(S) BEYOND THE TABLE LIMITS NOT SHOWN"
      delimited by size into OUT-LINE
    end-string
    perform PUT-LINE
  end-if.

PUT-LINE.
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string function trim(OUT-LINE trailing)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if WS-HISTORY-REPORT-STATUS = "00"
    move OUT-LINE to HISTORY-REPORT-LINE
    write HISTORY-REPORT-LINE
  end-if.
