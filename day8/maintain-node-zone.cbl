identification division.
program-id. maintain-node-zone.

environment division.
input-output section.
file-control.
  select ZONE-FILE assign to dynamic WS-ZONE-FILE
    organization line sequential file status WS-ZONE-STATUS.
  select ZONE-JOURNAL assign to dynamic WS-ZONE-JOURNAL-FILE
    organization line sequential file status WS-JOURNAL-STATUS.

data division.
file section.
  fd ZONE-FILE.
  01 ZONE-LINE  pic x(100).

  fd ZONE-JOURNAL.
  01 ZONE-JOURNAL-LINE  pic x(132).

working-storage section.
  01 WS-ZONE-FILE          pic x(100).
  01 WS-ZONE-JOURNAL-FILE  pic x(100).
  01 WS-ZONE-STATUS        pic x(2).
  01 WS-JOURNAL-STATUS     pic x(2).
  *> same capacity as the node reference it sits beside
  78 ZONE-NODES-MAX value 2000.
  78 ZONES-MAX value 200.

  *> the zone file holds two kinds of line, zones first:
  *>   ZONE|zone|region|description
  *>   NODE|code|zone
  01 ZONE-COUNT        pic 9(4) value 0.
  01 ZONE-TABLE.
    05 ZONE-ENTRY occurs ZONES-MAX times.
      10 ZONE-NAME     pic x(12).
      10 ZONE-REGION   pic x(12).
      10 ZONE-DESC     pic x(40).
  01 ZONE-IDX          pic 9(4).
  01 ZONE-MATCH        pic 9(4).

  01 ZONE-NODE-COUNT   pic 9(4) value 0.
  01 ZONE-NODE-TABLE.
    05 ZONE-NODE-ENTRY occurs ZONE-NODES-MAX times.
      10 ZONE-NODE-CODE pic a(4).
      10 ZONE-NODE-ZONE pic x(12).
  01 ZONE-NODE-IDX     pic 9(4).
  01 NODE-MATCH        pic 9(4).

  01 LINE-KIND         pic x(4).
  01 LINE-FIELD-1      pic x(12).
  01 LINE-FIELD-2      pic x(12).
  01 LINE-FIELD-3      pic x(40).

  01 WS-ZONE-NODE      pic a(4).
  01 WS-ZONE-NAME      pic x(12).
  01 WS-ZONE-REGION    pic x(12).
  01 WS-ZONE-DESC      pic x(40).
  01 WS-NODE-LENGTH    pic 9.
  01 WS-NODE-NUM       pic 9(6).
  01 PARSE-NODE-STATUS pic x.
  01 SPACE-TALLY       pic 9(2).

  01 JOURNAL-ACTION    pic x(8).
  01 JOURNAL-KEY       pic x(12).
  01 BEFORE-VALUE      pic x(12).
  01 AFTER-VALUE       pic x(12).
  01 WS-MAINT-USER     pic x(20).
  01 MAINT-TIMESTAMP   pic x(14).

  01 AUTH-FUNCTION  pic x(20).
  01 AUTH-ALLOWED   pic x.
  01 WS-EXC-PROGRAM    pic x(20) value "MAINTAIN-NODE-ZONE".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move "/data/node-zones.txt" to WS-ZONE-FILE
  call "resolve-path" using WS-ZONE-FILE end-call
  move "/data/zone-maint-journal.txt" to WS-ZONE-JOURNAL-FILE
  call "resolve-path" using WS-ZONE-JOURNAL-FILE end-call
  *> maintenance path for the zone/region hierarchy, on the same footing
  *> as MAINTAIN-NODE-REF: an authorized function, the whole file
  *> reloaded, the one entry added or replaced, the file rewritten --
  *> and every change journaled with who made it and what it replaced.
  *>   ZONE_NAME + ZONE_REGION (+ ZONE_DESC)  defines a zone in a region
  *>   ZONE_NODE + ZONE_NAME                  places a node in a zone
  *>   ZONE_NODE + ZONE_NAME=NONE             takes a node out of its zone
  *> a node can only be placed in a zone that is already defined
  move "MAINTAIN-NODE-ZONE" to AUTH-FUNCTION
  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0117" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

  accept WS-ZONE-NODE from environment "ZONE_NODE"
  accept WS-ZONE-NAME from environment "ZONE_NAME"
  accept WS-ZONE-REGION from environment "ZONE_REGION"
  accept WS-ZONE-DESC from environment "ZONE_DESC"
  move function upper-case(WS-ZONE-NAME) to WS-ZONE-NAME
  move function upper-case(WS-ZONE-REGION) to WS-ZONE-REGION

  if WS-ZONE-NAME = spaces
      or (WS-ZONE-NODE = spaces and WS-ZONE-REGION = spaces)
      or (WS-ZONE-NODE not = spaces and WS-ZONE-REGION not = spaces)
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Supply ZONE_NAME with either ZONE_REGION (define a zone) "
      "or ZONE_NODE (place a node)!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0118" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  *> names travel as single words through the rollup report and the
  *> journal, and "|" is the file's own delimiter
  move 0 to SPACE-TALLY
  inspect function trim(WS-ZONE-NAME) tallying SPACE-TALLY
    for all space all "|"
  inspect function trim(WS-ZONE-REGION) tallying SPACE-TALLY
    for all space all "|"
  inspect WS-ZONE-DESC tallying SPACE-TALLY for all "|"
  if SPACE-TALLY > 0
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Zone and region names must be single words, and no field "
      "may contain '|'!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0119" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-ZONE-NAME) to WS-EXC-VALUE(1)
    move function trim(WS-ZONE-REGION) to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

  if WS-ZONE-NODE not = spaces
    compute WS-NODE-LENGTH = function length(function trim(WS-ZONE-NODE))
    call "parse-node" using WS-ZONE-NODE WS-NODE-NUM WS-NODE-LENGTH
      PARSE-NODE-STATUS end-call
    if PARSE-NODE-STATUS = "1"
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Malformed ZONE_NODE code '" WS-ZONE-NODE "'!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 8 to return-code
      goback
    end-if
  end-if

  accept WS-MAINT-USER from environment "MAINT_USER"
  if WS-MAINT-USER = spaces
    accept WS-MAINT-USER from environment "USER"
  end-if
  if WS-MAINT-USER = spaces
    move "UNKNOWN" to WS-MAINT-USER
  end-if
  move function current-date(1:14) to MAINT-TIMESTAMP

  open input ZONE-FILE
  if WS-ZONE-STATUS = "00"
    perform forever
      read ZONE-FILE at end
        exit perform
      end-read
      move spaces to LINE-KIND LINE-FIELD-1 LINE-FIELD-2 LINE-FIELD-3
      unstring ZONE-LINE delimited by "|"
        into LINE-KIND LINE-FIELD-1 LINE-FIELD-2 LINE-FIELD-3
      end-unstring
      evaluate true
        when LINE-KIND = "ZONE" and ZONE-COUNT < ZONES-MAX
          add 1 to ZONE-COUNT
          move LINE-FIELD-1 to ZONE-NAME(ZONE-COUNT)
          move LINE-FIELD-2 to ZONE-REGION(ZONE-COUNT)
          move LINE-FIELD-3 to ZONE-DESC(ZONE-COUNT)
        when LINE-KIND = "NODE" and ZONE-NODE-COUNT < ZONE-NODES-MAX
          add 1 to ZONE-NODE-COUNT
          move LINE-FIELD-1 to ZONE-NODE-CODE(ZONE-NODE-COUNT)
          move LINE-FIELD-2 to ZONE-NODE-ZONE(ZONE-NODE-COUNT)
        when other
          continue
      end-evaluate
    end-perform
    close ZONE-FILE
  end-if

  move 0 to ZONE-MATCH
  perform varying ZONE-IDX from 1 by 1 until ZONE-IDX > ZONE-COUNT
    if ZONE-NAME(ZONE-IDX) = WS-ZONE-NAME
      move ZONE-IDX to ZONE-MATCH
    end-if
  end-perform

  if WS-ZONE-NODE = spaces
    *> a zone defined, or moved to another region
    if ZONE-MATCH = 0
      if ZONE-COUNT >= ZONES-MAX
        move 16 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "Zone table is full -- cannot add '"
          function trim(WS-ZONE-NAME) "'!"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move "DNV0120" to WS-EXC-MSG-ID
        move spaces to WS-EXC-VALUES
        call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
          WS-EXC-VALUES end-call
        move 16 to return-code
        goback
      end-if
      add 1 to ZONE-COUNT
      move ZONE-COUNT to ZONE-MATCH
      move WS-ZONE-NAME to ZONE-NAME(ZONE-MATCH)
      move spaces to ZONE-DESC(ZONE-MATCH)
      move "(NONE)" to BEFORE-VALUE
      move 0 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Zone " function trim(WS-ZONE-NAME) " added in region "
        function trim(WS-ZONE-REGION)
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    else
      move ZONE-REGION(ZONE-MATCH) to BEFORE-VALUE
      move 0 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Zone " function trim(WS-ZONE-NAME) " updated -- region "
        function trim(WS-ZONE-REGION)
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    end-if
    move WS-ZONE-REGION to ZONE-REGION(ZONE-MATCH)
    if WS-ZONE-DESC not = spaces
      move WS-ZONE-DESC to ZONE-DESC(ZONE-MATCH)
    end-if
    move "ZONEREG" to JOURNAL-ACTION
    move WS-ZONE-NAME to JOURNAL-KEY
    move WS-ZONE-REGION to AFTER-VALUE
  else
    *> a node placed in a zone, or taken out of one
    if WS-ZONE-NAME not = "NONE" and ZONE-MATCH = 0
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Zone '" function trim(WS-ZONE-NAME) "' is not defined -- "
        "define it with its region first!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0121" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move WS-ZONE-NODE to WS-EXC-VALUE(1)
      move function trim(WS-ZONE-NAME) to WS-EXC-VALUE(2)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 8 to return-code
      goback
    end-if
    move 0 to NODE-MATCH
    perform varying ZONE-NODE-IDX from 1 by 1
        until ZONE-NODE-IDX > ZONE-NODE-COUNT
      if ZONE-NODE-CODE(ZONE-NODE-IDX) = WS-ZONE-NODE
        move ZONE-NODE-IDX to NODE-MATCH
      end-if
    end-perform
    if NODE-MATCH = 0
      if WS-ZONE-NAME = "NONE"
        move 4 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "Node " WS-ZONE-NODE " is not in any zone -- nothing "
          "to remove"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move 4 to return-code
        goback
      end-if
      if ZONE-NODE-COUNT >= ZONE-NODES-MAX
        move 16 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "Zone node table is full -- cannot place '"
          function trim(WS-ZONE-NODE) "'!"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move "DNV0122" to WS-EXC-MSG-ID
        move spaces to WS-EXC-VALUES
        call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
          WS-EXC-VALUES end-call
        move 16 to return-code
        goback
      end-if
      add 1 to ZONE-NODE-COUNT
      move ZONE-NODE-COUNT to NODE-MATCH
      move WS-ZONE-NODE to ZONE-NODE-CODE(NODE-MATCH)
      move "(NONE)" to BEFORE-VALUE
    else
      move ZONE-NODE-ZONE(NODE-MATCH) to BEFORE-VALUE
    end-if
    if WS-ZONE-NAME = "NONE"
      *> dropped on the rewrite below
      move spaces to ZONE-NODE-CODE(NODE-MATCH)
      move "(NONE)" to AFTER-VALUE
      move 0 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Node " WS-ZONE-NODE " taken out of zone "
        function trim(BEFORE-VALUE)
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    else
      move WS-ZONE-NAME to ZONE-NODE-ZONE(NODE-MATCH)
      move WS-ZONE-NAME to AFTER-VALUE
      move 0 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Node " WS-ZONE-NODE " placed in zone "
        function trim(WS-ZONE-NAME) " (region "
        function trim(ZONE-REGION(ZONE-MATCH)) ")"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    end-if
    move "ZONENODE" to JOURNAL-ACTION
    move WS-ZONE-NODE to JOURNAL-KEY
  end-if

  open output ZONE-FILE
  if WS-ZONE-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Zone file could not be rewritten!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0123" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-ZONE-FILE) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  perform varying ZONE-IDX from 1 by 1 until ZONE-IDX > ZONE-COUNT
    move spaces to ZONE-LINE
    string
      "ZONE|" function trim(ZONE-NAME(ZONE-IDX)) "|"
      function trim(ZONE-REGION(ZONE-IDX)) "|"
      function trim(ZONE-DESC(ZONE-IDX))
      delimited by size into ZONE-LINE
    end-string
    write ZONE-LINE
  end-perform
  perform varying ZONE-NODE-IDX from 1 by 1
      until ZONE-NODE-IDX > ZONE-NODE-COUNT
    if ZONE-NODE-CODE(ZONE-NODE-IDX) not = spaces
      move spaces to ZONE-LINE
      string
        "NODE|" function trim(ZONE-NODE-CODE(ZONE-NODE-IDX)) "|"
        function trim(ZONE-NODE-ZONE(ZONE-NODE-IDX))
        delimited by size into ZONE-LINE
      end-string
      write ZONE-LINE
    end-if
  end-perform
  close ZONE-FILE

  open extend ZONE-JOURNAL
  if WS-JOURNAL-STATUS = "35"
    open output ZONE-JOURNAL
  end-if
  move spaces to ZONE-JOURNAL-LINE
  string
    MAINT-TIMESTAMP " " function trim(WS-MAINT-USER) " "
    function trim(JOURNAL-ACTION) " " function trim(JOURNAL-KEY)
    " BEFORE " function trim(BEFORE-VALUE)
    " AFTER " function trim(AFTER-VALUE)
    delimited by size into ZONE-JOURNAL-LINE
  end-string
  write ZONE-JOURNAL-LINE
  close ZONE-JOURNAL

  goback.
