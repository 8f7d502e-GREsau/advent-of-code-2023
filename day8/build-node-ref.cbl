identification division.
program-id. build-node-ref.

environment division.
input-output section.
file-control.
  select NODE-REF-FILE assign to dynamic WS-NODE-REF-FILE
    organization line sequential file status WS-REF-STATUS.
  select NODE-REF-MASTER assign to dynamic WS-NODE-REF-MASTER-FILE
    organization indexed
    access dynamic
    record key NODE-REF-CODE
    file status WS-MASTER-STATUS.
  select BUILD-REPORT assign to dynamic WS-BUILD-REPORT-FILE
    organization line sequential.

data division.
file section.
  fd NODE-REF-FILE.
  01 NODE-REF-LINE  pic x(100).

  fd NODE-REF-MASTER.
    copy node-ref.

  fd BUILD-REPORT.
  01 BUILD-REPORT-LINE  pic x(132).

working-storage section.
  01 WS-NODE-REF-FILE         pic x(100).
  01 WS-NODE-REF-MASTER-FILE  pic x(100).
  01 WS-BUILD-REPORT-FILE     pic x(100).
  01 WS-REF-STATUS            pic x(2).
  01 WS-MASTER-STATUS         pic x(2).
  01 WS-BUILD-REPLACE         pic x.

  01 TODAY-DATE        pic 9(8).
  01 WS-RUN-ID         pic x(8).
  01 LINE-NUMBER       pic 9(6) value 0.
  01 LINE-CODE         pic x(20).
  01 LINE-DESC         pic x(40).
  01 LINE-TEAM         pic x(20).
  01 LINE-NODE-STATUS  pic x(10).
  01 LINE-CAPACITY     pic x(6).
  01 WS-NODE-CODE      pic a(4).
  01 WS-NODE-LENGTH    pic 9(2).
  01 PARSE-LENGTH      pic 9.
  01 WS-NODE-NUM       pic 9(6).
  01 PARSE-NODE-STATUS pic x.
  01 REJECT-REASON     pic x(40).

  01 LOADED-COUNT      pic 9(6) value 0.
  01 REJECTED-COUNT    pic 9(6) value 0.

  01 AUTH-FUNCTION  pic x(20).
  01 AUTH-ALLOWED   pic x.
  01 WS-EXC-PROGRAM    pic x(20) value "BUILD-NODE-REF".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> converts the flat node reference into the keyed master every
  *> lookup and maintenance path works from (see the NODE-REF copybook)
  *> -- run once when the master is first set up, and again only to
  *> rebuild it from a known-good extract. A master already on file is
  *> the system of record and holds every change made since the last
  *> extract, so it is replaced only when BUILD_REF_REPLACE=Y says so.
  *> Lines whose code is not a node code, or that repeat a code
  *> already loaded, are listed and left out
  move "/data/node-reference.idx" to WS-NODE-REF-MASTER-FILE
  call "resolve-path" using WS-NODE-REF-MASTER-FILE end-call
  move "/data/node-ref-build.txt" to WS-BUILD-REPORT-FILE
  call "resolve-path" using WS-BUILD-REPORT-FILE end-call
  accept WS-NODE-REF-FILE from environment "BUILD_REF_FILE"
  if WS-NODE-REF-FILE = spaces
    move "/data/node-reference.txt" to WS-NODE-REF-FILE
  end-if
  call "resolve-path" using WS-NODE-REF-FILE end-call
  move function current-date(1:8) to TODAY-DATE
  call "run-id" using WS-RUN-ID end-call

  move "BUILD-NODE-REF" to AUTH-FUNCTION
  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0262" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

  accept WS-BUILD-REPLACE from environment "BUILD_REF_REPLACE"
  move function upper-case(WS-BUILD-REPLACE) to WS-BUILD-REPLACE
  open input NODE-REF-MASTER
  if WS-MASTER-STATUS = "00"
    close NODE-REF-MASTER
    if WS-BUILD-REPLACE not = "Y"
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Node reference master already on file -- set "
        "BUILD_REF_REPLACE=Y to rebuild it from the flat file!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0263" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 8 to return-code
      goback
    end-if
  end-if

  open input NODE-REF-FILE
  if WS-REF-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Flat node reference '" function trim(WS-NODE-REF-FILE)
      "' could not be read -- master not built!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0264" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-NODE-REF-FILE) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if

  open output NODE-REF-MASTER
  if WS-MASTER-STATUS not = "00"
    close NODE-REF-FILE
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Node reference master could not be created (status "
      WS-MASTER-STATUS ")!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0265" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move WS-MASTER-STATUS to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if

  open output BUILD-REPORT
  move spaces to BUILD-REPORT-LINE
  string "NODE REFERENCE MASTER BUILD " TODAY-DATE " RUN " WS-RUN-ID
    " FROM " function trim(WS-NODE-REF-FILE)
    delimited by size into BUILD-REPORT-LINE
  end-string
  write BUILD-REPORT-LINE

  perform forever
    read NODE-REF-FILE at end
      exit perform
    end-read
    add 1 to LINE-NUMBER
    if NODE-REF-LINE = spaces
      exit perform cycle
    end-if
    perform LOAD-REF-LINE
  end-perform

  close NODE-REF-FILE
  close NODE-REF-MASTER

  move spaces to BUILD-REPORT-LINE
  string "TOTALS: " LOADED-COUNT " NODE(S) LOADED, " REJECTED-COUNT
    " LINE(S) REJECTED"
    delimited by size into BUILD-REPORT-LINE
  end-string
  write BUILD-REPORT-LINE
  close BUILD-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Node reference master built: " LOADED-COUNT " node(s) loaded, "
    REJECTED-COUNT " line(s) rejected -- see /data/node-ref-build.txt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if REJECTED-COUNT > 0
    move "DNV0266" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move REJECTED-COUNT to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 4 to return-code
  end-if
  goback.

*> one flat line (NODE-REF-LINE) onto the master, or onto the report
*> as rejected: the code must be one to four letters and not already
*> loaded; the other fields go across exactly as they stand
LOAD-REF-LINE.
  move spaces to LINE-CODE LINE-DESC LINE-TEAM LINE-NODE-STATUS
    LINE-CAPACITY REJECT-REASON
  unstring NODE-REF-LINE delimited by "|"
    into LINE-CODE LINE-DESC LINE-TEAM LINE-NODE-STATUS LINE-CAPACITY
  end-unstring
  move function length(function trim(LINE-CODE)) to WS-NODE-LENGTH
  if LINE-CODE = spaces or WS-NODE-LENGTH > 4
    move "CODE IS NOT A NODE CODE" to REJECT-REASON
  else
    move LINE-CODE to WS-NODE-CODE
    move WS-NODE-LENGTH to PARSE-LENGTH
    call "parse-node" using WS-NODE-CODE WS-NODE-NUM PARSE-LENGTH
      PARSE-NODE-STATUS end-call
    if PARSE-NODE-STATUS = "1"
      move "CODE IS NOT A NODE CODE" to REJECT-REASON
    end-if
  end-if

  if REJECT-REASON = spaces
    move spaces to NODE-REF-RECORD
    move WS-NODE-CODE to NODE-REF-CODE
    move LINE-DESC to NODE-REF-DESC
    move LINE-TEAM to NODE-REF-TEAM
    move LINE-NODE-STATUS to NODE-REF-LIFECYCLE
    move LINE-CAPACITY to NODE-REF-CAPACITY
    write NODE-REF-RECORD
      invalid key
        move "DUPLICATE OF A CODE ALREADY LOADED" to REJECT-REASON
      not invalid key
        add 1 to LOADED-COUNT
    end-write
  end-if

  if REJECT-REASON not = spaces
    add 1 to REJECTED-COUNT
    move spaces to BUILD-REPORT-LINE
    string "  REJECTED LINE " LINE-NUMBER " -- "
      function trim(REJECT-REASON) ": " function trim(NODE-REF-LINE)
      delimited by size into BUILD-REPORT-LINE
    end-string
    write BUILD-REPORT-LINE
  end-if.
