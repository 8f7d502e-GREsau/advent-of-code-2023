identification division.
program-id. extract-node-ref.

environment division.
input-output section.
file-control.
  select NODE-REF-MASTER assign to dynamic WS-NODE-REF-MASTER-FILE
    organization indexed
    access sequential
    record key NODE-REF-CODE
    file status WS-MASTER-STATUS.
  select EXTRACT-FILE assign to dynamic WS-EXTRACT-FILENAME
    organization line sequential.
  select EXTRACT-REPORT assign to dynamic WS-EXTRACT-REPORT-FILE
    organization line sequential.

data division.
file section.
  fd NODE-REF-MASTER.
    copy node-ref.

  fd EXTRACT-FILE.
  01 EXTRACT-LINE  pic x(100).

  fd EXTRACT-REPORT.
  01 EXTRACT-REPORT-LINE  pic x(132).

working-storage section.
  01 WS-NODE-REF-MASTER-FILE  pic x(100).
  01 WS-EXTRACT-REPORT-FILE   pic x(100).
  01 WS-MASTER-STATUS         pic x(2).
  01 WS-EXTRACT-FILENAME      pic x(100).
  01 EXTRACT-PTR              pic 9(3).
  01 RECORD-COUNT             pic 9(6) value 0.
  01 RUN-DATE                 pic 9(8).

  01 WS-EXC-PROGRAM      pic x(20) value "EXTRACT-NODE-REF".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move "/data/node-reference.idx" to WS-NODE-REF-MASTER-FILE
  call "resolve-path" using WS-NODE-REF-MASTER-FILE end-call
  move "/data/node-ref-extract-report.txt" to WS-EXTRACT-REPORT-FILE
  call "resolve-path" using WS-EXTRACT-REPORT-FILE end-call
  *> the nightly extract of the keyed node-reference master: walks it
  *> in key order and writes the flat node-reference.txt the sweeps,
  *> exports, cost posting and report bursting read, in exactly the
  *> code|desc|team|status[|capacity] shape they have always read --
  *> the capacity only for a node that has one. The flat file is a
  *> copy as of tonight; maintenance goes to the master, never here.
  *> The record count goes to the companion report, never into the
  *> extract itself
  move function current-date(1:8) to RUN-DATE

  accept WS-EXTRACT-FILENAME from environment "EXTRACT_REF_FILE"
  if WS-EXTRACT-FILENAME = spaces
    move "/data/node-reference.txt" to WS-EXTRACT-FILENAME
  end-if
  call "resolve-path" using WS-EXTRACT-FILENAME end-call

  open input NODE-REF-MASTER
  if WS-MASTER-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Node reference master could not be opened (status "
      WS-MASTER-STATUS ") -- nothing to extract!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0267" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move WS-MASTER-STATUS to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if

  open output EXTRACT-FILE

  perform forever
    read NODE-REF-MASTER next record at end
      exit perform
    end-read
    move spaces to EXTRACT-LINE
    move 1 to EXTRACT-PTR
    string
      NODE-REF-CODE "|" function trim(NODE-REF-DESC) "|"
      function trim(NODE-REF-TEAM) "|"
      function trim(NODE-REF-LIFECYCLE)
      delimited by size into EXTRACT-LINE with pointer EXTRACT-PTR
    end-string
    if NODE-REF-CAPACITY not = spaces
      string "|" function trim(NODE-REF-CAPACITY)
        delimited by size into EXTRACT-LINE with pointer EXTRACT-PTR
      end-string
    end-if
    write EXTRACT-LINE
    add 1 to RECORD-COUNT
  end-perform

  close EXTRACT-FILE
  close NODE-REF-MASTER

  open output EXTRACT-REPORT
  move spaces to EXTRACT-REPORT-LINE
  string
    "NODE REFERENCE EXTRACT " RUN-DATE ": " RECORD-COUNT
    " RECORD(S) WRITTEN TO '" function trim(WS-EXTRACT-FILENAME)
    "' IN KEY ORDER"
    delimited by size into EXTRACT-REPORT-LINE
  end-string
  write EXTRACT-REPORT-LINE
  close EXTRACT-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Node reference extract: " RECORD-COUNT " record(s) written "
    "to '" function trim(WS-EXTRACT-FILENAME) "'"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.
