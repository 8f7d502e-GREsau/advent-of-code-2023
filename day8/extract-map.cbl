  01 RUN-DATE            pic 9(8).

  01 WS-EXC-PROGRAM      pic x(20) value "EXTRACT-MAP".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root

  open input NODE-INDEX-FILE
  if WS-INDEX-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Node-map index could not be opened (status " WS-INDEX-STATUS
      ") -- nothing to extract!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0061" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  write EXTRACT-REPORT-LINE
  close EXTRACT-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Map extract: " RECORD-COUNT " record(s) written to '"
    function trim(WS-EXTRACT-FILENAME) "'"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.
