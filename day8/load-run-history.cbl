  01 SKIPPED-COUNT      pic 9(6) value 0.

  01 WS-EXC-PROGRAM     pic x(20) value "LOAD-RUN-HISTORY".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> three years of nightly 80-byte lines is past the point where every

  open input RUN-LOG
  if WS-RUN-LOG-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No run-history log on file -- nothing to load!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0110" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  close RUN-LOG
  close RUN-HISTORY-STORE

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Run-history store loaded: " LOADED-COUNT " record(s), "
    SKIPPED-COUNT " line(s) skipped"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.
