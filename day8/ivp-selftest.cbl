  01 WS-INTEGRITY-STATUS pic x(2).
  01 VIOLATION-COUNT    pic 9(6) value 0.
  01 WS-IVP-MAP         pic x(100).
  01 WS-EXC-PROGRAM     pic x(20) value "IVP-SELFTEST".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).
  01 WS-IVP-INSTR       pic x(100).
  01 INSTRUCTION-INDEX  pic 9(5).
  01 INSTRUCTION-COUNT  pic 9(8).
  end-string
  write IVP-REPORT-LINE

  call "parse-input" using INPUT-DATA WS-IVP-INSTR WS-IVP-MAP
    WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  add 1 to CHECK-COUNT
  move spaces to IVP-REPORT-LINE
    end-string
    write IVP-REPORT-LINE
    close IVP-REPORT
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "IVP FAILED: fixture map could not be parsed"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if
    move space to NODES-DEFINED(NODE-IDX)
  end-perform
  call "parse-input2" using INPUT-DATA START-NODES-OUTER WS-IVP-INSTR
    WS-IVP-MAP START-NODE-COUNT WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR

  add 1 to CHECK-COUNT
  close IVP-REPORT

  if FAIL-COUNT = 0
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "IVP green: " CHECK-COUNT " check(s) passed"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 0 to return-code
  else
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "IVP RED: " FAIL-COUNT " of " CHECK-COUNT " check(s) failed"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
  end-if
  goback.
