
  01 WS-INSTR-FILENAME  pic x(100).
  01 WS-MAP-FILENAME    pic x(100).
  01 WS-EXC-PROGRAM     pic x(20) value "IN-DEGREE-REPORT".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).
  01 NODE-IDX           pic 9(6).
  01 NODE-TEXT          pic a(4).
  01 IN-DEGREES-OUTER.
  call "resolve-path" using WS-IN-DEGREE-REPORT-FILE end-call
  accept WS-INSTR-FILENAME from environment "INSTR_FILE"
  accept WS-MAP-FILENAME from environment "MAP_FILE"
  call "parse-input" using INPUT-DATA WS-INSTR-FILENAME WS-MAP-FILENAME
    WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    *> the parse has already displayed, logged and graded the failure --

  close IN-DEGREE-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "In-degree analysis written -- " ORPHAN-COUNT " orphan node(s)"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.
