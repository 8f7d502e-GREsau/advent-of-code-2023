
  01 WS-INSTR-FILENAME  pic x(100).
  01 WS-MAP-FILENAME    pic x(100).
  01 WS-EXC-PROGRAM     pic x(20) value "NODE-INQUIRY".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).
  01 WS-QUERY-CODE      pic a(4).
  01 WS-NODE-NUM        pic 9(6).
  01 WS-L-TEXT          pic a(4).
procedure division.
  accept WS-INSTR-FILENAME from environment "INSTR_FILE"
  accept WS-MAP-FILENAME from environment "MAP_FILE"
  call "parse-input" using INPUT-DATA WS-INSTR-FILENAME WS-MAP-FILENAME
    WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    *> the parse has already displayed, logged and graded the failure --
    accept WS-QUERY-CODE
  end-perform

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "NODE INQUIRY ended"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.
