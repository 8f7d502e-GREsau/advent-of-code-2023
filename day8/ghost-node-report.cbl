
  01 WS-INSTR-FILENAME  pic x(100).
  01 WS-MAP-FILENAME    pic x(100).
  01 WS-EXC-PROGRAM     pic x(20) value "GHOST-NODE-REPORT".
  01 NODE-IDX           pic 9(6).
  01 NODE-TEXT          pic a(4).
  01 START-COUNT        pic 9(6) value 0.
  call "resolve-path" using WS-GHOST-NODE-REPORT-FILE end-call
  accept WS-INSTR-FILENAME from environment "INSTR_FILE"
  accept WS-MAP-FILENAME from environment "MAP_FILE"
  call "parse-input" using INPUT-DATA WS-INSTR-FILENAME WS-MAP-FILENAME
    WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    *> the parse has already displayed, logged and graded the failure --
