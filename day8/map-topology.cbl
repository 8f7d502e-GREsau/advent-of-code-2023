  01 STRANDED-COUNT     pic 9(4) value 0.

  01 WS-EXC-PROGRAM     pic x(20) value "MAP-TOPOLOGY".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

linkage section.
  *> heap node table behind INPUT-DATA (see the INPUT and NODEMAP
  call "resolve-map-version" using CATALOG-AS-OF WS-MAP-FILENAME
    WS-INSTR-FILENAME end-call
  call "parse-input2" using INPUT-DATA START-NODES-OUTER WS-INSTR-FILENAME
    WS-MAP-FILENAME START-NODE-COUNT WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    goback

  close TOPOLOGY-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Map topology: " SCC-COUNT " SCC(s), " ISLAND-COUNT
    " island(s), " STRANDED-COUNT " stranded ghost start(s)"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if STRANDED-COUNT > 0
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Map topology: " STRANDED-COUNT " ghost start(s) can "
      "never reach a Z node -- see /data/map-topology.txt"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0131" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
  end-if
  goback.
