  01 STRING-PTR         pic 9(4).

  01 WS-EXC-PROGRAM     pic x(20) value "GHOST-BALANCER".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> groups tonight's ghosts into balanced work packages for the
  call "resolve-map-version" using CATALOG-AS-OF WS-MAP-FILENAME
    WS-INSTR-FILENAME end-call
  call "parse-input2" using INPUT-DATA START-NODES-OUTER WS-INSTR-FILENAME
    WS-MAP-FILENAME START-NODE-COUNT WS-EXC-PROGRAM end-call
  if return-code not = 0
    goback
  end-if

  if START-NODE-COUNT = 0
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No ghost starts on this map -- nothing to balance!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if
  end-if
  close PLAN-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Ghost workload plan: " START-NODE-COUNT " ghost(s) into "
    PACKAGE-COUNT " package(s) -- see /data/ghost-balance-plan.txt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.
