  01 REF-FOUND          pic x.

  01 WS-EXC-PROGRAM     pic x(20) value "REVERSE-REACH".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

linkage section.
  *> heap node table behind INPUT-DATA (see the INPUT and NODEMAP
  call "resolve-map-version" using CATALOG-AS-OF WS-MAP-FILENAME
    WS-INSTR-FILENAME end-call
  call "parse-input" using INPUT-DATA WS-INSTR-FILENAME
    WS-MAP-FILENAME WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    goback
      call "parse-node" using TARGET-CODE TARGET-NODE
        NODE-CODE-LENGTH PARSE-NODE-STATUS end-call
      if PARSE-NODE-STATUS = "1"
        move 12 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "Malformed REACH_TARGET code '" WS-TARGET-TEXT "'!"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move 12 to return-code
        goback
      end-if
  end-if
  close REACH-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Reverse reachability: " REACHABLE-COUNT " of "
    DEFINED-COUNT " defined node(s) can reach the target, "
    STRANDED-COUNT " stranded"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if STRANDED-COUNT > 0
    move 4 to return-code
  end-if
