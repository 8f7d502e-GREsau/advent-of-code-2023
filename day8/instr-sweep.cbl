  01 PARM-VALUE         pic x(100).

  01 WS-EXC-PROGRAM     pic x(20) value "INSTR-SWEEP".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

linkage section.
  *> heap node table behind INPUT-DATA (see the INPUT and NODEMAP
  *> the version in force for the run date (see RESOLVE-MAP-VERSION)
  call "resolve-map-version" using CATALOG-AS-OF WS-MAP-FILENAME
    WS-INSTR-FILENAME end-call
  call "parse-input" using INPUT-DATA WS-INSTR-FILENAME WS-MAP-FILENAME
    WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    goback
    call "parse-node" using WS-START-NODE-CODE START-NODE
      NODE-CODE-LENGTH PARSE-NODE-STATUS end-call
    if PARSE-NODE-STATUS = "1"
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Malformed START_NODE code '" WS-START-NODE-CODE "'!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 12 to return-code
      goback
    end-if
    call "parse-node" using WS-END-NODE-CODE END-NODE NODE-CODE-LENGTH
      PARSE-NODE-STATUS end-call
    if PARSE-NODE-STATUS = "1"
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Malformed END_NODE code '" WS-END-NODE-CODE "'!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 12 to return-code
      goback
    end-if

  compute INSTR-LEN = function length(function trim(INSTRUCTIONS))
  if INSTR-LEN = 0
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No instructions loaded -- nothing to sweep!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0086" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if
  move 0 to SWEEP-POS
  perform WALK-ONCE-SETUP
  if WALK-BROKEN = "Y"
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Instruction sweep: the unmodified route does not reach "
      "the end node -- nothing to compare flips against"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if
  end-if
  close SWEEP-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Instruction sweep: " IMPROVE-COUNT " improving flip(s) out "
    "of " INSTR-LEN " position(s) -- see /data/instr-sweep.txt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.

*> one full route walk under the current contents of INSTRUCTIONS --
