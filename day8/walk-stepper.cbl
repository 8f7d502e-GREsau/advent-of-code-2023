
  01 WS-INSTR-FILENAME  pic x(100).
  01 WS-MAP-FILENAME    pic x(100).
  01 WS-EXC-PROGRAM     pic x(20) value "WALK-STEPPER".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).
  01 PARM-KEY           pic x(20).
  01 CATALOG-AS-OF      pic 9(8) value 0.
  01 PARM-VALUE         pic x(100).
  call "resolve-map-version" using CATALOG-AS-OF WS-MAP-FILENAME
    WS-INSTR-FILENAME end-call
  call "parse-input" using INPUT-DATA WS-INSTR-FILENAME
    WS-MAP-FILENAME WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    goback
  call "validate-map" using INPUT-DATA end-call
  compute INSTR-LEN = function length(function trim(INSTRUCTIONS))
  if INSTR-LEN = 0
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No instructions loaded -- nothing to step through!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if
  call "parse-node" using WS-START-CODE CURRENT-NODE NODE-CODE-LENGTH
    PARSE-NODE-STATUS end-call
  if PARSE-NODE-STATUS = "1"
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "  '" function trim(WS-START-CODE)
      "' is not a valid node code"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if
    accept WS-COMMAND
  end-perform

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "WALK STEPPER ended after " STEP-COUNT " step(s)"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.

*> advance STEPS-WANTED steps from the current position, narrating
    add 1 to STEP-COUNT
    if NEXT-INDEX-KNOWN = "Y"
        and NEXT-INDEX-NODE not = NEXT-TABLE-NODE
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "  ** DIVERGENCE AT STEP " STEP-COUNT ": TABLE AND "
        "INDEX DISAGREE ON THE " INSTR-CHAR " TARGET OF "
        function trim(CURRENT-NODE-TEXT) " **"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    end-if

    if WALK-SOURCE = "INDEX" and NEXT-INDEX-KNOWN = "Y"
