  01 USAGE-DISPLAY      pic 9(18).

  01 WS-EXC-PROGRAM     pic x(20) value "INSTR-ANALYTICS".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

linkage section.
  *> heap node table behind INPUT-DATA (see the INPUT and NODEMAP
  accept WS-INSTR-FILENAME from environment "INSTR_FILE"
  accept WS-MAP-FILENAME from environment "MAP_FILE"
  call "parse-input2" using INPUT-DATA START-NODES-OUTER WS-INSTR-FILENAME
    WS-MAP-FILENAME START-NODE-COUNT WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    goback
  compute INSTRUCTIONS-LENGTH =
    function length(function trim(INSTRUCTIONS))
  if function trim(INSTRUCTIONS) = spaces
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No instructions loaded -- nothing to analyze!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0081" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

    perform until function mod(CURRENT-NODE, 26) = 0
      if INSTRUCTION-COUNT >= MAX-STEPS
        move 16 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "INSTR-ANALYTICS aborted: step ceiling of " MAX-STEPS
          " reached on ghost " START-NODE-INDEX
          " without reaching a node ending in Z!"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move "DNV0082" to WS-EXC-MSG-ID
        move spaces to WS-EXC-VALUES
        move MAX-STEPS to WS-EXC-VALUE(1)
        move START-NODE-INDEX to WS-EXC-VALUE(2)
        call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
          WS-EXC-VALUES end-call
        move 16 to return-code
        goback
      end-if
        when "R"
          move NODES-R(CURRENT-NODE) to CURRENT-NODE
        when other
          move 8 to JOB-LOG-RC
          move spaces to JOB-LOG-TEXT
          string "Unexpected direction character!"
            delimited by size into JOB-LOG-TEXT
          end-string
          call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
          move "DNV0083" to WS-EXC-MSG-ID
          move spaces to WS-EXC-VALUES
          call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
            WS-EXC-VALUES end-call
          move 8 to return-code
          goback
      end-evaluate

  close ANALYTICS-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Instruction analytics written -- " DEAD-COUNT
    " dead position(s) of " INSTRUCTIONS-LENGTH
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.
