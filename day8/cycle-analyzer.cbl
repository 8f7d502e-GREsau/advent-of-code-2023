  01 CATALOG-AS-OF      pic 9(8) value 0.
  01 PARM-VALUE         pic x(100).
  01 WS-EXC-PROGRAM     pic x(20) value "CYCLE-ANALYZER".
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
    *> the parse has already displayed, logged and graded the failure --
  end-if

  if function trim(INSTRUCTIONS) = spaces
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No instructions loaded -- cannot analyze any ghost's "
      "cycle structure!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0050" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

    perform until Z-HIT-COUNT > Z-HITS-TO-SAMPLE or GHOST-ABORTED = "Y"
      if INSTRUCTION-COUNT >= MAX-STEPS * (Z-HITS-TO-SAMPLE + 1)
        move 4 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "CYCLE-ANALYZER: ghost " START-NODE-INDEX
          " exceeded the sampling step ceiling -- verdict inconclusive"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move "DNV0051" to WS-EXC-MSG-ID
        move spaces to WS-EXC-VALUES
        move START-NODE-INDEX to WS-EXC-VALUE(1)
        call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
          WS-EXC-VALUES end-call
        move "Y" to GHOST-ABORTED
        exit perform
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
          move "DNV0052" to WS-EXC-MSG-ID
          move spaces to WS-EXC-VALUES
          call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
            WS-EXC-VALUES end-call
          close PREMISE-REPORT
          move 8 to return-code
          goback

  evaluate true
    when VIOLATED-COUNT > 0
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Cycle-structure analysis: " VIOLATED-COUNT " ghost(s) "
        "violate the LCM premise -- see /data/cycle-premise-report.txt"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 8 to return-code
    when INCONCLUSIVE-COUNT > 0
      move 4 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Cycle-structure analysis: " INCONCLUSIVE-COUNT
        " ghost(s) inconclusive at the sampling ceiling -- premise "
        "unproven"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 4 to return-code
    when other
      move 0 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Cycle-structure analysis: LCM premise holds for all "
        START-NODE-COUNT " ghost(s)"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-evaluate
  goback.
