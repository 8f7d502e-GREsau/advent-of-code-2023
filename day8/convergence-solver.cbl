  01 INCONCLUSIVE-SEEN  pic x value "N".

  01 WS-EXC-PROGRAM     pic x(20) value "CONVERGENCE-SOLVER".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> the tool for the map the LCM is wrong for: CYCLE-ANALYZER can

  open input PREMISE-REPORT
  if WS-PREMISE-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No cycle-premise report on file -- run CYCLE-ANALYZER "
      "before the convergence solver!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0041" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
    end-string
    write SOLVER-LINE
    close SOLVER-REPORT
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Convergence solver: no solvable ghost lines on file"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if
    compute K-FACTOR = function mod(DIFF-REDUCED * INVERSE, M2-REDUCED)
    compute NEW-M = MERGED-M * M2-REDUCED
      on size error
        move 16 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "Convergence solver: combined modulus overflowed "
          "BINARY-DOUBLE!"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move "DNV0042" to WS-EXC-MSG-ID
        move spaces to WS-EXC-VALUES
        call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
          WS-EXC-VALUES end-call
        close SOLVER-REPORT
        move 16 to return-code
        goback
    end-string
    write SOLVER-LINE
    close SOLVER-REPORT
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Convergence solver: NO simultaneous all-on-Z step exists "
      "for this map"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    *> a proven no-convergence is a publishable finding, not an abend;
    *> the warning grade keeps it visible to the scheduler
    move 4 to return-code
  end-if
  close SOLVER-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Convergence solver: first simultaneous all-on-Z step is "
    function trim(RESULT-EDITED)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if INCONCLUSIVE-SEEN = "Y" or UNSOLVABLE-COUNT > 0
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Convergence solver: result excludes ghost(s) the "
      "analyzer could not characterize -- treat as provisional"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 4 to return-code
  end-if
  goback.
