  01 REPORT-FACTOR-IDX index.

  01 WS-EXC-PROGRAM    pic x(20) value "LCM".
  copy excmsg.
  01 JOB-LOG-RC        pic 99.
  01 JOB-LOG-TEXT      pic x(200).
  01 WS-CYCLE-DISPLAY  pic 9(18).
  01 WS-FACTOR-DISPLAY pic 9(18).

      if REM = 0 then
        move RET to CURRENT-CYCLE
        if FACTORS-IDX > FACTORS-MAX
          move CYCLES(CYCLE-IDX) to WS-CYCLE-DISPLAY
          move 16 to JOB-LOG-RC
          move spaces to JOB-LOG-TEXT
          string "Cycle " function trim(WS-CYCLE-DISPLAY)
            " needs more distinct shared factors than FACTORS can hold!"
            delimited by size into JOB-LOG-TEXT
          end-string
          call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
          move "DNV0102" to WS-EXC-MSG-ID
          move spaces to WS-EXC-VALUES
          move function trim(WS-CYCLE-DISPLAY) to WS-EXC-VALUE(1)
          call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
            WS-EXC-VALUES end-call
          move 16 to return-code
          goback
        end-if
      if REM = 0 then
        move RET to REPORT-CYCLE
        if REPORT-FACTOR-IDX >= CYCLE-FACTORS-MAX
          move CYCLES(CYCLE-IDX) to WS-CYCLE-DISPLAY
          move 16 to JOB-LOG-RC
          move spaces to JOB-LOG-TEXT
          string "Cycle " function trim(WS-CYCLE-DISPLAY)
            " has more distinct prime factors than CYCLE-FACTORS can hold!"
            delimited by size into JOB-LOG-TEXT
          end-string
          call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
          move "DNV0103" to WS-EXC-MSG-ID
          move spaces to WS-EXC-VALUES
          move function trim(WS-CYCLE-DISPLAY) to WS-EXC-VALUE(1)
          call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
            WS-EXC-VALUES end-call
          move 16 to return-code
          goback
        end-if
  perform varying FACTORS-IDX from 1 by 1 until FACTORS(FACTORS-IDX) = 0
    multiply FACTORS(FACTORS-IDX) by RET
      on size error
        move FACTORS(FACTORS-IDX) to WS-FACTOR-DISPLAY
        move 16 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "LCM accumulator overflowed BINARY-DOUBLE while combining "
          "factor " function trim(WS-FACTOR-DISPLAY) "!"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move "DNV0104" to WS-EXC-MSG-ID
        move spaces to WS-EXC-VALUES
        move function trim(WS-FACTOR-DISPLAY) to WS-EXC-VALUE(1)
        call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
          WS-EXC-VALUES end-call
        move 16 to return-code
        goback
    end-multiply
