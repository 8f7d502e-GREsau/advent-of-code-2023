  01 OFFENDER-CHAR      pic x.

  01 WS-EXC-PROGRAM     pic x(20) value "INSTR-LINT".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root

  open input INSTR-FILE
  if WS-INSTR-STATUS = "35"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Instructions file '" function trim(WS-INSTR-FILENAME)
      "' does not exist!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0084" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-INSTR-FILENAME) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
      write LINT-REPORT-LINE
      close LINT-REPORT
      close INSTR-FILE
      move 16 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Instruction lint: a line exceeds the INSTRUCTIONS "
        "capacity!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 16 to return-code
      goback
    end-if
        write LINT-REPORT-LINE
        close LINT-REPORT
        close INSTR-FILE
        move 16 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "Instruction lint: concatenated lines exceed the "
          "INSTRUCTIONS capacity!"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move 16 to return-code
        goback
      end-if
    end-string
    write LINT-REPORT-LINE
    close LINT-REPORT
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Instruction lint: the file holds no instructions!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if
  close LINT-REPORT

  if OFFENDER-COUNT > 0
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Instruction lint: " OFFENDER-COUNT " invalid character(s) "
      "-- see /data/instruction-lint.txt"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0085" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
  else
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Instruction lint: clean, " INSTRUCTIONS-LENGTH
      " instruction(s)"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if
  goback.
