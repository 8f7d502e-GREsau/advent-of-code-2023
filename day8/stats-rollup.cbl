  01 PASS-NUMBER        pic 9.
  01 STEPS-DISPLAY      pic 9(18).

  01 WS-EXC-PROGRAM     pic x(20) value "STATS-ROLLUP".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> the capacity-planning rollup the quarterly meeting has been
  *> running on one person's spreadsheet: run-stats.log aggregated by

  open input STATS-FILE
  if WS-STATS-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No run statistics on file -- nothing to roll up!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if
  end-if
  close ROLLUP-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Statistics rollup written: " GROUP-COUNT " period group(s) "
    "-- see /data/stats-rollup.txt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if GROUPS-OVERFLOWED = "Y" or SAMPLES-OVERFLOWED = "Y"
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Statistics rollup is INCOMPLETE -- tables overflowed"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 4 to return-code
  end-if
  goback.
