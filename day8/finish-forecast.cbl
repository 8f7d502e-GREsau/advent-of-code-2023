  01 STEPS-DISPLAY      pic 9(18).
  01 SECS-DISPLAY       pic 9(9).
  01 RATE-DISPLAY       pic 9(9).
  01 JOB-LOG-PROGRAM    pic x(20) value "FINISH-FORECAST".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

linkage section.
  01 LS-NODE-COUNT   pic 9(6).
    end-string
    write FORECAST-LINE
    close FORECAST-REPORT
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Finish forecast: no per-ghost statistics on file yet -- "
      "no projection possible"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using JOB-LOG-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    goback
  end-if

  end-if
  write FORECAST-LINE

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Finish forecast: projected finish " FINISH-HH ":" FINISH-MM
    ":" FINISH-SS
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using JOB-LOG-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call

  *> the batch-window cutoff is a clock time (HHMMSS) from the
  *> parameter profile; a cutoff earlier than the start time is read
        "PARALLEL GHOST JOBS BEFORE COMMITTING"
        delimited by size into FORECAST-LINE
      end-string
      move 4 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Finish forecast: projection lands PAST the batch-window "
        "cutoff " CUTOFF-TEXT " -- consider deferring or fanning out"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using JOB-LOG-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    else
      string "PROJECTION FITS INSIDE THE BATCH-WINDOW CUTOFF "
        CUTOFF-TEXT
