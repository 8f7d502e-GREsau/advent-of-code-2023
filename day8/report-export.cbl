  01 FACTORS-LEN          pic 9(3).
  01 EXPORTED-COUNT       pic 9(4) value 0.

  01 WS-EXC-PROGRAM     pic x(20) value "REPORT-EXPORT".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
    close GHOST-REPORT
    add 1 to EXPORTED-COUNT
  else
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "REPORT-EXPORT: no ghost-breakdown report to export"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if

  open input RUN-LOG
    close RUN-LOG
    add 1 to EXPORTED-COUNT
  else
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "REPORT-EXPORT: no run-history log to export"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if

  open input INTEGRITY-REPORT
    close INTEGRITY-REPORT
    add 1 to EXPORTED-COUNT
  else
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "REPORT-EXPORT: no map-integrity report to export"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if

  open input SANITY-REPORT
    close SANITY-REPORT
    add 1 to EXPORTED-COUNT
  else
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "REPORT-EXPORT: no map-sanity report to export"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Report export complete -- " EXPORTED-COUNT " report(s) exported"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.
