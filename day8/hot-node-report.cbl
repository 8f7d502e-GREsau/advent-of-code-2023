  01 SHARE-DELTA        pic s9(5).
  01 SHARE-DELTA-ABS    pic 9(5).

  01 WS-EXC-PROGRAM     pic x(20) value "HOT-NODE-REPORT".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
    end-string
    write HOT-NODE-REPORT-LINE
    close HOT-NODE-REPORT
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Hot-node report: no accumulated traces on file"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    goback
  end-if


  close HOT-NODE-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Hot-node report written -- " VISITED-NODES
    " distinct node(s) visited on file"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.
