
  01 WS-INSTR-FILENAME  pic x(100).
  01 WS-MAP-FILENAME    pic x(100).
  01 WS-EXC-PROGRAM     pic x(20) value "RECONCILE-INDEX".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).
  01 WS-INDEX-STATUS    pic x(2).

  01 SEEN-IN-INDEX-TABLE.
  call "resolve-path" using WS-RECONCILE-REPORT-FILE end-call
  accept WS-INSTR-FILENAME from environment "INSTR_FILE"
  accept WS-MAP-FILENAME from environment "MAP_FILE"
  call "parse-input" using INPUT-DATA WS-INSTR-FILENAME WS-MAP-FILENAME
    WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    goback
    end-string
    write RECONCILE-REPORT-LINE
    close RECONCILE-REPORT
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "RECONCILE-INDEX: node-map index could not be opened!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if
  close RECONCILE-REPORT

  if INDEX-ONLY-COUNT > 0 or MAP-ONLY-COUNT > 0 or DIFFER-COUNT > 0
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Reconcile: map and index have drifted apart -- "
      INDEX-ONLY-COUNT " index-only, " MAP-ONLY-COUNT " map-only, "
      DIFFER-COUNT " targets-differ"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
  else
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Reconcile: map and index are in step"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if
  goback.
