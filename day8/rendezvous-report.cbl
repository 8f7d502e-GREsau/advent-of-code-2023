  01 HORIZON            pic 9(8) value 10000.

  01 WS-EXC-PROGRAM     pic x(20) value "RENDEZVOUS-REPORT".
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
    goback
  end-if

  if START-NODE-COUNT < 2
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Rendezvous analysis needs at least two ghost starts -- "
      "this map has " START-NODE-COUNT
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if
  if function trim(INSTRUCTIONS) = spaces
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No instructions loaded -- cannot walk the ghosts!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0213" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if
        when "R"
          move NODES-R(GHOST-POS(GHOST-IDX)) to GHOST-POS(GHOST-IDX)
        when other
          move 8 to JOB-LOG-RC
          move spaces to JOB-LOG-TEXT
          string "Unexpected direction character!"
            delimited by size into JOB-LOG-TEXT
          end-string
          call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
          move "DNV0214" to WS-EXC-MSG-ID
          move spaces to WS-EXC-VALUES
          call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
            WS-EXC-VALUES end-call
          close RENDEZVOUS-FILE
          move 8 to return-code
          goback
  end-if
  close RENDEZVOUS-FILE

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Rendezvous analysis: " EVENT-COUNT " coincidence(s) within "
    HORIZON " step(s) -- see /data/rendezvous-report.txt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.
