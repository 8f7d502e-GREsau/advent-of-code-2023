  01 ARRIVALS-WANTED    pic 9(4) value 10.

  01 WS-EXC-PROGRAM     pic x(20) value "Z-TIMETABLE".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> projected Z-arrival timetable for the scheduling system's
  call "resolve-map-version" using CATALOG-AS-OF WS-MAP-FILENAME
    WS-INSTR-FILENAME end-call
  call "parse-input2" using INPUT-DATA START-NODES-OUTER WS-INSTR-FILENAME
    WS-MAP-FILENAME START-NODE-COUNT WS-EXC-PROGRAM end-call
  if return-code not = 0
    goback
  end-if
  end-if

  if KNOWN-COUNT = 0
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No ghost cycle data on file -- run PART2 (or the GHOSTnn "
      "steps) before projecting a timetable!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0256" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if
  end-perform
  close TIMETABLE-FILE

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Z-arrival timetable written for " KNOWN-COUNT " of "
    START-NODE-COUNT " ghost(s) -- see /data/z-timetable.txt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if KNOWN-COUNT < START-NODE-COUNT
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Z-arrival timetable: " START-NODE-COUNT " ghost(s) on the "
      "map but only " KNOWN-COUNT " with cycle data on file"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 4 to return-code
  end-if
  goback.
