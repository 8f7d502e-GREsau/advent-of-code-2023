  01 CHANGED-COUNT      pic 9(6) value 0.

  01 WS-EXC-PROGRAM     pic x(20) value "MAP-COMPARE".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

linkage section.
  *> heap node tables behind the two parse buffers (see the INPUT and
  accept WS-MAP-FILENAME-B from environment "MAP_FILE_B"

  if WS-MAP-FILENAME-A = spaces or WS-MAP-FILENAME-B = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "MAP_FILE_A and MAP_FILE_B must both be supplied!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0128" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  *> resident across CALLs in this run unit, so cancel it in between to
  *> reset its first-line node-length detection for the second file
  call "parse-input" using INPUT-DATA WS-INSTR-FILENAME
    WS-MAP-FILENAME-A WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    move return-code to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "MAP-COMPARE: could not parse '"
      function trim(WS-MAP-FILENAME-A) "'"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move JOB-LOG-RC to return-code
    goback
  end-if
  cancel "parse-input"
  call "parse-input" using INPUT-DATA-B WS-INSTR-FILENAME
    WS-MAP-FILENAME-B WS-EXC-PROGRAM end-call
  set address of NODES-TABLE-B to NODES-MAP-PTR-B
  if return-code not = 0
    move return-code to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "MAP-COMPARE: could not parse '"
      function trim(WS-MAP-FILENAME-B) "'"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move JOB-LOG-RC to return-code
    goback
  end-if

    end-string
    write COMPARE-REPORT-LINE
    close COMPARE-REPORT
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "MAP-COMPARE: node code lengths differ -- maps are not "
      "comparable node by node"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if

  close COMPARE-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Map compare: " ADDED-COUNT " added, " REMOVED-COUNT
    " removed, " CHANGED-COUNT " changed"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.
