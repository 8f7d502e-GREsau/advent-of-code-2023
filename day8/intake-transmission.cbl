  01 COPYING            pic x.

  01 WS-EXC-PROGRAM     pic x(20) value "INTAKE-TRANSMISSION".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> inbound counterpart of the outbound interface discipline: the
  accept WS-INBOUND-FILE from environment "INBOUND_FILE"
  accept WS-STAGE-FILE from environment "STAGE_TARGET"
  if WS-INBOUND-FILE = spaces or WS-STAGE-FILE = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "INBOUND_FILE and STAGE_TARGET must both be supplied!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0087" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
    end-string
    write INTAKE-LINE
    close INTAKE-REPORT
    move "DNV0088" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(REJECT-REASON) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Transmission intake REJECTED: "
      function trim(REJECT-REASON)
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if
  write INTAKE-LINE
  close INTAKE-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Transmission intake accepted: " BODY-COUNT " record(s) "
    "staged to '" function trim(WS-STAGE-FILE) "'"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.
