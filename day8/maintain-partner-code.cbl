  01 AUTH-FUNCTION     pic x(20).
  01 AUTH-ALLOWED      pic x.
  01 WS-EXC-PROGRAM    pic x(20) value "MAINTAIN-PARTNER".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> maintenance path for the partner location-code translation, the
  move "MAINTAIN-PARTNER" to AUTH-FUNCTION
  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0125" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if
  accept WS-OUR-CODE from environment "PARTNER_NODE"
  accept WS-THEIR-CODE from environment "PARTNER_CODE"
  if WS-OUR-CODE = spaces or WS-THEIR-CODE = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "PARTNER_NODE and PARTNER_CODE must both be supplied!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0126" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if

  call "resolve-alias" using WS-OUR-CODE ALIAS-FLAG ALIAS-OLD end-call
  if ALIAS-FLAG = "Y"
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "PARTNER_NODE " ALIAS-OLD " (now " WS-OUR-CODE ")"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if
  compute WS-NODE-LENGTH = function length(function trim(WS-OUR-CODE))
  call "parse-node" using WS-OUR-CODE WS-NODE-NUM WS-NODE-LENGTH
    PARSE-NODE-STATUS end-call
  if PARSE-NODE-STATUS = "1"
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Malformed PARTNER_NODE code '" WS-OUR-CODE "'!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if

  if MATCH-IDX = 0
    if PARTNER-COUNT >= PARTNER-MAX
      move 16 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Partner-code table is full -- cannot add '"
        function trim(WS-OUR-CODE) "'!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0127" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 16 to return-code
      goback
    end-if
    add 1 to PARTNER-COUNT
    move PARTNER-COUNT to MATCH-IDX
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Partner code for " WS-OUR-CODE " added"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  else
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Partner code for " WS-OUR-CODE " updated"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if

  move WS-OUR-CODE to PARTNER-OUR-CODE(MATCH-IDX)
