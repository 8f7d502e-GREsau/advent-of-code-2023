  01 WS-MAINT-USER     pic x(20).
  01 MAINT-TIMESTAMP   pic x(14).
  01 WS-EXC-PROGRAM    pic x(20) value "MAINTAIN-NODE".
  copy excmsg.
  01 JOB-LOG-RC        pic 99.
  01 JOB-LOG-TEXT      pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  accept WS-R-CODE from environment "MAINT_R"

  if WS-NODE-CODE = spaces or WS-L-CODE = spaces or WS-R-CODE = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "MAINT_NODE, MAINT_L and MAINT_R must all be supplied!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0124" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  *> carries current codes -- the requester is told what they queued
  call "resolve-alias" using WS-NODE-CODE ALIAS-FLAG ALIAS-OLD end-call
  if ALIAS-FLAG = "Y"
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "MAINT_NODE " ALIAS-OLD " (now " WS-NODE-CODE ")"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if
  call "resolve-alias" using WS-L-CODE ALIAS-FLAG ALIAS-OLD end-call
  if ALIAS-FLAG = "Y"
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "MAINT_L " ALIAS-OLD " (now " WS-L-CODE ")"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if
  call "resolve-alias" using WS-R-CODE ALIAS-FLAG ALIAS-OLD end-call
  if ALIAS-FLAG = "Y"
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "MAINT_R " ALIAS-OLD " (now " WS-R-CODE ")"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if

  *> validate each code through PARSE-NODE the same way every other
  call "parse-node" using WS-NODE-CODE WS-NODE-NUM WS-NODE-LENGTH
    PARSE-NODE-STATUS end-call
  if PARSE-NODE-STATUS = "1"
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Malformed MAINT_NODE code '" WS-NODE-CODE "'!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if
  call "parse-node" using WS-L-CODE WS-NODE-NUM WS-NODE-LENGTH
    PARSE-NODE-STATUS end-call
  if PARSE-NODE-STATUS = "1"
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Malformed MAINT_L code '" WS-L-CODE "'!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if
  call "parse-node" using WS-R-CODE WS-NODE-NUM WS-NODE-LENGTH
    PARSE-NODE-STATUS end-call
  if PARSE-NODE-STATUS = "1"
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Malformed MAINT_R code '" WS-R-CODE "'!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if
  write PENDING-LINE
  close PENDING-FILE

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Node " WS-NODE-CODE " change queued for approval -- run "
    "REVIEW-PENDING to inspect it and APPLY-PENDING under a second "
    "person's sign-off to execute it"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.
