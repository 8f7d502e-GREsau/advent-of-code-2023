  01 AUTH-FUNCTION        pic x(20).
  01 AUTH-ALLOWED       pic x.
  01 WS-EXC-PROGRAM     pic x(20) value "CHECKPOINT-INSPECT".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  accept WS-INSTR-FILENAME from environment "INSTR_FILE"
  accept WS-MAP-FILENAME from environment "MAP_FILE"
  call "parse-input2" using INPUT-DATA START-NODES-OUTER WS-INSTR-FILENAME
    WS-MAP-FILENAME START-NODE-COUNT WS-EXC-PROGRAM end-call
  if return-code not = 0
    goback
  end-if
    move "CHECKPOINT-RESET" to AUTH-FUNCTION
    call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
    if AUTH-ALLOWED = "N"
      move "DNV0039" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 8 to return-code
      goback
    end-if
  call "acquire-lock" using WS-LOCK-NAME WS-LOCK-OWNER
    WS-LOCK-RESULT end-call
  if WS-LOCK-RESULT = "1"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "CHECKPOINT-INSPECT: could not acquire '"
      function trim(WS-LOCK-NAME) "' within the lock wait limit!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0040" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-LOCK-NAME) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
    write INSPECT-REPORT-LINE
    close INSPECT-REPORT
    call "release-lock" using WS-LOCK-NAME end-call
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Checkpoint inspect: no checkpoint file on disk"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    goback
  end-if


  call "release-lock" using WS-LOCK-NAME end-call

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Checkpoint inspect: " LINE-COUNT " entry(s), " STALE-COUNT
    " stale, " MISSING-COUNT " missing, " DUPLICATE-COUNT " duplicated"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  *> graded last, after the lock release, and never downward -- a
  *> refused removal outranks the stale/duplicate warning
  evaluate true
