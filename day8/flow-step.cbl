identification division.
program-id. flow-step.

environment division.
input-output section.
file-control.
  select STEP-OUTCOMES assign to dynamic WS-OUTCOME-FILE
    organization line sequential file status WS-OUTCOME-STATUS.

data division.
file section.
  fd STEP-OUTCOMES.
  01 STEP-OUTCOME-LINE  pic x(132).

working-storage section.
  *> one step of a job flow started as its own process by FLOW-RUNNER:
  *> FLOW_STEP names the step, FLOW_PROGRAM the program it runs, and
  *> the step's parameters are already in the environment. The step's
  *> completion code goes on the flow's step-outcome file, under the
  *> lock convention because sibling steps finish side by side -- the
  *> runner takes its results from there
  01 WS-OUTCOME-FILE       pic x(100).
  01 WS-OUTCOME-STATUS     pic x(2).
  01 FLOW-STEP-NAME        pic x(8).
  01 FLOW-PROGRAM          pic x(30).
  01 STEP-RC               pic 9(3).
  01 LAUNCH-MISSING        pic x.

  01 WS-LOCK-NAME          pic x(100).
  01 WS-LOCK-OWNER         pic x(20) value "FLOW-STEP".
  01 WS-LOCK-RESULT        pic x.

  01 WS-EXC-PROGRAM        pic x(20) value "FLOW-STEP".
  copy excmsg.
  01 JOB-LOG-RC            pic 99.
  01 JOB-LOG-TEXT          pic x(200).

procedure division.
  accept FLOW-STEP-NAME from environment "FLOW_STEP"
  accept FLOW-PROGRAM from environment "FLOW_PROGRAM"
  accept WS-OUTCOME-FILE from environment "FLOW_OUTCOME_FILE"
  accept WS-LOCK-NAME from environment "FLOW_OUTCOME_LOCK"
  if FLOW-STEP-NAME = spaces or FLOW-PROGRAM = spaces
      or WS-OUTCOME-FILE = spaces or WS-LOCK-NAME = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "FLOW-STEP: started outside a flow -- FLOW_STEP, FLOW_PROGRAM "
      "and the outcome file are set by FLOW-RUNNER"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "FLOW-STEP: step " function trim(FLOW-STEP-NAME) " running "
    function trim(FLOW-PROGRAM) " at " function current-date(1:14)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move "N" to LAUNCH-MISSING
  move 0 to return-code
  call FLOW-PROGRAM
    on exception
      move "Y" to LAUNCH-MISSING
  end-call
  evaluate true
    when LAUNCH-MISSING = "Y"
      move 12 to STEP-RC
      move "DNV0070" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(FLOW-PROGRAM) to WS-EXC-VALUE(1)
      move function trim(FLOW-STEP-NAME) to WS-EXC-VALUE(2)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
    when return-code < 0
      move 16 to STEP-RC
    when other
      move return-code to STEP-RC
  end-evaluate

  call "acquire-lock" using WS-LOCK-NAME WS-LOCK-OWNER
    WS-LOCK-RESULT end-call
  open extend STEP-OUTCOMES
  if WS-OUTCOME-STATUS = "35"
    open output STEP-OUTCOMES
  end-if
  move spaces to STEP-OUTCOME-LINE
  string "STEP " FLOW-STEP-NAME " RC " STEP-RC " ENDED "
    function current-date(1:14)
    delimited by size into STEP-OUTCOME-LINE
  end-string
  write STEP-OUTCOME-LINE
  close STEP-OUTCOMES
  if WS-LOCK-RESULT not = "1"
    call "release-lock" using WS-LOCK-NAME end-call
  end-if

  move STEP-RC to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "FLOW-STEP: step " function trim(FLOW-STEP-NAME) " ended RC "
    STEP-RC
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move STEP-RC to return-code
  goback.
