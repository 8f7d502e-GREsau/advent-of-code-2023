identification division.
program-id. flow-runner.

environment division.
input-output section.
file-control.
  select FLOW-DEFINITION assign to dynamic WS-FLOW-FILE
    organization line sequential file status WS-FLOW-STATUS.
  select FLOW-STATE assign to dynamic WS-STATE-FILE
    organization line sequential file status WS-STATE-STATUS.
  select STEP-OUTCOMES assign to dynamic WS-OUTCOME-FILE
    organization line sequential file status WS-OUTCOME-STATUS.
  select FLOW-REPORT assign to dynamic WS-FLOW-REPORT-FILE
    organization line sequential.
  select JCL-DECK assign to dynamic WS-JCL-FILE
    organization line sequential file status WS-JCL-STATUS.

data division.
file section.
  fd FLOW-DEFINITION.
  01 FLOW-DEFINITION-LINE  pic x(200).

  fd FLOW-STATE.
  01 FLOW-STATE-LINE  pic x(132).

  fd STEP-OUTCOMES.
  01 STEP-OUTCOME-LINE  pic x(132).

  fd FLOW-REPORT.
  01 FLOW-REPORT-LINE  pic x(132).

  fd JCL-DECK.
  01 JCL-LINE  pic x(80).

working-storage section.
  78 STEP-MAX value 40.
  78 PRED-MAX value 10.
  78 PARM-MAX value 10.
  78 NOTE-MAX value 30.

  *> the nightly order, written down once: the job-flow definition
  *> names every step, the program it runs (and that program's
  *> 8-character bind-time module for the JCL), its parameters, and
  *> which steps it has to wait for -- each with the highest return
  *> code from that predecessor it will still run after. One line per
  *> fact, "|" between fields, "*" in column 1 for a comment:
  *>   FLOW|name|job title|deck      the flow (and JOB) name, 8 max;
  *>                                 deck STEP (the default) writes
  *>                                 the flow as one JOB, deck JOB as
  *>                                 one JOB per step
  *>   NOTE|text                     JCL deck header commentary
  *>   STEP|name|program|MODULE|rc   a step and the highest RC it can
  *>                                 end with and still count as done
  *>   AFTER|step|predecessor|rc     runs only once predecessor ran and
  *>                                 ended with RC rc or better
  *>   PARM|step|KEY=VALUE           environment variable for the step
  *> FLOW_ACTION=RUN (the default) executes the flow; FLOW_ACTION=JCL
  *> writes the matching mainframe deck instead, so the JCL and the
  *> distributed run cannot drift apart again
  01 WS-FLOW-FILE          pic x(100).
  01 WS-FLOW-STATUS        pic x(2).
  01 WS-STATE-FILE         pic x(100).
  01 WS-STATE-STATUS       pic x(2).
  01 WS-OUTCOME-FILE       pic x(100).
  01 WS-OUTCOME-STATUS     pic x(2).
  01 WS-FLOW-REPORT-FILE   pic x(100).
  01 WS-JCL-FILE           pic x(100).
  01 WS-JCL-STATUS         pic x(2).
  01 WS-STEP-LOG-FILE      pic x(100).

  01 FLOW-ACTION           pic x(8).
  01 FLOW-NAME             pic x(8).
  01 FLOW-TITLE            pic x(20).
  01 FLOW-DECK             pic x(4) value "STEP".
    88 DECK-PER-STEP           value "JOB".
  01 FLOW-STARTED          pic x(14).
  01 FLOW-OUTCOME          pic x(8).
  01 FLOW-RC               pic 9(2) value 0.
  01 DEFINITION-BAD        pic x value "N".
  01 DEFINITION-LINE-NO    pic 9(4) value 0.

  01 DEF-FIELDS.
    05 DEF-TYPE            pic x(8).
    05 DEF-FIELD-1         pic x(30).
    05 DEF-FIELD-2         pic x(100).
    05 DEF-FIELD-3         pic x(30).
    05 DEF-FIELD-4         pic x(8).
  01 DEF-LEN-1             pic 9(4).
  01 DEF-LEN-3             pic 9(4).
  01 DEF-COMPLAINT         pic x(60).

  01 STEP-COUNT            pic 9(2) value 0.
  01 STEP-IDX              pic 9(2).
  01 OTHER-IDX             pic 9(2).
  01 STEP-TABLE.
    05 FLOW-STEP occurs STEP-MAX times.
      10 STEP-NAME         pic x(8).
      10 STEP-PROGRAM      pic x(30).
      10 STEP-MODULE       pic x(8).
      10 STEP-MAX-RC       pic 9(2).
      10 STEP-STATUS       pic x(8).
        88 STEP-WAITING        value "WAITING".
        88 STEP-RUNNING        value "RUNNING".
        88 STEP-DONE           value "DONE".
        88 STEP-FAILED         value "FAILED".
        88 STEP-SKIPPED        value "SKIPPED".
      10 STEP-RC           pic 9(3).
      10 STEP-START        pic x(14).
      10 STEP-END          pic x(14).
      10 STEP-NOTE         pic x(40).
      10 STEP-RERUN        pic x.
      10 STEP-PLACED       pic x.
      10 STEP-PRED-COUNT   pic 9(2).
      10 STEP-PRED occurs PRED-MAX times.
        15 PRED-STEP       pic 9(2).
        15 PRED-MAX-RC     pic 9(2).
      10 STEP-PARM-COUNT   pic 9(2).
      10 STEP-PARM         pic x(60) occurs PARM-MAX times.
  01 PRED-IDX              pic 9(2).
  01 PARM-IDX              pic 9(2).

  *> AFTER lines may come before the STEP lines they name, so they are
  *> held and resolved once the whole definition is read
  01 EDGE-COUNT            pic 9(3) value 0.
  01 EDGE-IDX              pic 9(3).
  01 EDGE-TABLE.
    05 FLOW-EDGE occurs 400 times.
      10 EDGE-STEP         pic x(8).
      10 EDGE-PRED         pic x(8).
      10 EDGE-MAX-RC       pic 9(2).
      10 EDGE-LINE-NO      pic 9(4).
  01 PARM-HOLD-COUNT       pic 9(3) value 0.
  01 PARM-HOLD-IDX         pic 9(3).
  01 PARM-HOLD-TABLE.
    05 PARM-HOLD occurs 400 times.
      10 PARM-HOLD-STEP    pic x(8).
      10 PARM-HOLD-TEXT    pic x(60).
      10 PARM-HOLD-LINE-NO pic 9(4).

  01 NOTE-COUNT            pic 9(2) value 0.
  01 NOTE-IDX              pic 9(2).
  01 NOTE-TEXT             pic x(60) occurs NOTE-MAX times.

  *> dependency order: every step after all of its predecessors; a
  *> step that can never be placed sits on a cycle
  01 ORDER-COUNT           pic 9(2) value 0.
  01 ORDER-IDX             pic 9(2).
  01 STEP-ORDER            pic 9(2) occurs STEP-MAX times.
  01 PLACED-THIS-PASS      pic x.
  01 PREDS-PLACED          pic x.

  01 FIND-NAME             pic x(8).
  01 FOUND-IDX             pic 9(2).
  01 FIND-IDX              pic 9(2).

  *> FLOW_PARALLEL=N runs every step in this process, one at a time,
  *> in dependency order; otherwise each ready step is started as its
  *> own process through FLOW-STEP and independent steps overlap.
  *> FLOW_LAUNCHER, a run parameter every parallel run must be given,
  *> is the command that runs a program as a process on this system
  01 PARALLEL-MODE         pic x value "Y".
  01 RESUME-MODE           pic x value "N".
  *> a chain that calls the runner (ARRIVAL-WATCHER) has already said
  *> it seals the run itself; the runner then leaves the manifest to it
  01 CALLER-SEALS          pic x value "N".
  01 WS-LAUNCHER           pic x(60).
  01 LAUNCH-COMMAND        pic x(1000).
  01 LAUNCH-PTR            pic 9(4).
  01 LAUNCH-MISSING        pic x.
  01 PARM-KEY              pic x(20).
  01 PARM-VALUE            pic x(100).
  01 PARM-ENV-NAME         pic x(40).
  01 PARM-ENV-VALUE        pic x(60).
  01 PARM-PRIOR            pic x(60) occurs PARM-MAX times.
  01 WS-POLL-TEXT          pic x(8).
  01 POLL-SECONDS          pic 9(8) comp value 5.
  01 WS-TIMEOUT-TEXT       pic x(8).
  01 TIMEOUT-MINUTES       pic 9(6) value 480.

  01 PROGRESS-MADE         pic x.
  01 RUNNING-COUNT         pic 9(2).
  01 DONE-COUNT            pic 9(2).
  01 FAILED-COUNT          pic 9(2).
  01 SKIPPED-COUNT         pic 9(2).
  01 WAITING-COUNT         pic 9(2).
  01 PREDS-READY           pic x.
  01 SKIP-REASON           pic x(40).
  01 RC-TEXT               pic 9(3).
  01 RC-DISPLAY            pic zz9.
  01 MAX-RC-DISPLAY        pic z9.

  01 OUT-WORD-1            pic x(8).
  01 OUT-STEP              pic x(8).
  01 OUT-WORD-2            pic x(8).
  01 OUT-RC                pic x(8).
  01 OUT-WORD-3            pic x(8).
  01 OUT-STAMP             pic x(14).

  01 ST-WORD-1             pic x(8).
  01 ST-NAME               pic x(8).
  01 ST-WORD-2             pic x(8).
  01 ST-STATUS             pic x(8).
  01 ST-WORD-3             pic x(8).
  01 ST-RC                 pic x(8).
  01 ST-WORD-4             pic x(8).
  01 ST-START              pic x(14).
  01 ST-WORD-5             pic x(8).
  01 ST-END                pic x(14).
  01 ST-RUN-ID             pic x(8).
  01 ST-FLOW-STATUS        pic x(8).
  01 ST-STARTED            pic x(14).
  01 STATE-FOUND           pic x value "N".

  01 NOW-STAMP             pic x(14).
  01 AGE-STAMP             pic x(14).
  01 AGE-MINUTES           pic s9(9).

  01 JCL-COND-TEXT         pic x(60).
  01 JCL-PARM-TEXT         pic x(700).
  01 JCL-PARM-LEN          pic 9(4).
  01 JCL-PARM-POS          pic 9(4).
  01 JCL-CHUNK-LEN         pic 9(4).
  01 JCL-PREFIX            pic x(15).
  01 JCL-JOB-NAME          pic x(8).
  01 JCL-JOB-HELD          pic x.

  01 WS-RUN-ID             pic x(8).
  01 WS-LOCK-NAME          pic x(100).
  01 WS-LOCK-OWNER         pic x(20) value "FLOW-RUNNER".
  01 WS-LOCK-RESULT        pic x.
  01 REG-ACTION            pic x(10).
  01 REG-PROGRAM           pic x(20).
  01 REG-INPUT             pic x(100).
  01 REG-POSITION          pic x(40).
  01 REG-RESULT            pic x.
  01 FLOW-REG-INPUT        pic x(100).

  01 WS-EXC-PROGRAM        pic x(20) value "FLOW-RUNNER".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).
  01 WS-EXC-MESSAGE        pic x(200).
  copy excmsg.

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  accept WS-FLOW-FILE from environment "FLOW_FILE"
  if WS-FLOW-FILE = spaces
    move "/data/job-flow.txt" to WS-FLOW-FILE
  end-if
  call "resolve-path" using WS-FLOW-FILE end-call
  move "/data/flow-report.txt" to WS-FLOW-REPORT-FILE
  call "resolve-path" using WS-FLOW-REPORT-FILE end-call

  accept FLOW-ACTION from environment "FLOW_ACTION"
  move function upper-case(FLOW-ACTION) to FLOW-ACTION
  if FLOW-ACTION = spaces
    move "RUN" to FLOW-ACTION
  end-if
  if FLOW-ACTION not = "RUN" and FLOW-ACTION not = "JCL"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "FLOW-RUNNER: FLOW_ACTION '" function trim(FLOW-ACTION)
      "' is neither RUN nor JCL -- nothing done"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if

  perform LOAD-DEFINITION
  if WS-FLOW-STATUS not = "00"
    move "DNV0066" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-FLOW-FILE) to WS-EXC-VALUE(1)
    move WS-FLOW-STATUS to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "FLOW-RUNNER: flow definition '" function trim(WS-FLOW-FILE)
      "' could not be read (status " WS-FLOW-STATUS ")!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if
  if DEFINITION-BAD = "N"
    perform ORDER-STEPS
  end-if
  if DEFINITION-BAD = "Y"
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "FLOW-RUNNER: job-flow definition '" function trim(WS-FLOW-FILE)
      "' is not usable -- see the exception log; nothing was run"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if

  if FLOW-ACTION = "JCL"
    perform WRITE-JCL
    goback
  end-if

  accept PARALLEL-MODE from environment "FLOW_PARALLEL"
  move function upper-case(PARALLEL-MODE) to PARALLEL-MODE
  if PARALLEL-MODE not = "N"
    move "Y" to PARALLEL-MODE
  end-if
  accept RESUME-MODE from environment "FLOW_RESUME"
  move function upper-case(RESUME-MODE) to RESUME-MODE
  if RESUME-MODE not = "Y"
    move "N" to RESUME-MODE
  end-if
  *> there is no launcher to assume -- it differs by system, and a
  *> wrong guess fails every step after the flow has been started
  if PARALLEL-MODE = "Y"
    move "FLOW_LAUNCHER" to PARM-KEY
    call "run-parms" using PARM-KEY PARM-VALUE end-call
    move PARM-VALUE to WS-LAUNCHER
    if WS-LAUNCHER = spaces
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "FLOW-RUNNER: FLOW_LAUNCHER is not set in the run "
        "parameters -- a parallel flow cannot start its steps; "
        "nothing was run"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0281" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(WS-FLOW-FILE) to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 12 to return-code
      goback
    end-if
  end-if
  *> the pause between looks at running steps, and how long a started
  *> step may go without reporting before it is written off as failed
  move "FLOW_POLL_SECONDS" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-POLL-TEXT
  if WS-POLL-TEXT not = spaces
    if function trim(WS-POLL-TEXT) is numeric
      move function trim(WS-POLL-TEXT) to POLL-SECONDS
    end-if
  end-if
  move "FLOW_STEP_TIMEOUT_MINS" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-TIMEOUT-TEXT
  if WS-TIMEOUT-TEXT not = spaces
    if function trim(WS-TIMEOUT-TEXT) is numeric
      move function trim(WS-TIMEOUT-TEXT) to TIMEOUT-MINUTES
    end-if
  end-if

  move spaces to WS-STATE-FILE
  string "/data/flow-state-" function lower-case(FLOW-NAME)
    delimited by space
    ".txt" delimited by size into WS-STATE-FILE
  end-string
  call "resolve-path" using WS-STATE-FILE end-call

  *> a resumed flow carries on under the run id it started with, so its
  *> steps' artifacts, registry outcomes and manifest stay one run
  if RESUME-MODE = "Y"
    perform LOAD-STATE
    if STATE-FOUND = "N"
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "FLOW-RUNNER: FLOW_RESUME=Y but no state on file for flow "
        function trim(FLOW-NAME) " -- nothing to resume"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 12 to return-code
      goback
    end-if
    if ST-FLOW-STATUS = "COMPLETE"
      move 4 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "FLOW-RUNNER: flow " function trim(FLOW-NAME) " run "
        ST-RUN-ID " already completed -- nothing to resume"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 4 to return-code
      goback
    end-if
    *> RUN-ID has already served this process an id (the path
    *> resolver asks for it), so it is cancelled to pick this one up
    display "RUN_ID" upon environment-name
    display ST-RUN-ID upon environment-value
    cancel "run-id"
  end-if
  call "run-id" using WS-RUN-ID end-call
  *> the flow is one run, sealed by one manifest when it ends -- by
  *> the runner, unless a calling chain already seals it
  accept CALLER-SEALS from environment "MANIFEST_BY_CALLER"
  if CALLER-SEALS not = "Y"
    move "N" to CALLER-SEALS
  end-if
  display "MANIFEST_BY_CALLER" upon environment-name
  display "Y" upon environment-value

  move spaces to FLOW-REG-INPUT
  string "FLOW " FLOW-NAME delimited by size into FLOW-REG-INPUT
  end-string
  move "REGISTER" to REG-ACTION
  move WS-EXC-PROGRAM to REG-PROGRAM
  move "STARTING" to REG-POSITION
  call "run-registry" using REG-ACTION REG-PROGRAM FLOW-REG-INPUT
    REG-POSITION REG-RESULT end-call
  if REG-RESULT = "1"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "FLOW-RUNNER refused: flow " function trim(FLOW-NAME)
      " is already registered as running -- see the status board, or "
      "set FORCE_RUN=Y if it is known dead"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if

  move function current-date(1:14) to NOW-STAMP
  if RESUME-MODE = "Y"
    move ST-STARTED to FLOW-STARTED
    perform MARK-RERUN-STEPS
  else
    move NOW-STAMP to FLOW-STARTED
  end-if

  *> the step-outcome file belongs to this invocation only: nothing is
  *> running yet, so anything on it is from an earlier attempt
  move spaces to WS-OUTCOME-FILE
  string "/data/flow-outcomes-" WS-RUN-ID ".txt"
    delimited by size into WS-OUTCOME-FILE
  end-string
  call "resolve-path" using WS-OUTCOME-FILE end-call
  move "/data/flow-outcomes.lock" to WS-LOCK-NAME
  call "resolve-path" using WS-LOCK-NAME end-call
  if PARALLEL-MODE = "Y"
    display "FLOW_OUTCOME_FILE" upon environment-name
    display WS-OUTCOME-FILE upon environment-value
    display "FLOW_OUTCOME_LOCK" upon environment-name
    display WS-LOCK-NAME upon environment-value
    call "acquire-lock" using WS-LOCK-NAME WS-LOCK-OWNER
      WS-LOCK-RESULT end-call
    open output STEP-OUTCOMES
    close STEP-OUTCOMES
    if WS-LOCK-RESULT not = "1"
      call "release-lock" using WS-LOCK-NAME end-call
    end-if
  end-if

  move "RUNNING" to FLOW-OUTCOME
  perform WRITE-STATE
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "FLOW-RUNNER: flow " function trim(FLOW-NAME) " run " WS-RUN-ID
    " -- " STEP-COUNT " step(s)"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call

  *> ---- dispatch until nothing is running and nothing more can start
  perform forever
    move "N" to PROGRESS-MADE
    if PARALLEL-MODE = "Y"
      perform COLLECT-OUTCOMES
    end-if
    perform DISPATCH-READY-STEPS
    move 0 to RUNNING-COUNT
    perform varying STEP-IDX from 1 by 1 until STEP-IDX > STEP-COUNT
      if STEP-RUNNING(STEP-IDX)
        add 1 to RUNNING-COUNT
      end-if
    end-perform
    if RUNNING-COUNT = 0 and PROGRESS-MADE = "N"
      exit perform
    end-if
    if PROGRESS-MADE = "N"
      perform CHECK-STEP-TIMEOUTS
      move "HEARTBEAT" to REG-ACTION
      move WS-EXC-PROGRAM to REG-PROGRAM
      move spaces to REG-POSITION
      string RUNNING-COUNT " STEP(S) RUNNING" delimited by size
        into REG-POSITION
      end-string
      call "run-registry" using REG-ACTION REG-PROGRAM FLOW-REG-INPUT
        REG-POSITION REG-RESULT end-call
      call "C$SLEEP" using POLL-SECONDS end-call
    end-if
  end-perform

  perform FINISH-FLOW
  goback.

*> read the definition into the step table; every problem is logged
*> with its line number and makes the whole definition unusable
LOAD-DEFINITION.
  move spaces to FLOW-NAME FLOW-TITLE
  move "STEP" to FLOW-DECK
  open input FLOW-DEFINITION
  if WS-FLOW-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read FLOW-DEFINITION at end
      exit perform
    end-read
    add 1 to DEFINITION-LINE-NO
    inspect FLOW-DEFINITION-LINE replacing all x"0D" by space
    if FLOW-DEFINITION-LINE = spaces or FLOW-DEFINITION-LINE(1:1) = "*"
      exit perform cycle
    end-if
    move spaces to DEF-FIELDS
    unstring FLOW-DEFINITION-LINE delimited by "|"
      into DEF-TYPE DEF-FIELD-1 DEF-FIELD-2 DEF-FIELD-3 DEF-FIELD-4
    end-unstring
    move 0 to DEF-LEN-1 DEF-LEN-3
    if DEF-FIELD-1 not = spaces
      move function length(function trim(DEF-FIELD-1)) to DEF-LEN-1
    end-if
    if DEF-FIELD-3 not = spaces
      move function length(function trim(DEF-FIELD-3)) to DEF-LEN-3
    end-if
    move function upper-case(DEF-TYPE) to DEF-TYPE
    evaluate DEF-TYPE
      when "FLOW"
        if DEF-LEN-1 > 8 or DEF-FIELD-1 = spaces
          move "flow name must be 1 to 8 characters" to WS-EXC-MESSAGE
          perform DEFINITION-ERROR
        else
          move function upper-case(DEF-FIELD-1) to FLOW-NAME
          move DEF-FIELD-2 to FLOW-TITLE
          if DEF-FIELD-3 not = spaces
            move function upper-case(function trim(DEF-FIELD-3))
              to FLOW-DECK
          end-if
          if FLOW-DECK not = "STEP" and FLOW-DECK not = "JOB"
            move "deck layout must be STEP or JOB" to WS-EXC-MESSAGE
            perform DEFINITION-ERROR
          end-if
        end-if

      when "NOTE"
        evaluate true
          when FLOW-DEFINITION-LINE(66:) not = spaces
            move "NOTE text is longer than a JCL comment line holds"
              to WS-EXC-MESSAGE
            perform DEFINITION-ERROR
          when NOTE-COUNT < NOTE-MAX
            add 1 to NOTE-COUNT
            move FLOW-DEFINITION-LINE(6:60) to NOTE-TEXT(NOTE-COUNT)
        end-evaluate

      when "STEP"
        move function upper-case(DEF-FIELD-1) to FIND-NAME
        perform FIND-STEP
        evaluate true
          when DEF-LEN-1 > 8 or DEF-FIELD-1 = spaces
            move "step name must be 1 to 8 characters" to WS-EXC-MESSAGE
            perform DEFINITION-ERROR
          when FOUND-IDX > 0
            move "step is defined twice" to WS-EXC-MESSAGE
            perform DEFINITION-ERROR
          when DEF-FIELD-2 = spaces
            move "step names no program" to WS-EXC-MESSAGE
            perform DEFINITION-ERROR
          when DEF-LEN-3 > 8 or DEF-FIELD-3 = spaces
            move "step module must be 1 to 8 characters"
              to WS-EXC-MESSAGE
            perform DEFINITION-ERROR
          when STEP-COUNT >= STEP-MAX
            move "more steps than a flow can hold" to WS-EXC-MESSAGE
            perform DEFINITION-ERROR
          when other
            add 1 to STEP-COUNT
            move spaces to FLOW-STEP(STEP-COUNT)
            move FIND-NAME to STEP-NAME(STEP-COUNT)
            move function lower-case(DEF-FIELD-2)
              to STEP-PROGRAM(STEP-COUNT)
            move function upper-case(DEF-FIELD-3)
              to STEP-MODULE(STEP-COUNT)
            *> the step's own success bar: RC 4 is completed with
            *> warnings everywhere in this system, so that is the
            *> default
            if DEF-FIELD-4 not = spaces
                and function trim(DEF-FIELD-4) is numeric
              move function trim(DEF-FIELD-4) to STEP-MAX-RC(STEP-COUNT)
            else
              move 4 to STEP-MAX-RC(STEP-COUNT)
            end-if
            move "WAITING" to STEP-STATUS(STEP-COUNT)
            move 0 to STEP-RC(STEP-COUNT) STEP-PRED-COUNT(STEP-COUNT)
              STEP-PARM-COUNT(STEP-COUNT)
            move "N" to STEP-RERUN(STEP-COUNT) STEP-PLACED(STEP-COUNT)
        end-evaluate

      when "AFTER"
        if EDGE-COUNT < 400
          add 1 to EDGE-COUNT
          move function upper-case(DEF-FIELD-1) to EDGE-STEP(EDGE-COUNT)
          move function upper-case(DEF-FIELD-2) to EDGE-PRED(EDGE-COUNT)
          move DEFINITION-LINE-NO to EDGE-LINE-NO(EDGE-COUNT)
          if DEF-FIELD-3 not = spaces
              and function trim(DEF-FIELD-3) is numeric
            move function trim(DEF-FIELD-3) to EDGE-MAX-RC(EDGE-COUNT)
          else
            move 4 to EDGE-MAX-RC(EDGE-COUNT)
          end-if
        end-if

      when "PARM"
        if PARM-HOLD-COUNT < 400
          add 1 to PARM-HOLD-COUNT
          move function upper-case(DEF-FIELD-1)
            to PARM-HOLD-STEP(PARM-HOLD-COUNT)
          move DEF-FIELD-2 to PARM-HOLD-TEXT(PARM-HOLD-COUNT)
          move DEFINITION-LINE-NO to PARM-HOLD-LINE-NO(PARM-HOLD-COUNT)
        end-if

      when other
        move "unknown record type" to WS-EXC-MESSAGE
        perform DEFINITION-ERROR
    end-evaluate
  end-perform
  close FLOW-DEFINITION

  if FLOW-NAME = spaces
    move 0 to DEFINITION-LINE-NO
    move "no FLOW record names the flow" to WS-EXC-MESSAGE
    perform DEFINITION-ERROR
  end-if
  if STEP-COUNT = 0
    move 0 to DEFINITION-LINE-NO
    move "no STEP records -- nothing to run" to WS-EXC-MESSAGE
    perform DEFINITION-ERROR
  end-if

  perform varying EDGE-IDX from 1 by 1 until EDGE-IDX > EDGE-COUNT
    move EDGE-LINE-NO(EDGE-IDX) to DEFINITION-LINE-NO
    move EDGE-PRED(EDGE-IDX) to FIND-NAME
    perform FIND-STEP
    move FOUND-IDX to OTHER-IDX
    move EDGE-STEP(EDGE-IDX) to FIND-NAME
    perform FIND-STEP
    evaluate true
      when FOUND-IDX = 0
        move "AFTER names a step that is not defined" to WS-EXC-MESSAGE
        perform DEFINITION-ERROR
      when OTHER-IDX = 0
        move "AFTER names a predecessor that is not defined"
          to WS-EXC-MESSAGE
        perform DEFINITION-ERROR
      when OTHER-IDX = FOUND-IDX
        move "a step cannot wait for itself" to WS-EXC-MESSAGE
        perform DEFINITION-ERROR
      when STEP-PRED-COUNT(FOUND-IDX) >= PRED-MAX
        move "more predecessors than a step can hold" to WS-EXC-MESSAGE
        perform DEFINITION-ERROR
      when other
        add 1 to STEP-PRED-COUNT(FOUND-IDX)
        move OTHER-IDX
          to PRED-STEP(FOUND-IDX, STEP-PRED-COUNT(FOUND-IDX))
        move EDGE-MAX-RC(EDGE-IDX)
          to PRED-MAX-RC(FOUND-IDX, STEP-PRED-COUNT(FOUND-IDX))
    end-evaluate
  end-perform

  perform varying PARM-HOLD-IDX from 1 by 1
      until PARM-HOLD-IDX > PARM-HOLD-COUNT
    move PARM-HOLD-LINE-NO(PARM-HOLD-IDX) to DEFINITION-LINE-NO
    move PARM-HOLD-STEP(PARM-HOLD-IDX) to FIND-NAME
    perform FIND-STEP
    evaluate true
      when FOUND-IDX = 0
        move "PARM names a step that is not defined" to WS-EXC-MESSAGE
        perform DEFINITION-ERROR
      when PARM-HOLD-TEXT(PARM-HOLD-IDX) = spaces
          or PARM-HOLD-TEXT(PARM-HOLD-IDX)(1:1) = "="
        move "PARM must read KEY=VALUE" to WS-EXC-MESSAGE
        perform DEFINITION-ERROR
      when STEP-PARM-COUNT(FOUND-IDX) >= PARM-MAX
        move "more parameters than a step can hold" to WS-EXC-MESSAGE
        perform DEFINITION-ERROR
      when other
        add 1 to STEP-PARM-COUNT(FOUND-IDX)
        move PARM-HOLD-TEXT(PARM-HOLD-IDX)
          to STEP-PARM(FOUND-IDX, STEP-PARM-COUNT(FOUND-IDX))
    end-evaluate
  end-perform.

*> one definition problem: WS-EXC-MESSAGE holds the complaint,
*> DEFINITION-LINE-NO the line (0 for the file as a whole)
DEFINITION-ERROR.
  move "Y" to DEFINITION-BAD
  move WS-EXC-MESSAGE to DEF-COMPLAINT
  move "DNV0067" to WS-EXC-MSG-ID
  move spaces to WS-EXC-VALUES
  move function trim(WS-FLOW-FILE) to WS-EXC-VALUE(1)
  move DEFINITION-LINE-NO to WS-EXC-VALUE(2)
  move function trim(DEF-COMPLAINT) to WS-EXC-VALUE(3)
  call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
    WS-EXC-VALUES end-call.

*> FOUND-IDX for the step named FIND-NAME, 0 when there is none
FIND-STEP.
  move 0 to FOUND-IDX
  perform varying FIND-IDX from 1 by 1 until FIND-IDX > STEP-COUNT
    if STEP-NAME(FIND-IDX) = FIND-NAME
      move FIND-IDX to FOUND-IDX
      exit perform
    end-if
  end-perform.

*> dependency order into STEP-ORDER: repeated passes place every step
*> whose predecessors are all placed; a pass that places nothing while
*> steps remain means the rest wait on each other
ORDER-STEPS.
  move 0 to ORDER-COUNT
  perform forever
    move "N" to PLACED-THIS-PASS
    perform varying STEP-IDX from 1 by 1 until STEP-IDX > STEP-COUNT
      if STEP-PLACED(STEP-IDX) = "N"
        move "Y" to PREDS-PLACED
        perform varying PRED-IDX from 1 by 1
            until PRED-IDX > STEP-PRED-COUNT(STEP-IDX)
          if STEP-PLACED(PRED-STEP(STEP-IDX, PRED-IDX)) = "N"
            move "N" to PREDS-PLACED
          end-if
        end-perform
        if PREDS-PLACED = "Y"
          move "Y" to STEP-PLACED(STEP-IDX) PLACED-THIS-PASS
          add 1 to ORDER-COUNT
          move STEP-IDX to STEP-ORDER(ORDER-COUNT)
        end-if
      end-if
    end-perform
    if PLACED-THIS-PASS = "N"
      exit perform
    end-if
  end-perform
  if ORDER-COUNT < STEP-COUNT
    move 0 to DEFINITION-LINE-NO
    perform varying STEP-IDX from 1 by 1 until STEP-IDX > STEP-COUNT
      if STEP-PLACED(STEP-IDX) = "N"
        move spaces to WS-EXC-MESSAGE
        string "step " function trim(STEP-NAME(STEP-IDX))
          " waits on a cycle of predecessors and can never start"
          delimited by size into WS-EXC-MESSAGE
        end-string
        perform DEFINITION-ERROR
      end-if
    end-perform
  end-if.

*> the previous attempt's state: flow header and each step's outcome.
*> Steps are matched by name -- a step added to the definition since
*> simply has no state and waits to run
LOAD-STATE.
  move "N" to STATE-FOUND
  open input FLOW-STATE
  if WS-STATE-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read FLOW-STATE at end
      exit perform
    end-read
    move spaces to ST-WORD-1 ST-NAME ST-WORD-2 ST-STATUS ST-WORD-3
      ST-RC ST-WORD-4 ST-START ST-WORD-5 ST-END
    unstring FLOW-STATE-LINE delimited by all space
      into ST-WORD-1 ST-NAME ST-WORD-2 ST-STATUS ST-WORD-3 ST-RC
        ST-WORD-4 ST-START ST-WORD-5 ST-END
    end-unstring
    evaluate ST-WORD-1
      *> FLOW name RUN id STATUS s STARTED ts
      when "FLOW"
        if ST-NAME = FLOW-NAME
          move "Y" to STATE-FOUND
          move ST-STATUS to ST-RUN-ID
          move ST-RC to ST-FLOW-STATUS
          move ST-START to ST-STARTED
        end-if
      *> STEP name STATUS s RC nnn START ts END ts
      when "STEP"
        move ST-NAME to FIND-NAME
        perform FIND-STEP
        if FOUND-IDX > 0
          move ST-STATUS to STEP-STATUS(FOUND-IDX)
          if function trim(ST-RC) is numeric
            move function trim(ST-RC) to STEP-RC(FOUND-IDX)
          end-if
          move ST-START to STEP-START(FOUND-IDX)
          move ST-END to STEP-END(FOUND-IDX)
        end-if
      when other
        continue
    end-evaluate
  end-perform
  close FLOW-STATE.

*> a resume runs again every step that did not finish clean, and every
*> step downstream of one of those -- a dependant that ran on a failed
*> predecessor's tolerated output must see the corrected output too
MARK-RERUN-STEPS.
  perform varying ORDER-IDX from 1 by 1 until ORDER-IDX > ORDER-COUNT
    move STEP-ORDER(ORDER-IDX) to STEP-IDX
    if not STEP-DONE(STEP-IDX)
      move "Y" to STEP-RERUN(STEP-IDX)
    end-if
    perform varying PRED-IDX from 1 by 1
        until PRED-IDX > STEP-PRED-COUNT(STEP-IDX)
      if STEP-RERUN(PRED-STEP(STEP-IDX, PRED-IDX)) = "Y"
        move "Y" to STEP-RERUN(STEP-IDX)
      end-if
    end-perform
    if STEP-RERUN(STEP-IDX) = "Y"
      move "WAITING" to STEP-STATUS(STEP-IDX)
      move 0 to STEP-RC(STEP-IDX)
      move spaces to STEP-START(STEP-IDX) STEP-END(STEP-IDX)
        STEP-NOTE(STEP-IDX)
    else
      move "KEPT FROM EARLIER ATTEMPT" to STEP-NOTE(STEP-IDX)
    end-if
  end-perform.

*> every waiting step whose predecessors have all settled either
*> starts or, when one of them did not run or ended worse than this
*> step tolerates, is skipped
DISPATCH-READY-STEPS.
  perform varying ORDER-IDX from 1 by 1 until ORDER-IDX > ORDER-COUNT
    move STEP-ORDER(ORDER-IDX) to STEP-IDX
    if STEP-WAITING(STEP-IDX)
      move "Y" to PREDS-READY
      move spaces to SKIP-REASON
      perform varying PRED-IDX from 1 by 1
          until PRED-IDX > STEP-PRED-COUNT(STEP-IDX)
        move PRED-STEP(STEP-IDX, PRED-IDX) to OTHER-IDX
        evaluate true
          when STEP-SKIPPED(OTHER-IDX)
            move spaces to SKIP-REASON
            string function trim(STEP-NAME(OTHER-IDX)) " DID NOT RUN"
              delimited by size into SKIP-REASON
            end-string
          when STEP-WAITING(OTHER-IDX) or STEP-RUNNING(OTHER-IDX)
            move "N" to PREDS-READY
          when STEP-RC(OTHER-IDX) > PRED-MAX-RC(STEP-IDX, PRED-IDX)
            move STEP-RC(OTHER-IDX) to RC-DISPLAY
            move PRED-MAX-RC(STEP-IDX, PRED-IDX) to MAX-RC-DISPLAY
            move spaces to SKIP-REASON
            string function trim(STEP-NAME(OTHER-IDX)) " RC "
              function trim(RC-DISPLAY) " OVER "
              function trim(MAX-RC-DISPLAY)
              delimited by size into SKIP-REASON
            end-string
          when other
            continue
        end-evaluate
      end-perform
      evaluate true
        when SKIP-REASON not = spaces
          perform SKIP-STEP
        when PREDS-READY = "Y"
          if PARALLEL-MODE = "Y"
            perform LAUNCH-STEP
          else
            perform RUN-STEP-HERE
          end-if
      end-evaluate
    end-if
  end-perform.

*> a step that will not run this time; it still gets an outcome in the
*> registry so the board shows why it is missing
SKIP-STEP.
  move "SKIPPED" to STEP-STATUS(STEP-IDX)
  move SKIP-REASON to STEP-NOTE(STEP-IDX)
  move function current-date(1:14) to STEP-START(STEP-IDX)
  move STEP-START(STEP-IDX) to STEP-END(STEP-IDX)
  move "Y" to PROGRESS-MADE
  perform REGISTER-STEP
  move spaces to REG-POSITION
  string "SKIPPED -- " SKIP-REASON delimited by size into REG-POSITION
  end-string
  perform POST-STEP-OUTCOME
  move "DNV0068" to WS-EXC-MSG-ID
  move spaces to WS-EXC-VALUES
  move function trim(FLOW-NAME) to WS-EXC-VALUE(1)
  move function trim(STEP-NAME(STEP-IDX)) to WS-EXC-VALUE(2)
  move function trim(SKIP-REASON) to WS-EXC-VALUE(3)
  call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
    WS-EXC-VALUES end-call
  move 4 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "FLOW-RUNNER: step " STEP-NAME(STEP-IDX) " SKIPPED -- "
    function trim(SKIP-REASON)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  perform WRITE-STATE.

*> start the step as its own process through FLOW-STEP, which runs the
*> program and posts its completion code to the step-outcome file;
*> the step's parameters ride on the command as environment settings
*> and its console output goes to a per-step log
LAUNCH-STEP.
  move spaces to WS-STEP-LOG-FILE
  string "/data/flow-" function lower-case(STEP-NAME(STEP-IDX))
    delimited by space
    "-" WS-RUN-ID ".log" delimited by size into WS-STEP-LOG-FILE
  end-string
  call "resolve-path" using WS-STEP-LOG-FILE end-call
  move spaces to LAUNCH-COMMAND
  move 1 to LAUNCH-PTR
  perform varying PARM-IDX from 1 by 1
      until PARM-IDX > STEP-PARM-COUNT(STEP-IDX)
    move spaces to PARM-ENV-NAME PARM-ENV-VALUE
    unstring STEP-PARM(STEP-IDX, PARM-IDX) delimited by "="
      into PARM-ENV-NAME PARM-ENV-VALUE
    end-unstring
    string function trim(PARM-ENV-NAME) "='"
      function trim(PARM-ENV-VALUE) "' "
      delimited by size into LAUNCH-COMMAND with pointer LAUNCH-PTR
    end-string
  end-perform
  string
    "FLOW_STEP=" function trim(STEP-NAME(STEP-IDX))
    " FLOW_PROGRAM=" function trim(STEP-PROGRAM(STEP-IDX)) " "
    function trim(WS-LAUNCHER) " flow-step >> '"
    function trim(WS-STEP-LOG-FILE) "' 2>&1 &"
    delimited by size into LAUNCH-COMMAND with pointer LAUNCH-PTR
  end-string

  move "RUNNING" to STEP-STATUS(STEP-IDX)
  move function current-date(1:14) to STEP-START(STEP-IDX)
  move spaces to STEP-END(STEP-IDX) STEP-NOTE(STEP-IDX)
  move "Y" to PROGRESS-MADE
  perform REGISTER-STEP
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "FLOW-RUNNER: step " STEP-NAME(STEP-IDX) " started ("
    function trim(STEP-PROGRAM(STEP-IDX)) ")"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  call "SYSTEM" using LAUNCH-COMMAND end-call
  perform WRITE-STATE.

*> run the step inside this process: its parameters are set for the
*> call and put back afterwards, and everything it may have called is
*> cancelled so the next step starts each program fresh, as between
*> DAY8-BATCH control lines
RUN-STEP-HERE.
  move "RUNNING" to STEP-STATUS(STEP-IDX)
  move function current-date(1:14) to STEP-START(STEP-IDX)
  move spaces to STEP-END(STEP-IDX) STEP-NOTE(STEP-IDX)
  move "Y" to PROGRESS-MADE
  perform REGISTER-STEP
  perform WRITE-STATE
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "FLOW-RUNNER: step " STEP-NAME(STEP-IDX) " running ("
    function trim(STEP-PROGRAM(STEP-IDX)) ")"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call

  perform varying PARM-IDX from 1 by 1
      until PARM-IDX > STEP-PARM-COUNT(STEP-IDX)
    move spaces to PARM-ENV-NAME PARM-ENV-VALUE
    unstring STEP-PARM(STEP-IDX, PARM-IDX) delimited by "="
      into PARM-ENV-NAME PARM-ENV-VALUE
    end-unstring
    display PARM-ENV-NAME upon environment-name
    accept PARM-PRIOR(PARM-IDX) from environment-value
    display PARM-ENV-NAME upon environment-name
    display PARM-ENV-VALUE upon environment-value
  end-perform

  move "N" to LAUNCH-MISSING
  move 0 to return-code
  call STEP-PROGRAM(STEP-IDX)
    on exception
      move "Y" to LAUNCH-MISSING
  end-call
  if LAUNCH-MISSING = "Y"
    move 12 to RC-TEXT
  else
    if return-code < 0
      move 16 to RC-TEXT
    else
      move return-code to RC-TEXT
    end-if
  end-if
  cancel STEP-PROGRAM(STEP-IDX)
  cancel "navigator" "part1" "part2" "parse-input" "parse-input2"
    "validate-map" "maintain-node" "lcm" "map-sanity-check"
    "checksum-input" "verify-traversal" "journey"
    "lookup-node-ref" "lookup-node-ref-asof" "load-step-costs"
    "check-thresholds" "build-node-index" "intake-transmission"

  perform varying PARM-IDX from 1 by 1
      until PARM-IDX > STEP-PARM-COUNT(STEP-IDX)
    move spaces to PARM-ENV-NAME PARM-ENV-VALUE
    unstring STEP-PARM(STEP-IDX, PARM-IDX) delimited by "="
      into PARM-ENV-NAME PARM-ENV-VALUE
    end-unstring
    display PARM-ENV-NAME upon environment-name
    display PARM-PRIOR(PARM-IDX) upon environment-value
  end-perform

  move function current-date(1:14) to OUT-STAMP
  if LAUNCH-MISSING = "Y"
    move "PROGRAM COULD NOT BE LOADED" to STEP-NOTE(STEP-IDX)
  end-if
  perform FINISH-STEP.

*> completion codes posted by FLOW-STEP since the last look:
*> STEP name RC nnn ENDED timestamp
COLLECT-OUTCOMES.
  open input STEP-OUTCOMES
  if WS-OUTCOME-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read STEP-OUTCOMES at end
      exit perform
    end-read
    move spaces to OUT-WORD-1 OUT-STEP OUT-WORD-2 OUT-RC OUT-WORD-3
      OUT-STAMP
    unstring STEP-OUTCOME-LINE delimited by all space
      into OUT-WORD-1 OUT-STEP OUT-WORD-2 OUT-RC OUT-WORD-3 OUT-STAMP
    end-unstring
    if OUT-WORD-1 not = "STEP"
      exit perform cycle
    end-if
    move OUT-STEP to FIND-NAME
    perform FIND-STEP
    if FOUND-IDX > 0
      if STEP-RUNNING(FOUND-IDX)
        move FOUND-IDX to STEP-IDX
        if function trim(OUT-RC) is numeric
          move function trim(OUT-RC) to RC-TEXT
        else
          move 16 to RC-TEXT
        end-if
        perform FINISH-STEP
      end-if
    end-if
  end-perform
  close STEP-OUTCOMES.

*> a started step that has gone longer than the timeout without
*> posting a completion code is written off: its process is presumed
*> gone, and the flow must not wait on it forever
CHECK-STEP-TIMEOUTS.
  if TIMEOUT-MINUTES = 0
    exit paragraph
  end-if
  move function current-date(1:14) to NOW-STAMP
  perform varying STEP-IDX from 1 by 1 until STEP-IDX > STEP-COUNT
    if STEP-RUNNING(STEP-IDX)
      move STEP-START(STEP-IDX) to AGE-STAMP
      perform COMPUTE-AGE-MINUTES
      if AGE-MINUTES >= TIMEOUT-MINUTES
        move 16 to RC-TEXT
        move NOW-STAMP to OUT-STAMP
        move "NO COMPLETION CODE WITHIN THE TIMEOUT" to STEP-NOTE(STEP-IDX)
        perform FINISH-STEP
      end-if
    end-if
  end-perform.

*> minutes from AGE-STAMP to NOW-STAMP, across the date boundary
COMPUTE-AGE-MINUTES.
  compute AGE-MINUTES =
    (function integer-of-date(function numval(NOW-STAMP(1:8)))
      - function integer-of-date(function numval(AGE-STAMP(1:8))))
      * 1440
    + function numval(NOW-STAMP(9:2)) * 60
    + function numval(NOW-STAMP(11:2))
    - function numval(AGE-STAMP(9:2)) * 60
    - function numval(AGE-STAMP(11:2)).

*> the step in STEP-IDX has ended with RC-TEXT: done when it is within
*> its own success bar, failed otherwise
FINISH-STEP.
  move RC-TEXT to STEP-RC(STEP-IDX)
  move function current-date(1:14) to STEP-END(STEP-IDX)
  move "Y" to PROGRESS-MADE
  move RC-TEXT to RC-DISPLAY
  if STEP-RC(STEP-IDX) > STEP-MAX-RC(STEP-IDX)
    move "FAILED" to STEP-STATUS(STEP-IDX)
    move "DNV0069" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(FLOW-NAME) to WS-EXC-VALUE(1)
    move function trim(STEP-NAME(STEP-IDX)) to WS-EXC-VALUE(2)
    move function trim(STEP-PROGRAM(STEP-IDX)) to WS-EXC-VALUE(3)
    move function trim(RC-DISPLAY) to WS-EXC-VALUE(4)
    move function trim(STEP-NOTE(STEP-IDX)) to WS-EXC-VALUE(5)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
  else
    move "DONE" to STEP-STATUS(STEP-IDX)
  end-if
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "FLOW-RUNNER: step " STEP-NAME(STEP-IDX) " "
    STEP-STATUS(STEP-IDX) " RC " function trim(RC-DISPLAY)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move spaces to REG-POSITION
  string function trim(STEP-STATUS(STEP-IDX)) " RC " RC-TEXT
    delimited by size into REG-POSITION
  end-string
  perform POST-STEP-OUTCOME
  perform WRITE-STATE.

*> each step is its own registry entry: its program against the flow
*> and step name, so the board shows every step of the flow by name
REGISTER-STEP.
  move "REGISTER" to REG-ACTION
  move function upper-case(STEP-PROGRAM(STEP-IDX)) to REG-PROGRAM
  move spaces to REG-INPUT
  string "FLOW " function trim(FLOW-NAME) " STEP " STEP-NAME(STEP-IDX)
    delimited by size into REG-INPUT
  end-string
  move STEP-STATUS(STEP-IDX) to REG-POSITION
  call "run-registry" using REG-ACTION REG-PROGRAM REG-INPUT
    REG-POSITION REG-RESULT end-call.

*> REG-POSITION holds the outcome text for the step in STEP-IDX
POST-STEP-OUTCOME.
  move "OUTCOME" to REG-ACTION
  move function upper-case(STEP-PROGRAM(STEP-IDX)) to REG-PROGRAM
  move spaces to REG-INPUT
  string "FLOW " function trim(FLOW-NAME) " STEP " STEP-NAME(STEP-IDX)
    delimited by size into REG-INPUT
  end-string
  call "run-registry" using REG-ACTION REG-PROGRAM REG-INPUT
    REG-POSITION REG-RESULT end-call.

*> the whole flow's state, rewritten after every change so a resume
*> always starts from the last settled position
WRITE-STATE.
  open output FLOW-STATE
  move spaces to FLOW-STATE-LINE
  string "FLOW " FLOW-NAME " RUN " WS-RUN-ID " STATUS " FLOW-OUTCOME
    " STARTED " FLOW-STARTED
    delimited by size into FLOW-STATE-LINE
  end-string
  write FLOW-STATE-LINE
  perform varying ORDER-IDX from 1 by 1 until ORDER-IDX > ORDER-COUNT
    move STEP-ORDER(ORDER-IDX) to OTHER-IDX
    move spaces to FLOW-STATE-LINE
    string "STEP " STEP-NAME(OTHER-IDX) " STATUS " STEP-STATUS(OTHER-IDX)
      " RC " STEP-RC(OTHER-IDX)
      " START " STEP-START(OTHER-IDX) " END " STEP-END(OTHER-IDX)
      delimited by size into FLOW-STATE-LINE
    end-string
    write FLOW-STATE-LINE
  end-perform
  close FLOW-STATE.

*> the flow's verdict: complete only when every step finished within
*> its own bar; any failed or skipped step makes it at least RC 8 and
*> leaves the state ready for FLOW_RESUME=Y
FINISH-FLOW.
  move 0 to DONE-COUNT FAILED-COUNT SKIPPED-COUNT WAITING-COUNT FLOW-RC
  perform varying STEP-IDX from 1 by 1 until STEP-IDX > STEP-COUNT
    evaluate true
      when STEP-DONE(STEP-IDX)
        add 1 to DONE-COUNT
      when STEP-FAILED(STEP-IDX)
        add 1 to FAILED-COUNT
      when STEP-SKIPPED(STEP-IDX)
        add 1 to SKIPPED-COUNT
      when other
        add 1 to WAITING-COUNT
    end-evaluate
    if STEP-SKIPPED(STEP-IDX) or STEP-WAITING(STEP-IDX)
      continue
    else
      if STEP-RC(STEP-IDX) > 16
        move 16 to FLOW-RC
      else
        if STEP-RC(STEP-IDX) > FLOW-RC
          move STEP-RC(STEP-IDX) to FLOW-RC
        end-if
      end-if
    end-if
  end-perform
  if FAILED-COUNT > 0 or SKIPPED-COUNT > 0 or WAITING-COUNT > 0
    move "FAILED" to FLOW-OUTCOME
    if FLOW-RC < 8
      move 8 to FLOW-RC
    end-if
  else
    move "COMPLETE" to FLOW-OUTCOME
  end-if
  perform WRITE-STATE

  open output FLOW-REPORT
  move spaces to FLOW-REPORT-LINE
  string "JOB FLOW " FLOW-NAME " -- " function trim(FLOW-TITLE)
    " RUN " WS-RUN-ID " STARTED " FLOW-STARTED
    delimited by size into FLOW-REPORT-LINE
  end-string
  write FLOW-REPORT-LINE
  move spaces to FLOW-REPORT-LINE
  string "DEFINITION " function trim(WS-FLOW-FILE)
    delimited by size into FLOW-REPORT-LINE
  end-string
  write FLOW-REPORT-LINE
  if RESUME-MODE = "Y"
    move "RESUMED: STEPS THAT FINISHED CLEAN LAST TIME WERE NOT RUN AGAIN"
      to FLOW-REPORT-LINE
    write FLOW-REPORT-LINE
  end-if
  move spaces to FLOW-REPORT-LINE
  write FLOW-REPORT-LINE
  perform varying ORDER-IDX from 1 by 1 until ORDER-IDX > ORDER-COUNT
    move STEP-ORDER(ORDER-IDX) to STEP-IDX
    move STEP-RC(STEP-IDX) to RC-DISPLAY
    move spaces to FLOW-REPORT-LINE
    string "  " STEP-NAME(STEP-IDX) " " STEP-STATUS(STEP-IDX)
      " RC " RC-DISPLAY " " STEP-PROGRAM(STEP-IDX)(1:20)
      " START " STEP-START(STEP-IDX) " END " STEP-END(STEP-IDX)
      " " function trim(STEP-NOTE(STEP-IDX))
      delimited by size into FLOW-REPORT-LINE
    end-string
    write FLOW-REPORT-LINE
  end-perform
  move spaces to FLOW-REPORT-LINE
  write FLOW-REPORT-LINE
  move FLOW-RC to RC-DISPLAY
  move spaces to FLOW-REPORT-LINE
  string "FLOW " function trim(FLOW-OUTCOME) " RC " function trim(RC-DISPLAY)
    " -- " DONE-COUNT " DONE, " FAILED-COUNT " FAILED, " SKIPPED-COUNT
    " SKIPPED"
    delimited by size into FLOW-REPORT-LINE
  end-string
  write FLOW-REPORT-LINE
  if FLOW-OUTCOME = "FAILED"
    move "RERUN WITH FLOW_RESUME=Y TO CARRY ON FROM THE FAILED STEP(S)"
      to FLOW-REPORT-LINE
    write FLOW-REPORT-LINE
  end-if
  close FLOW-REPORT

  move "OUTCOME" to REG-ACTION
  move WS-EXC-PROGRAM to REG-PROGRAM
  move spaces to REG-POSITION
  string "FLOW " function trim(FLOW-OUTCOME) " RC " FLOW-RC
    delimited by size into REG-POSITION
  end-string
  call "run-registry" using REG-ACTION REG-PROGRAM FLOW-REG-INPUT
    REG-POSITION REG-RESULT end-call
  if CALLER-SEALS = "N"
    call "write-manifest" end-call
  end-if

  move FLOW-RC to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "FLOW-RUNNER: flow " function trim(FLOW-NAME) " "
    function trim(FLOW-OUTCOME) " RC " function trim(RC-DISPLAY)
    " -- see /data/flow-report.txt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move FLOW-RC to return-code.

*> the mainframe deck for the same definition: one JOB whose steps
*> come in dependency order, each guarded by an IF on every
*> predecessor having run and ended within its tolerance -- the same
*> rule the runner applies, including a step whose predecessor was
*> bypassed being bypassed in turn. The steps of one JOB are still
*> dispatched one after another; only the runner overlaps them
WRITE-JCL.
  accept WS-JCL-FILE from environment "FLOW_JCL_FILE"
  if WS-JCL-FILE = spaces
    move spaces to WS-JCL-FILE
    string "/data/" function lower-case(FLOW-NAME) delimited by space
      ".jcl" delimited by size into WS-JCL-FILE
    end-string
  end-if
  call "resolve-path" using WS-JCL-FILE end-call
  open output JCL-DECK
  if WS-JCL-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "FLOW-RUNNER: JCL deck '" function trim(WS-JCL-FILE)
      "' could not be written (status " WS-JCL-STATUS ")"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    exit paragraph
  end-if

  *> one JOB holds the whole flow, its steps conditioned on their
  *> predecessors; a JOB per step lets JES run independent steps side
  *> by side, and a job that waits on others is submitted held
  if DECK-PER-STEP
    perform WRITE-JCL-HEADER
  else
    move FLOW-NAME to JCL-JOB-NAME
    move "N" to JCL-JOB-HELD
    perform WRITE-JCL-JOB-CARD
    perform WRITE-JCL-HEADER
  end-if

  perform varying ORDER-IDX from 1 by 1 until ORDER-IDX > ORDER-COUNT
    move STEP-ORDER(ORDER-IDX) to STEP-IDX
    if ORDER-IDX > 1 or DECK-PER-STEP
      move "//*" to JCL-LINE
      write JCL-LINE
    end-if
    if DECK-PER-STEP
      perform WRITE-JCL-STEP-JOB
    else
      perform WRITE-JCL-STEP-COND
    end-if

    move spaces to JCL-LINE
    if STEP-PARM-COUNT(STEP-IDX) = 0
      string "//" STEP-NAME(STEP-IDX) " EXEC PGM="
        function trim(STEP-MODULE(STEP-IDX))
        delimited by size into JCL-LINE
      end-string
      write JCL-LINE
    else
      string "//" STEP-NAME(STEP-IDX) " EXEC PGM="
        function trim(STEP-MODULE(STEP-IDX)) ","
        delimited by size into JCL-LINE
      end-string
      write JCL-LINE
      perform WRITE-JCL-PARM
    end-if
    move "//STEPLIB  DD DISP=SHR,DSN=DAY8.LOADLIB" to JCL-LINE
    write JCL-LINE
    move "//SYSOUT   DD SYSOUT=*" to JCL-LINE
    write JCL-LINE
    if STEP-PRED-COUNT(STEP-IDX) > 0 and not DECK-PER-STEP
      move "// ENDIF" to JCL-LINE
      write JCL-LINE
    end-if
  end-perform
  close JCL-DECK
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "FLOW-RUNNER: JCL for flow " function trim(FLOW-NAME)
    " written to '" function trim(WS-JCL-FILE) "'"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move 0 to return-code.

*> the JOB card for JCL-JOB-NAME, submitted held when JCL-JOB-HELD
WRITE-JCL-JOB-CARD.
  move spaces to JCL-LINE
  string "//" JCL-JOB-NAME " JOB (ACCTNO),'" function trim(FLOW-TITLE)
    "',CLASS=A,MSGCLASS=X,"
    delimited by size into JCL-LINE
  end-string
  write JCL-LINE
  if JCL-JOB-HELD = "Y"
    move "//             NOTIFY=&SYSUID,TYPRUN=HOLD" to JCL-LINE
  else
    move "//             NOTIFY=&SYSUID" to JCL-LINE
  end-if
  write JCL-LINE.

*> the deck's comment block: the definition's NOTE lines, what a
*> JOB-per-step deck means for the jobs that wait, and where the deck
*> comes from
WRITE-JCL-HEADER.
  move "//*--------------------------------------------------------------*"
    to JCL-LINE
  write JCL-LINE
  perform varying NOTE-IDX from 1 by 1 until NOTE-IDX > NOTE-COUNT
    move spaces to JCL-LINE
    string "//* " NOTE-TEXT(NOTE-IDX) " *"
      delimited by size into JCL-LINE
    end-string
    write JCL-LINE
  end-perform
  if NOTE-COUNT > 0
    move "//*                                                              *"
      to JCL-LINE
    write JCL-LINE
  end-if
  if DECK-PER-STEP
    move "//* One JOB per step, so JES can start steps that do not depend  *"
      to JCL-LINE
    write JCL-LINE
    move "//* on each other side by side -- the steps of a single JOB run  *"
      to JCL-LINE
    write JCL-LINE
    move "//* strictly one after another. JCL has no condition that        *"
      to JCL-LINE
    write JCL-LINE
    move "//* reaches across JOB decks, so a job that waits on others is   *"
      to JCL-LINE
    write JCL-LINE
    move "//* submitted TYPRUN=HOLD, to be released by the scheduler or an *"
      to JCL-LINE
    write JCL-LINE
    move "//* operator once the jobs named above it have ended as shown.   *"
      to JCL-LINE
    write JCL-LINE
    move "//*                                                              *"
      to JCL-LINE
    write JCL-LINE
  end-if
  move "//* Produced from the job-flow definition by FLOW-RUNNER         *"
    to JCL-LINE
  write JCL-LINE
  move "//* (FLOW_ACTION=JCL) -- change the definition, not this deck.   *"
    to JCL-LINE
  write JCL-LINE
  move "//*--------------------------------------------------------------*"
    to JCL-LINE
  write JCL-LINE.

*> one step of a one-JOB deck: JCL IF/THEN on each predecessor having
*> run and ended within its bar, so a bypassed predecessor bypasses
*> its dependants as the runner does
WRITE-JCL-STEP-COND.
  perform varying PRED-IDX from 1 by 1
      until PRED-IDX > STEP-PRED-COUNT(STEP-IDX)
    move PRED-STEP(STEP-IDX, PRED-IDX) to OTHER-IDX
    move PRED-MAX-RC(STEP-IDX, PRED-IDX) to MAX-RC-DISPLAY
    move spaces to JCL-COND-TEXT
    string "(" function trim(STEP-NAME(OTHER-IDX)) ".RUN & "
      function trim(STEP-NAME(OTHER-IDX)) ".RC <= "
      function trim(MAX-RC-DISPLAY) ")"
      delimited by size into JCL-COND-TEXT
    end-string
    move spaces to JCL-LINE
    if PRED-IDX = 1
      move "// IF " to JCL-PREFIX
    else
      move "//    " to JCL-PREFIX
    end-if
    if PRED-IDX < STEP-PRED-COUNT(STEP-IDX)
      string JCL-PREFIX(1:6) function trim(JCL-COND-TEXT) " &"
        delimited by size into JCL-LINE
      end-string
    else
      string JCL-PREFIX(1:6) function trim(JCL-COND-TEXT) " THEN"
        delimited by size into JCL-LINE
      end-string
    end-if
    write JCL-LINE
  end-perform.

*> one step of a JOB-per-step deck: its own JOB, named for the step;
*> a step with predecessors says which jobs it waits for and is held
WRITE-JCL-STEP-JOB.
  move "N" to JCL-JOB-HELD
  if STEP-PRED-COUNT(STEP-IDX) > 0
    move "Y" to JCL-JOB-HELD
    move spaces to JCL-LINE
    string "//* " function trim(STEP-NAME(STEP-IDX))
      " is submitted held -- release it once these jobs have ended:"
      delimited by size into JCL-LINE
    end-string
    write JCL-LINE
    perform varying PRED-IDX from 1 by 1
        until PRED-IDX > STEP-PRED-COUNT(STEP-IDX)
      move PRED-STEP(STEP-IDX, PRED-IDX) to OTHER-IDX
      move PRED-MAX-RC(STEP-IDX, PRED-IDX) to MAX-RC-DISPLAY
      move spaces to JCL-LINE
      string "//*   " function trim(STEP-NAME(OTHER-IDX)) " with RC "
        function trim(MAX-RC-DISPLAY) " or lower"
        delimited by size into JCL-LINE
      end-string
      write JCL-LINE
    end-perform
  end-if
  move STEP-NAME(STEP-IDX) to JCL-JOB-NAME
  perform WRITE-JCL-JOB-CARD.

*> the step's parameters reach it the way every knob in this system
*> does, as environment variables -- on the mainframe through the LE
*> ENVAR runtime option. A PARM longer than one card is carried on to
*> column 71 and continued in column 16, as a quoted JCL value must be
WRITE-JCL-PARM.
  move spaces to JCL-PARM-TEXT
  move 1 to JCL-PARM-POS
  string "PARM='/ENVAR(" delimited by size
    into JCL-PARM-TEXT with pointer JCL-PARM-POS
  end-string
  perform varying PARM-IDX from 1 by 1
      until PARM-IDX > STEP-PARM-COUNT(STEP-IDX)
    if PARM-IDX > 1
      string "," delimited by size
        into JCL-PARM-TEXT with pointer JCL-PARM-POS
      end-string
    end-if
    string '"' function trim(STEP-PARM(STEP-IDX, PARM-IDX)) '"'
      delimited by size into JCL-PARM-TEXT with pointer JCL-PARM-POS
    end-string
  end-perform
  string ")'" delimited by size
    into JCL-PARM-TEXT with pointer JCL-PARM-POS
  end-string
  compute JCL-PARM-LEN = JCL-PARM-POS - 1
  move 1 to JCL-PARM-POS
  perform until JCL-PARM-POS > JCL-PARM-LEN
    compute JCL-CHUNK-LEN = JCL-PARM-LEN - JCL-PARM-POS + 1
    if JCL-CHUNK-LEN > 56
      move 56 to JCL-CHUNK-LEN
    end-if
    move spaces to JCL-LINE
    string "//             "
      JCL-PARM-TEXT(JCL-PARM-POS:JCL-CHUNK-LEN)
      delimited by size into JCL-LINE
    end-string
    write JCL-LINE
    add JCL-CHUNK-LEN to JCL-PARM-POS
  end-perform.
