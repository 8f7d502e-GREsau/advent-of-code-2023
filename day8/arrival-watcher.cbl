identification division.
program-id. arrival-watcher.

environment division.
input-output section.
file-control.
  select INBOUND-FILE assign to dynamic WS-PROBE-FILE
    organization line sequential file status WS-PROBE-STATUS.
  select WATCH-REPORT assign to dynamic WS-WATCH-REPORT-FILE
    organization line sequential.
  select RUN-LOG assign to dynamic WS-RUN-LOG-FILE
    organization line sequential file status WS-RUN-LOG-STATUS.
  select ALERT-FILE assign to dynamic WS-ALERT-FILE
    organization line sequential file status WS-ALERT-STATUS.

data division.
file section.
  fd INBOUND-FILE.
  01 INBOUND-LINE  pic x(1000).

  fd WATCH-REPORT.
  01 WATCH-LINE  pic x(132).

  fd RUN-LOG.
  01 RUN-LOG-LINE  pic x(120).

  fd ALERT-FILE.
  01 ALERT-LINE  pic x(132).

working-storage section.
  01 WS-WATCH-REPORT-FILE  pic x(100).
  01 WS-RUN-LOG-FILE       pic x(100).
  01 WS-ALERT-FILE         pic x(100).
  01 WS-RUN-LOG-STATUS     pic x(2).
  01 WS-ALERT-STATUS       pic x(2).
  01 WS-PROBE-FILE         pic x(100).
  01 WS-PROBE-STATUS       pic x(2).

  *> the upstream provider drops one XMIT envelope for the map and one
  *> for the instructions (see INTAKE-TRANSMISSION) in the inbound
  *> location; they are unwrapped into the staging pair PROMOTE-MAP
  *> takes its candidate from
  01 INBOUND-MAP           pic x(100).
  01 INBOUND-INSTR         pic x(100).
  01 STAGE-MAP             pic x(100) value "/data/staging/map.txt".
  01 STAGE-INSTR           pic x(100)
       value "/data/staging/instructions.txt".
  01 ARCHIVE-NAME          pic x(100).
  01 ARCHIVE-TRUNCATE      pic x value "Y".
  01 ARCHIVE-STATUS        pic x.

  *> an envelope has arrived once its trailer is on disk -- a transfer
  *> still in flight has no trailer yet and is simply waited for
  01 PROBE-WORD-1          pic x(8).
  01 PROBE-WORD-2          pic x(8).
  01 PROBE-LINES           pic 9(8).
  01 PROBE-TRAILER         pic x.
  01 MAP-ARRIVED           pic x value "N".
  01 INSTR-ARRIVED         pic x value "N".
  01 MAP-PARTIAL           pic x value "N".
  01 INSTR-PARTIAL         pic x value "N".

  01 PARM-KEY              pic x(20).
  01 PARM-VALUE            pic x(100).
  01 WS-POLL-TEXT          pic x(8).
  01 POLL-SECONDS          pic 9(8) comp value 60.
  01 WS-CUTOFF-TEXT        pic x(8).
  01 CUTOFF-HHMM           pic 9(4) value 0600.
  01 START-DATE            pic 9(8).
  01 START-HHMM            pic 9(4).
  01 NOW-DATE              pic 9(8).
  01 NOW-HHMM              pic 9(4).
  01 CUTOFF-NEXT-DAY       pic x value "N".
  01 CUTOFF-PASSED         pic x value "N".
  01 POLL-COUNT            pic 9(6) value 0.

  01 RUN-DATE              pic 9(8).
  01 WS-RUN-ID             pic x(8).
  01 WS-ENV-VALUE          pic x(100).
  01 STAGE-NAME            pic x(20).
  01 STAGE-RC              pic 9(2).
  01 STAGE-OUTCOME         pic x(60).
  01 WORST-RC              pic 9(2) value 0.
  01 WS-RC-DISPLAY         pic z9.

  01 WS-LOCK-NAME          pic x(100).
  01 WS-LOCK-OWNER         pic x(20) value "ARRIVAL-WATCHER".
  01 WS-LOCK-RESULT        pic x.
  01 REG-ACTION            pic x(10).
  01 REG-INPUT             pic x(100).
  01 REG-POSITION          pic x(40).
  01 REG-RESULT            pic x.

  01 WS-EXC-PROGRAM        pic x(20) value "ARRIVAL-WATCHER".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move "/data/arrival-report.txt" to WS-WATCH-REPORT-FILE
  call "resolve-path" using WS-WATCH-REPORT-FILE end-call
  move "/data/run-history.log" to WS-RUN-LOG-FILE
  call "resolve-path" using WS-RUN-LOG-FILE end-call
  move "/data/operator-alerts.txt" to WS-ALERT-FILE
  call "resolve-path" using WS-ALERT-FILE end-call
  move "/data/run-history.lock" to WS-LOCK-NAME
  call "resolve-path" using WS-LOCK-NAME end-call
  accept INBOUND-MAP from environment "INBOUND_MAP_FILE"
  if INBOUND-MAP = spaces
    move "/data/inbound/map.xmit" to INBOUND-MAP
  end-if
  call "resolve-path" using INBOUND-MAP end-call
  accept INBOUND-INSTR from environment "INBOUND_INSTR_FILE"
  if INBOUND-INSTR = spaces
    move "/data/inbound/instructions.xmit" to INBOUND-INSTR
  end-if
  call "resolve-path" using INBOUND-INSTR end-call
  call "resolve-path" using STAGE-MAP end-call
  call "resolve-path" using STAGE-INSTR end-call

  *> the watcher takes the run id first and exports it (see RUN-ID),
  *> so intake, promotion and the nightly run it chains all stamp the
  *> same identifier on everything they write
  call "run-id" using WS-RUN-ID end-call
  *> the chain is one run, sealed by one manifest when the watch ends
  display "MANIFEST_BY_CALLER" upon environment-name
  display "Y" upon environment-value
  move function current-date(1:8) to RUN-DATE
  move function current-date(1:8) to START-DATE
  move function current-date(9:4) to START-HHMM

  *> WATCH_POLL_SECONDS is the pause between looks at the inbound
  *> location; WATCH_CUTOFF (hhmm) is when an operator alert fires if
  *> nothing has arrived. Both come from the parameter profile. A
  *> watcher started after the cutoff time is watching for tomorrow
  *> morning's cutoff
  move "WATCH_POLL_SECONDS" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-POLL-TEXT
  if WS-POLL-TEXT not = spaces
    if function trim(WS-POLL-TEXT) is numeric
      move function trim(WS-POLL-TEXT) to POLL-SECONDS
    end-if
  end-if
  move "WATCH_CUTOFF" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-CUTOFF-TEXT
  if WS-CUTOFF-TEXT not = spaces
    if function trim(WS-CUTOFF-TEXT) is numeric
      move function trim(WS-CUTOFF-TEXT) to CUTOFF-HHMM
    end-if
  end-if
  if START-HHMM > CUTOFF-HHMM
    move "Y" to CUTOFF-NEXT-DAY
  end-if

  move "REGISTER" to REG-ACTION
  move INBOUND-MAP to REG-INPUT
  move "WATCHING" to REG-POSITION
  call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
    REG-POSITION REG-RESULT end-call
  if REG-RESULT = "1"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "ARRIVAL-WATCHER refused: a watcher is already registered "
      "against '" function trim(INBOUND-MAP)
      "' -- see the status board, or set FORCE_RUN=Y if it is known dead"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if

  open output WATCH-REPORT
  move spaces to WATCH-LINE
  string "ARRIVAL WATCH " RUN-DATE " RUN " WS-RUN-ID " -- '"
    function trim(INBOUND-MAP) "' / '" function trim(INBOUND-INSTR)
    "', CUTOFF " CUTOFF-HHMM
    delimited by size into WATCH-LINE
  end-string
  write WATCH-LINE

  *> ---- watch: both envelopes complete, or the cutoff passes
  perform forever
    add 1 to POLL-COUNT
    move INBOUND-MAP to WS-PROBE-FILE
    perform PROBE-INBOUND
    move PROBE-TRAILER to MAP-ARRIVED
    if PROBE-LINES > 0 and PROBE-TRAILER = "N"
      move "Y" to MAP-PARTIAL
    else
      move "N" to MAP-PARTIAL
    end-if
    move INBOUND-INSTR to WS-PROBE-FILE
    perform PROBE-INBOUND
    move PROBE-TRAILER to INSTR-ARRIVED
    if PROBE-LINES > 0 and PROBE-TRAILER = "N"
      move "Y" to INSTR-PARTIAL
    else
      move "N" to INSTR-PARTIAL
    end-if
    if MAP-ARRIVED = "Y" and INSTR-ARRIVED = "Y"
      exit perform
    end-if

    move function current-date(1:8) to NOW-DATE
    move function current-date(9:4) to NOW-HHMM
    if CUTOFF-NEXT-DAY = "N"
      if NOW-DATE > START-DATE or NOW-HHMM >= CUTOFF-HHMM
        move "Y" to CUTOFF-PASSED
      end-if
    else
      if NOW-DATE > START-DATE and NOW-HHMM >= CUTOFF-HHMM
        move "Y" to CUTOFF-PASSED
      end-if
    end-if
    if CUTOFF-PASSED = "Y"
      exit perform
    end-if

    move "HEARTBEAT" to REG-ACTION
    move spaces to REG-POSITION
    string "WAITING -- POLL " POLL-COUNT
      delimited by size into REG-POSITION
    end-string
    call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
      REG-POSITION REG-RESULT end-call
    call "C$SLEEP" using POLL-SECONDS end-call
  end-perform

  if CUTOFF-PASSED = "Y"
    move spaces to STAGE-OUTCOME
    evaluate true
      when MAP-ARRIVED = "Y"
        string "ONLY THE MAP ENVELOPE ARRIVED"
          delimited by size into STAGE-OUTCOME
        end-string
      when INSTR-ARRIVED = "Y"
        string "ONLY THE INSTRUCTIONS ENVELOPE ARRIVED"
          delimited by size into STAGE-OUTCOME
        end-string
      when MAP-PARTIAL = "Y" or INSTR-PARTIAL = "Y"
        string "TRANSFER STARTED BUT NO TRAILER ON DISK"
          delimited by size into STAGE-OUTCOME
        end-string
      when other
        string "NOTHING ARRIVED"
          delimited by size into STAGE-OUTCOME
        end-string
    end-evaluate
    open extend ALERT-FILE
    if WS-ALERT-STATUS = "35"
      open output ALERT-FILE
    end-if
    move spaces to ALERT-LINE
    string
      function current-date(1:8) " ALERT ARRIVAL-WATCHER NO COMPLETE "
      "TRANSMISSION BY CUTOFF " CUTOFF-HHMM " -- "
      function trim(STAGE-OUTCOME) " RUN " WS-RUN-ID
      delimited by size into ALERT-LINE
    end-string
    write ALERT-LINE
    close ALERT-FILE
    move "DNV0023" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move CUTOFF-HHMM to WS-EXC-VALUE(1)
    move function trim(STAGE-OUTCOME) to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move "WATCH" to STAGE-NAME
    move 12 to STAGE-RC
    perform RECORD-STAGE
    perform FINISH-WATCH
    goback
  end-if

  move "WATCH" to STAGE-NAME
  move 0 to STAGE-RC
  move spaces to STAGE-OUTCOME
  string "BOTH ENVELOPES ARRIVED AFTER " POLL-COUNT " LOOK(S)"
    delimited by size into STAGE-OUTCOME
  end-string
  perform RECORD-STAGE

  *> ---- intake: each envelope verified and unwrapped into staging;
  *> either one rejected stops the chain before promotion
  move "INTAKE-MAP" to STAGE-NAME
  move INBOUND-MAP to WS-ENV-VALUE
  move STAGE-MAP to WS-PROBE-FILE
  perform RUN-INTAKE
  if STAGE-RC >= 8
    perform FINISH-WATCH
    goback
  end-if
  move "INTAKE-INSTR" to STAGE-NAME
  move INBOUND-INSTR to WS-ENV-VALUE
  move STAGE-INSTR to WS-PROBE-FILE
  perform RUN-INTAKE
  if STAGE-RC >= 8
    perform FINISH-WATCH
    goback
  end-if

  *> the envelopes are consumed: each is kept as a dated generation and
  *> the inbound copy emptied, so the next look only sees a new arrival
  move spaces to ARCHIVE-NAME
  string function trim(INBOUND-MAP) "." RUN-DATE "." WS-RUN-ID
    delimited by size into ARCHIVE-NAME
  end-string
  call "archive-file" using INBOUND-MAP ARCHIVE-NAME ARCHIVE-TRUNCATE
    ARCHIVE-STATUS end-call
  move spaces to ARCHIVE-NAME
  string function trim(INBOUND-INSTR) "." RUN-DATE "." WS-RUN-ID
    delimited by size into ARCHIVE-NAME
  end-string
  call "archive-file" using INBOUND-INSTR ARCHIVE-NAME ARCHIVE-TRUNCATE
    ARCHIVE-STATUS end-call

  *> ---- promotion, only ever after a clean intake of both files
  move "HEARTBEAT" to REG-ACTION
  move "PROMOTING" to REG-POSITION
  call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
    REG-POSITION REG-RESULT end-call
  display "STAGE_MAP_FILE" upon environment-name
  display STAGE-MAP upon environment-value
  display "STAGE_INSTR_FILE" upon environment-name
  display STAGE-INSTR upon environment-value
  move 0 to return-code
  call "promote-map" end-call
  move return-code to STAGE-RC
  cancel "promote-map" "parse-input" "validate-map" "map-sanity-check"
    "build-node-index"
  move "PROMOTE" to STAGE-NAME
  if STAGE-RC >= 8
    move "CANDIDATE REFUSED -- SEE PROMOTION-REPORT.TXT" to STAGE-OUTCOME
    perform RECORD-STAGE
    perform FINISH-WATCH
    goback
  end-if
  move "PROMOTED AND CATALOGED" to STAGE-OUTCOME
  perform RECORD-STAGE

  *> ---- the nightly run: the DAY8NAV flow definition, run through
  *> FLOW-RUNNER exactly as a scheduled night runs it, under this
  *> watcher's run id. MAP_FILE/INSTR_FILE are cleared so the catalog
  *> hands every step the version just promoted
  display "MAP_FILE" upon environment-name
  display " " upon environment-value
  display "INSTR_FILE" upon environment-name
  display " " upon environment-value
  move "DAY8NAV-FLOW" to STAGE-NAME
  perform RUN-FLOW

  perform FINISH-WATCH
  goback.

*> PROBE-LINES and PROBE-TRAILER for the envelope in WS-PROBE-FILE --
*> an absent or empty file reads as zero lines, no trailer
PROBE-INBOUND.
  move 0 to PROBE-LINES
  move "N" to PROBE-TRAILER
  open input INBOUND-FILE
  if WS-PROBE-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read INBOUND-FILE at end
      exit perform
    end-read
    add 1 to PROBE-LINES
    inspect INBOUND-LINE replacing all x"0D" by space
    move spaces to PROBE-WORD-1 PROBE-WORD-2
    unstring INBOUND-LINE delimited by all space
      into PROBE-WORD-1 PROBE-WORD-2
    end-unstring
    if PROBE-WORD-1 = "XMIT" and PROBE-WORD-2 = "T"
      move "Y" to PROBE-TRAILER
    end-if
  end-perform
  close INBOUND-FILE.

*> one INTAKE-TRANSMISSION run: inbound envelope in WS-ENV-VALUE,
*> staging target in WS-PROBE-FILE
RUN-INTAKE.
  move "HEARTBEAT" to REG-ACTION
  move STAGE-NAME to REG-POSITION
  call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
    REG-POSITION REG-RESULT end-call
  display "INBOUND_FILE" upon environment-name
  display WS-ENV-VALUE upon environment-value
  display "STAGE_TARGET" upon environment-name
  display WS-PROBE-FILE upon environment-value
  move 0 to return-code
  call "intake-transmission" end-call
  move return-code to STAGE-RC
  cancel "intake-transmission"
  if STAGE-RC >= 8
    move "ENVELOPE REJECTED -- SEE INTAKE-REJECT-REPORT.TXT"
      to STAGE-OUTCOME
  else
    move "ENVELOPE VERIFIED AND STAGED" to STAGE-OUTCOME
  end-if
  perform RECORD-STAGE.

*> the nightly flow through FLOW-RUNNER. WATCH_FLOW_FILE names the
*> definition (default the installed DAY8NAV one, FLOW-RUNNER's own
*> default); the run is always a fresh one, never a resume of some
*> earlier failed night, and the runner leaves the manifest to the
*> watcher because MANIFEST_BY_CALLER is already set
RUN-FLOW.
  move "HEARTBEAT" to REG-ACTION
  move STAGE-NAME to REG-POSITION
  call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
    REG-POSITION REG-RESULT end-call
  move "WATCH_FLOW_FILE" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-ENV-VALUE
  if WS-ENV-VALUE = spaces
    move "/data/job-flow.txt" to WS-ENV-VALUE
  end-if
  display "FLOW_FILE" upon environment-name
  display WS-ENV-VALUE upon environment-value
  display "FLOW_ACTION" upon environment-name
  display "RUN" upon environment-value
  display "FLOW_RESUME" upon environment-name
  display "N" upon environment-value
  move 0 to return-code
  call "flow-runner" end-call
  move return-code to STAGE-RC
  cancel "flow-runner"
  evaluate true
    when STAGE-RC = 0
      move "FLOW COMPLETED" to STAGE-OUTCOME
    when STAGE-RC = 4
      move "FLOW COMPLETED WITH WARNINGS" to STAGE-OUTCOME
    when other
      move "FLOW FAILED -- SEE FLOW-REPORT.TXT" to STAGE-OUTCOME
  end-evaluate
  perform RECORD-STAGE.

*> STAGE-NAME / STAGE-RC / STAGE-OUTCOME onto the watch report and the
*> run history under the watcher's run id, and into the worst RC
RECORD-STAGE.
  if STAGE-RC > WORST-RC
    move STAGE-RC to WORST-RC
  end-if
  move STAGE-RC to WS-RC-DISPLAY
  move spaces to WATCH-LINE
  string function current-date(9:6) " " STAGE-NAME " RC "
    WS-RC-DISPLAY " " function trim(STAGE-OUTCOME)
    delimited by size into WATCH-LINE
  end-string
  write WATCH-LINE
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "ARRIVAL-WATCHER: " function trim(STAGE-NAME) " RC "
    function trim(WS-RC-DISPLAY) " -- " function trim(STAGE-OUTCOME)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  call "acquire-lock" using WS-LOCK-NAME WS-LOCK-OWNER
    WS-LOCK-RESULT end-call
  if WS-LOCK-RESULT = "0"
    open extend RUN-LOG
    if WS-RUN-LOG-STATUS = "35"
      open output RUN-LOG
    end-if
    move spaces to RUN-LOG-LINE
    string
      RUN-DATE " ARRIVAL " function trim(STAGE-NAME) " RC "
      function trim(WS-RC-DISPLAY) " " function trim(STAGE-OUTCOME)
      " RUN " WS-RUN-ID
      delimited by size into RUN-LOG-LINE
    end-string
    write RUN-LOG-LINE
    close RUN-LOG
    call "release-lock" using WS-LOCK-NAME end-call
  end-if.

*> close out the watch: summary line, off the run board, worst stage
*> return code to the job step
FINISH-WATCH.
  move WORST-RC to WS-RC-DISPLAY
  move spaces to WATCH-LINE
  string "ARRIVAL WATCH COMPLETE -- WORST STAGE RC "
    function trim(WS-RC-DISPLAY)
    delimited by size into WATCH-LINE
  end-string
  write WATCH-LINE
  close WATCH-REPORT
  move "DEREGISTER" to REG-ACTION
  call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
    REG-POSITION REG-RESULT end-call
  call "write-manifest" end-call
  move WORST-RC to return-code.
