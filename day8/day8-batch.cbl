  01 REG-PROGRAM              pic x(20) value "DAY8-BATCH".
  01 REG-POSITION             pic x(40).
  01 REG-RESULT               pic x.
  01 JOB-LOG-RC               pic 99.
  01 JOB-LOG-TEXT             pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> it runs -- stamps one identifier; RUN-ID is deliberately left out
  *> of the per-line CANCEL list below so the id survives across lines
  call "run-id" using WS-RUN-ID end-call
  *> and one manifest for the whole batch, sealed once every control
  *> line has run, rather than one per NAVIGATOR dispatch
  display "MANIFEST_BY_CALLER" upon environment-name
  display "Y" upon environment-value
  accept WS-BATCH-CONTROL-FILE from environment "BATCH_CONTROL_FILE"
  if WS-BATCH-CONTROL-FILE = spaces
    move "/data/batch-control.txt" to WS-BATCH-CONTROL-FILE
  call "run-registry" using REG-ACTION REG-PROGRAM WS-BATCH-CONTROL-FILE
    REG-POSITION REG-RESULT end-call
  if REG-RESULT = "1"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "DAY8-BATCH refused: another batch is already registered "
      "as active against '" function trim(WS-BATCH-CONTROL-FILE)
      "' -- see the status board, or set FORCE_RUN=Y if it is known dead"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using REG-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    close BATCH-REPORT
    move 12 to return-code
    goback
      cancel "navigator" "part1" "part2" "parse-input" "parse-input2"
        "validate-map" "maintain-node" "lcm" "map-sanity-check"
        "checksum-input" "verify-traversal" "journey"
        "lookup-node-ref" "lookup-node-ref-asof" "load-step-costs"
        "check-thresholds"

      move spaces to BATCH-REPORT-LINE
      evaluate true
  call "run-registry" using REG-ACTION REG-PROGRAM WS-BATCH-CONTROL-FILE
    REG-POSITION REG-RESULT end-call

  call "write-manifest" end-call
  call "ops-dashboard" end-call
  if WS-FAIL-COUNT > 0
    move 8 to return-code
  else
