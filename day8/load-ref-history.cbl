identification division.
program-id. load-ref-history.

data division.
working-storage section.
  01 WS-REF-HISTORY-FILE  pic x(100).
  01 WS-NODE-HIST-FILE    pic x(100).
  01 LOADED-COUNT         pic 9(8) value 0.
  01 STORE-STATUS         pic x(2).
  01 BUILD-STATUS         pic x.

  01 WS-EXC-PROGRAM     pic x(20) value "LOAD-REF-HISTORY".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> every as-of lookup reads the node's lines by key from the keyed
  *> history (see LOOKUP-NODE-REF-ASOF) rather than the flat file end
  *> to end. RECORD-NODE-REF and RENAME-NODE keep it in step as they
  *> write, and ROLL-NODE-REF rebuilds it nightly if it has fallen
  *> out; this builds it on demand -- on conversion, or after the flat
  *> history has been put right by hand. The store is a derived copy:
  *> the flat history stays the system of record, and a reload from
  *> scratch is always safe
  move "/data/node-ref-history.txt" to WS-REF-HISTORY-FILE
  call "resolve-path" using WS-REF-HISTORY-FILE end-call
  move "/data/node-ref-history.idx" to WS-NODE-HIST-FILE
  call "resolve-path" using WS-NODE-HIST-FILE end-call

  call "build-ref-history" using WS-REF-HISTORY-FILE
    WS-NODE-HIST-FILE LOADED-COUNT STORE-STATUS BUILD-STATUS end-call

  if BUILD-STATUS = "2"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Keyed node reference history could not be written (status "
      STORE-STATUS ") after " LOADED-COUNT " record(s)!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0289" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move STORE-STATUS to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  if BUILD-STATUS = "1"
    string "No node reference history on file -- keyed history "
      "built empty"
      delimited by size into JOB-LOG-TEXT
    end-string
  else
    string "Keyed node reference history loaded: " LOADED-COUNT
      " record(s)"
      delimited by size into JOB-LOG-TEXT
    end-string
  end-if
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.
