  01 REG-POSITION       pic x(40).
  01 REG-RESULT         pic x.
  01 WS-EXC-PROGRAM     pic x(20) value "PART1".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

  01 REF-DESC           pic x(40).
  01 REF-TEAM           pic x(20).
  01 REF-FOUND          pic x.
  01 REF-NODE-STATUS    pic x(10).
  01 REF-SUFFIX         pic x(70).

  *> optional per-node departure costs (see LOAD-STEP-COSTS) -- when no
  01 COSTS-LOADED       pic x value "N".
  01 TOTAL-COST         binary-double unsigned value 0.
  01 TOTAL-COST-DISPLAY pic z(17)9.
  *> the finance posting (see POST-COSTS) charges each departure to the
  *> team owning the node left, so the walk keeps a departure count per
  *> node alongside the running total
  01 POST-WARNED        pic x value "N".

  01 THRESH-STEPS       pic 9(18).
  01 THRESH-ELAPSED     pic 9(8).
  01 NO-PATH-PROVEN     pic x value "N".

  *> END_TEAM mode: the end condition becomes "any node whose owning
  *> team matches" on the business date, answered from the node
  *> reference as of that date -- the walk no longer needs one run per
  *> candidate end node when a team owns thirty
  01 WS-END-TEAM        pic x(20).
  01 TEAM-MODE          pic x value "N".
  01 TEAM-NODE-COUNT    pic 9(6) value 0.
  01 COSTS-PTR          usage pointer.
  01 PASS-SEEN-PTR      usage pointer.
  01 TEAM-NODE-PTR      usage pointer.
  01 DEPARTS-PTR        usage pointer.

  01 WS-NODE-INDEX-MODE pic x value "N".
  01 IDX-CURRENT-CODE   pic a(4).
  01 IDX-R-CODE         pic a(4).
  01 IDX-LOOKUP-STATUS  pic x.

  *> route closures in force on the business date (see LOAD-CLOSURES)
  *> -- a step across a closed link stops the walk as a blocked move
  *> instead of quietly walking a road that is not open today
  copy closures.
  01 CLOSURE-IDX        pic 9(4).
  01 BLOCKED-IDX        pic 9(4) value 0.
  01 CLOSURE-TO-TEXT    pic x(8).

linkage section.
  *> heap node table behind INPUT-DATA (see the INPUT and NODEMAP
  *> copybooks) -- SET ADDRESS after every parse before touching it
    05 PASS-SEEN        pic x occurs PASS-TABLE-SIZE times.
  01 TEAM-NODE-TABLE.
    05 TEAM-QUALIFIES   pic x occurs PASS-TABLE-SIZE times.
  01 DEPARTS-TABLE.
    05 DEPARTS          binary-long unsigned occurs PASS-TABLE-SIZE times.

procedure division.
  *> file names are fixed under /data by convention -- the data-root
    *> booking into a closed period: the line still lands, but flagged
    *> -- the close report's certified counts must stay explainable
    move " LATE-PERIOD" to LATE-SUFFIX
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "WARNING: business date " BUSINESS-DATE " falls in a "
      "CLOSED period -- entries will be flagged LATE-PERIOD"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  else
    move spaces to LATE-SUFFIX
  end-if
  *> the version in force for the run date (see RESOLVE-MAP-VERSION)
  call "resolve-map-version" using CATALOG-AS-OF WS-MAP-FILENAME
    WS-INSTR-FILENAME end-call
  call "parse-input" using INPUT-DATA WS-INSTR-FILENAME WS-MAP-FILENAME
    WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    *> the primary map failed the parse. The business would rather run
      move SAVED-RETURN-CODE to return-code
      goback
    end-if
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "PART1: primary map rejected -- attempting failover to "
      "the last promoted fallback pair"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    *> the failed parse left resident state and a part-filled table
    *> behind -- both must go before the fallback parse
    cancel "parse-input"
    call "resolve-path" using WS-INSTR-FILENAME end-call
    move 0 to return-code
    call "parse-input" using INPUT-DATA WS-INSTR-FILENAME
      WS-MAP-FILENAME WS-EXC-PROGRAM end-call
    set address of NODES-TABLE to NODES-MAP-PTR
    if return-code not = 0
      move return-code to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "PART1: fallback map failed the parse as well -- "
        "nothing left to run on"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move JOB-LOG-RC to return-code
      goback
    end-if
    move "Y" to FAILOVER-ACTIVE
  allocate AUX-TABLE-BYTES characters initialized
    returning TEAM-NODE-PTR
  set address of TEAM-NODE-TABLE to TEAM-NODE-PTR
  compute AUX-TABLE-BYTES = NODE-ZZZ-VALUE * 4
  allocate AUX-TABLE-BYTES characters initialized
    returning DEPARTS-PTR
  set address of DEPARTS-TABLE to DEPARTS-PTR

  call "validate-map" using INPUT-DATA end-call
  call "map-sanity-check" using INPUT-DATA end-call
    call "resolve-alias" using WS-START-NODE-CODE ALIAS-FLAG
      ALIAS-OLD end-call
    if ALIAS-FLAG = "Y"
      move 0 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "START_NODE " ALIAS-OLD " (now " WS-START-NODE-CODE ")"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    end-if
    call "parse-node" using WS-START-NODE-CODE CURRENT-NODE NODE-CODE-LENGTH
      PARSE-NODE-STATUS end-call
    if PARSE-NODE-STATUS = "1"
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Malformed START_NODE code '" WS-START-NODE-CODE "'!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 12 to return-code
      goback
    end-if
    call "resolve-alias" using WS-END-NODE-CODE ALIAS-FLAG
      ALIAS-OLD end-call
    if ALIAS-FLAG = "Y"
      move 0 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "END_NODE " ALIAS-OLD " (now " WS-END-NODE-CODE ")"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    end-if
    call "parse-node" using WS-END-NODE-CODE END-NODE NODE-CODE-LENGTH
      PARSE-NODE-STATUS end-call
    if PARSE-NODE-STATUS = "1"
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Malformed END_NODE code '" WS-END-NODE-CODE "'!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 12 to return-code
      goback
    end-if
      if NODES-DEFINED(TEAM-SCAN-IDX) = "Y"
        call "decode-node" using TEAM-SCAN-IDX TEAM-SCAN-TEXT
          NODE-CODE-LENGTH end-call
        call "lookup-node-ref-asof" using TEAM-SCAN-TEXT BUSINESS-DATE
          REF-DESC REF-TEAM REF-NODE-STATUS REF-FOUND end-call
        if REF-FOUND = "0"
            and function trim(REF-TEAM) = function trim(WS-END-TEAM)
          move "Y" to TEAM-QUALIFIES(TEAM-SCAN-IDX)
      end-if
    end-perform
    if TEAM-NODE-COUNT = 0
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "No node on this map is owned by team '"
        function trim(WS-END-TEAM) "' -- nothing to walk toward!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0159" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(WS-END-TEAM) to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 8 to return-code
      goback
    end-if

  call "load-step-costs" using NODE-CODE-LENGTH COSTS-OUTER
    COSTS-LOADED end-call
  call "load-closures" using BUSINESS-DATE NODE-CODE-LENGTH
    CLOSURES-OUTER end-call

  open output PATH-REPORT
  *> the closures in force head the report, so nobody quotes a step
  *> count without seeing which roads were shut when it was walked
  perform varying CLOSURE-IDX from 1 by 1
      until CLOSURE-IDX > CLOSURE-COUNT
    move CLOSURE-TO(CLOSURE-IDX) to CLOSURE-TO-TEXT
    if CLOSURE-TO-TEXT = "99999999"
      move "OPEN-END" to CLOSURE-TO-TEXT
    end-if
    move spaces to PATH-REPORT-LINE
    string
      "CLOSURE IN FORCE: NODE " function trim(CLOSURE-NODE(CLOSURE-IDX)) " DIR "
      CLOSURE-DIR(CLOSURE-IDX) " " CLOSURE-FROM(CLOSURE-IDX) "-"
      CLOSURE-TO-TEXT " -- " function trim(CLOSURE-REASON(CLOSURE-IDX))
      delimited by size into PATH-REPORT-LINE
    end-string
    write PATH-REPORT-LINE
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "PART1: " function trim(PATH-REPORT-LINE)
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-perform
  *> the per-run trace is overwritten every run, so it is only ever
  *> evidence about the last walk -- this history file accumulates a
  *> date-tagged line per visit across runs, which is what the
  *> needed, so check it here instead of up front
  if (TEAM-MODE = "N" and CURRENT-NODE = END-NODE)
      or (TEAM-MODE = "Y" and TEAM-QUALIFIES(CURRENT-NODE) = "Y")
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Start node already satisfies the end-node condition -- "
      "zero steps required"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move spaces to PATH-REPORT-LINE
    string
      "ZERO-STEP MAP: START NODE ALREADY SATISFIES THE END-NODE CONDITION"
    write PATH-REPORT-LINE
  else
    if function trim(INSTRUCTIONS) = spaces
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "No instructions loaded -- cannot navigate from start to "
        "end node!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0160" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      close PATH-REPORT
      close TRACE-HISTORY
      move 8 to return-code
  call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
    REG-POSITION REG-RESULT end-call
  if REG-RESULT = "1"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "PART1 refused: another PART1 run is already registered "
      "as active against '" function trim(REG-INPUT) "' -- see the "
      "status board, or set FORCE_RUN=Y if it is known dead"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0161" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(REG-INPUT) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    close PATH-REPORT
    close TRACE-HISTORY
    move 12 to return-code
    end-if

    if INSTRUCTION-COUNT >= MAX-STEPS
      move 16 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "PART1 aborted: step ceiling of " MAX-STEPS
        " reached without reaching the end node!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0162" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move MAX-STEPS to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      close PATH-REPORT
      close TRACE-HISTORY
      move "DEREGISTER" to REG-ACTION
      move "Y" to PASS-SEEN(CURRENT-NODE)
    end-if

    *> a step across a closed link is never taken -- like the repeated
    *> state above, the step just counted did not happen
    if CLOSURE-COUNT > 0
      perform varying CLOSURE-IDX from 1 by 1
          until CLOSURE-IDX > CLOSURE-COUNT
        if CLOSURE-NODE-NUM(CLOSURE-IDX) = CURRENT-NODE
            and CLOSURE-DIR(CLOSURE-IDX) =
              INSTRUCTIONS(INSTRUCTION-INDEX:1)
          move CLOSURE-IDX to BLOCKED-IDX
          exit perform
        end-if
      end-perform
      if BLOCKED-IDX > 0
        subtract 1 from INSTRUCTION-COUNT
        exit perform
      end-if
    end-if

    *> the step's cost belongs to the node being left
    if COSTS-LOADED = "Y"
      add COSTS(CURRENT-NODE) to TOTAL-COST
      add 1 to DEPARTS(CURRENT-NODE)
    end-if

    if WS-NODE-INDEX-MODE = "Y"
      call "lookup-node-index" using IDX-CURRENT-CODE IDX-L-CODE IDX-R-CODE
        IDX-LOOKUP-STATUS end-call
      if IDX-LOOKUP-STATUS = "1"
        move 8 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "Node '" function trim(IDX-CURRENT-CODE)
          "' not found in the node index!"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move "DNV0163" to WS-EXC-MSG-ID
        move spaces to WS-EXC-VALUES
        move function trim(IDX-CURRENT-CODE) to WS-EXC-VALUE(1)
        call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
          WS-EXC-VALUES end-call
        close PATH-REPORT
        close TRACE-HISTORY
        move "DEREGISTER" to REG-ACTION
          move NODES-R(CURRENT-NODE) to CURRENT-NODE
        end-if
      when other
        *> name the offending character and where the walk stood, so the
        *> instructions file can be checked without re-running the walk
        call "decode-node" using CURRENT-NODE CURRENT-NODE-TEXT
          NODE-CODE-LENGTH end-call
        move 8 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "Unexpected direction character '"
          INSTRUCTIONS(INSTRUCTION-INDEX:1) "' at instruction position "
          INSTRUCTION-INDEX " leaving node '"
          function trim(CURRENT-NODE-TEXT) "' at step " INSTRUCTION-COUNT "!"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move "DNV0164" to WS-EXC-MSG-ID
        move spaces to WS-EXC-VALUES
        move INSTRUCTIONS(INSTRUCTION-INDEX:1) to WS-EXC-VALUE(1)
        move INSTRUCTION-INDEX to WS-EXC-VALUE(2)
        move function trim(CURRENT-NODE-TEXT) to WS-EXC-VALUE(3)
        call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
          WS-EXC-VALUES end-call
        close PATH-REPORT
        close TRACE-HISTORY
        move "DEREGISTER" to REG-ACTION
    write TRACE-HISTORY-LINE
  end-perform

  if BLOCKED-IDX > 0
    move spaces to PATH-REPORT-LINE
    string
      "BLOCKED MOVE AFTER STEP " INSTRUCTION-COUNT ": NODE "
      function trim(CLOSURE-NODE(BLOCKED-IDX)) " DIR " CLOSURE-DIR(BLOCKED-IDX)
      " IS CLOSED -- " function trim(CLOSURE-REASON(BLOCKED-IDX))
      delimited by size into PATH-REPORT-LINE
    end-string
    write PATH-REPORT-LINE
    close PATH-REPORT
    close TRACE-HISTORY

    move "DNV0165" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(CLOSURE-NODE(BLOCKED-IDX)) to WS-EXC-VALUE(1)
    move CLOSURE-DIR(BLOCKED-IDX) to WS-EXC-VALUE(2)
    move INSTRUCTION-COUNT to WS-EXC-VALUE(3)
    move function trim(CLOSURE-REASON(BLOCKED-IDX)) to WS-EXC-VALUE(4)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call

    move "/data/run-history.lock" to WS-LOCK-NAME
    call "resolve-path" using WS-LOCK-NAME end-call
    call "acquire-lock" using WS-LOCK-NAME WS-LOCK-OWNER
      WS-LOCK-RESULT end-call
    if WS-LOCK-RESULT = "1"
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "PART1: could not acquire '" function trim(WS-LOCK-NAME)
        "' within the lock wait limit!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0166" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(WS-LOCK-NAME) to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 12 to return-code
      goback
    end-if
    open extend RUN-LOG
    if WS-RUN-LOG-STATUS = "35"
      open output RUN-LOG
    end-if
    move spaces to RUN-LOG-LINE
    string
      RUN-DATE " BLOCKED PART1 CLOSED LINK AT "
        function trim(CLOSURE-NODE(BLOCKED-IDX))
      " DIR " CLOSURE-DIR(BLOCKED-IDX) " FROM "
      function trim(START-NODE-TEXT) " TO " function trim(END-NODE-TEXT)
      " RUN " WS-RUN-ID " BD " BUSINESS-DATE LATE-SUFFIX
      delimited by size into RUN-LOG-LINE
    end-string
    write RUN-LOG-LINE
    close RUN-LOG
    call "release-lock" using WS-LOCK-NAME end-call

    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Part 1: blocked move after " INSTRUCTION-COUNT
      " step(s) -- node " function trim(CLOSURE-NODE(BLOCKED-IDX)) " direction "
      CLOSURE-DIR(BLOCKED-IDX) " is closed: "
      function trim(CLOSURE-REASON(BLOCKED-IDX))
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DEREGISTER" to REG-ACTION
    call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
      REG-POSITION REG-RESULT end-call
    move 8 to return-code
    goback
  end-if

  if NO-PATH-PROVEN = "Y"
    move spaces to PATH-REPORT-LINE
    string
    call "acquire-lock" using WS-LOCK-NAME WS-LOCK-OWNER
      WS-LOCK-RESULT end-call
    if WS-LOCK-RESULT = "1"
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "PART1: could not acquire '" function trim(WS-LOCK-NAME)
        "' within the lock wait limit!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0166" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(WS-LOCK-NAME) to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 12 to return-code
      goback
    end-if
    close RUN-LOG
    call "release-lock" using WS-LOCK-NAME end-call

    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Part 1: no path exists from " function trim(START-NODE-TEXT)
      " to " function trim(END-NODE-TEXT) " under these instructions -- "
      "traversal state repeated after " INSTRUCTION-COUNT " step(s)"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DEREGISTER" to REG-ACTION
    call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
      REG-POSITION REG-RESULT end-call
      delimited by size into PATH-REPORT-LINE
    end-string
    write PATH-REPORT-LINE
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Part 1: reached " function trim(CURRENT-NODE-TEXT)
      ", the first node owned by " function trim(WS-END-TEAM)
      " (" TEAM-NODE-COUNT " qualifying node(s) on this map)"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if

  move spaces to PATH-REPORT-LINE
  call "resolve-path" using WS-LOCK-NAME end-call
  call "acquire-lock" using WS-LOCK-NAME WS-LOCK-OWNER WS-LOCK-RESULT end-call
  if WS-LOCK-RESULT = "1"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "PART1: could not acquire '" function trim(WS-LOCK-NAME)
      "' within the lock wait limit!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0166" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-LOCK-NAME) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  close RUN-LOG
  call "release-lock" using WS-LOCK-NAME end-call

  *> the travel cost goes to finance as a posting rather than being
  *> re-keyed from the reports -- only when a cost file priced the walk
  if COSTS-LOADED = "Y"
    call "post-costs" using NODE-CODE-LENGTH NODE-ZZZ-VALUE COSTS-OUTER
      DEPARTS-TABLE WS-RUN-ID BUSINESS-DATE TOTAL-COST POST-WARNED
    end-call
  end-if

  *> runtime statistics for batch-scheduling forecasts -- one record
  *> per completed run, alongside the result the run log already keeps
  move function current-date(9:6) to STATS-END-TIME
  write STATS-LINE
  close STATS-FILE

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Part 1: " INSTRUCTION-COUNT
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Part 1 instruction-string wraps: " WRAP-COUNT
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if COSTS-LOADED = "Y"
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Part 1 total journey cost: " TOTAL-COST-DISPLAY
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if

  *> early-warning thresholds are checked last, after the result has
  call "check-thresholds" using WS-EXC-PROGRAM THRESH-STEPS
    THRESH-ELAPSED THRESH-WRAPS THRESH-WARNED end-call
  if THRESH-WARNED = "Y"
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Part 1: warning threshold crossed -- see "
      "/data/operator-alerts.txt"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if

  if FAILOVER-ACTIVE = "Y"
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Part 1: RAN ON FALLBACK MAP DATA -- result is one "
      "promotion stale, see the FAILOVER line in run-history.log"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if

  move "DEREGISTER" to REG-ACTION
  *> the warning grade is applied after the run's LAST subprogram call:
  *> every CALL hands the callee's RETURN-CODE back to this program, so
  *> a grade set any earlier would be wiped on the way out
  if (THRESH-WARNED = "Y" or FAILOVER-ACTIVE = "Y" or POST-WARNED = "Y")
      and return-code = 0
    move 4 to return-code
  end-if
  *> hand the heap tables back before leaving -- a batch run CANCELs
  *> this program per control line, and a cancelled program's pointers
  *> are the only way to these allocations
  free NODES-MAP-PTR COSTS-PTR PASS-SEEN-PTR TEAM-NODE-PTR DEPARTS-PTR
  set NODES-MAP-PTR to null
  goback.
