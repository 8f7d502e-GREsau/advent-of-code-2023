  01 REG-POSITION      pic x(40).
  01 REG-RESULT        pic x.
  01 WS-EXC-PROGRAM    pic x(20) value "PART2GST".
  copy excmsg.
  01 JOB-LOG-RC        pic 99.
  01 JOB-LOG-TEXT      pic x(200).

  *> the parallel GHOSTnn jobs all append to the one checkpoint file --
  *> the lock convention (see ACQUIRE-LOCK) is what keeps two of them
  01 WS-LOCK-OWNER      pic x(20) value "PART2GST".
  01 WS-LOCK-RESULT     pic x.

  *> route closures in force on the business date (see LOAD-CLOSURES)
  *> -- a blocked ghost gets no checkpoint line, so PART2 walks it
  *> itself and reports the blocked move in the ghost breakdown
  copy closures.
  01 CLOSURE-IDX        pic 9(4).
  01 BLOCKED-IDX        pic 9(4) value 0.


linkage section.
  *> heap node table behind INPUT-DATA (see the INPUT and NODEMAP
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
  call "resolve-map-version" using CATALOG-AS-OF WS-MAP-FILENAME
    WS-INSTR-FILENAME end-call
  call "parse-input2" using INPUT-DATA START-NODES-OUTER WS-INSTR-FILENAME
    WS-MAP-FILENAME START-NODE-COUNT WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    *> the parse has already displayed, logged and graded the failure --

  call "load-step-costs" using NODE-CODE-LENGTH COSTS-OUTER
    COSTS-LOADED end-call
  call "load-closures" using BUSINESS-DATE NODE-CODE-LENGTH
    CLOSURES-OUTER end-call

  *> each parallel job step is handed either one ghost's index into
  *> the same START-NODES table PART2 itself builds, or -- through
    call "resolve-path" using WS-ASSIGNMENT-FILE end-call
    open input ASSIGNMENT-FILE
    if WS-ASSIGNMENT-STATUS not = "00"
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "GHOST_PACKAGE set but no assignment file on hand -- "
        "run GHOST-BALANCER first!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0179" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 12 to return-code
      goback
    end-if
    end-perform
    close ASSIGNMENT-FILE
    if GHOST-LIST-COUNT = 0
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Package " GHOST-PACKAGE " holds no ghosts on the "
        "assignment file -- nothing to walk!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0180" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 12 to return-code
      goback
    end-if
    accept WS-GHOST-INDEX-TEXT from environment "GHOST_INDEX"
    move WS-GHOST-INDEX-TEXT to GHOST-INDEX
    if GHOST-INDEX < 1 or GHOST-INDEX > START-NODE-COUNT
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "GHOST_INDEX " WS-GHOST-INDEX-TEXT
        " is out of range for this map's " START-NODE-COUNT " ghost start(s)!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0181" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move WS-GHOST-INDEX-TEXT to WS-EXC-VALUE(1)
      move START-NODE-COUNT to WS-EXC-VALUE(2)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 12 to return-code
      goback
    end-if
  call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
    REG-POSITION REG-RESULT end-call
  if REG-RESULT = "1"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "PART2GST refused: ghost " GHOST-INDEX " is already "
      "registered as active against this map -- see the status board, "
      "or set FORCE_RUN=Y if that run is known dead"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0182" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move GHOST-INDEX to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
    REG-POSITION REG-RESULT end-call
  if GHOST-PACKAGE > 0
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Package " GHOST-PACKAGE " complete: " GHOST-LIST-COUNT
      " ghost(s) walked"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if
  goback.

  *> fall through the loop silently; an empty instruction string is
  *> only a problem for a ghost that actually needs to move
  if function mod(CURRENT-NODE, 26) = 0
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Ghost " GHOST-INDEX
      " start node already ends in Z -- zero steps required"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  else
    if function trim(INSTRUCTIONS) = spaces
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "No instructions loaded -- cannot navigate ghost "
        GHOST-INDEX " to a Z-ending node!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0183" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move GHOST-INDEX to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move "DEREGISTER" to REG-ACTION
      call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
        REG-POSITION REG-RESULT end-call

  perform until function mod(CURRENT-NODE, 26) = 0
    if INSTRUCTION-COUNT >= MAX-STEPS
      move 16 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "PART2-GHOST-STEP aborted: step ceiling of " MAX-STEPS
        " reached on ghost " GHOST-INDEX
        " without reaching a node ending in Z!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0184" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move MAX-STEPS to WS-EXC-VALUE(1)
      move GHOST-INDEX to WS-EXC-VALUE(2)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move "DEREGISTER" to REG-ACTION
      call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
        REG-POSITION REG-RESULT end-call
      add 1 to WRAP-COUNT
    end-if

    *> a step across a closed link is never taken
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
    end-if
    if BLOCKED-IDX > 0
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "PART2GST: ghost " GHOST-INDEX " blocked -- node "
        function trim(CLOSURE-NODE(BLOCKED-IDX)) " direction "
        CLOSURE-DIR(BLOCKED-IDX) " is closed: "
        function trim(CLOSURE-REASON(BLOCKED-IDX))
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0185" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(CLOSURE-NODE(BLOCKED-IDX)) to WS-EXC-VALUE(1)
      move CLOSURE-DIR(BLOCKED-IDX) to WS-EXC-VALUE(2)
      move GHOST-INDEX to WS-EXC-VALUE(3)
      move function trim(CLOSURE-REASON(BLOCKED-IDX)) to WS-EXC-VALUE(4)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move "DEREGISTER" to REG-ACTION
      call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
        REG-POSITION REG-RESULT end-call
      move 8 to return-code
      goback
    end-if

    *> the step's cost belongs to the node being left
    if COSTS-LOADED = "Y"
      add COSTS(CURRENT-NODE) to GHOST-COST
      when "R"
        move NODES-R(CURRENT-NODE) to CURRENT-NODE
      when other
        move 8 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "Unexpected direction character '"
          INSTRUCTIONS(INSTRUCTION-INDEX:1) "' on ghost " GHOST-INDEX
          " at node " CURRENT-NODE "!"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move "DNV0186" to WS-EXC-MSG-ID
        move spaces to WS-EXC-VALUES
        move INSTRUCTIONS(INSTRUCTION-INDEX:1) to WS-EXC-VALUE(1)
        move GHOST-INDEX to WS-EXC-VALUE(2)
        call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
          WS-EXC-VALUES end-call
        move "DEREGISTER" to REG-ACTION
        call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
          REG-POSITION REG-RESULT end-call
  call "resolve-path" using WS-LOCK-NAME end-call
  call "acquire-lock" using WS-LOCK-NAME WS-LOCK-OWNER WS-LOCK-RESULT end-call
  if WS-LOCK-RESULT = "1"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "PART2GST: could not acquire '" function trim(WS-LOCK-NAME)
      "' within the lock wait limit!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0187" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-LOCK-NAME) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move "DEREGISTER" to REG-ACTION
    call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
      REG-POSITION REG-RESULT end-call
  write STATS-LINE
  close STATS-FILE

  move INSTRUCTION-COUNT to WS-CHECKPOINT-COUNT-DISP
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Ghost " GHOST-INDEX " reached a Z-ending node in "
    function trim(WS-CHECKPOINT-COUNT-DISP) " steps, " WRAP-COUNT
    " instruction-string wrap(s)"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call.
