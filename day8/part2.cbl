  01 REG-POSITION          pic x(40).
  01 REG-RESULT            pic x.
  01 WS-EXC-PROGRAM        pic x(20) value "PART2".
  copy excmsg.
  01 JOB-LOG-RC            pic 99.
  01 JOB-LOG-TEXT          pic x(200).

  01 THRESH-STEPS          pic 9(18).
  01 THRESH-ELAPSED        pic 9(8).
  01 IDX-LOOKUP-STATUS     pic x.
  01 PARSE-NODE-STATUS     pic x.

  *> route closures in force on the business date (see LOAD-CLOSURES)
  *> -- a ghost stepping across a closed link stops the run as a
  *> blocked move; the LCM is meaningless while any ghost is cut off
  copy closures.
  01 CLOSURE-IDX           pic 9(4).
  01 BLOCKED-IDX           pic 9(4) value 0.
  01 CLOSURE-TO-TEXT       pic x(8).

linkage section.
  *> heap node table behind INPUT-DATA (see the INPUT and NODEMAP
  *> copybooks) -- SET ADDRESS after every parse before touching it
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
    *> primary rejected -- switch to the last promoted fallback pair
      move SAVED-RETURN-CODE to return-code
      goback
    end-if
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "PART2: primary map rejected -- attempting failover to "
      "the last promoted fallback pair"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    cancel "parse-input2"
    perform varying FO-NODE-IDX from 1 by 1
        until FO-NODE-IDX > NODE-ZZZ-VALUE
    call "resolve-path" using WS-INSTR-FILENAME end-call
    move 0 to return-code
    call "parse-input2" using INPUT-DATA START-NODES-OUTER
      WS-INSTR-FILENAME WS-MAP-FILENAME START-NODE-COUNT
      WS-EXC-PROGRAM end-call
    set address of NODES-TABLE to NODES-MAP-PTR
    if return-code not = 0
      move return-code to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "PART2: fallback map failed the parse as well -- "
        "nothing left to run on"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move JOB-LOG-RC to return-code
      goback
    end-if
    move "Y" to FAILOVER-ACTIVE

  call "load-step-costs" using NODE-CODE-LENGTH COSTS-OUTER
    COSTS-LOADED end-call
  call "load-closures" using BUSINESS-DATE NODE-CODE-LENGTH
    CLOSURES-OUTER end-call
  perform varying CLOSURE-IDX from 1 by 1
      until CLOSURE-IDX > CLOSURE-COUNT
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "PART2: CLOSURE IN FORCE: NODE "
      function trim(CLOSURE-NODE(CLOSURE-IDX))
      " DIR " CLOSURE-DIR(CLOSURE-IDX) " -- "
      function trim(CLOSURE-REASON(CLOSURE-IDX))
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-perform

  move "RUN_MINUTES" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
    REG-POSITION REG-RESULT end-call
  if REG-RESULT = "1"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "PART2 refused: another PART2 run is already registered "
      "as active against '" function trim(REG-INPUT) "' and its "
      "checkpoint -- see the status board, or set FORCE_RUN=Y if it "
      "is known dead"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0167" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(REG-INPUT) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
    *> the transition table is built from the in-memory map; a run
    *> routed through the keyed node index has opted out of that table,
    *> so it keeps the single-step walk
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "PART2: FAST_MODE does not combine with NODE_INDEX_MODE -- "
      "keeping the single-step walk"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "N" to FAST-MODE
  end-if
  if FAST-MODE = "Y" and CLOSURE-COUNT > 0
    *> a whole-pass jump cannot see a closed link crossed mid-pass, so
    *> a night with closures in force walks every step
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "PART2: FAST_MODE is set aside while route closures are in "
      "force -- keeping the single-step walk"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "N" to FAST-MODE
  end-if
  if FAST-MODE = "Y"
        move PRE-COST to PASS-COST(PRE-NODE)
      end-if
    end-perform
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "PART2 fast mode: whole-pass transition table built for "
      FC-NODE-COUNT " node(s), pass length " INSTR-LEN
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if

  move 1 to LCM
  *> own checkpoint lines
  call "checksum-input" using INPUT-DATA INPUT-CHECKSUM end-call

  *> the cached LCM was walked with whatever roads were open that
  *> night -- with closures in force tonight the ghosts are re-walked
  if CLOSURE-COUNT = 0
    open input LCM-CACHE-FILE
  else
    move "35" to WS-LCM-CACHE-STATUS
  end-if
  if WS-LCM-CACHE-STATUS = "00"
    read LCM-CACHE-FILE
    if WS-LCM-CACHE-STATUS = "00"
      if CACHED-CHECKSUM = INPUT-CHECKSUM
        move CACHED-LCM to LCM
        move "Y" to CACHE-HIT
        move 0 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "PART2: input checksum unchanged since last run -- "
          "reusing cached LCM instead of re-walking every ghost path"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      end-if
    end-if
    close LCM-CACHE-FILE
    call "acquire-lock" using WS-LOCK-NAME WS-LOCK-OWNER
      WS-LOCK-RESULT end-call
    if WS-LOCK-RESULT = "1"
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "PART2: could not acquire '" function trim(WS-LOCK-NAME)
        "' within the lock wait limit!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0168" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(WS-LOCK-NAME) to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 12 to return-code
      goback
    end-if
      end-perform
      close CHECKPOINT-FILE
      if CHECKPOINT-STALE = "Y"
        move 4 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "PART2: checkpoint on disk belongs to a different map or "
          "instructions input -- ignoring it and starting this run's "
          "ghost traversal from scratch"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move "DNV0169" to WS-EXC-MSG-ID
        move spaces to WS-EXC-VALUES
        call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
          WS-EXC-VALUES end-call
        move 0 to CHECKPOINT-DONE-COUNT TOTAL-WRAP-COUNT
        perform varying START-NODE-INDEX from 1 by 1
            until START-NODE-INDEX > START-NODE-COUNT
        close CHECKPOINT-FILE
      else
        if CHECKPOINT-DONE-COUNT > 0
          move 0 to JOB-LOG-RC
          move spaces to JOB-LOG-TEXT
          string "PART2 resuming ghost traversal from checkpoint -- "
            CHECKPOINT-DONE-COUNT " ghost(s) already on file"
            delimited by size into JOB-LOG-TEXT
          end-string
          call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        end-if
      end-if
    end-if
              and INFLIGHT-GHOST <= START-NODE-COUNT
              and GHOST-DONE(INFLIGHT-GHOST) = "N"
            move "Y" to INFLIGHT-VALID
            move 0 to JOB-LOG-RC
            move spaces to JOB-LOG-TEXT
            string "PART2 resuming ghost " INFLIGHT-GHOST
              " mid-path from the suspended position"
              delimited by size into JOB-LOG-TEXT
            end-string
            call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
          else
            move 4 to JOB-LOG-RC
            move spaces to JOB-LOG-TEXT
            string "PART2: suspended position on disk belongs to a "
              "different input or ghost -- ignoring it"
              delimited by size into JOB-LOG-TEXT
            end-string
            call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
          end-if
      end-read
      close INFLIGHT-FILE
        perform until function mod(CURRENT-NODE, 26) = 0
            or PASS-FIRST-Z(CURRENT-NODE) > 0
          if INSTRUCTION-COUNT >= MAX-STEPS
            move 16 to JOB-LOG-RC
            move spaces to JOB-LOG-TEXT
            string "PART2 aborted: step ceiling of " MAX-STEPS
              " reached on a ghost path without reaching a node "
              "ending in Z!"
              delimited by size into JOB-LOG-TEXT
            end-string
            call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
            move "DNV0170" to WS-EXC-MSG-ID
            move spaces to WS-EXC-VALUES
            move MAX-STEPS to WS-EXC-VALUE(1)
            call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
              WS-EXC-VALUES end-call
            move "DEREGISTER" to REG-ACTION
            call "run-registry" using REG-ACTION WS-EXC-PROGRAM
              REG-INPUT REG-POSITION REG-RESULT end-call
      *> fall through the loop silently; an empty instruction string is
      *> only a problem for a ghost that actually needs to move
      if function mod(CURRENT-NODE, 26) = 0
        move 0 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "Ghost " START-NODE-INDEX
          " start node already ends in Z -- zero steps required"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      else
        if function trim(INSTRUCTIONS) = spaces
          move 8 to JOB-LOG-RC
          move spaces to JOB-LOG-TEXT
          string "No instructions loaded -- cannot navigate ghost "
            START-NODE-INDEX " to a Z-ending node!"
            delimited by size into JOB-LOG-TEXT
          end-string
          call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
          move "DNV0171" to WS-EXC-MSG-ID
          move spaces to WS-EXC-VALUES
          move START-NODE-INDEX to WS-EXC-VALUE(1)
          call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
            WS-EXC-VALUES end-call
          move "DEREGISTER" to REG-ACTION
          call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
            REG-POSITION REG-RESULT end-call
            call "acquire-lock" using WS-LOCK-NAME WS-LOCK-OWNER
              WS-LOCK-RESULT end-call
            if WS-LOCK-RESULT = "1"
              move 12 to JOB-LOG-RC
              move spaces to JOB-LOG-TEXT
              string "PART2: could not acquire '"
                function trim(WS-LOCK-NAME)
                "' within the lock wait limit!"
                delimited by size into JOB-LOG-TEXT
              end-string
              call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT
                end-call
              move "DNV0168" to WS-EXC-MSG-ID
              move spaces to WS-EXC-VALUES
              move function trim(WS-LOCK-NAME) to WS-EXC-VALUE(1)
              call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
                WS-EXC-VALUES end-call
              move 12 to return-code
              goback
            end-if
            close RUN-LOG
            call "release-lock" using WS-LOCK-NAME end-call

            move 4 to JOB-LOG-RC
            move spaces to JOB-LOG-TEXT
            string "PART2 suspended cleanly: RUN_MINUTES budget of "
              RUN-MINUTES " expired during ghost " START-NODE-INDEX
              " -- position saved, re-run to resume mid-path"
              delimited by size into JOB-LOG-TEXT
            end-string
            call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
            move "DEREGISTER" to REG-ACTION
            call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
              REG-POSITION REG-RESULT end-call
        end-if

        if INSTRUCTION-COUNT >= MAX-STEPS
          move 16 to JOB-LOG-RC
          move spaces to JOB-LOG-TEXT
          string "PART2 aborted: step ceiling of " MAX-STEPS
            " reached on a ghost path without reaching a node ending in Z!"
            delimited by size into JOB-LOG-TEXT
          end-string
          call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
          move "DNV0170" to WS-EXC-MSG-ID
          move spaces to WS-EXC-VALUES
          move MAX-STEPS to WS-EXC-VALUE(1)
          call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
            WS-EXC-VALUES end-call
          move "DEREGISTER" to REG-ACTION
          call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
            REG-POSITION REG-RESULT end-call
          add 1 to WRAP-COUNT
        end-if

        *> a step across a closed link is never taken -- the ghost is
        *> cut off, and with it the whole run's answer
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
          subtract 1 from INSTRUCTION-COUNT
          open output GHOST-REPORT
          move spaces to GHOST-REPORT-LINE
          string "GHOST BREAKDOWN " RUN-DATE " RUN " WS-RUN-ID
            delimited by size into GHOST-REPORT-LINE
          end-string
          write GHOST-REPORT-LINE
          perform varying CLOSURE-IDX from 1 by 1
              until CLOSURE-IDX > CLOSURE-COUNT
            move CLOSURE-TO(CLOSURE-IDX) to CLOSURE-TO-TEXT
            if CLOSURE-TO-TEXT = "99999999"
              move "OPEN-END" to CLOSURE-TO-TEXT
            end-if
            move spaces to GHOST-REPORT-LINE
            string
              "CLOSURE IN FORCE: NODE "
              function trim(CLOSURE-NODE(CLOSURE-IDX)) " DIR "
              CLOSURE-DIR(CLOSURE-IDX) " " CLOSURE-FROM(CLOSURE-IDX) "-"
              CLOSURE-TO-TEXT " -- "
              function trim(CLOSURE-REASON(CLOSURE-IDX))
              delimited by size into GHOST-REPORT-LINE
            end-string
            write GHOST-REPORT-LINE
          end-perform
          call "decode-node" using START-NODES(START-NODE-INDEX)
            CURRENT-NODE-TEXT NODE-CODE-LENGTH end-call
          move INSTRUCTION-COUNT to WS-INFLIGHT-COUNT-DISP
          move spaces to GHOST-REPORT-LINE
          string
            "BLOCKED MOVE: GHOST " START-NODE-INDEX " FROM "
            CURRENT-NODE-TEXT " AFTER "
            function trim(WS-INFLIGHT-COUNT-DISP) " STEP(S) AT NODE "
            function trim(CLOSURE-NODE(BLOCKED-IDX))
            " DIR " CLOSURE-DIR(BLOCKED-IDX)
            " -- " function trim(CLOSURE-REASON(BLOCKED-IDX))
            delimited by size into GHOST-REPORT-LINE
          end-string
          write GHOST-REPORT-LINE
          close GHOST-REPORT

          move "DNV0172" to WS-EXC-MSG-ID
          move spaces to WS-EXC-VALUES
          move function trim(CLOSURE-NODE(BLOCKED-IDX)) to WS-EXC-VALUE(1)
          move CLOSURE-DIR(BLOCKED-IDX) to WS-EXC-VALUE(2)
          move START-NODE-INDEX to WS-EXC-VALUE(3)
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
            string "PART2: could not acquire '"
              function trim(WS-LOCK-NAME)
              "' within the lock wait limit!"
              delimited by size into JOB-LOG-TEXT
            end-string
            call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
            move "DNV0168" to WS-EXC-MSG-ID
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
            RUN-DATE " BLOCKED PART2 CLOSED LINK AT "
            function trim(CLOSURE-NODE(BLOCKED-IDX))
            " DIR " CLOSURE-DIR(BLOCKED-IDX)
            " GHOST " START-NODE-INDEX " RUN " WS-RUN-ID
            " BD " BUSINESS-DATE LATE-SUFFIX
            delimited by size into RUN-LOG-LINE
          end-string
          write RUN-LOG-LINE
          close RUN-LOG
          call "release-lock" using WS-LOCK-NAME end-call

          move 8 to JOB-LOG-RC
          move spaces to JOB-LOG-TEXT
          string "PART2: ghost " START-NODE-INDEX " blocked after "
            function trim(WS-INFLIGHT-COUNT-DISP) " step(s) -- node "
            function trim(CLOSURE-NODE(BLOCKED-IDX)) " direction "
            CLOSURE-DIR(BLOCKED-IDX) " is closed: "
            function trim(CLOSURE-REASON(BLOCKED-IDX))
            delimited by size into JOB-LOG-TEXT
          end-string
          call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
          move "DEREGISTER" to REG-ACTION
          call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
            REG-POSITION REG-RESULT end-call
          free NODES-MAP-PTR COSTS-PTR PASS-DEST-PTR
            PASS-FIRST-Z-PTR PASS-COST-PTR
          set NODES-MAP-PTR to null
          move 8 to return-code
          goback
        end-if

        *> the step's cost belongs to the node being left
        if COSTS-LOADED = "Y"
          add COSTS(CURRENT-NODE) to GHOST-COST
          call "lookup-node-index" using IDX-CURRENT-CODE IDX-L-CODE
            IDX-R-CODE IDX-LOOKUP-STATUS end-call
          if IDX-LOOKUP-STATUS = "1"
            move 8 to JOB-LOG-RC
            move spaces to JOB-LOG-TEXT
            string "Node '" function trim(IDX-CURRENT-CODE)
              "' not found in the node index!"
              delimited by size into JOB-LOG-TEXT
            end-string
            call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
            move "DNV0173" to WS-EXC-MSG-ID
            move spaces to WS-EXC-VALUES
            move function trim(IDX-CURRENT-CODE) to WS-EXC-VALUE(1)
            call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
              WS-EXC-VALUES end-call
            move "DEREGISTER" to REG-ACTION
            call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
              REG-POSITION REG-RESULT end-call
              move NODES-R(CURRENT-NODE) to CURRENT-NODE
            end-if
          when other
            *> name the offending character and where the ghost stood
            call "decode-node" using CURRENT-NODE CURRENT-NODE-TEXT
              NODE-CODE-LENGTH end-call
            move 8 to JOB-LOG-RC
            move spaces to JOB-LOG-TEXT
            string "Unexpected direction character '"
              INSTRUCTIONS(INSTRUCTION-INDEX:1) "' on ghost "
              START-NODE-INDEX " leaving node '"
              function trim(CURRENT-NODE-TEXT) "'!"
              delimited by size into JOB-LOG-TEXT
            end-string
            call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
            move "DNV0174" to WS-EXC-MSG-ID
            move spaces to WS-EXC-VALUES
            move INSTRUCTIONS(INSTRUCTION-INDEX:1) to WS-EXC-VALUE(1)
            move START-NODE-INDEX to WS-EXC-VALUE(2)
            move function trim(CURRENT-NODE-TEXT) to WS-EXC-VALUE(3)
            call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
              WS-EXC-VALUES end-call
            move "DEREGISTER" to REG-ACTION
            call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
              REG-POSITION REG-RESULT end-call
      call "acquire-lock" using WS-LOCK-NAME WS-LOCK-OWNER
        WS-LOCK-RESULT end-call
      if WS-LOCK-RESULT = "1"
        move 12 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "PART2: could not acquire '" function trim(WS-LOCK-NAME)
          "' within the lock wait limit!"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move "DNV0168" to WS-EXC-MSG-ID
        move spaces to WS-EXC-VALUES
        move function trim(WS-LOCK-NAME) to WS-EXC-VALUE(1)
        call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
          WS-EXC-VALUES end-call
        move 12 to return-code
        goback
      end-if
    call "acquire-lock" using WS-LOCK-NAME WS-LOCK-OWNER
      WS-LOCK-RESULT end-call
    if WS-LOCK-RESULT = "1"
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "PART2: could not acquire '" function trim(WS-LOCK-NAME)
        "' within the lock wait limit!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0168" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(WS-LOCK-NAME) to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 12 to return-code
      goback
    end-if
    delimited by size into GHOST-REPORT-LINE
  end-string
  write GHOST-REPORT-LINE
  *> closures in force ride under the header -- they start "CLOSURE",
  *> so they pass through the per-ghost consumers the same way
  perform varying CLOSURE-IDX from 1 by 1
      until CLOSURE-IDX > CLOSURE-COUNT
    move CLOSURE-TO(CLOSURE-IDX) to CLOSURE-TO-TEXT
    if CLOSURE-TO-TEXT = "99999999"
      move "OPEN-END" to CLOSURE-TO-TEXT
    end-if
    move spaces to GHOST-REPORT-LINE
    string
      "CLOSURE IN FORCE: NODE " function trim(CLOSURE-NODE(CLOSURE-IDX)) " DIR "
      CLOSURE-DIR(CLOSURE-IDX) " " CLOSURE-FROM(CLOSURE-IDX) "-"
      CLOSURE-TO-TEXT " -- " function trim(CLOSURE-REASON(CLOSURE-IDX))
      delimited by size into GHOST-REPORT-LINE
    end-string
    write GHOST-REPORT-LINE
  end-perform
  if CACHE-HIT = "N"
    perform varying START-NODE-INDEX from 1 by 1 until START-NODE-INDEX > START-NODE-COUNT
      call "decode-node" using START-NODES(START-NODE-INDEX) CURRENT-NODE-TEXT
  call "resolve-path" using WS-LOCK-NAME end-call
  call "acquire-lock" using WS-LOCK-NAME WS-LOCK-OWNER WS-LOCK-RESULT end-call
  if WS-LOCK-RESULT = "1"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "PART2: could not acquire '" function trim(WS-LOCK-NAME)
      "' within the lock wait limit!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0168" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-LOCK-NAME) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  write STATS-LINE
  close STATS-FILE

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Part 2: " function trim(LCM-EDITED)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if CACHE-HIT = "N"
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Part 2 total instruction-string wraps across all ghosts: "
      TOTAL-WRAP-COUNT
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if

  *> early-warning thresholds are checked after the result has been
  call "check-thresholds" using WS-EXC-PROGRAM THRESH-STEPS
    THRESH-ELAPSED THRESH-WRAPS THRESH-WARNED end-call
  if THRESH-WARNED = "Y"
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Part 2: warning threshold crossed -- see "
      "/data/operator-alerts.txt"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if

  *> optional what-if re-run: replay the same parsed map against an
  if WS-WHATIF-INSTR-FILE not = spaces
    open input WHATIF-INSTR-FILE
    if WHATIF-INSTR-STATUS not = "00"
      move 4 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "PART2 what-if skipped: could not open WHATIF_INSTR_FILE '"
        function trim(WS-WHATIF-INSTR-FILE) "'"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    else
      *> the what-if file follows the same multi-line convention as the
      *> production instructions file -- concatenate every line in order
        if WHATIF-INSTR-WORK not = spaces
          if WHATIF-APPEND-PTR + WHATIF-LINE-LEN - 1
              >= INSTRUCTIONS-MAX-LEN
            move 16 to JOB-LOG-RC
            move spaces to JOB-LOG-TEXT
            string "PART2 what-if: concatenated instruction lines "
              "exceed the INSTRUCTIONS capacity!"
              delimited by size into JOB-LOG-TEXT
            end-string
            call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
            move "DNV0175" to WS-EXC-MSG-ID
            move spaces to WS-EXC-VALUES
            call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
              WS-EXC-VALUES end-call
            close WHATIF-INSTR-FILE
            move 16 to return-code
            goback
        move 0 to INSTRUCTION-INDEX

        if function mod(CURRENT-NODE, 26) = 0
          move 0 to JOB-LOG-RC
          move spaces to JOB-LOG-TEXT
          string "PART2 what-if: ghost " START-NODE-INDEX
            " start node already ends in Z -- zero steps required"
            delimited by size into JOB-LOG-TEXT
          end-string
          call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        else
          if function trim(WHATIF-INSTRUCTIONS) = spaces
            move 8 to JOB-LOG-RC
            move spaces to JOB-LOG-TEXT
            string "PART2 what-if: no instructions loaded in "
              "WHATIF_INSTR_FILE -- cannot navigate ghost "
              START-NODE-INDEX " to a Z-ending node!"
              delimited by size into JOB-LOG-TEXT
            end-string
            call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
            move "DNV0176" to WS-EXC-MSG-ID
            move spaces to WS-EXC-VALUES
            move START-NODE-INDEX to WS-EXC-VALUE(1)
            call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
              WS-EXC-VALUES end-call
            move 8 to return-code
            goback
          end-if

        perform until function mod(CURRENT-NODE, 26) = 0
          if INSTRUCTION-COUNT >= MAX-STEPS
            move 16 to JOB-LOG-RC
            move spaces to JOB-LOG-TEXT
            string "PART2 what-if aborted: step ceiling of " MAX-STEPS
              " reached on a ghost path without reaching a node ending in Z!"
              delimited by size into JOB-LOG-TEXT
            end-string
            call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
            move "DNV0177" to WS-EXC-MSG-ID
            move spaces to WS-EXC-VALUES
            move MAX-STEPS to WS-EXC-VALUE(1)
            call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
              WS-EXC-VALUES end-call
            move 16 to return-code
            goback
          end-if
            when "R"
              move NODES-R(CURRENT-NODE) to CURRENT-NODE
            when other
              move 8 to JOB-LOG-RC
              move spaces to JOB-LOG-TEXT
              string "PART2 what-if: unexpected direction character!"
                delimited by size into JOB-LOG-TEXT
              end-string
              call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT
                end-call
              move "DNV0178" to WS-EXC-MSG-ID
              move spaces to WS-EXC-VALUES
              call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
                WS-EXC-VALUES end-call
              move 8 to return-code
              goback
          end-evaluate
  end-if

  if FAILOVER-ACTIVE = "Y"
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Part 2: RAN ON FALLBACK MAP DATA -- result is one "
      "promotion stale, see the FAILOVER line in run-history.log"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if

  move "DEREGISTER" to REG-ACTION
