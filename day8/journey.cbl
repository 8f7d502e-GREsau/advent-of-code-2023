  01 CATALOG-AS-OF      pic 9(8) value 0.
  01 PARM-VALUE         pic x(100).
  01 WS-EXC-PROGRAM     pic x(20) value "JOURNEY".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

  *> route closures in force on the business date (see LOAD-CLOSURES)
  *> -- the instruction walk stops at a closed link as a blocked move,
  *> and the OPTIMAL breadth-first route simply never crosses one
  01 BUSINESS-DATE      pic 9(8).
  01 BD-PROC-FLAG       pic x.
  01 BD-NONPROC-ACTION  pic x(4).
  copy closures.
  01 CLOSURE-IDX        pic 9(4).
  01 BLOCKED-IDX        pic 9(4) value 0.
  01 CLOSURE-TO-TEXT    pic x(8).
  01 CLOSED-L           pic x.
  01 CLOSED-R           pic x.

linkage section.
  *> heap node table behind INPUT-DATA (see the INPUT and NODEMAP
  move "/data/journey-report.txt" to WS-JOURNEY-REPORT-FILE
  call "resolve-path" using WS-JOURNEY-REPORT-FILE end-call
  call "run-id" using WS-RUN-ID end-call
  call "business-date" using BUSINESS-DATE BD-PROC-FLAG
    BD-NONPROC-ACTION end-call
  move "INSTR_FILE" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-INSTR-FILENAME
  *> the version in force for the run date (see RESOLVE-MAP-VERSION)
  call "resolve-map-version" using CATALOG-AS-OF WS-MAP-FILENAME
    WS-INSTR-FILENAME end-call
  call "parse-input" using INPUT-DATA WS-INSTR-FILENAME WS-MAP-FILENAME
    WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    goback

  open input ITINERARY-FILE
  if WS-ITINERARY-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Itinerary file '" function trim(WS-ITINERARY-FILENAME)
      "' could not be opened!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0094" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-ITINERARY-FILENAME) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
      exit perform cycle
    end-if
    if WAYPOINT-COUNT >= WAYPOINTS-MAX
      move 16 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Itinerary holds more than " WAYPOINTS-MAX " waypoints!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0095" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      close ITINERARY-FILE
      move 16 to return-code
      goback
    call "resolve-alias" using ITINERARY-CODE ALIAS-FLAG
      ALIAS-OLD end-call
    if ALIAS-FLAG = "Y"
      move 0 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Itinerary waypoint " ALIAS-OLD " (now "
        ITINERARY-CODE ")"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    end-if
    call "parse-node" using ITINERARY-CODE WAYPOINTS(WAYPOINT-COUNT)
      NODE-CODE-LENGTH PARSE-NODE-STATUS end-call
    if PARSE-NODE-STATUS = "1"
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Malformed waypoint code '" ITINERARY-CODE
        "' in the itinerary!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      close ITINERARY-FILE
      move 8 to return-code
      goback
  close ITINERARY-FILE

  if WAYPOINT-COUNT < 2
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "An itinerary needs at least a start and one destination!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0096" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

  if function trim(INSTRUCTIONS) = spaces
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No instructions loaded -- cannot walk the journey!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0097" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

  call "load-closures" using BUSINESS-DATE NODE-CODE-LENGTH
    CLOSURES-OUTER end-call

  *> register on the run board before walking; a second JOURNEY
  *> already live against the same itinerary is refused
  move WS-ITINERARY-FILENAME to REG-INPUT
  call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
    REG-POSITION REG-RESULT end-call
  if REG-RESULT = "1"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "JOURNEY refused: another JOURNEY run is already "
      "registered as active against '" function trim(REG-INPUT)
      "' -- see the status board, or set FORCE_RUN=Y if it is known dead"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0098" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(REG-INPUT) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
    delimited by size into JOURNEY-REPORT-LINE
  end-string
  write JOURNEY-REPORT-LINE
  perform varying CLOSURE-IDX from 1 by 1
      until CLOSURE-IDX > CLOSURE-COUNT
    move CLOSURE-TO(CLOSURE-IDX) to CLOSURE-TO-TEXT
    if CLOSURE-TO-TEXT = "99999999"
      move "OPEN-END" to CLOSURE-TO-TEXT
    end-if
    move spaces to JOURNEY-REPORT-LINE
    string
      "CLOSURE IN FORCE: NODE " function trim(CLOSURE-NODE(CLOSURE-IDX)) " DIR "
      CLOSURE-DIR(CLOSURE-IDX) " " CLOSURE-FROM(CLOSURE-IDX) "-"
      CLOSURE-TO-TEXT " -- " function trim(CLOSURE-REASON(CLOSURE-IDX))
      delimited by size into JOURNEY-REPORT-LINE
    end-string
    write JOURNEY-REPORT-LINE
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "JOURNEY: " function trim(JOURNEY-REPORT-LINE)
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-perform

  move WAYPOINTS(1) to CURRENT-NODE


    perform until CURRENT-NODE = LEG-TARGET
      if TOTAL-STEPS + LEG-STEPS >= MAX-STEPS
        move 16 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "JOURNEY aborted: step ceiling of " MAX-STEPS
          " reached on the leg to "
          function trim(WAYPOINT-TEXTS(WAYPOINT-IDX)) "!"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move "DNV0099" to WS-EXC-MSG-ID
        move spaces to WS-EXC-VALUES
        move function trim(WAYPOINT-TEXTS(WAYPOINT-IDX)) to WS-EXC-VALUE(1)
        call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
          WS-EXC-VALUES end-call
        close JOURNEY-REPORT
        move "DEREGISTER" to REG-ACTION
        call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
        move "Y" to PASS-SEEN(CURRENT-NODE)
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
        if BLOCKED-IDX > 0
          subtract 1 from LEG-STEPS
          exit perform
        end-if
      end-if

      evaluate INSTRUCTIONS(INSTRUCTION-INDEX:1)
        when "L"
          move NODES-L(CURRENT-NODE) to CURRENT-NODE
        when "R"
          move NODES-R(CURRENT-NODE) to CURRENT-NODE
        when other
          move 8 to JOB-LOG-RC
          move spaces to JOB-LOG-TEXT
          string "Unexpected direction character!"
            delimited by size into JOB-LOG-TEXT
          end-string
          call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
          move "DNV0100" to WS-EXC-MSG-ID
          move spaces to WS-EXC-VALUES
          call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
            WS-EXC-VALUES end-call
          close JOURNEY-REPORT
          move "DEREGISTER" to REG-ACTION
          call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
      end-evaluate
    end-perform

    if BLOCKED-IDX > 0
      move spaces to JOURNEY-REPORT-LINE
      string "LEG " LEG-NUMBER " TO "
        function trim(WAYPOINT-TEXTS(WAYPOINT-IDX))
        " BLOCKED MOVE AFTER " LEG-STEPS " STEP(S): NODE "
        function trim(CLOSURE-NODE(BLOCKED-IDX))
        " DIR " CLOSURE-DIR(BLOCKED-IDX)
        " IS CLOSED -- " function trim(CLOSURE-REASON(BLOCKED-IDX))
        " -- JOURNEY ABANDONED"
        delimited by size into JOURNEY-REPORT-LINE
      end-string
      write JOURNEY-REPORT-LINE
      close JOURNEY-REPORT
      move "DNV0101" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(CLOSURE-NODE(BLOCKED-IDX)) to WS-EXC-VALUE(1)
      move CLOSURE-DIR(BLOCKED-IDX) to WS-EXC-VALUE(2)
      move function trim(WAYPOINT-TEXTS(WAYPOINT-IDX)) to WS-EXC-VALUE(3)
      move function trim(CLOSURE-REASON(BLOCKED-IDX)) to WS-EXC-VALUE(4)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Journey: blocked move on the leg to "
        function trim(WAYPOINT-TEXTS(WAYPOINT-IDX)) " -- node "
        function trim(CLOSURE-NODE(BLOCKED-IDX))
        " direction " CLOSURE-DIR(BLOCKED-IDX)
        " is closed: " function trim(CLOSURE-REASON(BLOCKED-IDX))
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
      move spaces to JOURNEY-REPORT-LINE
      string "LEG " LEG-NUMBER " TO "
      end-string
      write JOURNEY-REPORT-LINE
      close JOURNEY-REPORT
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Journey: waypoint "
        function trim(WAYPOINT-TEXTS(WAYPOINT-IDX))
        " is provably unreachable -- journey abandoned"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DEREGISTER" to REG-ACTION
      call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
        REG-POSITION REG-RESULT end-call
          move "Y" to BFS-END-REACHED
          exit perform
        end-if
        move "N" to CLOSED-L
        move "N" to CLOSED-R
        perform varying CLOSURE-IDX from 1 by 1
            until CLOSURE-IDX > CLOSURE-COUNT
          if CLOSURE-NODE-NUM(CLOSURE-IDX) = BFS-NODE
            if CLOSURE-DIR(CLOSURE-IDX) = "L"
              move "Y" to CLOSED-L
            else
              move "Y" to CLOSED-R
            end-if
          end-if
        end-perform
        if NODES-DEFINED(BFS-NODE) = "Y"
          if BFS-VISITED(NODES-L(BFS-NODE)) = "N" and CLOSED-L = "N"
            move "Y" to BFS-VISITED(NODES-L(BFS-NODE))
            move BFS-NODE to BFS-PREV-NODE(NODES-L(BFS-NODE))
            move "L" to BFS-PREV-DIR(NODES-L(BFS-NODE))
            add 1 to QUEUE-TAIL
            move NODES-L(BFS-NODE) to BFS-QUEUE(QUEUE-TAIL)
          end-if
          if BFS-VISITED(NODES-R(BFS-NODE)) = "N" and CLOSED-R = "N"
            move "Y" to BFS-VISITED(NODES-R(BFS-NODE))
            move BFS-NODE to BFS-PREV-NODE(NODES-R(BFS-NODE))
            move "R" to BFS-PREV-DIR(NODES-R(BFS-NODE))
  call "run-registry" using REG-ACTION WS-EXC-PROGRAM REG-INPUT
    REG-POSITION REG-RESULT end-call

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Journey complete: " TOTAL-STEPS " step(s) across "
    WAYPOINT-COUNT " waypoint(s)"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  *> hand the heap tables back before leaving -- a batch run CANCELs
  *> this program per control line, and a cancelled program's pointers
  *> are the only way to these allocations
