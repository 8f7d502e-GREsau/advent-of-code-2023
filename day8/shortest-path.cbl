  01 CATALOG-AS-OF      pic 9(8) value 0.
  01 PARM-VALUE         pic x(100).
  01 WS-EXC-PROGRAM     pic x(20) value "SHORTEST-PATH".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

  *> route closures in force on the business date (see LOAD-CLOSURES)
  *> -- both searches route around a closed link, and the comparison
  *> walk stops at one as a blocked move
  01 BUSINESS-DATE      pic 9(8).
  01 BD-PROC-FLAG       pic x.
  01 BD-NONPROC-ACTION  pic x(4).
  copy closures.
  01 CLOSURE-IDX        pic 9(4).
  01 BLOCKED-IDX        pic 9(4) value 0.
  01 CLOSURE-TO-TEXT    pic x(8).
  01 CLOSED-L           pic x.
  01 CLOSED-R           pic x.
  01 CLOSURE-SCAN-NODE  pic 9(6).

linkage section.
  *> heap node table behind INPUT-DATA (see the INPUT and NODEMAP
  *> the version in force for the run date (see RESOLVE-MAP-VERSION)
  call "resolve-map-version" using CATALOG-AS-OF WS-MAP-FILENAME
    WS-INSTR-FILENAME end-call
  call "parse-input" using INPUT-DATA WS-INSTR-FILENAME WS-MAP-FILENAME
    WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    goback
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
    call "parse-node" using WS-START-NODE-CODE START-NODE NODE-CODE-LENGTH
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
  end-if
  call "decode-node" using END-NODE END-NODE-TEXT NODE-CODE-LENGTH end-call

  call "business-date" using BUSINESS-DATE BD-PROC-FLAG
    BD-NONPROC-ACTION end-call
  call "load-closures" using BUSINESS-DATE NODE-CODE-LENGTH
    CLOSURES-OUTER end-call

  move "MAX_STEPS" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-MAX-STEPS-TEXT
    call "load-step-costs" using NODE-CODE-LENGTH COSTS-OUTER
      COSTS-LOADED end-call
    if COSTS-LOADED = "N"
      move 4 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Shortest path: PATH_MODE=COST but no step-cost file is "
        "on hand -- falling back to the fewest-steps search"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "STEPS" to PATH-MODE
    end-if
  end-if
      end-if
      move DIJ-BEST-NODE to DIJ-NODE
      move "Y" to BFS-VISITED(DIJ-NODE)
      move DIJ-NODE to CLOSURE-SCAN-NODE
      perform CHECK-NODE-CLOSURES
      if NODES-DEFINED(DIJ-NODE) = "Y"
        compute DIJ-NEW-DIST = DIJ-DIST(DIJ-NODE) + COSTS(DIJ-NODE)
        if DIJ-NEW-DIST < DIJ-DIST(NODES-L(DIJ-NODE)) and CLOSED-L = "N"
          move DIJ-NEW-DIST to DIJ-DIST(NODES-L(DIJ-NODE))
          move DIJ-NODE to BFS-PREV-NODE(NODES-L(DIJ-NODE))
          move "L" to BFS-PREV-DIR(NODES-L(DIJ-NODE))
        end-if
        if DIJ-NEW-DIST < DIJ-DIST(NODES-R(DIJ-NODE)) and CLOSED-R = "N"
          move DIJ-NEW-DIST to DIJ-DIST(NODES-R(DIJ-NODE))
          move DIJ-NODE to BFS-PREV-NODE(NODES-R(DIJ-NODE))
          move "R" to BFS-PREV-DIR(NODES-R(DIJ-NODE))
        exit perform
      end-if

      move BFS-NODE to CLOSURE-SCAN-NODE
      perform CHECK-NODE-CLOSURES
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
  end-if

  open output SHORTEST-REPORT
  *> the closures in force head the report -- the route below is only
  *> optimal for the roads that are open today
  perform varying CLOSURE-IDX from 1 by 1
      until CLOSURE-IDX > CLOSURE-COUNT
    move CLOSURE-TO(CLOSURE-IDX) to CLOSURE-TO-TEXT
    if CLOSURE-TO-TEXT = "99999999"
      move "OPEN-END" to CLOSURE-TO-TEXT
    end-if
    move spaces to SHORTEST-REPORT-LINE
    string
      "CLOSURE IN FORCE: NODE " function trim(CLOSURE-NODE(CLOSURE-IDX)) " DIR "
      CLOSURE-DIR(CLOSURE-IDX) " " CLOSURE-FROM(CLOSURE-IDX) "-"
      CLOSURE-TO-TEXT " -- " function trim(CLOSURE-REASON(CLOSURE-IDX))
      delimited by size into SHORTEST-REPORT-LINE
    end-string
    write SHORTEST-REPORT-LINE
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "SHORTEST-PATH: " function trim(SHORTEST-REPORT-LINE)
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-perform

  if END-REACHED = "N"
    move spaces to SHORTEST-REPORT-LINE
    if CLOSURE-COUNT > 0
      string
        "NO OPEN ROUTE FROM " function trim(START-NODE-TEXT) " TO "
        function trim(END-NODE-TEXT) " WITH " CLOSURE-COUNT
        " CLOSURE(S) IN FORCE -- BLOCKED UNTIL A CLOSURE LIFTS OR "
        "THE MAP CHANGES"
        delimited by size into SHORTEST-REPORT-LINE
      end-string
    else
      string
        "NO ROUTE AT ALL FROM " function trim(START-NODE-TEXT) " TO "
        function trim(END-NODE-TEXT)
        " -- NO INSTRUCTION STRING CAN EVER GET THERE"
        delimited by size into SHORTEST-REPORT-LINE
      end-string
    end-if
    write SHORTEST-REPORT-LINE
    close SHORTEST-REPORT
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Shortest path: no route exists from "
      function trim(START-NODE-TEXT) " to " function trim(END-NODE-TEXT)
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if
    end-string
    write SHORTEST-REPORT-LINE
    close SHORTEST-REPORT
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Shortest path: optimal route too long for the "
      "instructions-file format"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if
    if INSTRUCTIONS(INSTRUCTION-INDEX:1) = space
      move 1 to INSTRUCTION-INDEX
    end-if
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
      move "N" to ACTUAL-KNOWN
      exit perform
    end-if
    evaluate INSTRUCTIONS(INSTRUCTION-INDEX:1)
      when "L"
        move NODES-L(CURRENT-NODE) to CURRENT-NODE
      delimited by size into SHORTEST-REPORT-LINE
    end-string
  else
    if BLOCKED-IDX > 0
      string
        "ACTUAL INSTRUCTION-DRIVEN WALK BLOCKED AFTER " INSTRUCTION-COUNT
        " STEP(S): NODE " function trim(CLOSURE-NODE(BLOCKED-IDX)) " DIR "
        CLOSURE-DIR(BLOCKED-IDX) " IS CLOSED -- "
        function trim(CLOSURE-REASON(BLOCKED-IDX))
        delimited by size into SHORTEST-REPORT-LINE
      end-string
    else
      string
        "ACTUAL INSTRUCTION-DRIVEN WALK DID NOT COMPLETE WITHIN THE "
        "STEP CEILING -- NO ACTUAL COUNT TO COMPARE"
        delimited by size into SHORTEST-REPORT-LINE
      end-string
    end-if
  end-if
  write SHORTEST-REPORT-LINE

  close SHORTEST-REPORT

  if PATH-MODE = "COST"
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Shortest path: cost-optimal route costs "
      function trim(TOTAL-COST-DISPLAY) " over " OPTIMAL-LENGTH
      " step(s) from " function trim(START-NODE-TEXT) " to "
      function trim(END-NODE-TEXT)
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  else
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Shortest path: optimal " OPTIMAL-LENGTH " step(s) from "
      function trim(START-NODE-TEXT) " to " function trim(END-NODE-TEXT)
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if
  goback.

*> which of CLOSURE-SCAN-NODE's two links are closed today -- the
*> searches skip a closed link exactly as if the map lacked it
CHECK-NODE-CLOSURES.
  move "N" to CLOSED-L
  move "N" to CLOSED-R
  perform varying CLOSURE-IDX from 1 by 1
      until CLOSURE-IDX > CLOSURE-COUNT
    if CLOSURE-NODE-NUM(CLOSURE-IDX) = CLOSURE-SCAN-NODE
      if CLOSURE-DIR(CLOSURE-IDX) = "L"
        move "Y" to CLOSED-L
      else
        move "Y" to CLOSED-R
      end-if
    end-if
  end-perform.
