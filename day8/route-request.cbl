identification division.
program-id. route-request.

environment division.
input-output section.
file-control.
  select REQUEST-FILE assign to dynamic WS-REQUEST-FILE
    organization line sequential file status WS-REQUEST-STATUS.
  select RESPONSE-FILE assign to dynamic WS-RESPONSE-FILE
    organization line sequential file status WS-RESPONSE-STATUS.
  select REQUEST-LOG assign to dynamic WS-REQUEST-LOG-FILE
    organization line sequential file status WS-REQUEST-LOG-STATUS.

data division.
file section.
  fd REQUEST-FILE.
    copy route-req.

  fd RESPONSE-FILE.
    copy route-resp.

  fd REQUEST-LOG.
  01 REQUEST-LOG-LINE  pic x(132).

working-storage section.
  copy input.

  *> must match NODE-ZZZ in the INPUT copybook
  78 PASS-TABLE-SIZE value 456976.
  78 REQUESTS-MAX value 5000.

  01 WS-REQUEST-FILE       pic x(100).
  01 WS-RESPONSE-FILE      pic x(100).
  01 WS-REQUEST-LOG-FILE   pic x(100).
  01 WS-REQUEST-STATUS     pic x(2).
  01 WS-RESPONSE-STATUS    pic x(2).
  01 WS-REQUEST-LOG-STATUS pic x(2).
  01 WS-INSTR-FILENAME     pic x(100).
  01 WS-MAP-FILENAME       pic x(100).
  01 CATALOG-AS-OF         pic 9(8) value 0.
  01 PARM-KEY              pic x(20).
  01 PARM-VALUE            pic x(100).
  01 RUN-DATE              pic 9(8).
  01 WS-RUN-ID             pic x(8).
  01 INPUT-CHECKSUM        pic 9(9).
  01 WS-EXC-PROGRAM        pic x(20) value "ROUTE-REQUEST".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

  *> the inbound transmission as received: its header, every detail,
  *> and what the trailer claimed -- held whole so a batch whose control
  *> counts disagree is rejected before a single question is answered
  01 BATCH-SENDER          pic x(10).
  01 BATCH-ID              pic x(12).
  01 BATCH-FILE-DATE       pic 9(8).
  01 HEADER-SEEN           pic x value "N".
  01 TRAILER-SEEN          pic x value "N".
  01 RECORD-COUNT          pic 9(6) value 0.
  01 TRL-DETAIL-COUNT      pic 9(6) value 0.
  01 TRL-RECORD-COUNT      pic 9(6) value 0.
  01 REJECT-REASON         pic x(120) value spaces.
  01 REQUEST-TABLE.
    05 REQUEST-ENTRY occurs REQUESTS-MAX times.
      10 REQ-ID            pic x(12).
      10 REQ-START         pic x(10).
      10 REQ-END-TYPE      pic x.
      10 REQ-END           pic x(10).
      10 REQ-INSTRUCTIONS  pic x(100).
  01 REQUEST-COUNT         pic 9(6) value 0.
  01 REQUEST-IDX           pic 9(6).
  01 SCAN-IDX              pic 9(6).

  *> a batch id already on the request log has been answered; answering
  *> it again would hand the scheduling system a second response file
  *> for one question set. ROUTE_REANSWER=Y is the deliberate rerun
  *> after a lost response
  01 LOG-DATE              pic x(8).
  01 LOG-WORD              pic x(8).
  01 LOG-BATCH-ID          pic x(12).
  01 ALREADY-ANSWERED      pic x value "N".
  01 REANSWER              pic x value "N".

  01 BUSINESS-DATE         pic 9(8).
  01 BD-PROC-FLAG          pic x.
  01 BD-NONPROC-ACTION     pic x(4).
  copy closures.
  01 CLOSURE-IDX           pic 9(4).
  01 BLOCKED-IDX           pic 9(4).
  01 COSTS-LOADED          pic x value "N".
  01 MAX-STEPS             pic 9(8) value 1000000.
  01 AUX-TABLE-BYTES       pic 9(9) comp.
  01 PASS-SEEN-PTR         usage pointer.
  01 COSTS-PTR             usage pointer.
  01 PASS-NODE-IDX         pic 9(6).

  *> code translation: their identifier (see LOOKUP-PARTNER-CODE run in
  *> reverse), else one of our own codes as given, then through the
  *> alias table like every other code-accepting entry point
  01 TRANS-THEIRS          pic x(10).
  01 TRANS-CODE            pic a(4).
  01 TRANS-NUM             pic 9(6).
  01 TRANS-OK              pic x.
  01 PARTNER-FOUND         pic x.
  01 PARSE-NODE-STATUS     pic x.
  01 ALIAS-FLAG            pic x.
  01 ALIAS-OLD             pic a(4).
  01 CHAR-IDX              pic 9(3).

  *> an end rule names a code suffix: "Z" ends the route at the first
  *> node whose code ends in Z, the way the ghost walk's targets are
  *> defined. Node numbers are the codes read base-26 plus one, so the
  *> last k letters are simply (node - 1) mod 26**k
  01 END-RULE-LENGTH       pic 9.
  01 END-RULE-VALUE        pic 9(6).
  01 END-RULE-MODULUS      pic 9(7).
  01 END-REACHED           pic x.

  01 PROD-INSTRUCTIONS     pic x(10000).
  01 WALK-INSTRUCTIONS     pic x(10000).
  01 INSTR-LENGTH          pic 9(3).
  01 INSTRUCTION-INDEX     pic 9(5).
  01 START-NODE            pic 9(6).
  01 END-NODE              pic 9(6).
  01 CURRENT-NODE          pic 9(6).
  01 WALK-STEPS            pic 9(18).
  01 WALK-WRAPS            pic 9(8).
  01 WALK-COST             binary-double unsigned.
  01 NO-PATH-PROVEN        pic x.

  01 RESP-REASON           pic x(2).
  01 RESP-TEXT             pic x(40).
  01 RESP-START-CODE       pic a(4).
  01 RESP-END-CODE         pic a(4).
  01 OUT-RECORD-COUNT      pic 9(6) value 0.
  01 ANSWERED-COUNT        pic 9(6) value 0.
  01 UNREACHABLE-COUNT     pic 9(6) value 0.
  01 INVALID-COUNT         pic 9(6) value 0.

linkage section.
  *> heap node table behind INPUT-DATA (see the INPUT and NODEMAP
  *> copybooks) -- SET ADDRESS after every parse before touching it
  copy nodemap.
  01 PASS-SEEN-TABLE.
    05 PASS-SEEN        pic x occurs PASS-TABLE-SIZE times.
  01 COSTS-OUTER.
    05 COSTS            pic 9(5) occurs PASS-TABLE-SIZE times.

procedure division.
  *> the scheduling system's own route questions, answered against the
  *> map in force: one request file in (see the ROUTE-REQ copybook), one
  *> response file out (see ROUTE-RESP) carrying a detail per request --
  *> steps, wraps and cost when a cost file is loaded, or a reason code
  *> saying why no answer could be given. The pairing is checked
  *> afterwards by ROUTE-RECONCILE, the way ACK-RECONCILE checks our
  *> outbound extract
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move "ROUTE_REQUEST_FILE" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-REQUEST-FILE
  if WS-REQUEST-FILE = spaces
    move "/data/route-requests.dat" to WS-REQUEST-FILE
  end-if
  call "resolve-path" using WS-REQUEST-FILE end-call
  move "/data/route-responses.dat" to WS-RESPONSE-FILE
  call "resolve-path" using WS-RESPONSE-FILE end-call
  move "/data/route-request-log.txt" to WS-REQUEST-LOG-FILE
  call "resolve-path" using WS-REQUEST-LOG-FILE end-call
  move function current-date(1:8) to RUN-DATE
  call "run-id" using WS-RUN-ID end-call
  call "business-date" using BUSINESS-DATE BD-PROC-FLAG
    BD-NONPROC-ACTION end-call

  open input REQUEST-FILE
  if WS-REQUEST-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Route request file '" function trim(WS-REQUEST-FILE)
      "' could not be opened!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0230" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-REQUEST-FILE) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if

  perform forever
    read REQUEST-FILE at end
      exit perform
    end-read
    add 1 to RECORD-COUNT
    if TRAILER-SEEN = "Y"
      move "RECORDS FOUND AFTER THE TRAILER" to REJECT-REASON
      exit perform
    end-if
    evaluate RREQ-RECORD-TYPE
      when "H"
        if RECORD-COUNT not = 1
          move "HEADER IS NOT THE FIRST RECORD" to REJECT-REASON
          exit perform
        end-if
        move "Y" to HEADER-SEEN
        move RREQ-SENDER to BATCH-SENDER
        move RREQ-BATCH-ID to BATCH-ID
        if RREQ-FILE-DATE is numeric
          move RREQ-FILE-DATE to BATCH-FILE-DATE
        else
          move 0 to BATCH-FILE-DATE
        end-if
      when "D"
        if HEADER-SEEN not = "Y"
          move "DETAIL BEFORE THE HEADER" to REJECT-REASON
          exit perform
        end-if
        if REQUEST-COUNT >= REQUESTS-MAX
          move "MORE REQUESTS THAN ONE BATCH MAY CARRY" to REJECT-REASON
          exit perform
        end-if
        add 1 to REQUEST-COUNT
        move RREQ-ID to REQ-ID(REQUEST-COUNT)
        move RREQ-START to REQ-START(REQUEST-COUNT)
        move RREQ-END-TYPE to REQ-END-TYPE(REQUEST-COUNT)
        move RREQ-END to REQ-END(REQUEST-COUNT)
        move RREQ-INSTRUCTIONS to REQ-INSTRUCTIONS(REQUEST-COUNT)
      when "T"
        move "Y" to TRAILER-SEEN
        if RREQ-DETAIL-COUNT is numeric
            and RREQ-RECORD-COUNT is numeric
          move RREQ-DETAIL-COUNT to TRL-DETAIL-COUNT
          move RREQ-RECORD-COUNT to TRL-RECORD-COUNT
        else
          move "TRAILER COUNTS ARE NOT NUMERIC" to REJECT-REASON
          exit perform
        end-if
      when other
        move spaces to REJECT-REASON
        string "UNKNOWN RECORD TYPE '" RREQ-RECORD-TYPE "' AT RECORD "
          RECORD-COUNT
          delimited by size into REJECT-REASON
        end-string
        exit perform
    end-evaluate
  end-perform
  close REQUEST-FILE

  if REJECT-REASON = spaces
    evaluate true
      when HEADER-SEEN not = "Y"
        move "NO HEADER RECORD" to REJECT-REASON
      when TRAILER-SEEN not = "Y"
        move "NO TRAILER RECORD -- TRANSMISSION INCOMPLETE"
          to REJECT-REASON
      when TRL-DETAIL-COUNT not = REQUEST-COUNT
        string "TRAILER DETAIL COUNT " TRL-DETAIL-COUNT
          " BUT " REQUEST-COUNT " DETAIL(S) RECEIVED"
          delimited by size into REJECT-REASON
        end-string
      when TRL-RECORD-COUNT not = RECORD-COUNT
        string "TRAILER RECORD COUNT " TRL-RECORD-COUNT
          " BUT " RECORD-COUNT " RECORD(S) RECEIVED"
          delimited by size into REJECT-REASON
        end-string
      when BATCH-ID = spaces
        move "HEADER CARRIES NO BATCH ID" to REJECT-REASON
    end-evaluate
  end-if
  if REJECT-REASON not = spaces
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Route request batch rejected: " function trim(REJECT-REASON)
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0231" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(REJECT-REASON) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

  move "ROUTE_REANSWER" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  if PARM-VALUE(1:1) = "Y"
    move "Y" to REANSWER
  end-if
  open input REQUEST-LOG
  if WS-REQUEST-LOG-STATUS = "00"
    perform forever
      read REQUEST-LOG at end
        exit perform
      end-read
      move spaces to LOG-DATE LOG-WORD LOG-BATCH-ID
      unstring REQUEST-LOG-LINE delimited by all space
        into LOG-DATE LOG-WORD LOG-BATCH-ID
      end-unstring
      if LOG-WORD = "BATCH" and LOG-BATCH-ID = BATCH-ID
        move "Y" to ALREADY-ANSWERED
      end-if
    end-perform
    close REQUEST-LOG
  end-if
  if ALREADY-ANSWERED = "Y" and REANSWER not = "Y"
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Route request batch " function trim(BATCH-ID)
      " has already been answered -- set ROUTE_REANSWER=Y to answer "
      "it again"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0232" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(BATCH-ID) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 4 to return-code
    goback
  end-if

  move "INSTR_FILE" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-INSTR-FILENAME
  move "MAP_FILE" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-MAP-FILENAME
  *> when neither file is named explicitly, the map catalog picks
  *> the version in force for the run date (see RESOLVE-MAP-VERSION)
  call "resolve-map-version" using CATALOG-AS-OF WS-MAP-FILENAME
    WS-INSTR-FILENAME end-call
  call "parse-input" using INPUT-DATA WS-INSTR-FILENAME WS-MAP-FILENAME
    WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    goback
  end-if
  call "checksum-input" using INPUT-DATA INPUT-CHECKSUM end-call
  move INSTRUCTIONS to PROD-INSTRUCTIONS

  *> side tables sized to the map just parsed, like the node table
  move NODE-ZZZ-VALUE to AUX-TABLE-BYTES
  allocate AUX-TABLE-BYTES characters initialized
    returning PASS-SEEN-PTR
  set address of PASS-SEEN-TABLE to PASS-SEEN-PTR
  compute AUX-TABLE-BYTES = NODE-ZZZ-VALUE * 5
  allocate AUX-TABLE-BYTES characters initialized returning COSTS-PTR
  set address of COSTS-OUTER to COSTS-PTR
  call "load-step-costs" using NODE-CODE-LENGTH COSTS-OUTER
    COSTS-LOADED end-call
  call "load-closures" using BUSINESS-DATE NODE-CODE-LENGTH
    CLOSURES-OUTER end-call

  move "MAX_STEPS" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  if PARM-VALUE not = spaces
    compute MAX-STEPS = function numval(PARM-VALUE)
  end-if

  open output RESPONSE-FILE
  if WS-RESPONSE-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Route response file '" function trim(WS-RESPONSE-FILE)
      "' could not be opened!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0233" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-RESPONSE-FILE) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    free NODES-MAP-PTR PASS-SEEN-PTR COSTS-PTR
    move 12 to return-code
    goback
  end-if

  move spaces to RRSP-RECORD
  move "H" to RRSP-RECORD-TYPE
  move RUN-DATE to RRSP-RUN-DATE
  move WS-RUN-ID to RRSP-RUN-ID
  move BATCH-ID to RRSP-BATCH-ID
  move INPUT-CHECKSUM to RRSP-CHECKSUM
  move BUSINESS-DATE to RRSP-BUS-DATE
  write RRSP-RECORD
  add 1 to OUT-RECORD-COUNT

  perform varying REQUEST-IDX from 1 by 1
      until REQUEST-IDX > REQUEST-COUNT
    perform ANSWER-REQUEST
    move spaces to RRSP-RECORD
    move "D" to RRSP-RECORD-TYPE
    move REQ-ID(REQUEST-IDX) to RRSP-REQ-ID
    move RESP-REASON to RRSP-REASON
    move RESP-START-CODE to RRSP-START-CODE
    move RESP-END-CODE to RRSP-END-CODE
    move RESP-TEXT to RRSP-REASON-TEXT
    move 0 to RRSP-STEPS RRSP-WRAPS RRSP-COST
    move "N" to RRSP-COST-FLAG
    if RRSP-ANSWERED
      move WALK-STEPS to RRSP-STEPS
      move WALK-WRAPS to RRSP-WRAPS
      if COSTS-LOADED = "Y"
        move "Y" to RRSP-COST-FLAG
        move WALK-COST to RRSP-COST
      end-if
    end-if
    write RRSP-RECORD
    add 1 to OUT-RECORD-COUNT
  end-perform

  move spaces to RRSP-RECORD
  move "T" to RRSP-RECORD-TYPE
  move REQUEST-COUNT to RRSP-DETAIL-COUNT
  compute RRSP-RECORD-COUNT = OUT-RECORD-COUNT + 1
  move ANSWERED-COUNT to RRSP-ANSWERED-COUNT
  write RRSP-RECORD
  close RESPONSE-FILE
  free NODES-MAP-PTR PASS-SEEN-PTR COSTS-PTR

  *> the request log is the batch's identity on our side -- what
  *> ROUTE-RECONCILE and the already-answered check both read
  open extend REQUEST-LOG
  if WS-REQUEST-LOG-STATUS = "35"
    open output REQUEST-LOG
  end-if
  move spaces to REQUEST-LOG-LINE
  string RUN-DATE " BATCH " BATCH-ID " FROM " BATCH-SENDER
    " REQUESTS " REQUEST-COUNT " ANSWERED " ANSWERED-COUNT
    " UNREACHABLE " UNREACHABLE-COUNT " INVALID " INVALID-COUNT
    " RUN " WS-RUN-ID
    delimited by size into REQUEST-LOG-LINE
  end-string
  write REQUEST-LOG-LINE
  close REQUEST-LOG

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Route requests: batch " function trim(BATCH-ID) " -- "
    REQUEST-COUNT " request(s), " ANSWERED-COUNT " answered, "
    UNREACHABLE-COUNT " unreachable/blocked, " INVALID-COUNT " invalid"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if INVALID-COUNT > 0
    move "DNV0234" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(BATCH-ID) to WS-EXC-VALUE(1)
    move INVALID-COUNT to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 4 to return-code
  else
    move 0 to return-code
  end-if
  goback.

*> one request at REQUEST-IDX into RESP-REASON / RESP-TEXT and, when
*> answered, WALK-STEPS / WALK-WRAPS / WALK-COST
ANSWER-REQUEST.
  move "00" to RESP-REASON
  move spaces to RESP-TEXT RESP-START-CODE RESP-END-CODE
  move 0 to WALK-STEPS WALK-WRAPS WALK-COST

  if REQ-ID(REQUEST-IDX) = spaces or REQ-START(REQUEST-IDX) = spaces
      or REQ-END(REQUEST-IDX) = spaces
    move "31" to RESP-REASON
    move "REQUEST ID, START OR END MISSING" to RESP-TEXT
    add 1 to INVALID-COUNT
    exit paragraph
  end-if
  perform varying SCAN-IDX from 1 by 1 until SCAN-IDX >= REQUEST-IDX
    if REQ-ID(SCAN-IDX) = REQ-ID(REQUEST-IDX)
      move "30" to RESP-REASON
      exit perform
    end-if
  end-perform
  if RESP-REASON = "30"
    move "REQUEST ID REPEATED IN THIS BATCH" to RESP-TEXT
    add 1 to INVALID-COUNT
    exit paragraph
  end-if

  move REQ-START(REQUEST-IDX) to TRANS-THEIRS
  perform TRANSLATE-CODE
  if TRANS-OK not = "Y"
    move "10" to RESP-REASON
    move "START LOCATION NOT KNOWN" to RESP-TEXT
    add 1 to INVALID-COUNT
    exit paragraph
  end-if
  move TRANS-CODE to RESP-START-CODE
  move TRANS-NUM to START-NODE

  if REQ-END-TYPE(REQUEST-IDX) = "S"
    move 0 to END-RULE-LENGTH END-RULE-VALUE
    move "Y" to TRANS-OK
    perform varying CHAR-IDX from 1 by 1 until CHAR-IDX > 10
      if REQ-END(REQUEST-IDX)(CHAR-IDX:1) not = space
        if CHAR-IDX > NODE-CODE-LENGTH
            or END-RULE-LENGTH not = CHAR-IDX - 1
            or REQ-END(REQUEST-IDX)(CHAR-IDX:1) < "A"
            or REQ-END(REQUEST-IDX)(CHAR-IDX:1) > "Z"
          move "N" to TRANS-OK
          exit perform
        end-if
        add 1 to END-RULE-LENGTH
        compute END-RULE-VALUE = END-RULE-VALUE * 26
          + function ord(REQ-END(REQUEST-IDX)(CHAR-IDX:1))
          - function ord("A")
      end-if
    end-perform
    if TRANS-OK not = "Y"
      move "12" to RESP-REASON
      move "END RULE IS NOT A CODE SUFFIX" to RESP-TEXT
      add 1 to INVALID-COUNT
      exit paragraph
    end-if
    compute END-RULE-MODULUS = 26 ** END-RULE-LENGTH
    move 0 to END-NODE
  else
    if REQ-END-TYPE(REQUEST-IDX) not = "C"
        and REQ-END-TYPE(REQUEST-IDX) not = space
      move "12" to RESP-REASON
      move "END TYPE MUST BE C OR S" to RESP-TEXT
      add 1 to INVALID-COUNT
      exit paragraph
    end-if
    move REQ-END(REQUEST-IDX) to TRANS-THEIRS
    perform TRANSLATE-CODE
    if TRANS-OK not = "Y"
      move "11" to RESP-REASON
      move "END LOCATION NOT KNOWN" to RESP-TEXT
      add 1 to INVALID-COUNT
      exit paragraph
    end-if
    move TRANS-CODE to RESP-END-CODE
    move TRANS-NUM to END-NODE
  end-if

  *> their own instruction set when they send one -- L and R only, no
  *> gaps -- otherwise the production instructions in force
  if REQ-INSTRUCTIONS(REQUEST-IDX) not = spaces
    move 0 to INSTR-LENGTH
    move "Y" to TRANS-OK
    perform varying CHAR-IDX from 1 by 1 until CHAR-IDX > 100
      evaluate true
        when REQ-INSTRUCTIONS(REQUEST-IDX)(CHAR-IDX:1) = "L"
            or REQ-INSTRUCTIONS(REQUEST-IDX)(CHAR-IDX:1) = "R"
          if INSTR-LENGTH not = CHAR-IDX - 1
            move "N" to TRANS-OK
            exit perform
          end-if
          move CHAR-IDX to INSTR-LENGTH
        when REQ-INSTRUCTIONS(REQUEST-IDX)(CHAR-IDX:1) = space
          continue
        when other
          move "N" to TRANS-OK
          exit perform
      end-evaluate
    end-perform
    if TRANS-OK not = "Y"
      move "13" to RESP-REASON
      move "INSTRUCTIONS MUST BE UNBROKEN L/R" to RESP-TEXT
      add 1 to INVALID-COUNT
      exit paragraph
    end-if
    move spaces to WALK-INSTRUCTIONS
    move REQ-INSTRUCTIONS(REQUEST-IDX) to WALK-INSTRUCTIONS
  else
    if PROD-INSTRUCTIONS = spaces
      move "13" to RESP-REASON
      move "NO PRODUCTION INSTRUCTIONS LOADED" to RESP-TEXT
      add 1 to INVALID-COUNT
      exit paragraph
    end-if
    move PROD-INSTRUCTIONS to WALK-INSTRUCTIONS
  end-if

  perform WALK-ROUTE
  evaluate true
    when BLOCKED-IDX > 0
      move "21" to RESP-REASON
      move spaces to RESP-TEXT
      string "BLOCKED: NODE "
        function trim(CLOSURE-NODE(BLOCKED-IDX)) " DIR "
        CLOSURE-DIR(BLOCKED-IDX) " CLOSED"
        delimited by size into RESP-TEXT
      end-string
      add 1 to UNREACHABLE-COUNT
    when NO-PATH-PROVEN = "Y"
      move "20" to RESP-REASON
      move "UNREACHABLE UNDER THESE INSTRUCTIONS" to RESP-TEXT
      add 1 to UNREACHABLE-COUNT
    when END-REACHED not = "Y"
      move "22" to RESP-REASON
      move "STEP CEILING REACHED -- NO ANSWER" to RESP-TEXT
      add 1 to UNREACHABLE-COUNT
    when other
      if REQ-END-TYPE(REQUEST-IDX) = "S"
        call "decode-node" using CURRENT-NODE RESP-END-CODE
          NODE-CODE-LENGTH end-call
      end-if
      move "ANSWERED" to RESP-TEXT
      add 1 to ANSWERED-COUNT
  end-evaluate.

*> TRANS-THEIRS to our node TRANS-CODE / TRANS-NUM, TRANS-OK "Y" when
*> it names a node on the map in force
TRANSLATE-CODE.
  move "N" to TRANS-OK
  move spaces to TRANS-CODE
  call "lookup-partner-code" using TRANS-CODE TRANS-THEIRS
    PARTNER-FOUND end-call
  if PARTNER-FOUND not = "0"
    if TRANS-THEIRS(NODE-CODE-LENGTH + 1:) not = spaces
      exit paragraph
    end-if
    move TRANS-THEIRS(1:NODE-CODE-LENGTH) to TRANS-CODE
  end-if
  call "resolve-alias" using TRANS-CODE ALIAS-FLAG ALIAS-OLD end-call
  *> checked here rather than left to PARSE-NODE: an identifier that is
  *> neither theirs nor ours is an answer for the sender, not an
  *> exception for our queue
  perform varying CHAR-IDX from 1 by 1
      until CHAR-IDX > NODE-CODE-LENGTH
    if TRANS-CODE(CHAR-IDX:1) < "A" or TRANS-CODE(CHAR-IDX:1) > "Z"
      exit paragraph
    end-if
  end-perform
  call "parse-node" using TRANS-CODE TRANS-NUM NODE-CODE-LENGTH
    PARSE-NODE-STATUS end-call
  if PARSE-NODE-STATUS not = "0" or TRANS-NUM > NODE-ZZZ-VALUE
    exit paragraph
  end-if
  if NODES-DEFINED(TRANS-NUM) = "Y"
    move "Y" to TRANS-OK
  end-if.

*> the instruction walk from START-NODE under WALK-INSTRUCTIONS, with
*> the same pass-boundary repeat proof and closure rule as JOURNEY --
*> each request is a fresh walk from instruction position one
WALK-ROUTE.
  perform varying PASS-NODE-IDX from 1 by 1
      until PASS-NODE-IDX > NODE-ZZZ-VALUE
    move "N" to PASS-SEEN(PASS-NODE-IDX)
  end-perform
  move START-NODE to CURRENT-NODE
  move 0 to INSTRUCTION-INDEX BLOCKED-IDX
  move "N" to NO-PATH-PROVEN END-REACHED

  perform forever
    if END-NODE > 0
      if CURRENT-NODE = END-NODE
        move "Y" to END-REACHED
      end-if
    else
      if function mod(CURRENT-NODE - 1, END-RULE-MODULUS)
          = END-RULE-VALUE
        move "Y" to END-REACHED
      end-if
    end-if
    if END-REACHED = "Y"
      exit perform
    end-if
    if WALK-STEPS >= MAX-STEPS
      exit perform
    end-if

    add 1 to WALK-STEPS
    add 1 to INSTRUCTION-INDEX
    if WALK-INSTRUCTIONS(INSTRUCTION-INDEX:1) = space
      move 1 to INSTRUCTION-INDEX
      add 1 to WALK-WRAPS
      if PASS-SEEN(CURRENT-NODE) = "Y"
        move "Y" to NO-PATH-PROVEN
        exit perform
      end-if
      move "Y" to PASS-SEEN(CURRENT-NODE)
    end-if

    *> a step across a closed link is never taken
    perform varying CLOSURE-IDX from 1 by 1
        until CLOSURE-IDX > CLOSURE-COUNT
      if CLOSURE-NODE-NUM(CLOSURE-IDX) = CURRENT-NODE
          and CLOSURE-DIR(CLOSURE-IDX) =
            WALK-INSTRUCTIONS(INSTRUCTION-INDEX:1)
        move CLOSURE-IDX to BLOCKED-IDX
        exit perform
      end-if
    end-perform
    if BLOCKED-IDX > 0
      subtract 1 from WALK-STEPS
      exit perform
    end-if

    *> the step's cost belongs to the node being left
    if COSTS-LOADED = "Y"
      add COSTS(CURRENT-NODE) to WALK-COST
    end-if
    if WALK-INSTRUCTIONS(INSTRUCTION-INDEX:1) = "L"
      move NODES-L(CURRENT-NODE) to CURRENT-NODE
    else
      move NODES-R(CURRENT-NODE) to CURRENT-NODE
    end-if
  end-perform.
