identification division.
program-id. verify-commitments.

environment division.
input-output section.
file-control.
  select ROUTES-FILE assign to dynamic WS-ROUTES-FILE
    organization line sequential file status WS-ROUTES-STATUS.
  select COMMITMENT-REPORT assign to dynamic WS-COMMITMENT-REPORT-FILE
    organization line sequential.

data division.
file section.
  fd ROUTES-FILE.
  01 ROUTES-LINE  pic x(5100).

  fd COMMITMENT-REPORT.
  01 COMMITMENT-REPORT-LINE  pic x(200).

working-storage section.
  copy input.

  *> the service-level commitments (see LOAD-COMMITMENTS) each run
  *> through the route-search engine against the map in force. A
  *> commitment met has its route recorded; a breached one is reported
  *> with the actual figure and, against the route last recorded as
  *> meeting it, the first node where today's route parts company --
  *> or, where there is no route at all, the first node on the old
  *> route whose onward link is gone or closed. The recorded routes
  *> live in /data/commitment-routes.txt, one line per commitment:
  *>   ID|STEPS|COST|BUSINESS DATE RECORDED|CODE CODE CODE ...
  01 WS-ROUTES-FILE     pic x(100).
  01 WS-ROUTES-STATUS   pic x(2).
  01 WS-COMMITMENT-REPORT-FILE  pic x(100).
  01 WS-INSTR-FILENAME  pic x(100).
  01 WS-MAP-FILENAME    pic x(100).
  01 PARM-KEY           pic x(20).
  01 PARM-VALUE         pic x(100).
  01 CATALOG-AS-OF      pic 9(8) value 0.

  copy commitments.
  01 COMMITMENTS-FOUND  pic x.
  01 CMT-IDX            pic 9(3).
  copy cmt-verdict.
  copy route-result.

  *> routes recorded by earlier runs, matched to the commitments by id
  01 RECORDED-ROUTES.
    05 RECORDED-ROUTE occurs COMMITMENTS-MAX times.
      10 REC-ID           pic x(12).
      10 REC-STEPS        pic 9(8).
      10 REC-COST         pic 9(18).
      10 REC-DATE         pic 9(8).
      10 REC-ROUTE-TEXT   pic x(5000).
  01 RECORDED-COUNT     pic 9(3) value 0.
  01 REC-IDX            pic 9(3).
  01 MATCH-IDX          pic 9(3).
  *> per commitment: the recorded route to carry forward (the one on
  *> file, or today's when met) -- N where there is none
  01 CARRY-TABLE.
    05 CARRY-ENTRY occurs COMMITMENTS-MAX times.
      10 CARRY-REC        pic 9(3).
      10 CARRY-NEW        pic x.
      10 CARRY-STEPS      pic 9(8).
      10 CARRY-COST       pic 9(18).
      10 CARRY-ROUTE-TEXT pic x(5000).
  01 RT-ID-TEXT         pic x(20).
  01 RT-STEPS-TEXT      pic x(10).
  01 RT-COST-TEXT       pic x(20).
  01 RT-DATE-TEXT       pic x(10).
  01 RT-ROUTE-TEXT      pic x(5000).

  *> a recorded route laid out as node numbers for the comparison
  01 REC-NODE-TABLE.
    05 REC-NODE           pic 9(6) occurs RR-NODES-MAX times.
  01 REC-LENGTH         pic 9(5).
  01 REC-POS            pic 9(5).
  01 REC-PTR            pic 9(5).
  01 REC-CODE-TEXT      pic x(10).
  01 REC-CODE           pic a(4).
  01 REC-USABLE         pic x.
  01 ALIAS-FLAG         pic x.
  01 ALIAS-OLD          pic a(4).
  01 PARSE-NODE-STATUS  pic x.

  01 ROUTE-TEXT         pic x(5000).
  01 ROUTE-PTR          pic 9(5).
  01 ROUTE-POS          pic 9(5).
  01 NODE-CODE          pic a(4).
  01 NEXT-CODE          pic a(4).
  01 NOW-CODE           pic a(4).
  01 DIVERGE-POS        pic 9(5).
  01 DIVERGE-TEXT       pic x(120).
  01 BREAK-NODE         pic 9(6).
  01 LINK-FOUND         pic x.

  01 BUSINESS-DATE      pic 9(8).
  01 BD-PROC-FLAG       pic x.
  01 BD-NONPROC-ACTION  pic x(4).
  copy closures.
  01 CLOSURE-IDX        pic 9(4).
  01 CLOSED-L           pic x.
  01 CLOSED-R           pic x.
  01 SEARCH-NODE        pic 9(6).

  01 RUN-DATE           pic 9(8).
  01 WS-RUN-ID          pic x(8).
  01 LIMIT-STEPS-TEXT   pic x(12).
  01 LIMIT-COST-TEXT    pic x(14).
  01 ACTUAL-STEPS-TEXT  pic x(12).
  01 ACTUAL-COST-TEXT   pic x(20).
  01 EDIT-STEPS         pic z(7)9.
  01 EDIT-COST          pic z(17)9.
  01 ANY-UNCOSTED       pic x value "N".
  01 MET-COUNT          pic 9(3) value 0.
  01 BREACHED-COUNT     pic 9(3) value 0.
  01 INVALID-COUNT      pic 9(3) value 0.

  01 WS-EXC-PROGRAM     pic x(20) value "VERIFY-COMMITMENTS".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

linkage section.
  copy nodemap.

procedure division.
  move "/data/commitment-routes.txt" to WS-ROUTES-FILE
  call "resolve-path" using WS-ROUTES-FILE end-call
  move "/data/commitment-report.txt" to WS-COMMITMENT-REPORT-FILE
  call "resolve-path" using WS-COMMITMENT-REPORT-FILE end-call
  move function current-date(1:8) to RUN-DATE
  call "run-id" using WS-RUN-ID end-call
  call "business-date" using BUSINESS-DATE BD-PROC-FLAG
    BD-NONPROC-ACTION end-call

  call "load-commitments" using COMMITMENTS-OUTER COMMITMENTS-FOUND
    end-call
  if COMMITMENT-COUNT = 0
    open output COMMITMENT-REPORT
    move spaces to COMMITMENT-REPORT-LINE
    string "COMMITMENT VERIFICATION " RUN-DATE " RUN " WS-RUN-ID
      " BUSINESS DATE " BUSINESS-DATE
      delimited by size into COMMITMENT-REPORT-LINE
    end-string
    write COMMITMENT-REPORT-LINE
    move "NO SERVICE-LEVEL COMMITMENTS ON FILE -- NOTHING VERIFIED"
      to COMMITMENT-REPORT-LINE
    write COMMITMENT-REPORT-LINE
    close COMMITMENT-REPORT
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Commitment verification: no commitments on file "
      "(/data/commitments.txt) -- nothing verified"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 4 to return-code
    goback
  end-if

  move "INSTR_FILE" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-INSTR-FILENAME
  move "MAP_FILE" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-MAP-FILENAME
  call "resolve-map-version" using CATALOG-AS-OF WS-MAP-FILENAME
    WS-INSTR-FILENAME end-call
  call "parse-input" using INPUT-DATA WS-INSTR-FILENAME WS-MAP-FILENAME
    WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    goback
  end-if
  call "validate-map" using INPUT-DATA end-call
  *> the walk of a broken recorded route honours the same closures
  *> the search routes around
  call "load-closures" using BUSINESS-DATE NODE-CODE-LENGTH
    CLOSURES-OUTER end-call

  perform LOAD-RECORDED-ROUTES

  open output COMMITMENT-REPORT
  move spaces to COMMITMENT-REPORT-LINE
  string "COMMITMENT VERIFICATION " RUN-DATE " RUN " WS-RUN-ID
    " BUSINESS DATE " BUSINESS-DATE
    delimited by size into COMMITMENT-REPORT-LINE
  end-string
  write COMMITMENT-REPORT-LINE
  move spaces to COMMITMENT-REPORT-LINE
  string "MAP: " function trim(WS-MAP-FILENAME)
    delimited by size into COMMITMENT-REPORT-LINE
  end-string
  write COMMITMENT-REPORT-LINE

  perform varying CMT-IDX from 1 by 1 until CMT-IDX > COMMITMENT-COUNT
    perform VERIFY-ONE-COMMITMENT
  end-perform

  move spaces to COMMITMENT-REPORT-LINE
  write COMMITMENT-REPORT-LINE
  if ANY-UNCOSTED = "Y"
    move "NOTE: NO STEP-COST FILE ON HAND -- EVERY STEP COSTED AT 1"
      to COMMITMENT-REPORT-LINE
    write COMMITMENT-REPORT-LINE
  end-if
  move spaces to COMMITMENT-REPORT-LINE
  string "SUMMARY: " COMMITMENT-COUNT " COMMITMENT(S), " MET-COUNT
    " MET, " BREACHED-COUNT " BREACHED, " INVALID-COUNT " INVALID"
    delimited by size into COMMITMENT-REPORT-LINE
  end-string
  write COMMITMENT-REPORT-LINE
  close COMMITMENT-REPORT

  perform SAVE-RECORDED-ROUTES

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Commitment verification: " COMMITMENT-COUNT
    " commitment(s), " MET-COUNT " met, " BREACHED-COUNT " breached, "
    INVALID-COUNT " invalid -- see /data/commitment-report.txt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  evaluate true
    when BREACHED-COUNT > 0
      move 8 to return-code
    when INVALID-COUNT > 0
      move 4 to return-code
    when other
      move 0 to return-code
  end-evaluate
  goback.

*> the routes on file from earlier runs -- a line that does not parse
*> is simply not carried forward; the next met run records afresh
LOAD-RECORDED-ROUTES.
  move 0 to RECORDED-COUNT
  open input ROUTES-FILE
  if WS-ROUTES-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read ROUTES-FILE at end
      exit perform
    end-read
    if ROUTES-LINE = spaces or ROUTES-LINE(1:1) = "*"
      exit perform cycle
    end-if
    move spaces to RT-ID-TEXT RT-STEPS-TEXT RT-COST-TEXT RT-DATE-TEXT
      RT-ROUTE-TEXT
    unstring ROUTES-LINE delimited by "|"
      into RT-ID-TEXT RT-STEPS-TEXT RT-COST-TEXT RT-DATE-TEXT
        RT-ROUTE-TEXT
    end-unstring
    if function trim(RT-ID-TEXT) = spaces
        or function trim(RT-STEPS-TEXT) = spaces
        or function trim(RT-STEPS-TEXT) is not numeric
        or function trim(RT-COST-TEXT) = spaces
        or function trim(RT-COST-TEXT) is not numeric
        or function trim(RT-DATE-TEXT) = spaces
        or function trim(RT-DATE-TEXT) is not numeric
      exit perform cycle
    end-if
    if RECORDED-COUNT >= COMMITMENTS-MAX
      exit perform
    end-if
    add 1 to RECORDED-COUNT
    move function trim(RT-ID-TEXT) to REC-ID(RECORDED-COUNT)
    move function trim(RT-STEPS-TEXT) to REC-STEPS(RECORDED-COUNT)
    move function trim(RT-COST-TEXT) to REC-COST(RECORDED-COUNT)
    move function trim(RT-DATE-TEXT) to REC-DATE(RECORDED-COUNT)
    move RT-ROUTE-TEXT to REC-ROUTE-TEXT(RECORDED-COUNT)
  end-perform
  close ROUTES-FILE.

*> one commitment: judge it, report it, and on a breach find where
*> the route went wrong
VERIFY-ONE-COMMITMENT.
  call "check-commitment" using INPUT-DATA COMMITMENTS-OUTER CMT-IDX
    CMT-VERDICT RR-ROUTE-RESULT end-call
  if RR-FOUND = "Y" and RR-COSTED = "N"
    move "Y" to ANY-UNCOSTED
  end-if

  move 0 to MATCH-IDX
  perform varying REC-IDX from 1 by 1 until REC-IDX > RECORDED-COUNT
    if REC-ID(REC-IDX) = CMT-ID(CMT-IDX)
      move REC-IDX to MATCH-IDX
      exit perform
    end-if
  end-perform
  move MATCH-IDX to CARRY-REC(CMT-IDX)
  move "N" to CARRY-NEW(CMT-IDX)

  move "-" to LIMIT-STEPS-TEXT LIMIT-COST-TEXT ACTUAL-STEPS-TEXT
    ACTUAL-COST-TEXT
  if CMT-MAX-STEPS(CMT-IDX) > 0
    move CMT-MAX-STEPS(CMT-IDX) to EDIT-STEPS
    move function trim(EDIT-STEPS) to LIMIT-STEPS-TEXT
  end-if
  if CMT-MAX-COST(CMT-IDX) > 0
    move CMT-MAX-COST(CMT-IDX) to EDIT-COST
    move function trim(EDIT-COST) to LIMIT-COST-TEXT
  end-if
  if CV-STEPS-KNOWN = "Y"
    move CV-STEPS to EDIT-STEPS
    move function trim(EDIT-STEPS) to ACTUAL-STEPS-TEXT
  end-if
  if CV-COST-KNOWN = "Y"
    move CV-COST to EDIT-COST
    move function trim(EDIT-COST) to ACTUAL-COST-TEXT
  end-if

  move spaces to COMMITMENT-REPORT-LINE
  write COMMITMENT-REPORT-LINE
  move spaces to COMMITMENT-REPORT-LINE
  string "COMMITMENT " CMT-ID(CMT-IDX) " OWNER " CMT-OWNER(CMT-IDX)
    " " CMT-FROM(CMT-IDX) " -> " CMT-TO(CMT-IDX) "  " CV-STATUS
    delimited by size into COMMITMENT-REPORT-LINE
  end-string
  write COMMITMENT-REPORT-LINE
  move spaces to COMMITMENT-REPORT-LINE
  string "  LIMIT:  STEPS " LIMIT-STEPS-TEXT " COST " LIMIT-COST-TEXT
    "  ACTUAL: STEPS " ACTUAL-STEPS-TEXT " COST " ACTUAL-COST-TEXT
    delimited by size into COMMITMENT-REPORT-LINE
  end-string
  write COMMITMENT-REPORT-LINE

  evaluate CV-STATUS
    when "INVALID"
      add 1 to INVALID-COUNT
      move spaces to COMMITMENT-REPORT-LINE
      string "  INVALID: " CV-REASON
        delimited by size into COMMITMENT-REPORT-LINE
      end-string
      write COMMITMENT-REPORT-LINE
      move "DNV0249" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(CMT-ID(CMT-IDX)) to WS-EXC-VALUE(1)
      move function trim(CV-REASON) to WS-EXC-VALUE(2)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
    when "MET"
      add 1 to MET-COUNT
      perform BUILD-ROUTE-TEXT
      move "Y" to CARRY-NEW(CMT-IDX)
      move RR-STEPS to CARRY-STEPS(CMT-IDX)
      move RR-COST to CARRY-COST(CMT-IDX)
      move ROUTE-TEXT to CARRY-ROUTE-TEXT(CMT-IDX)
    when other
      add 1 to BREACHED-COUNT
      move spaces to COMMITMENT-REPORT-LINE
      string "  BREACH: " CV-REASON
        delimited by size into COMMITMENT-REPORT-LINE
      end-string
      write COMMITMENT-REPORT-LINE
      perform FIND-DIVERGENCE
      move spaces to COMMITMENT-REPORT-LINE
      string "  " DIVERGE-TEXT
        delimited by size into COMMITMENT-REPORT-LINE
      end-string
      write COMMITMENT-REPORT-LINE
      move spaces to WS-EXC-VALUES
      move function trim(CMT-ID(CMT-IDX)) to WS-EXC-VALUE(1)
      move function trim(CMT-OWNER(CMT-IDX)) to WS-EXC-VALUE(2)
      move function trim(CV-REASON) to WS-EXC-VALUE(3)
      if BREAK-NODE > 0
        call "decode-node" using BREAK-NODE NODE-CODE NODE-CODE-LENGTH
          end-call
        move "DNV0259" to WS-EXC-MSG-ID
        move function trim(NODE-CODE) to WS-EXC-VALUE(4)
      else
        move "DNV0260" to WS-EXC-MSG-ID
      end-if
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
  end-evaluate.

*> today's route as codes, the form it is recorded in
BUILD-ROUTE-TEXT.
  move spaces to ROUTE-TEXT
  move 1 to ROUTE-PTR
  perform varying ROUTE-POS from 1 by 1
      until ROUTE-POS > RR-ROUTE-LENGTH
    call "decode-node" using RR-ROUTE-NODE(ROUTE-POS) NODE-CODE
      NODE-CODE-LENGTH end-call
    string NODE-CODE(1:NODE-CODE-LENGTH) " "
      delimited by size into ROUTE-TEXT with pointer ROUTE-PTR
    end-string
  end-perform.

*> where a breached commitment's route leaves the one last recorded as
*> meeting it. BREAK-NODE is the node named -- the one the exception is
*> routed to the owning team by -- or zero where nothing can be named
FIND-DIVERGENCE.
  move 0 to BREAK-NODE
  move spaces to DIVERGE-TEXT
  if MATCH-IDX = 0
    move "NO RECORDED ROUTE TO COMPARE WITH -- NONE HAS MET THIS COMMITMENT"
      to DIVERGE-TEXT
    exit paragraph
  end-if
  perform LAY-OUT-RECORDED-ROUTE
  if REC-USABLE = "N"
    move "RECORDED ROUTE NO LONGER READS AGAINST THIS MAP -- NOT COMPARED"
      to DIVERGE-TEXT
    exit paragraph
  end-if

  if RR-FOUND = "Y"
    *> both routes start at the origin; the first position they differ
    *> at names the node before it as where they part company
    move 0 to DIVERGE-POS
    perform varying ROUTE-POS from 1 by 1
        until ROUTE-POS > RR-ROUTE-LENGTH or ROUTE-POS > REC-LENGTH
      if RR-ROUTE-NODE(ROUTE-POS) not = REC-NODE(ROUTE-POS)
        move ROUTE-POS to DIVERGE-POS
        exit perform
      end-if
    end-perform
    if DIVERGE-POS = 0 and RR-ROUTE-LENGTH not = REC-LENGTH
      if RR-ROUTE-LENGTH < REC-LENGTH
        compute DIVERGE-POS = RR-ROUTE-LENGTH + 1
      else
        compute DIVERGE-POS = REC-LENGTH + 1
      end-if
    end-if
    if DIVERGE-POS = 0
      string "ROUTE UNCHANGED FROM THAT RECORDED " REC-DATE(MATCH-IDX)
        " -- THE LIMIT OR THE STEP COSTS HAVE MOVED"
        delimited by size into DIVERGE-TEXT
      end-string
      exit paragraph
    end-if
    if DIVERGE-POS = 1
      move REC-NODE(1) to BREAK-NODE
      string "ROUTE NO LONGER STARTS WHERE THE ONE RECORDED "
        REC-DATE(MATCH-IDX) " DID"
        delimited by size into DIVERGE-TEXT
      end-string
      exit paragraph
    end-if
    move REC-NODE(DIVERGE-POS - 1) to BREAK-NODE
    call "decode-node" using BREAK-NODE NODE-CODE NODE-CODE-LENGTH
      end-call
    move "----" to NEXT-CODE NOW-CODE
    if DIVERGE-POS <= REC-LENGTH
      call "decode-node" using REC-NODE(DIVERGE-POS) NEXT-CODE
        NODE-CODE-LENGTH end-call
    end-if
    if DIVERGE-POS <= RR-ROUTE-LENGTH
      call "decode-node" using RR-ROUTE-NODE(DIVERGE-POS) NOW-CODE
        NODE-CODE-LENGTH end-call
    end-if
    string "DIVERGES AFTER NODE " function trim(NODE-CODE)
      ": RECORDED " REC-DATE(MATCH-IDX) " NEXT "
      function trim(NEXT-CODE) ", NOW " function trim(NOW-CODE)
      delimited by size into DIVERGE-TEXT
    end-string
    exit paragraph
  end-if

  *> no route at all: walk the recorded one on today's map and name
  *> the first node whose link onward is gone or closed
  perform varying ROUTE-POS from 1 by 1 until ROUTE-POS >= REC-LENGTH
    move REC-NODE(ROUTE-POS) to SEARCH-NODE
    perform CHECK-NODE-CLOSURES
    move "N" to LINK-FOUND
    if NODES-DEFINED(SEARCH-NODE) = "Y"
      if NODES-L(SEARCH-NODE) = REC-NODE(ROUTE-POS + 1)
          and CLOSED-L = "N"
        move "Y" to LINK-FOUND
      end-if
      if NODES-R(SEARCH-NODE) = REC-NODE(ROUTE-POS + 1)
          and CLOSED-R = "N"
        move "Y" to LINK-FOUND
      end-if
    end-if
    if LINK-FOUND = "N"
      move SEARCH-NODE to BREAK-NODE
      exit perform
    end-if
  end-perform
  if BREAK-NODE = 0
    string "RECORDED ROUTE OF " REC-DATE(MATCH-IDX)
      " STILL WALKS -- NO BREAK FOUND ON IT"
      delimited by size into DIVERGE-TEXT
    end-string
    exit paragraph
  end-if
  call "decode-node" using BREAK-NODE NODE-CODE NODE-CODE-LENGTH
    end-call
  call "decode-node" using REC-NODE(ROUTE-POS + 1) NEXT-CODE
    NODE-CODE-LENGTH end-call
  string "RECORDED ROUTE OF " REC-DATE(MATCH-IDX) " BREAKS AT NODE "
    function trim(NODE-CODE) ": LINK TO " function trim(NEXT-CODE)
    " GONE OR CLOSED"
    delimited by size into DIVERGE-TEXT
  end-string.

*> the recorded route's codes as node numbers on today's map, old
*> codes of renamed nodes taken to their current ones
LAY-OUT-RECORDED-ROUTE.
  move "Y" to REC-USABLE
  move 0 to REC-LENGTH
  move 1 to REC-PTR
  perform forever
    if REC-PTR > length of REC-ROUTE-TEXT(MATCH-IDX)
      exit perform
    end-if
    move spaces to REC-CODE-TEXT
    unstring REC-ROUTE-TEXT(MATCH-IDX) delimited by all space
      into REC-CODE-TEXT with pointer REC-PTR
    end-unstring
    if REC-CODE-TEXT = spaces
      exit perform
    end-if
    if REC-LENGTH >= RR-NODES-MAX
      exit perform
    end-if
    move REC-CODE-TEXT to REC-CODE
    call "resolve-alias" using REC-CODE ALIAS-FLAG ALIAS-OLD end-call
    add 1 to REC-LENGTH
    call "parse-node" using REC-CODE REC-NODE(REC-LENGTH)
      NODE-CODE-LENGTH PARSE-NODE-STATUS end-call
    if PARSE-NODE-STATUS not = "0"
        or REC-NODE(REC-LENGTH) > NODE-ZZZ-VALUE
      move "N" to REC-USABLE
      exit perform
    end-if
  end-perform
  if REC-LENGTH < 1
    move "N" to REC-USABLE
  end-if.

*> which of SEARCH-NODE's two links are closed today
CHECK-NODE-CLOSURES.
  move "N" to CLOSED-L
  move "N" to CLOSED-R
  perform varying CLOSURE-IDX from 1 by 1
      until CLOSURE-IDX > CLOSURE-COUNT
    if CLOSURE-NODE-NUM(CLOSURE-IDX) = SEARCH-NODE
      if CLOSURE-DIR(CLOSURE-IDX) = "L"
        move "Y" to CLOSED-L
      else
        move "Y" to CLOSED-R
      end-if
    end-if
  end-perform.

*> the routes file rewritten for the commitments now on file: today's
*> route for each one met, the earlier record kept for each one not
SAVE-RECORDED-ROUTES.
  open output ROUTES-FILE
  perform varying CMT-IDX from 1 by 1 until CMT-IDX > COMMITMENT-COUNT
    move spaces to ROUTES-LINE
    if CARRY-NEW(CMT-IDX) = "Y"
      move CARRY-STEPS(CMT-IDX) to EDIT-STEPS
      move CARRY-COST(CMT-IDX) to EDIT-COST
      string function trim(CMT-ID(CMT-IDX)) "|" function trim(EDIT-STEPS)
        "|" function trim(EDIT-COST) "|" BUSINESS-DATE "|"
        function trim(CARRY-ROUTE-TEXT(CMT-IDX))
        delimited by size into ROUTES-LINE
      end-string
      write ROUTES-LINE
    else
      if CARRY-REC(CMT-IDX) > 0
        move CARRY-REC(CMT-IDX) to REC-IDX
        move REC-STEPS(REC-IDX) to EDIT-STEPS
        move REC-COST(REC-IDX) to EDIT-COST
        string function trim(REC-ID(REC-IDX)) "|"
          function trim(EDIT-STEPS) "|" function trim(EDIT-COST) "|"
          REC-DATE(REC-IDX) "|" function trim(REC-ROUTE-TEXT(REC-IDX))
          delimited by size into ROUTES-LINE
        end-string
        write ROUTES-LINE
      end-if
    end-if
  end-perform
  close ROUTES-FILE.
