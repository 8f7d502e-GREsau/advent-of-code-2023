identification division.
program-id. check-commitment.

data division.
working-storage section.
  01 FROM-NODE          pic 9(6).
  01 TO-NODE            pic 9(6).
  01 CODE-LENGTH        pic 9.
  01 CODE-CHECK-TEXT    pic a(4).
  01 CODE-OK            pic x.
  01 PARSE-NODE-STATUS  pic x.
  01 SEARCH-MODE        pic x(5).
  01 STEPS-TEXT         pic z(7)9.
  01 COST-TEXT          pic z(17)9.
  01 LIMIT-TEXT         pic z(11)9.
  *> the cheapest route, kept apart from the fewest-steps one handed
  *> back to the caller -- with both limits set the two can differ
  copy route-result replacing leading ==RR-== by ==CR-==.

linkage section.
  copy input.
  copy commitments.
  01 LS-CMT-IDX  pic 9(3).
  copy cmt-verdict.
  copy route-result.

procedure division using INPUT-DATA, COMMITMENTS-OUTER, LS-CMT-IDX,
    CMT-VERDICT, RR-ROUTE-RESULT.
  *> one commitment judged against the map in storage. A step limit is
  *> held against the fewest-steps route and a cost limit against the
  *> cheapest route -- each the best the network can do, so a breach
  *> means no route at all keeps the promise. The route handed back is
  *> the one the step limit was judged on where there is one, otherwise
  *> the cheapest
  move "INVALID" to CV-STATUS
  move "N" to CV-STEPS-KNOWN CV-COST-KNOWN
  move 0 to CV-STEPS CV-COST
  move spaces to CV-REASON
  move "N" to RR-FOUND RR-TRUNCATED
  move 0 to RR-STEPS RR-COST RR-ROUTE-LENGTH

  move CMT-FROM(LS-CMT-IDX) to CODE-CHECK-TEXT
  perform CHECK-CODE
  if CODE-OK = "N"
    string "FROM NODE '" function trim(CMT-FROM(LS-CMT-IDX))
      "' IS NOT A VALID CODE FOR THIS MAP"
      delimited by size into CV-REASON
    end-string
    goback
  end-if
  call "parse-node" using CODE-CHECK-TEXT FROM-NODE NODE-CODE-LENGTH
    PARSE-NODE-STATUS end-call

  move CMT-TO(LS-CMT-IDX) to CODE-CHECK-TEXT
  perform CHECK-CODE
  if CODE-OK = "N"
    string "TO NODE '" function trim(CMT-TO(LS-CMT-IDX))
      "' IS NOT A VALID CODE FOR THIS MAP"
      delimited by size into CV-REASON
    end-string
    goback
  end-if
  call "parse-node" using CODE-CHECK-TEXT TO-NODE NODE-CODE-LENGTH
    PARSE-NODE-STATUS end-call

  if CMT-MAX-STEPS(LS-CMT-IDX) = 0 and CMT-MAX-COST(LS-CMT-IDX) = 0
    move "NO STEP OR COST LIMIT GIVEN" to CV-REASON
    goback
  end-if

  move "MET" to CV-STATUS
  move "N" to CR-FOUND
  if CMT-MAX-COST(LS-CMT-IDX) > 0
    move "COST" to SEARCH-MODE
    call "route-search" using INPUT-DATA FROM-NODE TO-NODE SEARCH-MODE
      CR-ROUTE-RESULT end-call
    if CR-FOUND = "N"
      move "BREACHED" to CV-STATUS
      move "NO ROUTE FROM ORIGIN TO DESTINATION" to CV-REASON
    else
      move "Y" to CV-COST-KNOWN
      move CR-COST to CV-COST
      if CR-COST > CMT-MAX-COST(LS-CMT-IDX)
        move "BREACHED" to CV-STATUS
        move CR-COST to COST-TEXT
        move CMT-MAX-COST(LS-CMT-IDX) to LIMIT-TEXT
        string "CHEAPEST ROUTE COSTS " function trim(COST-TEXT)
          " AGAINST A LIMIT OF " function trim(LIMIT-TEXT)
          delimited by size into CV-REASON
        end-string
      end-if
    end-if
  end-if

  if CMT-MAX-STEPS(LS-CMT-IDX) > 0
    move "STEPS" to SEARCH-MODE
    call "route-search" using INPUT-DATA FROM-NODE TO-NODE SEARCH-MODE
      RR-ROUTE-RESULT end-call
    if RR-FOUND = "N"
      move "BREACHED" to CV-STATUS
      move "NO ROUTE FROM ORIGIN TO DESTINATION" to CV-REASON
    else
      move "Y" to CV-STEPS-KNOWN
      move RR-STEPS to CV-STEPS
      *> a step breach is the one reported when both limits are broken
      if RR-STEPS > CMT-MAX-STEPS(LS-CMT-IDX)
        move "BREACHED" to CV-STATUS
        move RR-STEPS to STEPS-TEXT
        move CMT-MAX-STEPS(LS-CMT-IDX) to LIMIT-TEXT
        move spaces to CV-REASON
        string "FEWEST-STEPS ROUTE TAKES " function trim(STEPS-TEXT)
          " STEPS AGAINST A LIMIT OF " function trim(LIMIT-TEXT)
          delimited by size into CV-REASON
        end-string
      end-if
    end-if
  else
    move CR-ROUTE-RESULT to RR-ROUTE-RESULT
    if RR-FOUND = "Y"
      move "Y" to CV-STEPS-KNOWN
      move RR-STEPS to CV-STEPS
    end-if
  end-if
  goback.

*> a code is this map's when it is exactly NODE-CODE-LENGTH letters
CHECK-CODE.
  move "N" to CODE-OK
  move 0 to CODE-LENGTH
  inspect function trim(CODE-CHECK-TEXT) tallying CODE-LENGTH
    for characters
  if CODE-CHECK-TEXT = spaces or CODE-LENGTH not = NODE-CODE-LENGTH
    exit paragraph
  end-if
  if CODE-CHECK-TEXT(1:NODE-CODE-LENGTH) is not alphabetic-upper
    exit paragraph
  end-if
  move "Y" to CODE-OK.
