identification division.
program-id. route-search.

data division.
working-storage section.
  *> must match NODE-ZZZ in the INPUT copybook -- a 78-level in the
  *> copybook can't be forward-referenced from an OCCURS clause up here
  78 SEARCH-TABLE-SIZE value 456976.
  78 DIJ-INFINITY value 999999999999999999.

  *> the shortest-path search as a callable engine over a map already
  *> in storage: SHORTEST-PATH's breadth-first search for the fewest
  *> steps, or (LS-MODE COST) its cheapest-path search over the
  *> per-node departure costs, both routing around the closures in
  *> force on the business date. Callers judge many routes against one
  *> map -- or against a scratch copy with pending changes laid on, as
  *> REVIEW-PENDING does -- so the work tables, the step costs and the
  *> closures are set up once and stay resident; the tables are
  *> re-sized only when a map of another code length comes along
  01 ALLOCATED-SIZE     pic 9(6) value 0.
  01 AUX-TABLE-BYTES    pic 9(9) comp.
  01 VISITED-PTR        usage pointer.
  01 PREV-NODE-PTR      usage pointer.
  01 QUEUE-PTR          usage pointer.
  01 COSTS-PTR          usage pointer.
  01 DIST-PTR           usage pointer.
  01 QUEUE-HEAD         pic 9(6).
  01 QUEUE-TAIL         pic 9(6).
  01 SEARCH-NODE        pic 9(6).
  01 NEXT-NODE          pic 9(6).
  01 NODE-IDX           pic 9(6).
  01 END-REACHED        pic x.
  01 FRONTIER-IDX       pic 9(6).
  01 BEST-IDX           pic 9(6).
  01 BEST-DIST          binary-double unsigned.
  01 NEW-DIST           binary-double unsigned.
  01 ROUTE-POS          pic 9(8).
  01 TRACE-NODE         pic 9(6).

  01 COSTS-LOADED       pic x value "N".
  01 COSTS-CODE-LENGTH  pic 9 value 0.

  01 CLOSURES-LOADED    pic x value "N".
  01 BUSINESS-DATE      pic 9(8).
  01 BD-PROC-FLAG       pic x.
  01 BD-NONPROC-ACTION  pic x(4).
  copy closures.
  01 CLOSURE-IDX        pic 9(4).
  01 CLOSED-L           pic x.
  01 CLOSED-R           pic x.

linkage section.
  copy input.
  copy nodemap.
  01 LS-FROM-NODE       pic 9(6).
  01 LS-TO-NODE         pic 9(6).
  01 LS-MODE            pic x(5).
  copy route-result.
  *> search working set, heap-allocated to NODE-ZZZ-VALUE entries
  01 VISITED-TABLE.
    05 VISITED          pic x occurs SEARCH-TABLE-SIZE times.
  01 PREV-NODE-TABLE.
    05 PREV-NODE        pic 9(6) occurs SEARCH-TABLE-SIZE times.
  *> the breadth-first wavefront, or the cheapest-path frontier of
  *> nodes reached but not yet settled
  01 QUEUE-TABLE.
    05 QUEUE-NODE       pic 9(6) occurs SEARCH-TABLE-SIZE times.
  01 COSTS-OUTER.
    05 COSTS            pic 9(5) occurs SEARCH-TABLE-SIZE times.
  01 DIST-OUTER.
    05 DIST             binary-double unsigned
       occurs SEARCH-TABLE-SIZE times.

procedure division using INPUT-DATA, LS-FROM-NODE, LS-TO-NODE, LS-MODE,
    RR-ROUTE-RESULT.
  set address of NODES-TABLE to NODES-MAP-PTR
  move "N" to RR-FOUND RR-TRUNCATED
  move 0 to RR-STEPS RR-COST RR-ROUTE-LENGTH
  if LS-FROM-NODE < 1 or LS-FROM-NODE > NODE-ZZZ-VALUE
      or LS-TO-NODE < 1 or LS-TO-NODE > NODE-ZZZ-VALUE
    goback
  end-if

  if ALLOCATED-SIZE not = NODE-ZZZ-VALUE
    if ALLOCATED-SIZE > 0
      free VISITED-PTR PREV-NODE-PTR QUEUE-PTR COSTS-PTR DIST-PTR
    end-if
    move NODE-ZZZ-VALUE to ALLOCATED-SIZE
    move NODE-ZZZ-VALUE to AUX-TABLE-BYTES
    allocate AUX-TABLE-BYTES characters initialized
      returning VISITED-PTR
    compute AUX-TABLE-BYTES = NODE-ZZZ-VALUE * 6
    allocate AUX-TABLE-BYTES characters initialized
      returning PREV-NODE-PTR
    allocate AUX-TABLE-BYTES characters initialized
      returning QUEUE-PTR
    compute AUX-TABLE-BYTES = NODE-ZZZ-VALUE * 5
    allocate AUX-TABLE-BYTES characters initialized returning COSTS-PTR
    compute AUX-TABLE-BYTES = NODE-ZZZ-VALUE * 8
    allocate AUX-TABLE-BYTES characters initialized returning DIST-PTR
    move "N" to COSTS-LOADED CLOSURES-LOADED
  end-if
  set address of VISITED-TABLE to VISITED-PTR
  set address of PREV-NODE-TABLE to PREV-NODE-PTR
  set address of QUEUE-TABLE to QUEUE-PTR
  set address of COSTS-OUTER to COSTS-PTR
  set address of DIST-OUTER to DIST-PTR

  *> nodes the cost file does not list cost 1, and with no cost file
  *> at all every step costs 1 -- the cost of a route is then simply
  *> its length, and RR-COSTED says so
  if COSTS-CODE-LENGTH not = NODE-CODE-LENGTH
    move NODE-CODE-LENGTH to COSTS-CODE-LENGTH
    call "load-step-costs" using NODE-CODE-LENGTH COSTS-OUTER
      COSTS-LOADED end-call
    if COSTS-LOADED = "N"
      perform varying NODE-IDX from 1 by 1
          until NODE-IDX > NODE-ZZZ-VALUE
        move 1 to COSTS(NODE-IDX)
      end-perform
    end-if
  end-if
  if CLOSURES-LOADED = "N"
    move "Y" to CLOSURES-LOADED
    call "business-date" using BUSINESS-DATE BD-PROC-FLAG
      BD-NONPROC-ACTION end-call
    call "load-closures" using BUSINESS-DATE NODE-CODE-LENGTH
      CLOSURES-OUTER end-call
  end-if
  move COSTS-LOADED to RR-COSTED

  perform varying NODE-IDX from 1 by 1 until NODE-IDX > NODE-ZZZ-VALUE
    move "N" to VISITED(NODE-IDX)
  end-perform
  move "N" to END-REACHED

  if LS-MODE = "COST"
    *> cheapest-path search: settle the frontier node with the lowest
    *> accumulated cost, relax its two edges, repeat. Each step out of
    *> a node is charged that node's departure cost, as SHORTEST-PATH
    *> and the traversals charge it
    perform varying NODE-IDX from 1 by 1
        until NODE-IDX > NODE-ZZZ-VALUE
      move DIJ-INFINITY to DIST(NODE-IDX)
    end-perform
    move 0 to DIST(LS-FROM-NODE)
    move 1 to QUEUE-TAIL
    move LS-FROM-NODE to QUEUE-NODE(1)
    perform until QUEUE-TAIL = 0
      move 1 to BEST-IDX
      move DIST(QUEUE-NODE(1)) to BEST-DIST
      perform varying FRONTIER-IDX from 2 by 1
          until FRONTIER-IDX > QUEUE-TAIL
        if DIST(QUEUE-NODE(FRONTIER-IDX)) < BEST-DIST
          move FRONTIER-IDX to BEST-IDX
          move DIST(QUEUE-NODE(FRONTIER-IDX)) to BEST-DIST
        end-if
      end-perform
      move QUEUE-NODE(BEST-IDX) to SEARCH-NODE
      move QUEUE-NODE(QUEUE-TAIL) to QUEUE-NODE(BEST-IDX)
      subtract 1 from QUEUE-TAIL
      if SEARCH-NODE = LS-TO-NODE
        move "Y" to END-REACHED
        exit perform
      end-if
      move "Y" to VISITED(SEARCH-NODE)
      perform CHECK-NODE-CLOSURES
      if NODES-DEFINED(SEARCH-NODE) = "Y"
        compute NEW-DIST = DIST(SEARCH-NODE) + COSTS(SEARCH-NODE)
        if CLOSED-L = "N"
          move NODES-L(SEARCH-NODE) to NEXT-NODE
          perform RELAX-EDGE
        end-if
        if CLOSED-R = "N"
          move NODES-R(SEARCH-NODE) to NEXT-NODE
          perform RELAX-EDGE
        end-if
      end-if
    end-perform
  else
    *> fewest steps: breadth-first order guarantees the first time the
    *> end node is reached is by a minimum-step route
    move 1 to QUEUE-HEAD
    move 1 to QUEUE-TAIL
    move LS-FROM-NODE to QUEUE-NODE(1)
    move "Y" to VISITED(LS-FROM-NODE)
    perform until QUEUE-HEAD > QUEUE-TAIL
      move QUEUE-NODE(QUEUE-HEAD) to SEARCH-NODE
      add 1 to QUEUE-HEAD
      if SEARCH-NODE = LS-TO-NODE
        move "Y" to END-REACHED
        exit perform
      end-if
      perform CHECK-NODE-CLOSURES
      if NODES-DEFINED(SEARCH-NODE) = "Y"
        if CLOSED-L = "N"
          move NODES-L(SEARCH-NODE) to NEXT-NODE
          perform QUEUE-EDGE
        end-if
        if CLOSED-R = "N"
          move NODES-R(SEARCH-NODE) to NEXT-NODE
          perform QUEUE-EDGE
        end-if
      end-if
    end-perform
  end-if

  if END-REACHED = "N"
    goback
  end-if

  *> the route read back end-to-start: counted first, then laid down
  *> from the tail so it comes out in walking order
  move "Y" to RR-FOUND
  move LS-TO-NODE to TRACE-NODE
  perform until TRACE-NODE = LS-FROM-NODE
    add 1 to RR-STEPS
    move PREV-NODE(TRACE-NODE) to TRACE-NODE
    add COSTS(TRACE-NODE) to RR-COST
  end-perform
  if RR-STEPS + 1 > RR-NODES-MAX
    move "Y" to RR-TRUNCATED
    move RR-NODES-MAX to RR-ROUTE-LENGTH
  else
    compute RR-ROUTE-LENGTH = RR-STEPS + 1
  end-if
  move LS-TO-NODE to TRACE-NODE
  compute ROUTE-POS = RR-STEPS + 1
  perform forever
    if ROUTE-POS <= RR-NODES-MAX
      move TRACE-NODE to RR-ROUTE-NODE(ROUTE-POS)
    end-if
    if TRACE-NODE = LS-FROM-NODE
      exit perform
    end-if
    move PREV-NODE(TRACE-NODE) to TRACE-NODE
    subtract 1 from ROUTE-POS
  end-perform
  goback.

*> breadth-first: NEXT-NODE joins the wavefront the first time it is
*> reached
QUEUE-EDGE.
  if NEXT-NODE < 1 or NEXT-NODE > NODE-ZZZ-VALUE
    exit paragraph
  end-if
  if VISITED(NEXT-NODE) = "N"
    move "Y" to VISITED(NEXT-NODE)
    move SEARCH-NODE to PREV-NODE(NEXT-NODE)
    add 1 to QUEUE-TAIL
    move NEXT-NODE to QUEUE-NODE(QUEUE-TAIL)
  end-if.

*> cheapest-path: NEXT-NODE reached more cheaply through SEARCH-NODE;
*> the first time it is reached at all it joins the frontier
RELAX-EDGE.
  if NEXT-NODE < 1 or NEXT-NODE > NODE-ZZZ-VALUE
    exit paragraph
  end-if
  if VISITED(NEXT-NODE) = "Y" or NEW-DIST >= DIST(NEXT-NODE)
    exit paragraph
  end-if
  if DIST(NEXT-NODE) = DIJ-INFINITY
    add 1 to QUEUE-TAIL
    move NEXT-NODE to QUEUE-NODE(QUEUE-TAIL)
  end-if
  move NEW-DIST to DIST(NEXT-NODE)
  move SEARCH-NODE to PREV-NODE(NEXT-NODE).

*> which of SEARCH-NODE's two links are closed today -- a closed link
*> is skipped exactly as if the map lacked it
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
