*> one route found by ROUTE-SEARCH: the node numbers from start to end
*> in walking order (the first RR-NODES-MAX of them -- RR-TRUNCATED
*> says the route ran on past that), the steps taken and what they
*> cost. RR-COSTED is N when no step-cost file exists and every step
*> was charged 1
78 RR-NODES-MAX value 1000.
01 RR-ROUTE-RESULT.
  05 RR-FOUND            pic x.
  05 RR-COSTED           pic x.
  05 RR-TRUNCATED        pic x.
  05 RR-STEPS            pic 9(8).
  05 RR-COST             pic 9(18).
  05 RR-ROUTE-LENGTH     pic 9(5).
  05 RR-ROUTE-NODE       pic 9(6) occurs RR-NODES-MAX times.
