*> route closures in force on one date, as loaded by LOAD-CLOSURES
*> from /data/route-closures.txt -- a closed (node, direction) pair
*> is a link the traversals must not step across. CLOSURE-NODE-NUM is
*> the node's number at the map's code length, so the walk loops test
*> it against CURRENT-NODE without decoding every step
78 CLOSURES-MAX value 200.
01 CLOSURES-OUTER.
  05 CLOSURE-COUNT       pic 9(4).
  05 CLOSURE-ENTRY occurs CLOSURES-MAX times.
    10 CLOSURE-NODE      pic a(4).
    10 CLOSURE-DIR       pic x.
    10 CLOSURE-FROM      pic 9(8).
    10 CLOSURE-TO        pic 9(8).
    10 CLOSURE-REASON    pic x(60).
    10 CLOSURE-NODE-NUM  pic 9(6).
