*> keyed node-reference record, /data/node-reference.idx: the master
*> every lookup reads and every maintenance path updates, one record
*> per node keyed by its code. The flat node-reference.txt is only the
*> conversion input (BUILD-NODE-REF) and the nightly extract taken
*> from here (EXTRACT-NODE-REF) -- code|desc|team|status[|capacity].
*> A blank lifecycle status is ACTIVE; a blank capacity is no limit
01 NODE-REF-RECORD.
  05 NODE-REF-CODE       pic a(4).
  05 NODE-REF-DESC       pic x(40).
  05 NODE-REF-TEAM       pic x(20).
  05 NODE-REF-LIFECYCLE  pic x(10).
  05 NODE-REF-CAPACITY   pic x(6).
