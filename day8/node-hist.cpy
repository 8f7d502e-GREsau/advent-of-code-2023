*> keyed node-reference history record, /data/node-ref-history.idx:
*> one record per line of the flat effective-dated history
*> (node-ref-history.txt, see RECORD-NODE-REF), keyed by node code,
*> effective date and the line's place in the flat file -- so one
*> node's lines read back in the order they take effect, a
*> later-recorded line after an earlier one of the same date. The
*> flat file stays the system of record; BUILD-REF-HISTORY
*> rebuilds this from it whole. A blank description, team or status
*> is one the line does not change; a team of (NONE) takes the team
*> off the node
01 NODE-HIST-RECORD.
  05 NODE-HIST-KEY.
    10 NODE-HIST-CODE      pic a(4).
    10 NODE-HIST-EFFECTIVE pic 9(8).
    10 NODE-HIST-SEQ       pic 9(8).
  05 NODE-HIST-DESC        pic x(40).
  05 NODE-HIST-TEAM        pic x(20).
  05 NODE-HIST-STATUS      pic x(10).
  05 NODE-HIST-RECORDED    pic x(14).
  05 NODE-HIST-USER        pic x(20).
