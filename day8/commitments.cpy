*> service-level commitments, as loaded by LOAD-COMMITMENTS from
*> /data/commitments.txt -- each promises a customer that origin
*> CMT-FROM reaches CMT-TO within CMT-MAX-STEPS steps and/or within a
*> CMT-MAX-COST cost ceiling (zero = no limit of that kind). Codes are
*> the current ones: a renamed node's old code is resolved through the
*> alias file on load
78 COMMITMENTS-MAX value 200.
01 COMMITMENTS-OUTER.
  05 COMMITMENT-COUNT    pic 9(3).
  05 COMMITMENT-ENTRY occurs COMMITMENTS-MAX times.
    10 CMT-ID            pic x(12).
    10 CMT-FROM          pic a(4).
    10 CMT-TO            pic a(4).
    10 CMT-MAX-STEPS     pic 9(8).
    10 CMT-MAX-COST      pic 9(12).
    10 CMT-OWNER         pic x(20).
