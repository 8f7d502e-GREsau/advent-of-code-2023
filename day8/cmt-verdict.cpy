*> CHECK-COMMITMENT's answer for one commitment against one map:
*> MET, BREACHED or INVALID, the actual figures the verdict rests on
*> (CV-STEPS-KNOWN / CV-COST-KNOWN are N where no route was found),
*> and why in words
01 CMT-VERDICT.
  05 CV-STATUS           pic x(8).
  05 CV-STEPS-KNOWN      pic x.
  05 CV-STEPS            pic 9(8).
  05 CV-COST-KNOWN       pic x.
  05 CV-COST             pic 9(18).
  05 CV-REASON           pic x(80).
