*> fixed-layout route response returned to the scheduling system --
*> H header echoing their batch id, one D detail per request received
*> (answered or not, with a reason code), and a T trailer whose counts
*> validate the transmission the same way INTF-RECORD's do. Field
*> positions are the contract: never rearrange, only extend.
01 RRSP-RECORD.
  05 RRSP-RECORD-TYPE    pic x.
  05 RRSP-BODY           pic x(149).
  05 RRSP-HEADER redefines RRSP-BODY.
    10 RRSP-RUN-DATE       pic 9(8).
    10 RRSP-RUN-ID         pic x(8).
    10 RRSP-BATCH-ID       pic x(12).
    10 RRSP-CHECKSUM       pic 9(9).
    10 RRSP-BUS-DATE       pic 9(8).
    10 filler              pic x(104).
  05 RRSP-DETAIL redefines RRSP-BODY.
    10 RRSP-REQ-ID         pic x(12).
    10 RRSP-REASON         pic x(2).
      88 RRSP-ANSWERED         value "00".
      88 RRSP-START-UNKNOWN    value "10".
      88 RRSP-END-UNKNOWN      value "11".
      88 RRSP-BAD-END-RULE     value "12".
      88 RRSP-BAD-INSTRUCTIONS value "13".
      88 RRSP-UNREACHABLE      value "20".
      88 RRSP-BLOCKED          value "21".
      88 RRSP-STEP-CEILING     value "22".
      88 RRSP-DUPLICATE-ID     value "30".
      88 RRSP-INCOMPLETE       value "31".
    10 RRSP-START-CODE     pic x(4).
    10 RRSP-END-CODE       pic x(4).
    10 RRSP-STEPS          pic 9(18).
    10 RRSP-WRAPS          pic 9(8).
    10 RRSP-COST-FLAG      pic x.
    10 RRSP-COST           pic 9(18).
    10 RRSP-REASON-TEXT    pic x(40).
    10 filler              pic x(42).
  05 RRSP-TRAILER redefines RRSP-BODY.
    10 RRSP-DETAIL-COUNT   pic 9(6).
    10 RRSP-RECORD-COUNT   pic 9(6).
    10 RRSP-ANSWERED-COUNT pic 9(6).
    10 filler              pic x(131).
