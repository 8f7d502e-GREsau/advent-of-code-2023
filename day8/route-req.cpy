*> fixed-layout route request received from the scheduling system --
*> one H header naming the batch, one D detail per question, and a T
*> trailer whose counts validate the transmission. Locations are the
*> scheduling system's own identifiers (see LOOKUP-PARTNER-CODE); the
*> end of a route is either a location or a suffix rule ("Z" = the
*> first node whose code ends in Z). Field positions are the contract:
*> never rearrange, only extend.
01 RREQ-RECORD.
  05 RREQ-RECORD-TYPE    pic x.
  05 RREQ-BODY           pic x(149).
  05 RREQ-HEADER redefines RREQ-BODY.
    10 RREQ-SENDER         pic x(10).
    10 RREQ-FILE-DATE      pic 9(8).
    10 RREQ-BATCH-ID       pic x(12).
    10 filler              pic x(119).
  05 RREQ-DETAIL redefines RREQ-BODY.
    10 RREQ-ID             pic x(12).
    10 RREQ-START          pic x(10).
    10 RREQ-END-TYPE       pic x.
      88 RREQ-END-IS-LOCATION  value "C" " ".
      88 RREQ-END-IS-RULE      value "S".
    10 RREQ-END            pic x(10).
    10 RREQ-INSTRUCTIONS   pic x(100).
    10 filler              pic x(16).
  05 RREQ-TRAILER redefines RREQ-BODY.
    10 RREQ-DETAIL-COUNT   pic 9(6).
    10 RREQ-RECORD-COUNT   pic 9(6).
    10 filler              pic x(137).
