identification division.
program-id. route-reconcile.

environment division.
input-output section.
file-control.
  select REQUEST-FILE assign to dynamic WS-REQUEST-FILE
    organization line sequential file status WS-REQUEST-STATUS.
  select RESPONSE-FILE assign to dynamic WS-RESPONSE-FILE
    organization line sequential file status WS-RESPONSE-STATUS.
  select ROUTE-REPORT assign to dynamic WS-ROUTE-REPORT-FILE
    organization line sequential.

data division.
file section.
  fd REQUEST-FILE.
    copy route-req.

  fd RESPONSE-FILE.
    copy route-resp.

  fd ROUTE-REPORT.
  01 ROUTE-REPORT-LINE  pic x(200).

working-storage section.
  78 PAIRS-MAX value 10000.

  01 WS-REQUEST-FILE      pic x(100).
  01 WS-RESPONSE-FILE     pic x(100).
  01 WS-ROUTE-REPORT-FILE pic x(100).
  01 WS-REQUEST-STATUS    pic x(2).
  01 WS-RESPONSE-STATUS   pic x(2).
  01 RUN-DATE             pic 9(8).
  01 WS-RUN-ID            pic x(8).
  01 PARM-KEY             pic x(20).
  01 PARM-VALUE           pic x(100).
  01 WS-EXC-PROGRAM       pic x(20) value "ROUTE-RECONCILE".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

  *> one row per request id seen on either side: how many times it was
  *> asked and how many times it was answered. Exactly one of each is
  *> a pair; anything else is a gap one side or the other has to chase
  01 PAIR-TABLE.
    05 PAIR-ENTRY occurs PAIRS-MAX times.
      10 PAIR-ID           pic x(12).
      10 PAIR-ASKED        pic 9(4).
      10 PAIR-ANSWERED     pic 9(4).
      10 PAIR-REASON       pic x(2).
  01 PAIR-COUNT           pic 9(5) value 0.
  01 PAIR-IDX             pic 9(5).
  01 FIND-ID              pic x(12).
  01 PAIR-OVERFLOW        pic x value "N".

  01 REQ-BATCH-ID         pic x(12) value spaces.
  01 REQ-DETAIL-COUNT     pic 9(6) value 0.
  01 REQ-TRL-DETAIL-COUNT pic 9(6) value 0.
  01 RSP-BATCH-ID         pic x(12) value spaces.
  01 RSP-RUN-ID           pic x(8) value spaces.
  01 RSP-RECORD-COUNT     pic 9(6) value 0.
  01 RSP-DETAIL-COUNT     pic 9(6) value 0.
  01 RSP-ANSWERED-COUNT   pic 9(6) value 0.
  01 RSP-TRAILER-SEEN     pic x value "N".
  01 RSP-TRL-DETAIL-COUNT pic 9(6) value 0.
  01 RSP-TRL-RECORD-COUNT pic 9(6) value 0.
  01 RSP-TRL-ANSWERED     pic 9(6) value 0.

  *> responses by reason code, for the summary lines
  01 REASON-TOTALS.
    05 REASON-TOTAL occurs 10 times.
      10 REASON-CODE       pic x(2).
      10 REASON-TALLY      pic 9(6).
  01 REASON-IDX           pic 9(2).

  01 PAIRED-COUNT         pic 9(6) value 0.
  01 UNANSWERED-COUNT     pic 9(6) value 0.
  01 UNSOLICITED-COUNT    pic 9(6) value 0.
  01 MULTIPLE-COUNT       pic 9(6) value 0.
  01 CONTROL-FAULTS       pic 9(4) value 0.

procedure division.
  *> did every route question the scheduling system sent get exactly
  *> one answer back? Pairs the request file with the response file
  *> ROUTE-REQUEST wrote for it, by request id, and checks the response
  *> transmission's own header and trailer the way the receiving side
  *> will -- so a gap is found here first, not reported back to us
  move "ROUTE_REQUEST_FILE" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-REQUEST-FILE
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  if WS-REQUEST-FILE = spaces
    move "/data/route-requests.dat" to WS-REQUEST-FILE
  end-if
  call "resolve-path" using WS-REQUEST-FILE end-call
  move "/data/route-responses.dat" to WS-RESPONSE-FILE
  call "resolve-path" using WS-RESPONSE-FILE end-call
  move "/data/route-reconcile.txt" to WS-ROUTE-REPORT-FILE
  call "resolve-path" using WS-ROUTE-REPORT-FILE end-call
  move function current-date(1:8) to RUN-DATE
  call "run-id" using WS-RUN-ID end-call

  move "00" to REASON-CODE(1)
  move "10" to REASON-CODE(2)
  move "11" to REASON-CODE(3)
  move "12" to REASON-CODE(4)
  move "13" to REASON-CODE(5)
  move "20" to REASON-CODE(6)
  move "21" to REASON-CODE(7)
  move "22" to REASON-CODE(8)
  move "30" to REASON-CODE(9)
  move "31" to REASON-CODE(10)
  perform varying REASON-IDX from 1 by 1 until REASON-IDX > 10
    move 0 to REASON-TALLY(REASON-IDX)
  end-perform

  open output ROUTE-REPORT
  move spaces to ROUTE-REPORT-LINE
  string "ROUTE REQUEST/RESPONSE RECONCILIATION " RUN-DATE
    " RUN " WS-RUN-ID
    delimited by size into ROUTE-REPORT-LINE
  end-string
  write ROUTE-REPORT-LINE

  open input REQUEST-FILE
  if WS-REQUEST-STATUS not = "00"
    move spaces to ROUTE-REPORT-LINE
    string "NO ROUTE REQUEST FILE ON HAND -- NOTHING TO RECONCILE"
      delimited by size into ROUTE-REPORT-LINE
    end-string
    write ROUTE-REPORT-LINE
    close ROUTE-REPORT
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Route reconciliation: no route request file on hand"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    goback
  end-if
  perform forever
    read REQUEST-FILE at end
      exit perform
    end-read
    evaluate RREQ-RECORD-TYPE
      when "H"
        move RREQ-BATCH-ID to REQ-BATCH-ID
      when "D"
        add 1 to REQ-DETAIL-COUNT
        move RREQ-ID to FIND-ID
        perform FIND-PAIR
        if PAIR-IDX > 0
          add 1 to PAIR-ASKED(PAIR-IDX)
        end-if
      when "T"
        if RREQ-DETAIL-COUNT is numeric
          move RREQ-DETAIL-COUNT to REQ-TRL-DETAIL-COUNT
        end-if
    end-evaluate
  end-perform
  close REQUEST-FILE

  open input RESPONSE-FILE
  if WS-RESPONSE-STATUS not = "00"
    move spaces to ROUTE-REPORT-LINE
    string "NO RESPONSE FILE -- BATCH " function trim(REQ-BATCH-ID)
      " (" REQ-DETAIL-COUNT " REQUEST(S)) IS UNANSWERED -- RUN "
      "ROUTE-REQUEST"
      delimited by size into ROUTE-REPORT-LINE
    end-string
    write ROUTE-REPORT-LINE
    close ROUTE-REPORT
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Route reconciliation: batch " function trim(REQ-BATCH-ID)
      " has no response file"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 4 to return-code
    goback
  end-if
  perform forever
    read RESPONSE-FILE at end
      exit perform
    end-read
    add 1 to RSP-RECORD-COUNT
    evaluate RRSP-RECORD-TYPE
      when "H"
        move RRSP-BATCH-ID to RSP-BATCH-ID
        move RRSP-RUN-ID to RSP-RUN-ID
      when "D"
        add 1 to RSP-DETAIL-COUNT
        if RRSP-ANSWERED
          add 1 to RSP-ANSWERED-COUNT
        end-if
        perform varying REASON-IDX from 1 by 1 until REASON-IDX > 10
          if REASON-CODE(REASON-IDX) = RRSP-REASON
            add 1 to REASON-TALLY(REASON-IDX)
            exit perform
          end-if
        end-perform
        move RRSP-REQ-ID to FIND-ID
        perform FIND-PAIR
        if PAIR-IDX > 0
          add 1 to PAIR-ANSWERED(PAIR-IDX)
          move RRSP-REASON to PAIR-REASON(PAIR-IDX)
        end-if
      when "T"
        move "Y" to RSP-TRAILER-SEEN
        move RRSP-DETAIL-COUNT to RSP-TRL-DETAIL-COUNT
        move RRSP-RECORD-COUNT to RSP-TRL-RECORD-COUNT
        move RRSP-ANSWERED-COUNT to RSP-TRL-ANSWERED
    end-evaluate
  end-perform
  close RESPONSE-FILE

  *> the response transmission checked as its receiver will check it
  if RSP-BATCH-ID not = REQ-BATCH-ID
    add 1 to CONTROL-FAULTS
    move spaces to ROUTE-REPORT-LINE
    string "BATCH MISMATCH  RESPONSE ANSWERS BATCH '"
      function trim(RSP-BATCH-ID) "' BUT THE REQUEST FILE IS BATCH '"
      function trim(REQ-BATCH-ID) "' -- RUN ROUTE-REQUEST FOR THIS BATCH"
      delimited by size into ROUTE-REPORT-LINE
    end-string
    write ROUTE-REPORT-LINE
  end-if
  if RSP-TRAILER-SEEN not = "Y"
    add 1 to CONTROL-FAULTS
    move spaces to ROUTE-REPORT-LINE
    string "CONTROL FAULT   RESPONSE FILE HAS NO TRAILER -- INCOMPLETE"
      delimited by size into ROUTE-REPORT-LINE
    end-string
    write ROUTE-REPORT-LINE
  else
    if RSP-TRL-DETAIL-COUNT not = RSP-DETAIL-COUNT
        or RSP-TRL-RECORD-COUNT not = RSP-RECORD-COUNT
        or RSP-TRL-ANSWERED not = RSP-ANSWERED-COUNT
      add 1 to CONTROL-FAULTS
      move spaces to ROUTE-REPORT-LINE
      string "CONTROL FAULT   RESPONSE TRAILER SAYS " RSP-TRL-DETAIL-COUNT
        " DETAIL(S) " RSP-TRL-RECORD-COUNT " RECORD(S) "
        RSP-TRL-ANSWERED " ANSWERED; FILE HOLDS " RSP-DETAIL-COUNT
        " / " RSP-RECORD-COUNT " / " RSP-ANSWERED-COUNT
        delimited by size into ROUTE-REPORT-LINE
      end-string
      write ROUTE-REPORT-LINE
    end-if
  end-if
  if REQ-TRL-DETAIL-COUNT not = REQ-DETAIL-COUNT
    add 1 to CONTROL-FAULTS
    move spaces to ROUTE-REPORT-LINE
    string "CONTROL FAULT   REQUEST TRAILER SAYS " REQ-TRL-DETAIL-COUNT
      " DETAIL(S) BUT THE FILE HOLDS " REQ-DETAIL-COUNT
      delimited by size into ROUTE-REPORT-LINE
    end-string
    write ROUTE-REPORT-LINE
  end-if
  if PAIR-OVERFLOW = "Y"
    add 1 to CONTROL-FAULTS
    move spaces to ROUTE-REPORT-LINE
    string "CONTROL FAULT   MORE THAN " PAIRS-MAX
      " DISTINCT REQUEST IDS -- PAIRING INCOMPLETE"
      delimited by size into ROUTE-REPORT-LINE
    end-string
    write ROUTE-REPORT-LINE
  end-if

  perform varying PAIR-IDX from 1 by 1 until PAIR-IDX > PAIR-COUNT
    move spaces to ROUTE-REPORT-LINE
    evaluate true
      when PAIR-ASKED(PAIR-IDX) = PAIR-ANSWERED(PAIR-IDX)
        add PAIR-ASKED(PAIR-IDX) to PAIRED-COUNT
      when PAIR-ASKED(PAIR-IDX) = 0
        add 1 to UNSOLICITED-COUNT
        string "UNSOLICITED     RESPONSE " PAIR-ID(PAIR-IDX)
          " (REASON " PAIR-REASON(PAIR-IDX) ") ANSWERS NO REQUEST "
          "IN THIS BATCH"
          delimited by size into ROUTE-REPORT-LINE
        end-string
        write ROUTE-REPORT-LINE
      when PAIR-ANSWERED(PAIR-IDX) < PAIR-ASKED(PAIR-IDX)
        add PAIR-ANSWERED(PAIR-IDX) to PAIRED-COUNT
        add 1 to UNANSWERED-COUNT
        string "UNANSWERED      REQUEST " PAIR-ID(PAIR-IDX) " ASKED "
          PAIR-ASKED(PAIR-IDX) " TIME(S), ANSWERED "
          PAIR-ANSWERED(PAIR-IDX)
          delimited by size into ROUTE-REPORT-LINE
        end-string
        write ROUTE-REPORT-LINE
      when other
        add PAIR-ASKED(PAIR-IDX) to PAIRED-COUNT
        add 1 to MULTIPLE-COUNT
        string "MULTIPLE ANSWER REQUEST " PAIR-ID(PAIR-IDX) " ASKED "
          PAIR-ASKED(PAIR-IDX) " TIME(S), ANSWERED "
          PAIR-ANSWERED(PAIR-IDX)
          delimited by size into ROUTE-REPORT-LINE
        end-string
        write ROUTE-REPORT-LINE
    end-evaluate
  end-perform

  perform varying REASON-IDX from 1 by 1 until REASON-IDX > 10
    if REASON-TALLY(REASON-IDX) > 0
      move spaces to ROUTE-REPORT-LINE
      string "REASON " REASON-CODE(REASON-IDX) "       "
        REASON-TALLY(REASON-IDX) " RESPONSE(S)"
        delimited by size into ROUTE-REPORT-LINE
      end-string
      write ROUTE-REPORT-LINE
    end-if
  end-perform

  move spaces to ROUTE-REPORT-LINE
  string "RECONCILED BATCH " function trim(REQ-BATCH-ID) " (RESPONSE RUN "
    RSP-RUN-ID "): " REQ-DETAIL-COUNT " REQUEST(S), " PAIRED-COUNT
    " PAIRED, " UNANSWERED-COUNT " UNANSWERED, " UNSOLICITED-COUNT
    " UNSOLICITED, " MULTIPLE-COUNT " MULTIPLE, " CONTROL-FAULTS
    " CONTROL FAULT(S)"
    delimited by size into ROUTE-REPORT-LINE
  end-string
  write ROUTE-REPORT-LINE
  close ROUTE-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Route reconciliation: " PAIRED-COUNT " paired, "
    UNANSWERED-COUNT " unanswered, " UNSOLICITED-COUNT " unsolicited, "
    MULTIPLE-COUNT " multiple, " CONTROL-FAULTS " control fault(s)"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if UNANSWERED-COUNT > 0 or UNSOLICITED-COUNT > 0
      or MULTIPLE-COUNT > 0 or CONTROL-FAULTS > 0
    move "DNV0229" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(REQ-BATCH-ID) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 4 to return-code
  end-if
  goback.

*> PAIR-IDX of request id FIND-ID, added when new; zero only when the
*> table is full
FIND-PAIR.
  perform varying PAIR-IDX from 1 by 1 until PAIR-IDX > PAIR-COUNT
    if PAIR-ID(PAIR-IDX) = FIND-ID
      exit paragraph
    end-if
  end-perform
  if PAIR-COUNT >= PAIRS-MAX
    move "Y" to PAIR-OVERFLOW
    move 0 to PAIR-IDX
    exit paragraph
  end-if
  add 1 to PAIR-COUNT
  move PAIR-COUNT to PAIR-IDX
  move FIND-ID to PAIR-ID(PAIR-IDX)
  move 0 to PAIR-ASKED(PAIR-IDX) PAIR-ANSWERED(PAIR-IDX)
  move spaces to PAIR-REASON(PAIR-IDX).
