  01 OVERDUE-COUNT      pic 9(4) value 0.
  01 PENDING-COUNT      pic 9(4) value 0.

  01 WS-EXC-PROGRAM     pic x(20) value "ACK-RECONCILE".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> did the scheduling system actually load what we sent? They return
  *> an acknowledgment file referencing our header (run date and
    end-string
    write ACK-REPORT-LINE
    close ACK-REPORT
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Ack reconciliation: no extracts on the send log"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    goback
  end-if
  perform forever
            ENTRY-AGE " DAY(S)"
            delimited by size into ACK-REPORT-LINE
          end-string
          move 0 to JOB-LOG-RC
          move spaces to JOB-LOG-TEXT
          string "Interface of " SEND-DATE(SEND-IDX)
            " still unacknowledged after " ENTRY-AGE " day(s)"
            delimited by size into JOB-LOG-TEXT
          end-string
          call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        else
          add 1 to PENDING-COUNT
          string "AWAITING ACK   " SEND-DATE(SEND-IDX) " CHECKSUM "
  write ACK-REPORT-LINE
  close ACK-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Ack reconciliation: " ACKED-COUNT " acked, " NAK-COUNT
    " NAK, " OVERDUE-COUNT " overdue, " PENDING-COUNT " awaiting"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if NAK-COUNT > 0 or OVERDUE-COUNT > 0
    move 4 to return-code
  end-if
