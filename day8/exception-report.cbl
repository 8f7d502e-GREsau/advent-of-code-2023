  01 LINE-DATE          pic x(8).
  01 LINE-PROGRAM       pic x(20).
  01 LINE-MESSAGE       pic x(200).
  01 LINE-MSG-ID        pic x(8).
  01 PARSE-PTR          pic 9(3).
  01 IN-RANGE           pic x.


  01 MESSAGE-TABLE.
    05 MESSAGE-ENTRY occurs MESSAGES-MAX times.
      10 MSG-ID          pic x(8).
      10 MSG-TEXT        pic x(160).
      10 MSG-COUNT       pic 9(6).
      10 MSG-SEEN-EARLIER pic x.
  01 QUEUE-TODAY-COUNT   pic 9(6).
  01 ANY-QUEUES          pic x value "N".

  *> the catalogued form of a message (see LOOKUP-MESSAGE)
  01 CAT-SEVERITY        pic x(8).
  01 CAT-FUNCTION        pic x(20).
  01 CAT-ROUTE           pic x(20).
  01 CAT-TEXT            pic x(200).
  01 CAT-ACTION          pic x(200).
  01 CAT-FOUND           pic x.
  01 SHOW-TEXT           pic x(200).

  01 WS-EXC-PROGRAM     pic x(20) value "EXCEPTION-REPORT".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
    end-string
    write SUMMARY-LINE
    close EXCEPTION-SUMMARY
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Exception report: no exception log on file"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    goback
  end-if

    unstring EXCEPTION-LINE delimited by " "
      into LINE-PROGRAM with pointer PARSE-PTR
    end-unstring
    *> the message id follows the program on lines logged since the
    *> message catalog; older lines carry only the wording, and they
    *> are grouped by that wording as before
    move spaces to LINE-MSG-ID
    if PARSE-PTR < 230
        and EXCEPTION-LINE(PARSE-PTR:3) = "DNV"
        and EXCEPTION-LINE(PARSE-PTR + 3:4) is numeric
        and EXCEPTION-LINE(PARSE-PTR + 7:1) = space
      move EXCEPTION-LINE(PARSE-PTR:7) to LINE-MSG-ID
      add 8 to PARSE-PTR
    end-if
    move EXCEPTION-LINE(PARSE-PTR:) to LINE-MESSAGE

    move "N" to IN-RANGE

    move "N" to MSG-FOUND
    perform varying MSG-IDX from 1 by 1 until MSG-IDX > MESSAGE-COUNT
      if (LINE-MSG-ID not = spaces and MSG-ID(MSG-IDX) = LINE-MSG-ID)
          or (LINE-MSG-ID = spaces and MSG-ID(MSG-IDX) = spaces
            and MSG-TEXT(MSG-IDX) = LINE-MESSAGE)
        move "Y" to MSG-FOUND
        exit perform
      end-if
      end-if
      add 1 to MESSAGE-COUNT
      move MESSAGE-COUNT to MSG-IDX
      move LINE-MSG-ID to MSG-ID(MSG-IDX)
      move LINE-MESSAGE to MSG-TEXT(MSG-IDX)
      move 0 to MSG-COUNT(MSG-IDX)
      move "N" to MSG-SEEN-EARLIER(MSG-IDX)
  write SUMMARY-LINE
  perform varying MSG-IDX from 1 by 1 until MSG-IDX > MESSAGE-COUNT
    if MSG-COUNT(MSG-IDX) > 0
      perform SHOW-MESSAGE
      move spaces to SUMMARY-LINE
      string "  " MSG-COUNT(MSG-IDX) " X " function trim(SHOW-TEXT)
        delimited by size into SUMMARY-LINE
      end-string
      write SUMMARY-LINE
      exit perform
    end-if
    move "Y" to MSG-REPORTED(BEST-MSG)
    move BEST-MSG to MSG-IDX
    perform SHOW-MESSAGE
    move spaces to SUMMARY-LINE
    string "  " RANK-IDX ". " BEST-MSG-COUNT " X " function trim(SHOW-TEXT)
      delimited by size into SUMMARY-LINE
    end-string
    write SUMMARY-LINE
    *> a chronic message comes with what to do about it
    if CAT-FOUND = "0" and CAT-ACTION not = spaces
      move spaces to SUMMARY-LINE
      string "        ACTION: " function trim(CAT-ACTION)
        delimited by size into SUMMARY-LINE
      end-string
      write SUMMARY-LINE
    end-if
  end-perform

  move spaces to SUMMARY-LINE
  perform varying MSG-IDX from 1 by 1 until MSG-IDX > MESSAGE-COUNT
    if MSG-SEEN-TODAY(MSG-IDX) = "Y" and MSG-SEEN-EARLIER(MSG-IDX) = "N"
      add 1 to NEW-TODAY-COUNT
      perform SHOW-MESSAGE
      move spaces to SUMMARY-LINE
      string "  NEW " function trim(SHOW-TEXT)
        delimited by size into SUMMARY-LINE
      end-string
      write SUMMARY-LINE

  close EXCEPTION-SUMMARY

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Exception summary written -- " TOTAL-IN-RANGE
    " exception(s) in range, " NEW-TODAY-COUNT " new today"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if PROGRAMS-OVERFLOWED = "Y" or MESSAGES-OVERFLOWED = "Y"
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Exception summary is INCOMPLETE -- summary tables "
      "overflowed"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 4 to return-code
  end-if
  goback.

*> SHOW-TEXT: how message MSG-IDX is shown -- a catalogued message by
*> its id, severity and catalogued wording (every occurrence counted
*> under it, whatever values it carried), anything else by the wording
*> it was logged with
SHOW-MESSAGE.
  move spaces to SHOW-TEXT CAT-ACTION
  move "1" to CAT-FOUND
  if MSG-ID(MSG-IDX) = spaces
    move MSG-TEXT(MSG-IDX) to SHOW-TEXT
    exit paragraph
  end-if
  call "lookup-message" using MSG-ID(MSG-IDX) CAT-SEVERITY CAT-FUNCTION
    CAT-ROUTE CAT-TEXT CAT-ACTION CAT-FOUND end-call
  if CAT-FOUND = "0"
    string MSG-ID(MSG-IDX) " " CAT-SEVERITY " " function trim(CAT-TEXT)
      delimited by size into SHOW-TEXT
    end-string
  else
    string MSG-ID(MSG-IDX) " " function trim(MSG-TEXT(MSG-IDX))
      delimited by size into SHOW-TEXT
    end-string
  end-if.
