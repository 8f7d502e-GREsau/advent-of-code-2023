identification division.
program-id. message-runbook.

environment division.
input-output section.
file-control.
  select MESSAGE-CATALOG assign to dynamic WS-MESSAGE-CATALOG-FILE
    organization line sequential file status WS-CATALOG-STATUS.
  select EXCEPTION-LOG assign to dynamic WS-EXCEPTION-LOG-FILE
    organization line sequential file status WS-EXCEPTION-STATUS.
  select RUNBOOK-REPORT assign to dynamic WS-RUNBOOK-REPORT-FILE
    organization line sequential.

data division.
file section.
  fd MESSAGE-CATALOG.
  01 MESSAGE-CATALOG-LINE  pic x(512).

  fd EXCEPTION-LOG.
  01 EXCEPTION-LINE  pic x(240).

  fd RUNBOOK-REPORT.
  01 RUNBOOK-LINE  pic x(240).

working-storage section.
  01 WS-MESSAGE-CATALOG-FILE pic x(100).
  01 WS-EXCEPTION-LOG-FILE   pic x(100).
  01 WS-RUNBOOK-REPORT-FILE  pic x(100).
  01 WS-CATALOG-STATUS       pic x(2).
  01 WS-EXCEPTION-STATUS     pic x(2).
  01 WS-EXC-PROGRAM          pic x(20) value "MESSAGE-RUNBOOK".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

  78 MESSAGES-MAX value 500.
  78 FAULTS-MAX value 100.
  78 STRAYS-MAX value 50.

  01 RUN-DATE             pic x(8).
  01 WS-FUNCTION-FILTER   pic x(20).

  *> the catalog as LOOKUP-MESSAGE reads it, with what the exception
  *> log says about each message: how often it was raised and when last
  01 MESSAGE-COUNT        pic 9(4) value 0.
  01 MESSAGE-TABLE.
    05 MESSAGE-ENTRY occurs MESSAGES-MAX times.
      10 MSG-ID           pic x(8).
      10 MSG-SEVERITY     pic x(8).
      10 MSG-FUNCTION     pic x(20).
      10 MSG-ROUTE        pic x(20).
      10 MSG-TEXT         pic x(200).
      10 MSG-ACTION       pic x(200).
      10 MSG-LOGGED       pic 9(6).
      10 MSG-LAST-SEEN    pic x(8).
  01 MSG-IDX              pic 9(4).
  01 MATCH-IDX            pic 9(4).
  01 MESSAGES-OVERFLOWED  pic x value "N".

  *> one catalog line taken apart -- a seventh field means a "|" inside
  *> the text or the action, which would shift every field after it
  01 CATALOG-LINE-NUM     pic 9(4) value 0.
  01 FIELD-COUNT          pic 9(2).
  01 LINE-FIELDS.
    05 LINE-ID            pic x(8).
    05 LINE-SEVERITY      pic x(8).
    05 LINE-FUNCTION      pic x(20).
    05 LINE-ROUTE         pic x(20).
    05 LINE-TEXT          pic x(200).
    05 LINE-ACTION        pic x(200).
    05 LINE-EXTRA         pic x(20).
  01 FAULT-REASON         pic x(40).

  01 FAULT-COUNT          pic 9(4) value 0.
  01 FAULT-TABLE.
    05 FAULT-LINE         pic x(120) occurs FAULTS-MAX times.
  01 FAULT-IDX            pic 9(4).

  *> ids the exception log carries that the catalog does not have --
  *> raised by a program newer than the catalog, or catalogued once and
  *> since dropped
  01 STRAY-COUNT          pic 9(4) value 0.
  01 STRAY-TABLE.
    05 STRAY-ENTRY occurs STRAYS-MAX times.
      10 STRAY-ID         pic x(8).
      10 STRAY-LOGGED     pic 9(6).
      10 STRAY-LAST-SEEN  pic x(8).
  01 STRAY-IDX            pic 9(4).
  01 STRAYS-OVERFLOWED    pic x value "N".

  01 LOG-MSG-ID           pic x(8).
  01 LOG-PROGRAM          pic x(20).
  01 PARSE-PTR            pic 9(3).
  01 LISTED-COUNT         pic 9(4) value 0.
  01 NEVER-LOGGED-COUNT   pic 9(4) value 0.

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move "/data/message-catalog.txt" to WS-MESSAGE-CATALOG-FILE
  call "resolve-path" using WS-MESSAGE-CATALOG-FILE end-call
  move "/data/exception.log" to WS-EXCEPTION-LOG-FILE
  call "resolve-path" using WS-EXCEPTION-LOG-FILE end-call
  move "/data/message-runbook.txt" to WS-RUNBOOK-REPORT-FILE
  call "resolve-path" using WS-RUNBOOK-REPORT-FILE end-call
  *> the operator's runbook: every message the suite can raise, what
  *> it means and what to do about it, straight from the message
  *> catalog, with how often each has actually been raised. It is also
  *> the catalog's own check -- a malformed or duplicated line there
  *> would misreport every exception raised under it, so those are
  *> listed and the run grades itself a warning. RUNBOOK_FUNCTION
  *> narrows the listing to one console function's messages
  move function current-date(1:8) to RUN-DATE
  accept WS-FUNCTION-FILTER from environment "RUNBOOK_FUNCTION"
  move function upper-case(WS-FUNCTION-FILTER) to WS-FUNCTION-FILTER

  open input MESSAGE-CATALOG
  if WS-CATALOG-STATUS not = "00"
    open output RUNBOOK-REPORT
    move spaces to RUNBOOK-LINE
    string "NO MESSAGE CATALOG ON FILE -- NO RUNBOOK TO PRINT"
      delimited by size into RUNBOOK-LINE
    end-string
    write RUNBOOK-LINE
    close RUNBOOK-REPORT
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Message runbook: no message catalog on file"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if
  perform forever
    read MESSAGE-CATALOG at end
      exit perform
    end-read
    add 1 to CATALOG-LINE-NUM
    if MESSAGE-CATALOG-LINE = spaces
        or MESSAGE-CATALOG-LINE(1:1) = "*"
      exit perform cycle
    end-if
    perform TAKE-CATALOG-LINE
  end-perform
  close MESSAGE-CATALOG

  open input EXCEPTION-LOG
  if WS-EXCEPTION-STATUS = "00"
    perform forever
      read EXCEPTION-LOG at end
        exit perform
      end-read
      if EXCEPTION-LINE = spaces
        exit perform cycle
      end-if
      perform TAKE-EXCEPTION-LINE
    end-perform
    close EXCEPTION-LOG
  end-if

  open output RUNBOOK-REPORT
  move spaces to RUNBOOK-LINE
  string "MESSAGE RUNBOOK " RUN-DATE " -- " MESSAGE-COUNT
    " MESSAGE(S) IN THE CATALOG"
    delimited by size into RUNBOOK-LINE
  end-string
  write RUNBOOK-LINE
  if WS-FUNCTION-FILTER not = spaces
    move spaces to RUNBOOK-LINE
    string "LISTING FUNCTION " function trim(WS-FUNCTION-FILTER)
      " ONLY" delimited by size into RUNBOOK-LINE
    end-string
    write RUNBOOK-LINE
  end-if
  if WS-EXCEPTION-STATUS not = "00"
    move spaces to RUNBOOK-LINE
    string "NO EXCEPTION LOG ON FILE -- NOTHING COUNTED AS RAISED"
      delimited by size into RUNBOOK-LINE
    end-string
    write RUNBOOK-LINE
  end-if

  perform varying MSG-IDX from 1 by 1 until MSG-IDX > MESSAGE-COUNT
    if WS-FUNCTION-FILTER = spaces
        or MSG-FUNCTION(MSG-IDX) = WS-FUNCTION-FILTER
      perform WRITE-MESSAGE-ENTRY
    end-if
  end-perform

  move spaces to RUNBOOK-LINE
  write RUNBOOK-LINE
  move spaces to RUNBOOK-LINE
  string "CATALOG FAULTS:" delimited by size into RUNBOOK-LINE
  end-string
  write RUNBOOK-LINE
  perform varying FAULT-IDX from 1 by 1
      until FAULT-IDX > FAULT-COUNT or FAULT-IDX > FAULTS-MAX
    move spaces to RUNBOOK-LINE
    string "  " FAULT-LINE(FAULT-IDX) delimited by size into RUNBOOK-LINE
    end-string
    write RUNBOOK-LINE
  end-perform
  if FAULT-COUNT > FAULTS-MAX
    move spaces to RUNBOOK-LINE
    string "  AND MORE -- " FAULT-COUNT " FAULT(S) IN ALL"
      delimited by size into RUNBOOK-LINE
    end-string
    write RUNBOOK-LINE
  end-if
  if FAULT-COUNT = 0
    move spaces to RUNBOOK-LINE
    string "  NONE" delimited by size into RUNBOOK-LINE
    end-string
    write RUNBOOK-LINE
  end-if

  move spaces to RUNBOOK-LINE
  string "RAISED BUT NOT IN THE CATALOG:" delimited by size
    into RUNBOOK-LINE
  end-string
  write RUNBOOK-LINE
  perform varying STRAY-IDX from 1 by 1 until STRAY-IDX > STRAY-COUNT
    move spaces to RUNBOOK-LINE
    string "  " STRAY-ID(STRAY-IDX) " " STRAY-LOGGED(STRAY-IDX)
      " X, LAST " STRAY-LAST-SEEN(STRAY-IDX)
      delimited by size into RUNBOOK-LINE
    end-string
    write RUNBOOK-LINE
  end-perform
  if STRAY-COUNT = 0
    move spaces to RUNBOOK-LINE
    string "  NONE" delimited by size into RUNBOOK-LINE
    end-string
    write RUNBOOK-LINE
  end-if
  if MESSAGES-OVERFLOWED = "Y" or STRAYS-OVERFLOWED = "Y"
    move spaces to RUNBOOK-LINE
    string "WARNING: MORE MESSAGES THAN THE RUNBOOK TABLES HOLD -- "
      "THE LISTING ABOVE IS INCOMPLETE"
      delimited by size into RUNBOOK-LINE
    end-string
    write RUNBOOK-LINE
  end-if
  close RUNBOOK-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Message runbook written -- " LISTED-COUNT " message(s) listed, "
    NEVER-LOGGED-COUNT " never raised, " FAULT-COUNT " catalog fault(s), "
    STRAY-COUNT " uncatalogued"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move 0 to return-code
  if FAULT-COUNT > 0 or STRAY-COUNT > 0
      or MESSAGES-OVERFLOWED = "Y" or STRAYS-OVERFLOWED = "Y"
    move "DNV0261" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move FAULT-COUNT to WS-EXC-VALUE(1)
    move STRAY-COUNT to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 4 to return-code
  end-if
  goback.

*> one catalog line into MESSAGE-TABLE, or into the fault list when it
*> cannot be trusted. A duplicated id keeps its first line, as the
*> first line is the one LOOKUP-MESSAGE answers with
TAKE-CATALOG-LINE.
  move spaces to LINE-FIELDS FAULT-REASON
  move 0 to FIELD-COUNT
  unstring MESSAGE-CATALOG-LINE delimited by "|"
    into LINE-ID LINE-SEVERITY LINE-FUNCTION LINE-ROUTE LINE-TEXT
      LINE-ACTION LINE-EXTRA
    tallying in FIELD-COUNT
  end-unstring
  evaluate true
    when FIELD-COUNT < 6
      move "FEWER THAN SIX FIELDS" to FAULT-REASON
    when FIELD-COUNT > 6
      move "MORE THAN SIX FIELDS" to FAULT-REASON
    when LINE-ID(1:3) not = "DNV" or LINE-ID(4:4) is not numeric
        or LINE-ID(8:1) not = space
      move "ID IS NOT DNV AND FOUR DIGITS" to FAULT-REASON
    when LINE-SEVERITY not = "INFO" and LINE-SEVERITY not = "WARNING"
        and LINE-SEVERITY not = "DATA" and LINE-SEVERITY not = "ENVIRON"
        and LINE-SEVERITY not = "LIMIT"
      move "SEVERITY IS NOT A JOB-LOG SEVERITY" to FAULT-REASON
    when LINE-FUNCTION = spaces or LINE-ROUTE = spaces
      move "NO OWNING FUNCTION OR ROUTE" to FAULT-REASON
    when LINE-TEXT = spaces
      move "NO MESSAGE TEXT" to FAULT-REASON
    when LINE-ACTION = spaces
      move "NO RUNBOOK ACTION" to FAULT-REASON
  end-evaluate
  if FAULT-REASON = spaces
    perform varying MATCH-IDX from 1 by 1
        until MATCH-IDX > MESSAGE-COUNT
      if MSG-ID(MATCH-IDX) = LINE-ID
        move "DUPLICATE ID -- FIRST LINE KEPT" to FAULT-REASON
        exit perform
      end-if
    end-perform
  end-if
  if FAULT-REASON not = spaces
    add 1 to FAULT-COUNT
    if FAULT-COUNT <= FAULTS-MAX
      move spaces to FAULT-LINE(FAULT-COUNT)
      string "LINE " CATALOG-LINE-NUM " " function trim(FAULT-REASON)
        ": " MESSAGE-CATALOG-LINE(1:60)
        delimited by size into FAULT-LINE(FAULT-COUNT)
      end-string
    end-if
    exit paragraph
  end-if
  if MESSAGE-COUNT >= MESSAGES-MAX
    move "Y" to MESSAGES-OVERFLOWED
    exit paragraph
  end-if
  add 1 to MESSAGE-COUNT
  move LINE-ID to MSG-ID(MESSAGE-COUNT)
  move LINE-SEVERITY to MSG-SEVERITY(MESSAGE-COUNT)
  move LINE-FUNCTION to MSG-FUNCTION(MESSAGE-COUNT)
  move LINE-ROUTE to MSG-ROUTE(MESSAGE-COUNT)
  move LINE-TEXT to MSG-TEXT(MESSAGE-COUNT)
  move LINE-ACTION to MSG-ACTION(MESSAGE-COUNT)
  move 0 to MSG-LOGGED(MESSAGE-COUNT)
  move spaces to MSG-LAST-SEEN(MESSAGE-COUNT).

*> one exception log line counted against its message id -- layout as
*> EXCEPTION-REPORT reads it; a line from before the catalog has no
*> id and counts against nothing
TAKE-EXCEPTION-LINE.
  if EXCEPTION-LINE(10:8) is numeric
      and EXCEPTION-LINE(18:1) = space
    move 19 to PARSE-PTR
  else
    move 10 to PARSE-PTR
  end-if
  move spaces to LOG-PROGRAM LOG-MSG-ID
  unstring EXCEPTION-LINE delimited by " "
    into LOG-PROGRAM with pointer PARSE-PTR
  end-unstring
  if PARSE-PTR >= 230
      or EXCEPTION-LINE(PARSE-PTR:3) not = "DNV"
      or EXCEPTION-LINE(PARSE-PTR + 3:4) is not numeric
      or EXCEPTION-LINE(PARSE-PTR + 7:1) not = space
    exit paragraph
  end-if
  move EXCEPTION-LINE(PARSE-PTR:7) to LOG-MSG-ID

  perform varying MSG-IDX from 1 by 1 until MSG-IDX > MESSAGE-COUNT
    if MSG-ID(MSG-IDX) = LOG-MSG-ID
      add 1 to MSG-LOGGED(MSG-IDX)
      if EXCEPTION-LINE(1:8) > MSG-LAST-SEEN(MSG-IDX)
        move EXCEPTION-LINE(1:8) to MSG-LAST-SEEN(MSG-IDX)
      end-if
      exit paragraph
    end-if
  end-perform

  perform varying STRAY-IDX from 1 by 1 until STRAY-IDX > STRAY-COUNT
    if STRAY-ID(STRAY-IDX) = LOG-MSG-ID
      add 1 to STRAY-LOGGED(STRAY-IDX)
      if EXCEPTION-LINE(1:8) > STRAY-LAST-SEEN(STRAY-IDX)
        move EXCEPTION-LINE(1:8) to STRAY-LAST-SEEN(STRAY-IDX)
      end-if
      exit paragraph
    end-if
  end-perform
  if STRAY-COUNT >= STRAYS-MAX
    move "Y" to STRAYS-OVERFLOWED
    exit paragraph
  end-if
  add 1 to STRAY-COUNT
  move LOG-MSG-ID to STRAY-ID(STRAY-COUNT)
  move 1 to STRAY-LOGGED(STRAY-COUNT)
  move EXCEPTION-LINE(1:8) to STRAY-LAST-SEEN(STRAY-COUNT).

*> one message's runbook entry: the heading line, then what it says
*> and what the operator does about it
WRITE-MESSAGE-ENTRY.
  add 1 to LISTED-COUNT
  move spaces to RUNBOOK-LINE
  write RUNBOOK-LINE
  move spaces to RUNBOOK-LINE
  if MSG-LOGGED(MSG-IDX) = 0
    add 1 to NEVER-LOGGED-COUNT
    string MSG-ID(MSG-IDX) " " MSG-SEVERITY(MSG-IDX) " "
      MSG-FUNCTION(MSG-IDX) " TO " MSG-ROUTE(MSG-IDX)
      " NEVER RAISED"
      delimited by size into RUNBOOK-LINE
    end-string
  else
    string MSG-ID(MSG-IDX) " " MSG-SEVERITY(MSG-IDX) " "
      MSG-FUNCTION(MSG-IDX) " TO " MSG-ROUTE(MSG-IDX)
      " RAISED " MSG-LOGGED(MSG-IDX) " X, LAST " MSG-LAST-SEEN(MSG-IDX)
      delimited by size into RUNBOOK-LINE
    end-string
  end-if
  write RUNBOOK-LINE
  move spaces to RUNBOOK-LINE
  string "    MESSAGE: " function trim(MSG-TEXT(MSG-IDX))
    delimited by size into RUNBOOK-LINE
  end-string
  write RUNBOOK-LINE
  move spaces to RUNBOOK-LINE
  string "    ACTION:  " function trim(MSG-ACTION(MSG-IDX))
    delimited by size into RUNBOOK-LINE
  end-string
  write RUNBOOK-LINE.
