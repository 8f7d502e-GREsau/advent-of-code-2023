identification division.
program-id. eod-balance.

environment division.
input-output section.
file-control.
  select STORE-LOG assign to dynamic WS-STORE-LOG-FILE
    organization line sequential file status WS-STORE-LOG-STATUS.
  select RUN-HISTORY-STORE assign to dynamic WS-HISTORY-STORE-FILE
    organization indexed
    access dynamic
    record key RUNHIST-KEY
    file status WS-HISTORY-STORE-STATUS.
  select INTERFACE-FILE assign to dynamic WS-INTERFACE-FILE
    organization line sequential file status WS-INTERFACE-STATUS.
  select BALANCE-REPORT assign to dynamic WS-BALANCE-REPORT-FILE
    organization line sequential.

data division.
file section.
  fd STORE-LOG.
  01 STORE-LOG-LINE  pic x(200).

  fd RUN-HISTORY-STORE.
    copy runhist.

  fd INTERFACE-FILE.
    copy day8-intf.

  fd BALANCE-REPORT.
  01 BALANCE-LINE  pic x(132).

working-storage section.
  78 STORE-COUNT value 7.
  78 BAL-RUN-MAX value 500.

  *> every place one night's PART1/PART2 results come to rest. The
  *> flat history log is the system of record and the reference value
  *> for every comparison; the keyed store is LOAD-RUN-HISTORY's copy
  *> of it; run-stats carries PART1's step count again (PART2's STEPS
  *> there is the walk total, not the LCM, so PART2 is only looked for);
  *> the interface file holds the one extracted PART2 result and the
  *> send log the proof it went out; the two period files exist only
  *> once PERIOD-CLOSE has sealed the business date's month
  01 STORES-OUTER.
    05 filler pic x(60) value "RUN-HISTORY-LOG /data/run-history.log".
    05 filler pic x(60) value "RUN-HISTORY-IDX /data/run-history.idx".
    05 filler pic x(60) value "RUN-STATS-LOG   /data/run-stats.log".
    05 filler pic x(60) value "INTERFACE-FILE  /data/day8-interface.dat".
    05 filler pic x(60) value "SEND-LOG        /data/interface-send-log.txt".
    05 filler pic x(60) value "PERIOD-HISTORY  ".
    05 filler pic x(60) value "PERIOD-STATS    ".
  01 STORES-TABLE redefines STORES-OUTER.
    05 STORE-ENTRY occurs STORE-COUNT times.
      10 STORE-TITLE     pic x(16).
      10 STORE-NAME      pic x(44).
  01 STORE-TOTALS.
    05 STORE-TOTAL occurs STORE-COUNT times.
      10 STORE-ON-FILE     pic x.
      10 STORE-PART1-RUNS  pic 9(5).
      10 STORE-PART1-SUM   pic 9(24).
      10 STORE-PART2-RUNS  pic 9(5).
      10 STORE-PART2-SUM   pic 9(24).
  01 STORE-IDX          pic 9.

  *> one row per run id and mode seen anywhere for the business date,
  *> with how often and with what value each store recorded it
  01 BAL-RUN-TABLE.
    05 BAL-RUN occurs BAL-RUN-MAX times.
      10 BAL-RUN-ID      pic x(8).
      10 BAL-MODE        pic x(5).
      10 BAL-LATE        pic x.
      10 BAL-STORE occurs STORE-COUNT times.
        15 BAL-SEEN      pic 9(3).
        15 BAL-VALUE     pic x(20).
  01 BAL-RUN-COUNT      pic 9(4) value 0.
  01 BAL-IDX            pic 9(4).
  01 BAL-DROPPED        pic 9(4) value 0.

  01 WS-STORE-LOG-FILE       pic x(100).
  01 WS-STORE-LOG-STATUS     pic x(2).
  01 WS-HISTORY-STORE-FILE   pic x(100).
  01 WS-HISTORY-STORE-STATUS pic x(2).
  01 WS-INTERFACE-FILE       pic x(100).
  01 WS-INTERFACE-STATUS     pic x(2).
  01 WS-BALANCE-REPORT-FILE  pic x(100).

  01 BALANCE-DATE-TEXT  pic x(8).
  01 BALANCE-DATE       pic 9(8).
  01 BD-PROC-FLAG       pic x.
  01 BD-NONPROC-ACTION  pic x(4).
  01 PERIOD-CLOSED      pic x.
  01 WS-RUN-ID          pic x(8).
  01 BALANCE-TIMESTAMP  pic x(14).

  *> one parsed observation on its way into the run table
  01 OBS-STORE          pic 9.
  01 OBS-MODE           pic x(5).
  01 OBS-VALUE          pic x(20).

  01 LINE-DATE          pic x(8).
  01 LINE-MODE          pic x(10).
  01 LINE-VALUE         pic x(20).
  01 LINE-BEFORE        pic x(200).
  01 LINE-AFTER         pic x(40).
  01 LINE-BD            pic x(8).
  01 LINE-RUN-ID        pic x(8).
  01 LINE-STEPS         pic x(20).
  01 LINE-LATE          pic x.
  01 SEND-LINE-IDX      pic 9(4).

  01 INTF-BALANCED-RUN  pic x(8) value spaces.
  01 INTF-LCM-TEXT      pic x(20).

  *> leading zeros are dropped before values are compared, so the log's
  *> 20-digit LCM and the interface's 18-digit one agree
  01 NORM-VALUE         pic x(20).
  01 NORM-WORK          pic x(20).
  01 NORM-ZEROS         pic 9(2).
  01 NORM-LENGTH        pic 9(2).
  01 VALUE-NUMBER       pic 9(20).
  01 VALUE-DIGITS redefines VALUE-NUMBER pic x(20).

  01 REF-STORE          pic 9.
  01 BREAK-COUNT        pic 9(5) value 0.
  01 BROKEN-RUNS        pic 9(4) value 0.
  01 RUN-BROKEN         pic x.
  01 STORE-REQUIRED     pic x.
  01 TOTAL-TEXT         pic z(23)9.
  01 RUNS-TEXT          pic z(4)9.

  01 WS-EXC-PROGRAM     pic x(20) value "EOD-BALANCE".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> end-of-day control totals: one business date's PART1/PART2 results
  *> counted and summed store by store, then matched run id by run id.
  *> A run missing from a store that should hold it, recorded a
  *> different number of times, or carrying a different value is a
  *> break -- any break puts the day out of balance
  accept BALANCE-DATE-TEXT from environment "BALANCE_DATE"
  if BALANCE-DATE-TEXT = spaces
    call "business-date" using BALANCE-DATE BD-PROC-FLAG
      BD-NONPROC-ACTION end-call
  else
    if BALANCE-DATE-TEXT is not numeric
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "BALANCE_DATE must be a yyyymmdd date -- got "
        BALANCE-DATE-TEXT
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 8 to return-code
      goback
    end-if
    move BALANCE-DATE-TEXT to BALANCE-DATE
  end-if
  move BALANCE-DATE to BALANCE-DATE-TEXT
  call "run-id" using WS-RUN-ID end-call
  move function current-date(1:14) to BALANCE-TIMESTAMP
  call "check-period" using BALANCE-DATE PERIOD-CLOSED end-call

  move spaces to STORE-NAME(6) STORE-NAME(7)
  string "/data/period-" BALANCE-DATE(1:6) "-run-history.log"
    delimited by size into STORE-NAME(6)
  end-string
  string "/data/period-" BALANCE-DATE(1:6) "-run-stats.log"
    delimited by size into STORE-NAME(7)
  end-string
  perform varying STORE-IDX from 1 by 1 until STORE-IDX > STORE-COUNT
    move "N" to STORE-ON-FILE(STORE-IDX)
    move 0 to STORE-PART1-RUNS(STORE-IDX) STORE-PART1-SUM(STORE-IDX)
      STORE-PART2-RUNS(STORE-IDX) STORE-PART2-SUM(STORE-IDX)
  end-perform

  move 1 to OBS-STORE
  perform LOAD-STORE-LOG
  if STORE-ON-FILE(1) = "N"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No run-history log on file -- nothing to balance against!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0053" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move BALANCE-DATE to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  perform LOAD-HISTORY-STORE
  move 3 to OBS-STORE
  perform LOAD-STORE-LOG
  perform LOAD-INTERFACE
  perform LOAD-SEND-LOG
  if PERIOD-CLOSED = "Y"
    move 6 to OBS-STORE
    perform LOAD-STORE-LOG
    move 7 to OBS-STORE
    perform LOAD-STORE-LOG
  end-if

  move "/data/eod-balance.txt" to WS-BALANCE-REPORT-FILE
  call "resolve-path" using WS-BALANCE-REPORT-FILE end-call
  open output BALANCE-REPORT
  move spaces to BALANCE-LINE
  string "END-OF-DAY BALANCE FOR BUSINESS DATE " BALANCE-DATE
    " -- RUN " WS-RUN-ID " AT " BALANCE-TIMESTAMP
    delimited by size into BALANCE-LINE
  end-string
  write BALANCE-LINE
  move spaces to BALANCE-LINE
  write BALANCE-LINE
  move spaces to BALANCE-LINE
  move "STORE" to BALANCE-LINE(1:5)
  move "ON FILE" to BALANCE-LINE(18:7)
  move "PART1 RUNS" to BALANCE-LINE(26:10)
  move "PART1 STEP TOTAL" to BALANCE-LINE(44:16)
  move "PART2 RUNS" to BALANCE-LINE(62:10)
  move "PART2 LCM TOTAL" to BALANCE-LINE(87:15)
  write BALANCE-LINE

  perform varying BAL-IDX from 1 by 1 until BAL-IDX > BAL-RUN-COUNT
    perform ADD-RUN-TO-TOTALS
  end-perform
  perform varying STORE-IDX from 1 by 1 until STORE-IDX > STORE-COUNT
    perform WRITE-STORE-TOTALS
  end-perform
  if PERIOD-CLOSED not = "Y"
    move spaces to BALANCE-LINE
    string "  PERIOD " BALANCE-DATE(1:6) " IS STILL OPEN -- THE PERIOD "
      "FILES ARE NOT BALANCED UNTIL PERIOD-CLOSE SEALS IT"
      delimited by size into BALANCE-LINE
    end-string
    write BALANCE-LINE
  end-if
  move spaces to BALANCE-LINE
  write BALANCE-LINE

  perform varying BAL-IDX from 1 by 1 until BAL-IDX > BAL-RUN-COUNT
    perform MATCH-RUN
  end-perform
  if BAL-DROPPED > 0
    add 1 to BREAK-COUNT
    move spaces to BALANCE-LINE
    string "BREAK " BAL-DROPPED " RUN(S) BEYOND THE " BAL-RUN-MAX
      "-RUN TABLE WERE NOT MATCHED"
      delimited by size into BALANCE-LINE
    end-string
    write BALANCE-LINE
  end-if

  move spaces to BALANCE-LINE
  write BALANCE-LINE
  move spaces to BALANCE-LINE
  if BREAK-COUNT = 0
    string "RESULT: IN BALANCE -- " BAL-RUN-COUNT
      " RUN(S) AGREE IN EVERY STORE"
      delimited by size into BALANCE-LINE
    end-string
  else
    string "RESULT: OUT OF BALANCE -- " BREAK-COUNT " BREAK(S) ACROSS "
      BROKEN-RUNS " OF " BAL-RUN-COUNT " RUN(S)"
      delimited by size into BALANCE-LINE
    end-string
  end-if
  write BALANCE-LINE
  close BALANCE-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "End-of-day balance " BALANCE-DATE ": " function trim(BALANCE-LINE)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if BREAK-COUNT > 0
    move "DNV0054" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move BALANCE-DATE to WS-EXC-VALUE(1)
    move BREAK-COUNT to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
  else
    move 0 to return-code
  end-if
  goback.

*> one of the flat line stores (history log, run-stats, or either
*> period file): PART1/PART2 lines booking to the business date --
*> by their BD column, or the leading date on lines that predate it
LOAD-STORE-LOG.
  move STORE-NAME(OBS-STORE) to WS-STORE-LOG-FILE
  call "resolve-path" using WS-STORE-LOG-FILE end-call
  open input STORE-LOG
  if WS-STORE-LOG-STATUS not = "00"
    exit paragraph
  end-if
  move "Y" to STORE-ON-FILE(OBS-STORE)
  perform forever
    read STORE-LOG at end
      exit perform
    end-read
    move spaces to LINE-DATE LINE-MODE LINE-VALUE
    unstring STORE-LOG-LINE delimited by all space
      into LINE-DATE LINE-MODE LINE-VALUE
    end-unstring
    if LINE-MODE not = "PART1" and LINE-MODE not = "PART2"
      exit perform cycle
    end-if
    perform PARSE-RUN-AND-BD
    if LINE-BD not = BALANCE-DATE-TEXT
      exit perform cycle
    end-if
    move LINE-MODE to OBS-MODE
    if OBS-STORE = 3 or OBS-STORE = 7
      *> run-stats: PART1's STEPS is the step count the history logs,
      *> PART2's is not comparable and only its presence counts
      move spaces to OBS-VALUE
      if LINE-MODE = "PART1"
        move spaces to LINE-BEFORE LINE-AFTER
        unstring STORE-LOG-LINE delimited by " STEPS "
          into LINE-BEFORE LINE-AFTER
        end-unstring
        move spaces to LINE-STEPS
        unstring LINE-AFTER delimited by all space
          into LINE-STEPS
        end-unstring
        move LINE-STEPS to OBS-VALUE
      end-if
    else
      move LINE-VALUE to OBS-VALUE
    end-if
    perform RECORD-OBSERVATION
  end-perform
  close STORE-LOG.

*> LOAD-RUN-HISTORY's keyed copy, read end to end -- its key is the
*> system date, so the business date comes from the carried line
LOAD-HISTORY-STORE.
  move "/data/run-history.idx" to WS-HISTORY-STORE-FILE
  call "resolve-path" using WS-HISTORY-STORE-FILE end-call
  open input RUN-HISTORY-STORE
  if WS-HISTORY-STORE-STATUS not = "00"
    exit paragraph
  end-if
  move "Y" to STORE-ON-FILE(2)
  move 2 to OBS-STORE
  perform forever
    read RUN-HISTORY-STORE next record at end
      exit perform
    end-read
    if RUNHIST-MODE not = "PART1" and RUNHIST-MODE not = "PART2"
      exit perform cycle
    end-if
    move RUNHIST-TEXT to STORE-LOG-LINE
    move RUNHIST-DATE to LINE-DATE
    perform PARSE-RUN-AND-BD
    if LINE-BD not = BALANCE-DATE-TEXT
      exit perform cycle
    end-if
    if RUNHIST-RUN-ID not = spaces
      move RUNHIST-RUN-ID to LINE-RUN-ID
    end-if
    move RUNHIST-MODE to OBS-MODE
    move RUNHIST-VALUE to OBS-VALUE
    perform RECORD-OBSERVATION
  end-perform
  close RUN-HISTORY-STORE.

*> the interface holds only the latest extract: it balances against
*> the business date when its header says it was cut for that date
LOAD-INTERFACE.
  move STORE-NAME(4) to WS-INTERFACE-FILE
  call "resolve-path" using WS-INTERFACE-FILE end-call
  open input INTERFACE-FILE
  if WS-INTERFACE-STATUS not = "00"
    exit paragraph
  end-if
  move "Y" to STORE-ON-FILE(4)
  move spaces to INTF-BALANCED-RUN INTF-LCM-TEXT
  perform forever
    read INTERFACE-FILE at end
      exit perform
    end-read
    evaluate INTF-RECORD-TYPE
      when "H"
        if INTF-BUS-DATE = BALANCE-DATE
          move INTF-RUN-ID to INTF-BALANCED-RUN
        end-if
      when "R"
        move INTF-LCM to INTF-LCM-TEXT
      when other
        continue
    end-evaluate
  end-perform
  close INTERFACE-FILE
  if INTF-BALANCED-RUN not = spaces
    move 4 to OBS-STORE
    move INTF-BALANCED-RUN to LINE-RUN-ID
    move "PART2" to OBS-MODE
    move INTF-LCM-TEXT to OBS-VALUE
    move "N" to LINE-LATE
    perform RECORD-OBSERVATION
  end-if.

*> the send log has no business date of its own: an entry counts for
*> a run already known for the date, and only as presence
LOAD-SEND-LOG.
  move STORE-NAME(5) to WS-STORE-LOG-FILE
  call "resolve-path" using WS-STORE-LOG-FILE end-call
  open input STORE-LOG
  if WS-STORE-LOG-STATUS not = "00"
    exit paragraph
  end-if
  move "Y" to STORE-ON-FILE(5)
  move 5 to OBS-STORE
  perform forever
    read STORE-LOG at end
      exit perform
    end-read
    move spaces to LINE-BEFORE LINE-AFTER
    unstring STORE-LOG-LINE delimited by " SENT RUN "
      into LINE-BEFORE LINE-AFTER
    end-unstring
    if LINE-AFTER = spaces
      exit perform cycle
    end-if
    move LINE-AFTER(1:8) to LINE-RUN-ID
    perform varying SEND-LINE-IDX from 1 by 1
        until SEND-LINE-IDX > BAL-RUN-COUNT
      if BAL-RUN-ID(SEND-LINE-IDX) = LINE-RUN-ID
          and BAL-MODE(SEND-LINE-IDX) = "PART2"
          and BAL-SEEN(SEND-LINE-IDX, 4) > 0
        add 1 to BAL-SEEN(SEND-LINE-IDX, 5)
      end-if
    end-perform
  end-perform
  close STORE-LOG.

*> run id and business date out of one stored line; a LATE-PERIOD
*> line booked after its month was sealed is not in the period files
PARSE-RUN-AND-BD.
  move spaces to LINE-BEFORE LINE-AFTER LINE-BD
  unstring STORE-LOG-LINE delimited by " BD "
    into LINE-BEFORE LINE-AFTER
  end-unstring
  if LINE-AFTER(1:8) not = spaces
    move LINE-AFTER(1:8) to LINE-BD
  else
    move LINE-DATE to LINE-BD
  end-if
  move "N" to LINE-LATE
  if LINE-AFTER(10:11) = "LATE-PERIOD"
    move "Y" to LINE-LATE
  end-if
  move spaces to LINE-BEFORE LINE-AFTER LINE-RUN-ID
  unstring STORE-LOG-LINE delimited by " RUN "
    into LINE-BEFORE LINE-AFTER
  end-unstring
  move LINE-AFTER(1:8) to LINE-RUN-ID.

RECORD-OBSERVATION.
  move OBS-VALUE to NORM-VALUE
  perform NORMALISE-VALUE
  perform varying BAL-IDX from 1 by 1 until BAL-IDX > BAL-RUN-COUNT
    if BAL-RUN-ID(BAL-IDX) = LINE-RUN-ID and BAL-MODE(BAL-IDX) = OBS-MODE
      exit perform
    end-if
  end-perform
  if BAL-IDX > BAL-RUN-COUNT
    if BAL-RUN-COUNT >= BAL-RUN-MAX
      add 1 to BAL-DROPPED
      exit paragraph
    end-if
    add 1 to BAL-RUN-COUNT
    move BAL-RUN-COUNT to BAL-IDX
    move LINE-RUN-ID to BAL-RUN-ID(BAL-IDX)
    move OBS-MODE to BAL-MODE(BAL-IDX)
    move "N" to BAL-LATE(BAL-IDX)
    perform varying STORE-IDX from 1 by 1 until STORE-IDX > STORE-COUNT
      move 0 to BAL-SEEN(BAL-IDX, STORE-IDX)
      move spaces to BAL-VALUE(BAL-IDX, STORE-IDX)
    end-perform
  end-if
  if LINE-LATE = "Y"
    move "Y" to BAL-LATE(BAL-IDX)
  end-if
  add 1 to BAL-SEEN(BAL-IDX, OBS-STORE)
  move NORM-VALUE to BAL-VALUE(BAL-IDX, OBS-STORE).

*> strip leading zeros (an all-zero value keeps one); a value that is
*> not digits is kept as it stands and compared as text
NORMALISE-VALUE.
  move function trim(NORM-VALUE) to NORM-WORK
  move spaces to NORM-VALUE
  if NORM-WORK = spaces
    exit paragraph
  end-if
  move function length(function trim(NORM-WORK)) to NORM-LENGTH
  if NORM-WORK(1:NORM-LENGTH) is not numeric
    move NORM-WORK to NORM-VALUE
    exit paragraph
  end-if
  move 0 to NORM-ZEROS
  inspect NORM-WORK(1:NORM-LENGTH) tallying NORM-ZEROS for leading "0"
  if NORM-ZEROS = NORM-LENGTH
    move "0" to NORM-VALUE
  else
    move NORM-WORK(NORM-ZEROS + 1:NORM-LENGTH - NORM-ZEROS) to NORM-VALUE
  end-if.

*> control totals: each store's run count and value total per mode
ADD-RUN-TO-TOTALS.
  perform varying STORE-IDX from 1 by 1 until STORE-IDX > STORE-COUNT
    if BAL-SEEN(BAL-IDX, STORE-IDX) > 0
      move 0 to VALUE-NUMBER
      if BAL-VALUE(BAL-IDX, STORE-IDX) not = spaces
        move function length(function trim(BAL-VALUE(BAL-IDX, STORE-IDX)))
          to NORM-LENGTH
        if BAL-VALUE(BAL-IDX, STORE-IDX)(1:NORM-LENGTH) is numeric
          move BAL-VALUE(BAL-IDX, STORE-IDX)(1:NORM-LENGTH)
            to VALUE-DIGITS(21 - NORM-LENGTH:NORM-LENGTH)
        end-if
      end-if
      if BAL-MODE(BAL-IDX) = "PART1"
        add BAL-SEEN(BAL-IDX, STORE-IDX) to STORE-PART1-RUNS(STORE-IDX)
        compute STORE-PART1-SUM(STORE-IDX) = STORE-PART1-SUM(STORE-IDX)
          + VALUE-NUMBER * BAL-SEEN(BAL-IDX, STORE-IDX)
      else
        add BAL-SEEN(BAL-IDX, STORE-IDX) to STORE-PART2-RUNS(STORE-IDX)
        compute STORE-PART2-SUM(STORE-IDX) = STORE-PART2-SUM(STORE-IDX)
          + VALUE-NUMBER * BAL-SEEN(BAL-IDX, STORE-IDX)
      end-if
    end-if
  end-perform.

WRITE-STORE-TOTALS.
  move spaces to BALANCE-LINE
  move STORE-TITLE(STORE-IDX) to BALANCE-LINE(1:16)
  evaluate true
    when (STORE-IDX = 6 or STORE-IDX = 7) and PERIOD-CLOSED not = "Y"
      move "PERIOD OPEN" to BALANCE-LINE(18:11)
      write BALANCE-LINE
      exit paragraph
    when STORE-ON-FILE(STORE-IDX) = "Y"
      move "YES" to BALANCE-LINE(18:3)
    when other
      move "NO" to BALANCE-LINE(18:2)
  end-evaluate
  *> the interface and its send log carry PART2 only; run-stats and
  *> the send log are looked in for PART2 but hold no LCM to total
  if STORE-IDX = 4 or STORE-IDX = 5
    move "N/A" to BALANCE-LINE(33:3)
    move "N/A" to BALANCE-LINE(57:3)
  else
    move STORE-PART1-RUNS(STORE-IDX) to RUNS-TEXT
    move RUNS-TEXT to BALANCE-LINE(31:5)
    move STORE-PART1-SUM(STORE-IDX) to TOTAL-TEXT
    move TOTAL-TEXT to BALANCE-LINE(36:24)
  end-if
  move STORE-PART2-RUNS(STORE-IDX) to RUNS-TEXT
  move RUNS-TEXT to BALANCE-LINE(67:5)
  if STORE-IDX = 3 or STORE-IDX = 5 or STORE-IDX = 7
    move "PRESENCE ONLY" to BALANCE-LINE(89:13)
  else
    move STORE-PART2-SUM(STORE-IDX) to TOTAL-TEXT
    move TOTAL-TEXT to BALANCE-LINE(78:24)
  end-if
  write BALANCE-LINE.

*> one run against every store that should hold it: the history log,
*> its keyed copy and run-stats always; the period files once the
*> month is sealed (a late booking excepted); the send log whenever the
*> interface carries the run. Values are held to the history log's
*> value for the run
MATCH-RUN.
  move "N" to RUN-BROKEN
  if BAL-SEEN(BAL-IDX, 1) > 0
    move 1 to REF-STORE
  else
    move 0 to REF-STORE
  end-if
  perform varying STORE-IDX from 1 by 1 until STORE-IDX > STORE-COUNT
    move "N" to STORE-REQUIRED
    evaluate STORE-IDX
      when 1
      when 2
      when 3
        move "Y" to STORE-REQUIRED
      when 5
        if BAL-SEEN(BAL-IDX, 4) > 0
          move "Y" to STORE-REQUIRED
        end-if
      when 6
      when 7
        if PERIOD-CLOSED = "Y" and BAL-LATE(BAL-IDX) not = "Y"
          move "Y" to STORE-REQUIRED
        end-if
    end-evaluate
    evaluate true
      when BAL-SEEN(BAL-IDX, STORE-IDX) = 0 and STORE-REQUIRED = "Y"
        move spaces to BALANCE-LINE
        string "BREAK RUN " BAL-RUN-ID(BAL-IDX) " " BAL-MODE(BAL-IDX)
          " MISSING FROM " function trim(STORE-TITLE(STORE-IDX))
          delimited by size into BALANCE-LINE
        end-string
        perform WRITE-BREAK
      when BAL-SEEN(BAL-IDX, STORE-IDX) = 0
        continue
      when REF-STORE = 0 and STORE-IDX not = 5
        move spaces to BALANCE-LINE
        string "BREAK RUN " BAL-RUN-ID(BAL-IDX) " " BAL-MODE(BAL-IDX)
          " IN " function trim(STORE-TITLE(STORE-IDX))
          " BUT NOT IN RUN-HISTORY-LOG"
          delimited by size into BALANCE-LINE
        end-string
        perform WRITE-BREAK
      when REF-STORE = 0
        continue
      when STORE-IDX not = 4 and STORE-IDX not = 5
          and BAL-SEEN(BAL-IDX, STORE-IDX) not = BAL-SEEN(BAL-IDX, 1)
        move spaces to BALANCE-LINE
        string "BREAK RUN " BAL-RUN-ID(BAL-IDX) " " BAL-MODE(BAL-IDX)
          " RECORDED " BAL-SEEN(BAL-IDX, STORE-IDX) " TIME(S) IN "
          function trim(STORE-TITLE(STORE-IDX)) ", "
          BAL-SEEN(BAL-IDX, 1) " IN RUN-HISTORY-LOG"
          delimited by size into BALANCE-LINE
        end-string
        perform WRITE-BREAK
      when BAL-VALUE(BAL-IDX, STORE-IDX) not = spaces
          and BAL-VALUE(BAL-IDX, STORE-IDX) not = BAL-VALUE(BAL-IDX, 1)
        move spaces to BALANCE-LINE
        string "BREAK RUN " BAL-RUN-ID(BAL-IDX) " " BAL-MODE(BAL-IDX)
          " VALUE " function trim(BAL-VALUE(BAL-IDX, STORE-IDX)) " IN "
          function trim(STORE-TITLE(STORE-IDX)) ", "
          function trim(BAL-VALUE(BAL-IDX, 1)) " IN RUN-HISTORY-LOG"
          delimited by size into BALANCE-LINE
        end-string
        perform WRITE-BREAK
      when other
        continue
    end-evaluate
  end-perform
  if RUN-BROKEN = "Y"
    add 1 to BROKEN-RUNS
  end-if.

WRITE-BREAK.
  write BALANCE-LINE
  add 1 to BREAK-COUNT
  move "Y" to RUN-BROKEN.
