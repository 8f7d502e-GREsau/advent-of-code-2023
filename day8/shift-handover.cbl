identification division.
program-id. shift-handover.

environment division.
input-output section.
file-control.
  select LEDGER-FILE assign to dynamic WS-LEDGER-FILE
    organization line sequential file status WS-LEDGER-STATUS.
  select JOB-LOG-FILE assign to dynamic WS-JOB-LOG-FILE
    organization line sequential file status WS-JOB-LOG-STATUS.
  select EXCEPTION-LOG assign to dynamic WS-EXCEPTION-LOG-FILE
    organization line sequential file status WS-EXCEPTION-STATUS.
  select HANDOVER-REPORT assign to dynamic WS-HANDOVER-REPORT-FILE
    organization line sequential file status WS-REPORT-STATUS.

data division.
file section.
  fd LEDGER-FILE.
  01 LEDGER-LINE  pic x(400).

  fd JOB-LOG-FILE.
  01 JOB-LOG-LINE  pic x(280).

  fd EXCEPTION-LOG.
  01 EXCEPTION-LINE  pic x(300).

  fd HANDOVER-REPORT.
  01 HANDOVER-REPORT-LINE  pic x(300).

working-storage section.
  01 WS-LEDGER-FILE           pic x(100).
  01 WS-JOB-LOG-FILE          pic x(100).
  01 WS-EXCEPTION-LOG-FILE    pic x(100).
  01 WS-HANDOVER-REPORT-FILE  pic x(100).
  01 WS-LEDGER-STATUS         pic x(2).
  01 WS-JOB-LOG-STATUS        pic x(2).
  01 WS-EXCEPTION-STATUS      pic x(2).
  01 WS-REPORT-STATUS         pic x(2).

  *> every handover item's life is an append-only ledger of events,
  *> keyed by the item number:
  *>   OPEN|n|ts|shift|by|owner|kind|run-id|exc-line|exc-text|text
  *>   CARRY|n|ts|shift
  *>   CLOSE|n|ts|shift|by|resolution
  *> replayed at every run into the table below, so the state of an
  *> item is always what its events say and nothing is rewritten --
  *> the same arrangement as the operator alert ledger
  78 HANDOVER-MAX value 2000.
  01 ITEM-TABLE.
    05 ITEM-ENTRY occurs HANDOVER-MAX times.
      10 ITEM-ID           pic 9(6).
      10 ITEM-OPENED       pic x(14).
      10 ITEM-OPEN-SHIFT   pic x(14).
      10 ITEM-LAST-SHIFT   pic x(14).
      10 ITEM-CARRIED      pic 9(4).
      10 ITEM-BY           pic x(20).
      10 ITEM-OWNER        pic x(20).
      10 ITEM-KIND         pic x(5).
      10 ITEM-RUN-ID       pic x(8).
      10 ITEM-EXC-LINE     pic 9(6).
      10 ITEM-EXC-TEXT     pic x(80).
      10 ITEM-TEXT         pic x(100).
      10 ITEM-STATE        pic x.
        88 ITEM-OPEN       value "O".
        88 ITEM-CLOSED     value "C".
      10 ITEM-CLOSED-AT    pic x(14).
      10 ITEM-CLOSED-SHIFT pic x(14).
      10 ITEM-CLOSED-BY    pic x(20).
      10 ITEM-RESOLUTION   pic x(100).
  01 ITEM-COUNT            pic 9(4) value 0.
  01 ITEM-IDX              pic 9(4).
  01 SCAN-IDX              pic 9(4).
  01 ITEM-OVERFLOW         pic x value "N".
  01 HIGH-ID               pic 9(6) value 0.

  01 LEDGER-EVENT          pic x(10).
  01 LEDGER-ID-TEXT        pic x(10).
  01 LEDGER-ID             pic 9(6).
  01 LEDGER-TS             pic x(14).
  01 LEDGER-SHIFT          pic x(14).
  01 LEDGER-FIELD-1        pic x(100).
  01 LEDGER-FIELD-2        pic x(100).
  01 LEDGER-FIELD-3        pic x(100).
  01 LEDGER-FIELD-4        pic x(100).
  01 LEDGER-FIELD-5        pic x(100).
  01 LEDGER-FIELD-6        pic x(100).
  01 LEDGER-FIELD-7        pic x(100).

  *> the shift clock: the day shift runs from HANDOVER_DAY_START to
  *> HANDOVER_NIGHT_START (hhmm, default 0700 and 1900) and the night
  *> shift the rest of the clock, named for the date it began on -- so
  *> 02:00 on the 15th is still the night shift of the 14th
  01 DAY-START             pic 9(4) value 0700.
  01 NIGHT-START           pic 9(4) value 1900.
  01 STALE-SHIFTS          pic 9(4) value 3.
  01 CURRENT-SHIFT         pic x(14).
  01 PREVIOUS-SHIFT        pic x(14).
  01 PRIOR-DATE            pic 9(8).
  01 PARM-KEY              pic x(20).
  01 PARM-VALUE            pic x(100).
  01 PARM-HHMM             pic x(4).

  01 NOW-STAMP             pic x(14).
  01 NOW-HHMM              pic 9(4).
  01 NOW-MINUTES           pic s9(12).
  01 OPENED-MINUTES        pic s9(12).
  01 AGE-HOURS             pic s9(8).
  01 AGE-DISPLAY           pic z(7)9.
  01 CARRIED-DISPLAY       pic z(3)9.
  01 EXC-LINE-DISPLAY      pic z(5)9.

  01 WS-ACTION             pic x(10).
  01 WS-OPERATOR           pic x(20).
  01 WS-KIND               pic x(10).
  01 WS-TEXT               pic x(100).
  01 WS-OWNER              pic x(20).
  01 WS-LINK-RUN-ID        pic x(10).
  01 WS-EXCEPTION-TEXT     pic x(10).
  01 WS-EXCEPTION-NUM      pic 9(6) value 0.
  01 WS-EXCEPTION-SNAP     pic x(80).
  01 WS-ITEM-ID-TEXT       pic x(10).
  01 WS-ITEM-ID            pic 9(6).
  01 WS-RESOLUTION         pic x(100).
  01 EXCEPTION-SEQ         pic 9(6).
  01 RUN-ID-SEEN           pic x.
  01 AUTH-FUNCTION         pic x(20).
  01 AUTH-ALLOWED          pic x.

  01 CARRIED-NOW           pic 9(4) value 0.
  01 OPEN-COUNT            pic 9(4) value 0.
  01 STALE-COUNT           pic 9(4) value 0.
  01 CLOSED-RECENT         pic 9(4) value 0.
  01 REPORT-PTR            pic 9(3).
  01 REPORT-TAG            pic x(6).

  01 RUN-DATE              pic 9(8).
  01 WS-EXC-PROGRAM        pic x(20) value "SHIFT-HANDOVER".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).
  01 SAVED-RC           pic s9(4).

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move "/data/handover-ledger.txt" to WS-LEDGER-FILE
  call "resolve-path" using WS-LEDGER-FILE end-call
  move "/data/job-log.txt" to WS-JOB-LOG-FILE
  call "resolve-path" using WS-JOB-LOG-FILE end-call
  move "/data/exception.log" to WS-EXCEPTION-LOG-FILE
  call "resolve-path" using WS-EXCEPTION-LOG-FILE end-call
  move "/data/handover-status.txt" to WS-HANDOVER-REPORT-FILE
  call "resolve-path" using WS-HANDOVER-REPORT-FILE end-call

  *> the shift handover log: what one shift leaves the next instead of
  *> a chat and a sticky note. ADD opens an item -- an open issue, a
  *> rerun still to do, something to watch -- with an owner and, where
  *> there is one, the run id or exception line it is about. CLOSE
  *> takes it off the list and will not do so without a resolution
  *> note. Every run, REPORT included (the default, run at each shift
  *> change and by the nightly flow), first carries every item still
  *> open into the current shift, so nothing drops off between shifts
  *> and each item shows how many shifts it has been handed over for.
  *> The open list lands in /data/handover-status.txt, which the
  *> morning health check and the operations booklet both print
  move function current-date(1:8) to RUN-DATE
  move function current-date(1:14) to NOW-STAMP
  move function current-date(9:4) to NOW-HHMM
  compute NOW-MINUTES =
    function integer-of-date(function numval(NOW-STAMP(1:8))) * 1440
    + function numval(NOW-STAMP(9:2)) * 60
    + function numval(NOW-STAMP(11:2))

  accept WS-ACTION from environment "HANDOVER_ACTION"
  if WS-ACTION = spaces
    move "REPORT" to WS-ACTION
  end-if
  move function upper-case(WS-ACTION) to WS-ACTION
  if WS-ACTION not = "REPORT" and WS-ACTION not = "ADD"
      and WS-ACTION not = "CLOSE"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "HANDOVER_ACTION must be REPORT, ADD or CLOSE!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if

  accept WS-OPERATOR from environment "OPERATOR_ID"
  if WS-OPERATOR = spaces
    accept WS-OPERATOR from environment "USER"
  end-if
  if WS-OPERATOR = spaces
    move "UNKNOWN" to WS-OPERATOR
  end-if

  perform LOAD-SHIFT-PARMS
  perform COMPUTE-SHIFT
  perform LOAD-LEDGER
  perform CARRY-FORWARD

  evaluate WS-ACTION
    when "ADD"
      perform ADD-ITEM
    when "CLOSE"
      perform CLOSE-ITEM
    when other
      move 0 to return-code
  end-evaluate

  *> the status file is rewritten whatever the action came to -- the
  *> carry-forward above has already happened either way
  perform WRITE-HANDOVER-STATUS
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Shift handover " function trim(CURRENT-SHIFT) ": "
    OPEN-COUNT " open item(s), " STALE-COUNT " carried "
    STALE-SHIFTS "+ shift(s) -- see /data/handover-status.txt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.

*> shift boundaries and the stale mark from the run parameters; a
*> setting that is not a clock time, or a day shift that would not
*> end before the night shift begins, leaves the standard shifts
LOAD-SHIFT-PARMS.
  move "HANDOVER_DAY_START" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE(1:4) to PARM-HHMM
  if PARM-VALUE not = spaces and PARM-HHMM is numeric
      and PARM-VALUE(5:1) = space
    move PARM-HHMM to DAY-START
  end-if
  move "HANDOVER_NIGHT_START" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE(1:4) to PARM-HHMM
  if PARM-VALUE not = spaces and PARM-HHMM is numeric
      and PARM-VALUE(5:1) = space
    move PARM-HHMM to NIGHT-START
  end-if
  if DAY-START >= NIGHT-START or NIGHT-START > 2359
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "HANDOVER_DAY_START/HANDOVER_NIGHT_START do not make a "
      "day shift -- the standard 0700-1900 shifts are used"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 0700 to DAY-START
    move 1900 to NIGHT-START
  end-if
  move "HANDOVER_STALE_AFTER" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  if PARM-VALUE not = spaces
      and function trim(PARM-VALUE) is numeric
    move function numval(PARM-VALUE) to STALE-SHIFTS
  end-if.

*> the shift the clock is in now, and the one before it
COMPUTE-SHIFT.
  compute PRIOR-DATE = function date-of-integer(
    function integer-of-date(RUN-DATE) - 1)
  move spaces to CURRENT-SHIFT PREVIOUS-SHIFT
  evaluate true
    when NOW-HHMM >= DAY-START and NOW-HHMM < NIGHT-START
      string RUN-DATE "-DAY" delimited by size into CURRENT-SHIFT
      end-string
      string PRIOR-DATE "-NIGHT" delimited by size into PREVIOUS-SHIFT
      end-string
    when NOW-HHMM >= NIGHT-START
      string RUN-DATE "-NIGHT" delimited by size into CURRENT-SHIFT
      end-string
      string RUN-DATE "-DAY" delimited by size into PREVIOUS-SHIFT
      end-string
    when other
      string PRIOR-DATE "-NIGHT" delimited by size into CURRENT-SHIFT
      end-string
      string PRIOR-DATE "-DAY" delimited by size into PREVIOUS-SHIFT
      end-string
  end-evaluate.

*> replay the handover ledger into ITEM-TABLE
LOAD-LEDGER.
  open input LEDGER-FILE
  if WS-LEDGER-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read LEDGER-FILE at end
      exit perform
    end-read
    move spaces to LEDGER-EVENT LEDGER-ID-TEXT LEDGER-TS LEDGER-SHIFT
      LEDGER-FIELD-1 LEDGER-FIELD-2 LEDGER-FIELD-3 LEDGER-FIELD-4
      LEDGER-FIELD-5 LEDGER-FIELD-6 LEDGER-FIELD-7
    unstring LEDGER-LINE delimited by "|"
      into LEDGER-EVENT LEDGER-ID-TEXT LEDGER-TS LEDGER-SHIFT
        LEDGER-FIELD-1 LEDGER-FIELD-2 LEDGER-FIELD-3 LEDGER-FIELD-4
        LEDGER-FIELD-5 LEDGER-FIELD-6 LEDGER-FIELD-7
    end-unstring
    if function trim(LEDGER-ID-TEXT) is not numeric
      exit perform cycle
    end-if
    move function trim(LEDGER-ID-TEXT) to LEDGER-ID
    evaluate LEDGER-EVENT
      when "OPEN"
        if LEDGER-ID > HIGH-ID
          move LEDGER-ID to HIGH-ID
        end-if
        if ITEM-COUNT >= HANDOVER-MAX
          move "Y" to ITEM-OVERFLOW
          exit perform cycle
        end-if
        add 1 to ITEM-COUNT
        move spaces to ITEM-ENTRY(ITEM-COUNT)
        move LEDGER-ID to ITEM-ID(ITEM-COUNT)
        move LEDGER-TS to ITEM-OPENED(ITEM-COUNT)
        move LEDGER-SHIFT to ITEM-OPEN-SHIFT(ITEM-COUNT)
        move LEDGER-SHIFT to ITEM-LAST-SHIFT(ITEM-COUNT)
        move 0 to ITEM-CARRIED(ITEM-COUNT)
        move LEDGER-FIELD-1 to ITEM-BY(ITEM-COUNT)
        move LEDGER-FIELD-2 to ITEM-OWNER(ITEM-COUNT)
        move LEDGER-FIELD-3 to ITEM-KIND(ITEM-COUNT)
        move LEDGER-FIELD-4 to ITEM-RUN-ID(ITEM-COUNT)
        move 0 to ITEM-EXC-LINE(ITEM-COUNT)
        if function trim(LEDGER-FIELD-5) is numeric
          move function numval(LEDGER-FIELD-5)
            to ITEM-EXC-LINE(ITEM-COUNT)
        end-if
        move LEDGER-FIELD-6 to ITEM-EXC-TEXT(ITEM-COUNT)
        move LEDGER-FIELD-7 to ITEM-TEXT(ITEM-COUNT)
        set ITEM-OPEN(ITEM-COUNT) to true
      when "CARRY"
        perform FIND-ITEM
        if ITEM-IDX > 0
          add 1 to ITEM-CARRIED(ITEM-IDX)
          move LEDGER-SHIFT to ITEM-LAST-SHIFT(ITEM-IDX)
        end-if
      when "CLOSE"
        perform FIND-ITEM
        if ITEM-IDX > 0
          set ITEM-CLOSED(ITEM-IDX) to true
          move LEDGER-TS to ITEM-CLOSED-AT(ITEM-IDX)
          move LEDGER-SHIFT to ITEM-CLOSED-SHIFT(ITEM-IDX)
          move LEDGER-FIELD-1 to ITEM-CLOSED-BY(ITEM-IDX)
          move LEDGER-FIELD-2 to ITEM-RESOLUTION(ITEM-IDX)
        end-if
      when other
        continue
    end-evaluate
  end-perform
  close LEDGER-FILE.

*> ITEM-IDX of the item LEDGER-ID, or zero
FIND-ITEM.
  move 0 to ITEM-IDX
  perform varying SCAN-IDX from ITEM-COUNT by -1
      until SCAN-IDX < 1
    if ITEM-ID(SCAN-IDX) = LEDGER-ID
      move SCAN-IDX to ITEM-IDX
      exit perform
    end-if
  end-perform.

*> every item still open from an earlier shift is handed over to this
*> one -- one CARRY event per item per shift, however many times the
*> program runs inside the shift
CARRY-FORWARD.
  perform varying ITEM-IDX from 1 by 1 until ITEM-IDX > ITEM-COUNT
    if ITEM-OPEN(ITEM-IDX)
        and ITEM-LAST-SHIFT(ITEM-IDX) not = CURRENT-SHIFT
      if CARRIED-NOW = 0
        open extend LEDGER-FILE
        if WS-LEDGER-STATUS = "35"
          open output LEDGER-FILE
        end-if
      end-if
      move spaces to LEDGER-LINE
      string "CARRY|" ITEM-ID(ITEM-IDX) "|" NOW-STAMP "|"
        function trim(CURRENT-SHIFT)
        delimited by size into LEDGER-LINE
      end-string
      write LEDGER-LINE
      add 1 to ITEM-CARRIED(ITEM-IDX)
      move CURRENT-SHIFT to ITEM-LAST-SHIFT(ITEM-IDX)
      add 1 to CARRIED-NOW
    end-if
  end-perform
  if CARRIED-NOW > 0
    close LEDGER-FILE
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string CARRIED-NOW " open handover item(s) carried forward into "
      "shift " function trim(CURRENT-SHIFT)
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if.

*> HANDOVER_ACTION=ADD: open a new item for the next shift
ADD-ITEM.
  move "HANDOVER-ADD" to AUTH-FUNCTION
  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0235" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    exit paragraph
  end-if

  accept WS-KIND from environment "HANDOVER_KIND"
  move function upper-case(WS-KIND) to WS-KIND
  if WS-KIND not = "ISSUE" and WS-KIND not = "RERUN"
      and WS-KIND not = "WATCH"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "HANDOVER_KIND must be ISSUE, RERUN or WATCH!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    exit paragraph
  end-if
  accept WS-TEXT from environment "HANDOVER_TEXT"
  if WS-TEXT = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "HANDOVER_TEXT must say what the next shift is to know!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    exit paragraph
  end-if
  accept WS-OWNER from environment "HANDOVER_OWNER"
  if WS-OWNER = spaces
    move WS-OPERATOR to WS-OWNER
  end-if
  accept WS-LINK-RUN-ID from environment "HANDOVER_RUN_ID"
  accept WS-EXCEPTION-TEXT from environment "HANDOVER_EXCEPTION"

  *> the exception is named by its line number on the exception log;
  *> its text is copied onto the item, so archiving the log later does
  *> not leave the item pointing at nothing
  move 0 to WS-EXCEPTION-NUM
  move spaces to WS-EXCEPTION-SNAP
  if WS-EXCEPTION-TEXT not = spaces
    if function trim(WS-EXCEPTION-TEXT) is not numeric
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "HANDOVER_EXCEPTION must be an exception log line number!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 12 to return-code
      exit paragraph
    end-if
    move function numval(WS-EXCEPTION-TEXT) to WS-EXCEPTION-NUM
    perform FIND-EXCEPTION
    if WS-EXCEPTION-SNAP = spaces
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Exception log line " WS-EXCEPTION-NUM " is not on file "
        "-- nothing to link the item to"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 8 to return-code
      exit paragraph
    end-if
  end-if

  if ITEM-COUNT >= HANDOVER-MAX
    move "DNV0236" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move HANDOVER-MAX to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 16 to return-code
    exit paragraph
  end-if

  move 0 to return-code
  *> a run id is checked against the job log, which has a line for
  *> every run that said anything -- an id it does not know is still
  *> recorded (the run may be on another system) but called out
  move function upper-case(WS-LINK-RUN-ID) to WS-LINK-RUN-ID
  if WS-LINK-RUN-ID not = spaces
    perform CHECK-RUN-ID
    if RUN-ID-SEEN = "N"
      move 4 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Run id " function trim(WS-LINK-RUN-ID) " is not on the "
        "job log -- linked as given"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 4 to return-code
    end-if
  end-if

  *> the ledger is bar-delimited, so a bar in free text would shift
  *> every field after it
  inspect WS-TEXT replacing all "|" by "/"
  inspect WS-OWNER replacing all "|" by "/"
  inspect WS-LINK-RUN-ID replacing all "|" by "/"
  inspect WS-EXCEPTION-SNAP replacing all "|" by "/"

  add 1 to HIGH-ID
  open extend LEDGER-FILE
  if WS-LEDGER-STATUS = "35"
    open output LEDGER-FILE
  end-if
  move spaces to LEDGER-LINE
  string "OPEN|" HIGH-ID "|" NOW-STAMP "|" function trim(CURRENT-SHIFT)
    "|" function trim(WS-OPERATOR) "|" function trim(WS-OWNER)
    "|" function trim(WS-KIND) "|" function trim(WS-LINK-RUN-ID)
    "|" WS-EXCEPTION-NUM "|" function trim(WS-EXCEPTION-SNAP)
    "|" function trim(WS-TEXT)
    delimited by size into LEDGER-LINE
  end-string
  write LEDGER-LINE
  close LEDGER-FILE

  add 1 to ITEM-COUNT
  move spaces to ITEM-ENTRY(ITEM-COUNT)
  move HIGH-ID to ITEM-ID(ITEM-COUNT)
  move NOW-STAMP to ITEM-OPENED(ITEM-COUNT)
  move CURRENT-SHIFT to ITEM-OPEN-SHIFT(ITEM-COUNT)
  move CURRENT-SHIFT to ITEM-LAST-SHIFT(ITEM-COUNT)
  move 0 to ITEM-CARRIED(ITEM-COUNT)
  move WS-OPERATOR to ITEM-BY(ITEM-COUNT)
  move WS-OWNER to ITEM-OWNER(ITEM-COUNT)
  move WS-KIND to ITEM-KIND(ITEM-COUNT)
  move WS-LINK-RUN-ID to ITEM-RUN-ID(ITEM-COUNT)
  move WS-EXCEPTION-NUM to ITEM-EXC-LINE(ITEM-COUNT)
  move WS-EXCEPTION-SNAP to ITEM-EXC-TEXT(ITEM-COUNT)
  move WS-TEXT to ITEM-TEXT(ITEM-COUNT)
  set ITEM-OPEN(ITEM-COUNT) to true
  move return-code to SAVED-RC
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Handover item " HIGH-ID " opened -- " function trim(WS-KIND)
    " owned by " function trim(WS-OWNER)
    " for shift " function trim(CURRENT-SHIFT)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move SAVED-RC to return-code.

*> HANDOVER_ACTION=CLOSE: item HANDOVER_ID comes off the list, with
*> the resolution note that says how
CLOSE-ITEM.
  move "HANDOVER-CLOSE" to AUTH-FUNCTION
  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0237" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    exit paragraph
  end-if
  accept WS-ITEM-ID-TEXT from environment "HANDOVER_ID"
  if WS-ITEM-ID-TEXT = spaces
      or function trim(WS-ITEM-ID-TEXT) is not numeric
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "HANDOVER_ID must name the item number to close!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    exit paragraph
  end-if
  accept WS-RESOLUTION from environment "HANDOVER_RESOLUTION"
  if WS-RESOLUTION = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "HANDOVER_RESOLUTION must say how the item was resolved -- "
      "an item is not closed without one!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    exit paragraph
  end-if
  move function numval(WS-ITEM-ID-TEXT) to WS-ITEM-ID
  move WS-ITEM-ID to LEDGER-ID
  perform FIND-ITEM
  if ITEM-IDX = 0
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Handover item " WS-ITEM-ID " is not on the ledger -- "
      "nothing to close"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    exit paragraph
  end-if
  if ITEM-CLOSED(ITEM-IDX)
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Handover item " WS-ITEM-ID " was already closed by "
      function trim(ITEM-CLOSED-BY(ITEM-IDX)) " at "
      ITEM-CLOSED-AT(ITEM-IDX)
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 4 to return-code
    exit paragraph
  end-if

  inspect WS-RESOLUTION replacing all "|" by "/"
  open extend LEDGER-FILE
  if WS-LEDGER-STATUS = "35"
    open output LEDGER-FILE
  end-if
  move spaces to LEDGER-LINE
  string "CLOSE|" WS-ITEM-ID "|" NOW-STAMP "|"
    function trim(CURRENT-SHIFT) "|" function trim(WS-OPERATOR) "|"
    function trim(WS-RESOLUTION)
    delimited by size into LEDGER-LINE
  end-string
  write LEDGER-LINE
  close LEDGER-FILE
  set ITEM-CLOSED(ITEM-IDX) to true
  move NOW-STAMP to ITEM-CLOSED-AT(ITEM-IDX)
  move CURRENT-SHIFT to ITEM-CLOSED-SHIFT(ITEM-IDX)
  move WS-OPERATOR to ITEM-CLOSED-BY(ITEM-IDX)
  move WS-RESOLUTION to ITEM-RESOLUTION(ITEM-IDX)
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Handover item " WS-ITEM-ID " closed by "
    function trim(WS-OPERATOR)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move 0 to return-code.

*> RUN-ID-SEEN Y when WS-LINK-RUN-ID is on the job log
CHECK-RUN-ID.
  move "N" to RUN-ID-SEEN
  open input JOB-LOG-FILE
  if WS-JOB-LOG-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read JOB-LOG-FILE at end
      exit perform
    end-read
    if JOB-LOG-LINE(10:8) = WS-LINK-RUN-ID(1:8)
      move "Y" to RUN-ID-SEEN
      exit perform
    end-if
  end-perform
  close JOB-LOG-FILE.

*> WS-EXCEPTION-SNAP from line WS-EXCEPTION-NUM of the exception log,
*> spaces when there is no such line
FIND-EXCEPTION.
  move 0 to EXCEPTION-SEQ
  open input EXCEPTION-LOG
  if WS-EXCEPTION-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read EXCEPTION-LOG at end
      exit perform
    end-read
    add 1 to EXCEPTION-SEQ
    if EXCEPTION-SEQ = WS-EXCEPTION-NUM
      move EXCEPTION-LINE(1:80) to WS-EXCEPTION-SNAP
      exit perform
    end-if
  end-perform
  close EXCEPTION-LOG.

*> the picture for the next shift, the morning health check and the
*> booklet: items carried over STALE-SHIFTS or more shifts first, then
*> the rest of the open items, then what was closed this shift or the
*> one before, then the counts
WRITE-HANDOVER-STATUS.
  move 0 to OPEN-COUNT STALE-COUNT CLOSED-RECENT
  open output HANDOVER-REPORT
  if WS-REPORT-STATUS not = "00"
    move "DNV0238" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-HANDOVER-REPORT-FILE) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    if return-code < 12
      move 12 to return-code
    end-if
    exit paragraph
  end-if
  move spaces to HANDOVER-REPORT-LINE
  string "SHIFT HANDOVER AS OF " NOW-STAMP " -- SHIFT "
    function trim(CURRENT-SHIFT) ", ITEMS CARRIED " STALE-SHIFTS
    "+ SHIFT(S) SHOWN STALE"
    delimited by size into HANDOVER-REPORT-LINE
  end-string
  write HANDOVER-REPORT-LINE

  move "STALE " to REPORT-TAG
  perform varying ITEM-IDX from 1 by 1 until ITEM-IDX > ITEM-COUNT
    if ITEM-OPEN(ITEM-IDX) and ITEM-CARRIED(ITEM-IDX) >= STALE-SHIFTS
      add 1 to STALE-COUNT
      perform WRITE-OPEN-ITEM
    end-if
  end-perform
  move "OPEN  " to REPORT-TAG
  perform varying ITEM-IDX from 1 by 1 until ITEM-IDX > ITEM-COUNT
    if ITEM-OPEN(ITEM-IDX) and ITEM-CARRIED(ITEM-IDX) < STALE-SHIFTS
      perform WRITE-OPEN-ITEM
    end-if
  end-perform

  perform varying ITEM-IDX from 1 by 1 until ITEM-IDX > ITEM-COUNT
    if ITEM-CLOSED(ITEM-IDX)
        and (ITEM-CLOSED-SHIFT(ITEM-IDX) = CURRENT-SHIFT
          or ITEM-CLOSED-SHIFT(ITEM-IDX) = PREVIOUS-SHIFT)
      add 1 to CLOSED-RECENT
      move spaces to HANDOVER-REPORT-LINE
      string "CLOSED " ITEM-ID(ITEM-IDX) " "
        function trim(ITEM-KIND(ITEM-IDX)) " BY "
        function trim(ITEM-CLOSED-BY(ITEM-IDX)) " AT "
        ITEM-CLOSED-AT(ITEM-IDX) " -- "
        function trim(ITEM-TEXT(ITEM-IDX)) " -- RESOLUTION: "
        function trim(ITEM-RESOLUTION(ITEM-IDX))
        delimited by size into HANDOVER-REPORT-LINE
      end-string
      write HANDOVER-REPORT-LINE
    end-if
  end-perform

  move spaces to HANDOVER-REPORT-LINE
  string "TOTALS: " OPEN-COUNT " OPEN, " STALE-COUNT " STALE, "
    CARRIED-NOW " CARRIED INTO THIS SHIFT, " CLOSED-RECENT
    " CLOSED THIS SHIFT OR LAST"
    delimited by size into HANDOVER-REPORT-LINE
  end-string
  write HANDOVER-REPORT-LINE
  if ITEM-OVERFLOW = "Y"
    move spaces to HANDOVER-REPORT-LINE
    string "WARNING: MORE THAN " HANDOVER-MAX " ITEMS IN THE LEDGER -- "
      "LATER ONES ARE NOT TRACKED, ARCHIVE THE LEDGER"
      delimited by size into HANDOVER-REPORT-LINE
    end-string
    write HANDOVER-REPORT-LINE
  end-if
  close HANDOVER-REPORT.

*> one open item: what it is, whose it is, how old, how many shifts
*> it has been handed over for and what it is linked to; the copied
*> exception text follows on its own line
WRITE-OPEN-ITEM.
  add 1 to OPEN-COUNT
  compute OPENED-MINUTES =
    function integer-of-date(
      function numval(ITEM-OPENED(ITEM-IDX)(1:8))) * 1440
    + function numval(ITEM-OPENED(ITEM-IDX)(9:2)) * 60
    + function numval(ITEM-OPENED(ITEM-IDX)(11:2))
  compute AGE-HOURS = (NOW-MINUTES - OPENED-MINUTES) / 60
  if AGE-HOURS < 0
    move 0 to AGE-HOURS
  end-if
  move AGE-HOURS to AGE-DISPLAY
  move ITEM-CARRIED(ITEM-IDX) to CARRIED-DISPLAY
  move spaces to HANDOVER-REPORT-LINE
  move 1 to REPORT-PTR
  string REPORT-TAG " " ITEM-ID(ITEM-IDX) " "
    ITEM-KIND(ITEM-IDX) " OWNER " function trim(ITEM-OWNER(ITEM-IDX))
    " OPENED " ITEM-OPENED(ITEM-IDX) " AGE " function trim(AGE-DISPLAY)
    "H SHIFTS " function trim(CARRIED-DISPLAY)
    delimited by size into HANDOVER-REPORT-LINE
    with pointer REPORT-PTR
  end-string
  if ITEM-RUN-ID(ITEM-IDX) not = spaces
    string " RUN " function trim(ITEM-RUN-ID(ITEM-IDX))
      delimited by size into HANDOVER-REPORT-LINE
      with pointer REPORT-PTR
    end-string
  end-if
  if ITEM-EXC-LINE(ITEM-IDX) > 0
    move ITEM-EXC-LINE(ITEM-IDX) to EXC-LINE-DISPLAY
    string " EXCEPTION " function trim(EXC-LINE-DISPLAY)
      delimited by size into HANDOVER-REPORT-LINE
      with pointer REPORT-PTR
    end-string
  end-if
  string " -- " function trim(ITEM-TEXT(ITEM-IDX))
    delimited by size into HANDOVER-REPORT-LINE
    with pointer REPORT-PTR
  end-string
  write HANDOVER-REPORT-LINE
  if ITEM-EXC-TEXT(ITEM-IDX) not = spaces
    move spaces to HANDOVER-REPORT-LINE
    string "         EXCEPTION: " function trim(ITEM-EXC-TEXT(ITEM-IDX))
      delimited by size into HANDOVER-REPORT-LINE
    end-string
    write HANDOVER-REPORT-LINE
  end-if.
