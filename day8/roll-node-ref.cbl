identification division.
program-id. roll-node-ref.

environment division.
input-output section.
file-control.
  select NODE-REF-MASTER assign to dynamic WS-NODE-REF-MASTER-FILE
    organization indexed
    access dynamic
    record key NODE-REF-CODE
    file status WS-MASTER-STATUS.
  select NODE-HIST-STORE assign to dynamic WS-NODE-HIST-FILE
    organization indexed
    access dynamic
    record key NODE-HIST-KEY
    file status WS-STORE-STATUS.
  select REF-HISTORY-FILE assign to dynamic WS-REF-HISTORY-FILE
    organization line sequential file status WS-HISTORY-STATUS.
  select ROLL-REPORT assign to dynamic WS-ROLL-REPORT-FILE
    organization line sequential.

data division.
file section.
  fd NODE-REF-MASTER.
    copy node-ref.

  fd NODE-HIST-STORE.
    copy node-hist.

  fd REF-HISTORY-FILE.
  01 REF-HISTORY-LINE  pic x(160).

  fd ROLL-REPORT.
  01 ROLL-REPORT-LINE  pic x(160).

working-storage section.
  01 WS-NODE-REF-MASTER-FILE  pic x(100).
  01 WS-NODE-HIST-FILE    pic x(100).
  01 WS-REF-HISTORY-FILE  pic x(100).
  01 WS-ROLL-REPORT-FILE  pic x(100).
  01 WS-MASTER-STATUS     pic x(2).
  01 WS-STORE-STATUS      pic x(2).
  01 WS-HISTORY-STATUS    pic x(2).

  01 TODAY-DATE           pic 9(8).
  01 WS-RUN-ID            pic x(8).

  01 REF-FOUND         pic x.

  *> the node being rolled: its lines come off the keyed history in
  *> the order they take effect, each setting only what it carries,
  *> so once its last line effective by today is read these hold the
  *> entry in force today -- the next node's first line is the break
  01 ROLL-CODE         pic a(4) value spaces.
  01 ROLL-EFFECTIVE    pic 9(8).
  01 ROLL-DESC         pic x(40).
  01 ROLL-TEAM         pic x(20).
  01 ROLL-STATUS       pic x(10).
  01 ROLL-IN-FORCE     pic x value "N".
  01 NEW-STATUS        pic x(10).
  01 REPORT-PTR        pic 9(3).

  *> the keyed history is checked against the flat one before it is
  *> trusted: line count and a check total over every line's code,
  *> effective date and place in the file
  01 FLAT-LINES        pic 9(8) value 0.
  01 FLAT-CHECK        pic 9(18) value 0.
  01 STORE-RECORDS     pic 9(8) value 0.
  01 STORE-CHECK       pic 9(18) value 0.
  01 STORE-OPENED      pic x value "N".
  01 STORE-USABLE      pic x value "Y".
  01 BUILT-RECORDS     pic 9(8).
  01 BUILD-STATUS      pic x.
  01 LINE-SEQ          pic 9(8).
  01 LINE-EFFECTIVE    pic x(8).
  01 LINE-CODE         pic a(4).
  01 CHECK-CODE        pic a(4).
  01 CHECK-DATE        pic 9(8).
  01 CHECK-SEQ         pic 9(8).
  01 CHECK-VALUE       pic 9(10).

  01 ROLLED-COUNT      pic 9(4) value 0.
  01 ADDED-COUNT       pic 9(4) value 0.
  01 SCHEDULED-COUNT   pic 9(4) value 0.
  01 OLD-TEAM          pic x(20).
  01 OLD-STATUS        pic x(10).
  01 SAVED-RC          pic s9(4) value 0.

  01 WS-EXC-PROGRAM    pic x(20) value "ROLL-NODE-REF".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> brings the keyed node-reference master up to date with its
  *> effective-dated history (see RECORD-NODE-REF): every node whose
  *> entry in force today -- description, owner and status each from
  *> the latest line effective by today that sets it -- differs from
  *> its master record is rewritten by key to match, so a
  *> reorganization loaded ahead of its go-live date lands on the
  *> master the first night on or after that date. Lookups already
  *> answer from the history directly; this keeps the master, and
  *> through the nightly extract the flat file the sweeps and exports
  *> read, in step with them. The history is read from its keyed copy
  *> in key order, one node after another, so nothing is held but the
  *> node in hand. Lines dated after today are reported and left
  move "/data/node-reference.idx" to WS-NODE-REF-MASTER-FILE
  call "resolve-path" using WS-NODE-REF-MASTER-FILE end-call
  move "/data/node-ref-history.idx" to WS-NODE-HIST-FILE
  call "resolve-path" using WS-NODE-HIST-FILE end-call
  move "/data/node-ref-history.txt" to WS-REF-HISTORY-FILE
  call "resolve-path" using WS-REF-HISTORY-FILE end-call
  move "/data/node-ref-roll.txt" to WS-ROLL-REPORT-FILE
  call "resolve-path" using WS-ROLL-REPORT-FILE end-call
  move function current-date(1:8) to TODAY-DATE
  call "run-id" using WS-RUN-ID end-call

  *> a master never built is not an empty one -- nothing is rolled
  open i-o NODE-REF-MASTER
  if WS-MASTER-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Node reference master could not be opened (status "
      WS-MASTER-STATUS ") -- nothing rolled forward!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0275" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move WS-MASTER-STATUS to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if

  open output ROLL-REPORT
  move spaces to ROLL-REPORT-LINE
  string "NODE REFERENCE ROLL-FORWARD AS OF " TODAY-DATE " RUN " WS-RUN-ID
    delimited by size into ROLL-REPORT-LINE
  end-string
  write ROLL-REPORT-LINE

  perform CHECK-HISTORY-STORE
  *> a keyed history that is out of step and cannot be rebuilt would
  *> roll nodes back to lines the flat history no longer holds
  if STORE-USABLE = "N"
    move spaces to ROLL-REPORT-LINE
    string "REFUSED: THE KEYED HISTORY COULD NOT BE REBUILT (STATUS "
      WS-STORE-STATUS ") -- NOTHING WAS ROLLED FORWARD"
      delimited by size into ROLL-REPORT-LINE
    end-string
    write ROLL-REPORT-LINE
    close ROLL-REPORT NODE-REF-MASTER
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Keyed node reference history could not be rebuilt (status "
      WS-STORE-STATUS ") -- nothing rolled forward!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0288" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move WS-STORE-STATUS to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if

  open input NODE-HIST-STORE
  if WS-STORE-STATUS = "00"
    perform forever
      read NODE-HIST-STORE next record at end
        exit perform
      end-read
      if NODE-HIST-CODE not = ROLL-CODE
        perform ROLL-NODE
        move NODE-HIST-CODE to ROLL-CODE
        move spaces to ROLL-DESC ROLL-TEAM ROLL-STATUS
        move 0 to ROLL-EFFECTIVE
        move "N" to ROLL-IN-FORCE
      end-if
      if NODE-HIST-EFFECTIVE > TODAY-DATE
        perform REPORT-SCHEDULED
        exit perform cycle
      end-if
      if NODE-HIST-DESC not = spaces
        move NODE-HIST-DESC to ROLL-DESC
      end-if
      evaluate NODE-HIST-TEAM
        when spaces
          continue
        when "(NONE)"
          move spaces to ROLL-TEAM
        when other
          move NODE-HIST-TEAM to ROLL-TEAM
      end-evaluate
      if NODE-HIST-STATUS not = spaces
        move NODE-HIST-STATUS to ROLL-STATUS
      end-if
      move NODE-HIST-EFFECTIVE to ROLL-EFFECTIVE
      move "Y" to ROLL-IN-FORCE
    end-perform
    perform ROLL-NODE
    close NODE-HIST-STORE
  end-if

  close NODE-REF-MASTER

  move spaces to ROLL-REPORT-LINE
  string "TOTALS: " ROLLED-COUNT " ENTRY(S) BROUGHT FORWARD, "
    ADDED-COUNT " ADDED, " SCHEDULED-COUNT " CHANGE(S) STILL SCHEDULED"
    delimited by size into ROLL-REPORT-LINE
  end-string
  write ROLL-REPORT-LINE
  close ROLL-REPORT

  *> the worst outcome of the run, kept across the calls that reset
  *> RETURN-CODE, is the summary's RC and the step's
  move SAVED-RC to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Node reference roll-forward: " ROLLED-COUNT " brought forward, "
    ADDED-COUNT " added, " SCHEDULED-COUNT " still scheduled -- see "
    "/data/node-ref-roll.txt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move SAVED-RC to return-code
  goback.

*> the keyed history measured against the flat one; rebuilt from it
*> when they differ or it is not there, and said when that finds it
*> out of step. STORE-USABLE = "N" when the rebuild fails
CHECK-HISTORY-STORE.
  open input REF-HISTORY-FILE
  if WS-HISTORY-STATUS = "00"
    move 0 to LINE-SEQ
    perform forever
      read REF-HISTORY-FILE at end
        exit perform
      end-read
      add 1 to LINE-SEQ
      move spaces to LINE-EFFECTIVE LINE-CODE
      unstring REF-HISTORY-LINE delimited by "|"
        into LINE-EFFECTIVE LINE-CODE
      end-unstring
      if LINE-EFFECTIVE is not numeric
        exit perform cycle
      end-if
      add 1 to FLAT-LINES
      move LINE-CODE to CHECK-CODE
      move LINE-EFFECTIVE to CHECK-DATE
      move LINE-SEQ to CHECK-SEQ
      perform COMPUTE-CHECK-VALUE
      add CHECK-VALUE to FLAT-CHECK
    end-perform
    close REF-HISTORY-FILE
  end-if

  open input NODE-HIST-STORE
  if WS-STORE-STATUS = "00"
    move "Y" to STORE-OPENED
    perform forever
      read NODE-HIST-STORE next record at end
        exit perform
      end-read
      add 1 to STORE-RECORDS
      move NODE-HIST-CODE to CHECK-CODE
      move NODE-HIST-EFFECTIVE to CHECK-DATE
      move NODE-HIST-SEQ to CHECK-SEQ
      perform COMPUTE-CHECK-VALUE
      add CHECK-VALUE to STORE-CHECK
    end-perform
    close NODE-HIST-STORE
  end-if

  if STORE-OPENED = "Y" and STORE-RECORDS = FLAT-LINES
      and STORE-CHECK = FLAT-CHECK
    exit paragraph
  end-if

  call "build-ref-history" using WS-REF-HISTORY-FILE WS-NODE-HIST-FILE
    BUILT-RECORDS WS-STORE-STATUS BUILD-STATUS end-call
  if BUILD-STATUS = "2"
    move "N" to STORE-USABLE
    exit paragraph
  end-if
  *> a keyed history first built here for an empty history is no news
  if STORE-OPENED = "N" and FLAT-LINES = 0
    exit paragraph
  end-if
  move spaces to ROLL-REPORT-LINE
  string "  REBUILT   KEYED HISTORY -- " STORE-RECORDS " RECORD(S) HELD "
    "AGAINST " FLAT-LINES " HISTORY LINE(S); " BUILT-RECORDS " LOADED"
    delimited by size into ROLL-REPORT-LINE
  end-string
  write ROLL-REPORT-LINE
  move "DNV0287" to WS-EXC-MSG-ID
  move spaces to WS-EXC-VALUES
  move STORE-RECORDS to WS-EXC-VALUE(1)
  move FLAT-LINES to WS-EXC-VALUE(2)
  call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
    WS-EXC-VALUES end-call
  if SAVED-RC < 4
    move 4 to SAVED-RC
  end-if.

*> one line's contribution to the check total, from CHECK-CODE,
*> CHECK-DATE and CHECK-SEQ
COMPUTE-CHECK-VALUE.
  compute CHECK-VALUE = CHECK-DATE + CHECK-SEQ
    + function ord(CHECK-CODE(1:1)) * 1000000
    + function ord(CHECK-CODE(2:1)) * 10000
    + function ord(CHECK-CODE(3:1)) * 100
    + function ord(CHECK-CODE(4:1))
  end-compute.

*> a line for ROLL-CODE dated after today, reported with what it
*> changes and left in the history
REPORT-SCHEDULED.
  add 1 to SCHEDULED-COUNT
  move spaces to ROLL-REPORT-LINE
  move 1 to REPORT-PTR
  string "  SCHEDULED " NODE-HIST-CODE " EFFECTIVE " NODE-HIST-EFFECTIVE
    delimited by size into ROLL-REPORT-LINE with pointer REPORT-PTR
  end-string
  if NODE-HIST-TEAM not = spaces
    string " TEAM " function trim(NODE-HIST-TEAM)
      delimited by size into ROLL-REPORT-LINE with pointer REPORT-PTR
    end-string
  end-if
  if NODE-HIST-STATUS not = spaces
    string " STATUS " function trim(NODE-HIST-STATUS)
      delimited by size into ROLL-REPORT-LINE with pointer REPORT-PTR
    end-string
  end-if
  if NODE-HIST-DESC not = spaces
    string " DESCRIPTION " function trim(NODE-HIST-DESC)
      delimited by size into ROLL-REPORT-LINE with pointer REPORT-PTR
    end-string
  end-if
  write ROLL-REPORT-LINE.

*> the node just finished, rolled when any of its lines is in force
ROLL-NODE.
  if ROLL-CODE = spaces or ROLL-IN-FORCE = "N"
    exit paragraph
  end-if
  perform ROLL-ENTRY.

*> the master record for ROLL-CODE made to match the entry in force
*> today -- added when the node has none, rewritten by key when it
*> differs
ROLL-ENTRY.
  move ROLL-CODE to NODE-REF-CODE
  move "Y" to REF-FOUND
  read NODE-REF-MASTER key is NODE-REF-CODE
    invalid key
      move "N" to REF-FOUND
  end-read

  if REF-FOUND = "N"
    move spaces to NODE-REF-RECORD
    move ROLL-CODE to NODE-REF-CODE
    move ROLL-DESC to NODE-REF-DESC
    move ROLL-TEAM to NODE-REF-TEAM
    move ROLL-STATUS to NODE-REF-LIFECYCLE
    write NODE-REF-RECORD
      invalid key continue
    end-write
    if WS-MASTER-STATUS(1:1) not = "0"
      perform REPORT-WRITE-FAILED
      exit paragraph
    end-if
    add 1 to ADDED-COUNT
    move spaces to ROLL-REPORT-LINE
    string "  ADDED     " ROLL-CODE " EFFECTIVE " ROLL-EFFECTIVE " TEAM "
      function trim(ROLL-TEAM) " STATUS " function trim(ROLL-STATUS)
      delimited by size into ROLL-REPORT-LINE
    end-string
    write ROLL-REPORT-LINE
    exit paragraph
  end-if

  *> a record with no status on it is ACTIVE, as everywhere else
  move NODE-REF-LIFECYCLE to OLD-STATUS
  if OLD-STATUS = spaces
    move "ACTIVE" to OLD-STATUS
  end-if
  move ROLL-STATUS to NEW-STATUS
  if NEW-STATUS = spaces
    move "ACTIVE" to NEW-STATUS
  end-if
  if NODE-REF-DESC = ROLL-DESC
      and NODE-REF-TEAM = ROLL-TEAM
      and OLD-STATUS = NEW-STATUS
    exit paragraph
  end-if
  move NODE-REF-TEAM to OLD-TEAM
  if OLD-TEAM = spaces
    move "(NONE)" to OLD-TEAM
  end-if
  move ROLL-DESC to NODE-REF-DESC
  move ROLL-TEAM to NODE-REF-TEAM
  move NEW-STATUS to NODE-REF-LIFECYCLE
  rewrite NODE-REF-RECORD
    invalid key continue
  end-rewrite
  if WS-MASTER-STATUS(1:1) not = "0"
    perform REPORT-WRITE-FAILED
    exit paragraph
  end-if
  add 1 to ROLLED-COUNT
  move spaces to ROLL-REPORT-LINE
  string "  ROLLED    " ROLL-CODE " EFFECTIVE " ROLL-EFFECTIVE " TEAM "
    function trim(OLD-TEAM) " -> " function trim(ROLL-TEAM)
    " STATUS " function trim(OLD-STATUS) " -> " function trim(NEW-STATUS)
    delimited by size into ROLL-REPORT-LINE
  end-string
  write ROLL-REPORT-LINE.

*> the master record for ROLL-CODE could not be written -- said on the
*> report and the exception log, the rest rolled, and the step ends
*> RC 12
REPORT-WRITE-FAILED.
  move spaces to ROLL-REPORT-LINE
  string "  FAILED    " ROLL-CODE " EFFECTIVE " ROLL-EFFECTIVE
    " -- MASTER WRITE STATUS " WS-MASTER-STATUS
    delimited by size into ROLL-REPORT-LINE
  end-string
  write ROLL-REPORT-LINE
  move "DNV0276" to WS-EXC-MSG-ID
  move spaces to WS-EXC-VALUES
  move function trim(ROLL-CODE) to WS-EXC-VALUE(1)
  move WS-MASTER-STATUS to WS-EXC-VALUE(2)
  call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
    WS-EXC-VALUES end-call
  move 12 to SAVED-RC.
