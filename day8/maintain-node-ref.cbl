environment division.
input-output section.
file-control.
  select NODE-REF-MASTER assign to dynamic WS-NODE-REF-MASTER-FILE
    organization indexed
    access dynamic
    record key NODE-REF-CODE
    file status WS-MASTER-STATUS.
  select PENDING-FILE assign to dynamic WS-PENDING-FILE
    organization line sequential file status WS-PENDING-STATUS.
  select MAINT-JOURNAL assign to dynamic WS-MAINT-JOURNAL-FILE
    organization line sequential file status WS-JOURNAL-STATUS.

data division.
file section.
  fd NODE-REF-MASTER.
    copy node-ref.

  fd PENDING-FILE.
  01 PENDING-LINE  pic x(132).

  fd MAINT-JOURNAL.
  01 MAINT-JOURNAL-LINE  pic x(240).

working-storage section.
  01 WS-NODE-REF-MASTER-FILE  pic x(100).
  01 WS-MASTER-STATUS  pic x(2).
  01 WRITE-STATUS      pic x(2).

  *> REF_NODE's record on the keyed master as read (REF-FOUND = "N"
  *> when it has none) and as it is written back
  01 MASTER-OPENED     pic x.
  01 REF-FOUND         pic x.
  01 REF-DESC          pic x(40).
  01 REF-TEAM          pic x(20).
  01 REF-NODE-STATUS   pic x(10).
  01 REF-CAPACITY      pic x(6).

  01 WS-REF-NODE       pic a(4).
  01 WS-REF-DESC       pic x(40).
  01 WS-REF-TEAM       pic x(20).
  01 WS-REF-NODE-STATUS pic x(10).
  *> vehicles the node holds at once (see LOOKUP-NODE-CAPACITY); NONE
  *> takes the limit off
  01 WS-REF-CAPACITY   pic x(6).
  01 WS-NODE-LENGTH    pic 9.
  01 WS-NODE-NUM       pic 9(6).
  01 PARSE-NODE-STATUS pic x.
  01 WS-PENDING-STATUS pic x(2).
  01 WS-MAINT-USER     pic x(20).
  01 MAINT-TIMESTAMP   pic x(14).
  01 WS-MAINT-JOURNAL-FILE pic x(100).
  01 WS-JOURNAL-STATUS pic x(2).
  01 BEFORE-DESC       pic x(40) value spaces.
  01 BEFORE-TEAM       pic x(20) value spaces.
  01 JOURNAL-ACTION    pic x(8).
  01 JOURNAL-BEFORE    pic x(40).
  01 JOURNAL-AFTER     pic x(40).

  *> the date a description or ownership change takes effect: today
  *> unless REF_EFFECTIVE says otherwise -- a reorganization can be
  *> loaded ahead of its go-live date, a late-notified transfer dated
  *> back to when it really happened
  01 WS-REF-EFFECTIVE  pic x(8).
  01 EFFECTIVE-DATE    pic 9(8).
  01 TODAY-DATE        pic 9(8).
  01 PERIOD-CLOSED     pic x.
  01 BEFORE-STATUS     pic x(10).
  01 BEFORE-FOUND      pic x.
  01 NOW-DESC          pic x(40).
  01 NOW-TEAM          pic x(20).
  01 NOW-STATUS        pic x(10).
  01 NOW-FOUND         pic x.
  *> what the history line carries: only the attributes this change
  *> alters, the rest left blank so that a line dated on either side
  *> of it does not undo them (an owner taken off is (NONE))
  01 REC-DESC          pic x(40).
  01 REC-TEAM          pic x(20).
  01 REC-STATUS        pic x(10).
  01 JOURNAL-HOLD      pic x(240).

  01 AUTH-FUNCTION  pic x(20).
  01 AUTH-ALLOWED   pic x.
  01 FREEZE-FUNCTION  pic x(20).
  01 FREEZE-DETAIL    pic x(60).
  01 FREEZE-VERDICT   pic x.
  01 WS-EXC-PROGRAM    pic x(20) value "MAINTAIN-NODE-REF".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move "/data/node-reference.idx" to WS-NODE-REF-MASTER-FILE
  call "resolve-path" using WS-NODE-REF-MASTER-FILE end-call
  *> maintenance path for the node description and ownership reference:
  *> REF_NODE names the node, REF_DESC / REF_TEAM / REF_STATUS carry
  *> the new values -- the node's one record on the keyed master is
  *> read, then added or rewritten by key. The flat node-reference
  *> file is the nightly extract of the master (EXTRACT-NODE-REF) and
  *> shows the change from the next extract on
  move "MAINTAIN-NODE-REF" to AUTH-FUNCTION
  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0111" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if
  accept WS-REF-DESC from environment "REF_DESC"
  accept WS-REF-TEAM from environment "REF_TEAM"
  accept WS-REF-NODE-STATUS from environment "REF_STATUS"
  accept WS-REF-EFFECTIVE from environment "REF_EFFECTIVE"
  accept WS-REF-CAPACITY from environment "REF_CAPACITY"
  move function upper-case(WS-REF-CAPACITY) to WS-REF-CAPACITY
  move function current-date(1:8) to TODAY-DATE

  *> inside a change-freeze window only an approved emergency change
  *> goes ahead -- see CHECK-FREEZE and the freeze calendar
  move "MAINTAIN-NODE-REF" to FREEZE-FUNCTION
  move spaces to FREEZE-DETAIL
  evaluate true
    when WS-REF-CAPACITY not = spaces
      string "NODE " function trim(WS-REF-NODE) " CAPACITY "
        function trim(WS-REF-CAPACITY)
        delimited by size into FREEZE-DETAIL
      end-string
    when WS-REF-DESC = spaces
      string "NODE " function trim(WS-REF-NODE) " STATUS "
        function trim(WS-REF-NODE-STATUS)
        delimited by size into FREEZE-DETAIL
      end-string
    when other
      string "NODE " function trim(WS-REF-NODE) " DESC/TEAM "
        function trim(WS-REF-TEAM)
        delimited by size into FREEZE-DETAIL
      end-string
  end-evaluate
  call "check-freeze" using FREEZE-FUNCTION FREEZE-DETAIL
    FREEZE-VERDICT end-call
  if FREEZE-VERDICT = "Y"
    move "DNV0112" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

  *> a capacity change (REF_NODE + REF_CAPACITY) is operating data,
  *> not ownership: it takes effect at once, on the master only
  if WS-REF-CAPACITY not = spaces
    perform CHANGE-NODE-CAPACITY
    goback
  end-if

  *> a lifecycle change (REF_NODE + REF_STATUS, no description) is not
  *> applied here: retirement decisions go through the same two-person
    if WS-REF-NODE-STATUS not = "ACTIVE"
        and WS-REF-NODE-STATUS not = "RETIRING"
        and WS-REF-NODE-STATUS not = "RETIRED"
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "REF_STATUS must be ACTIVE, RETIRING or RETIRED!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0113" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 12 to return-code
      goback
    end-if
    call "parse-node" using WS-REF-NODE WS-NODE-NUM WS-NODE-LENGTH
      PARSE-NODE-STATUS end-call
    if PARSE-NODE-STATUS = "1"
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Malformed REF_NODE code '" WS-REF-NODE "'!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 8 to return-code
      goback
    end-if
    if WS-REF-EFFECTIVE not = spaces
      *> a lifecycle change takes effect the day it is approved
      move 4 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "REF_EFFECTIVE is ignored for a lifecycle change -- it "
        "takes effect when APPLY-PENDING approves it"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    end-if
    accept WS-MAINT-USER from environment "MAINT_USER"
    if WS-MAINT-USER = spaces
      accept WS-MAINT-USER from environment "USER"
    end-string
    write PENDING-LINE
    close PENDING-FILE
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Lifecycle change for " WS-REF-NODE " to "
      function trim(WS-REF-NODE-STATUS) " queued for approval -- run "
      "APPLY-PENDING under a second person's sign-off to execute it"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    goback
  end-if

  if WS-REF-NODE = spaces or WS-REF-DESC = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "REF_NODE and REF_DESC must both be supplied!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0114" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  if WS-REF-NODE-STATUS not = spaces
    *> the two-person queue above is the only path that changes a
    *> lifecycle status -- a description update must not smuggle one in
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "REF_STATUS alongside REF_DESC is ignored -- lifecycle "
      "changes go through the approval queue"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if
  move "ACTIVE" to WS-REF-NODE-STATUS

  if WS-REF-EFFECTIVE = spaces
    move TODAY-DATE to EFFECTIVE-DATE
  else
    if WS-REF-EFFECTIVE is not numeric
        or function test-date-yyyymmdd(function numval(WS-REF-EFFECTIVE))
          not = 0
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "REF_EFFECTIVE must be a date in the form yyyymmdd!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 12 to return-code
      goback
    end-if
    move WS-REF-EFFECTIVE to EFFECTIVE-DATE
  end-if
  *> a change dated back into a month PERIOD-CLOSE has certified would
  *> silently re-attribute activity already sealed under the old owner
  if EFFECTIVE-DATE < TODAY-DATE
    call "check-period" using EFFECTIVE-DATE PERIOD-CLOSED end-call
    if PERIOD-CLOSED = "Y"
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "REF_EFFECTIVE " EFFECTIVE-DATE " falls in a closed "
        "period -- date the change inside an open period!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0115" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(WS-REF-NODE) to WS-EXC-VALUE(1)
      move EFFECTIVE-DATE to WS-EXC-VALUE(2)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 8 to return-code
      goback
    end-if
  end-if

  compute WS-NODE-LENGTH = function length(function trim(WS-REF-NODE))
  call "parse-node" using WS-REF-NODE WS-NODE-NUM WS-NODE-LENGTH
    PARSE-NODE-STATUS end-call
  if PARSE-NODE-STATUS = "1"
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Malformed REF_NODE code '" WS-REF-NODE "'!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if

  perform LOAD-NODE-REF
  if MASTER-OPENED = "N"
    goback
  end-if

  accept WS-MAINT-USER from environment "MAINT_USER"
  if WS-MAINT-USER = spaces
    accept WS-MAINT-USER from environment "USER"
  end-if
  if WS-MAINT-USER = spaces
    move "UNKNOWN" to WS-MAINT-USER
  end-if
  move function current-date(1:14) to MAINT-TIMESTAMP

  *> the change is measured against the entry in force on its own
  *> effective date, and carries that date's lifecycle status forward
  *> -- a new entry starts ACTIVE
  call "lookup-node-ref-asof" using WS-REF-NODE EFFECTIVE-DATE
    BEFORE-DESC BEFORE-TEAM BEFORE-STATUS BEFORE-FOUND end-call
  if BEFORE-FOUND not = "0"
    move spaces to BEFORE-DESC BEFORE-TEAM
  end-if
  if BEFORE-STATUS = spaces
    move WS-REF-NODE-STATUS to BEFORE-STATUS
  end-if

  *> a node not yet on the reference that date gets its whole entry;
  *> otherwise only what differs from the entry then in force
  if BEFORE-FOUND not = "0"
    move WS-REF-DESC to REC-DESC
    move WS-REF-TEAM to REC-TEAM
    move BEFORE-STATUS to REC-STATUS
  else
    move spaces to REC-DESC REC-TEAM REC-STATUS
    if WS-REF-DESC not = BEFORE-DESC
      move WS-REF-DESC to REC-DESC
    end-if
    if WS-REF-TEAM not = BEFORE-TEAM
      move WS-REF-TEAM to REC-TEAM
      if WS-REF-TEAM = spaces
        move "(NONE)" to REC-TEAM
      end-if
    end-if
  end-if

  *> recorded first: the history takes its baseline for a node it has
  *> not seen before from the master as it still stands
  call "record-node-ref" using WS-REF-NODE EFFECTIVE-DATE REC-DESC
    REC-TEAM REC-STATUS WS-MAINT-USER end-call

  *> the master then shows whatever the history now says is in force
  *> today -- unchanged for a future-dated change (ROLL-NODE-REF
  *> brings it in on the day) or for a back-dated one a later change
  *> has already superseded
  cancel "lookup-node-ref-asof"
  call "lookup-node-ref-asof" using WS-REF-NODE TODAY-DATE
    NOW-DESC NOW-TEAM NOW-STATUS NOW-FOUND end-call
  if NOW-FOUND = "0"
    if REF-FOUND = "N"
      move spaces to REF-CAPACITY
    end-if
    move NOW-DESC to REF-DESC
    move NOW-TEAM to REF-TEAM
    move NOW-STATUS to REF-NODE-STATUS
    perform WRITE-NODE-REF
    if WRITE-STATUS(1:1) not = "0"
      goback
    end-if
  end-if

  evaluate true
    when EFFECTIVE-DATE > TODAY-DATE
      move 0 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Node " WS-REF-NODE " change recorded effective "
        EFFECTIVE-DATE " -- the reference shows it from that date"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    when BEFORE-FOUND not = "0"
      move 0 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Node " WS-REF-NODE " added to the node reference"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    when other
      move 0 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Node " WS-REF-NODE " updated in the node reference"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-evaluate

  *> ownership and description changes are journaled beside the map
  *> and lifecycle changes, so a node's whole history reads from the
  *> one journal -- an unchanged value writes nothing
  move "/data/node-maint-journal.txt" to WS-MAINT-JOURNAL-FILE
  call "resolve-path" using WS-MAINT-JOURNAL-FILE end-call
  if WS-REF-TEAM not = BEFORE-TEAM
    move "REFOWN" to JOURNAL-ACTION
    move BEFORE-TEAM to JOURNAL-BEFORE
    move WS-REF-TEAM to JOURNAL-AFTER
    perform JOURNAL-REF-CHANGE
  end-if
  if WS-REF-DESC not = BEFORE-DESC
    move "REFDESC" to JOURNAL-ACTION
    move BEFORE-DESC to JOURNAL-BEFORE
    move WS-REF-DESC to JOURNAL-AFTER
    perform JOURNAL-REF-CHANGE
  end-if

  goback.

*> REF_NODE's record read from the keyed master into the REF- fields,
*> REF-FOUND = "N" when it has none; MASTER-OPENED = "N" (said, and
*> RC 12) when the master itself cannot be opened -- a master never
*> built is not an empty one, and nothing is changed against it
LOAD-NODE-REF.
  move "N" to REF-FOUND
  move spaces to REF-DESC REF-TEAM REF-NODE-STATUS REF-CAPACITY
  open input NODE-REF-MASTER
  if WS-MASTER-STATUS not = "00"
    move "N" to MASTER-OPENED
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Node reference master could not be opened (status "
      WS-MASTER-STATUS ") -- nothing changed!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0270" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move WS-MASTER-STATUS to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    exit paragraph
  end-if
  move "Y" to MASTER-OPENED
  move WS-REF-NODE to NODE-REF-CODE
  read NODE-REF-MASTER key is NODE-REF-CODE
    invalid key
      continue
    not invalid key
      move "Y" to REF-FOUND
      move NODE-REF-DESC to REF-DESC
      move NODE-REF-TEAM to REF-TEAM
      move NODE-REF-LIFECYCLE to REF-NODE-STATUS
      move NODE-REF-CAPACITY to REF-CAPACITY
  end-read
  close NODE-REF-MASTER.

*> the REF- fields onto REF_NODE's master record, added when it had
*> none and rewritten by key when it had; WRITE-STATUS is the outcome,
*> and a failure is said (RC 12) -- the history already holds the
*> change, so ROLL-NODE-REF brings the master to it that night
WRITE-NODE-REF.
  open i-o NODE-REF-MASTER
  move WS-MASTER-STATUS to WRITE-STATUS
  if WS-MASTER-STATUS = "00"
    move spaces to NODE-REF-RECORD
    move WS-REF-NODE to NODE-REF-CODE
    move REF-DESC to NODE-REF-DESC
    move REF-TEAM to NODE-REF-TEAM
    move REF-NODE-STATUS to NODE-REF-LIFECYCLE
    move REF-CAPACITY to NODE-REF-CAPACITY
    write NODE-REF-RECORD
      invalid key
        rewrite NODE-REF-RECORD
    end-write
    move WS-MASTER-STATUS to WRITE-STATUS
    close NODE-REF-MASTER
  end-if
  if WRITE-STATUS(1:1) not = "0"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Node reference master write for " WS-REF-NODE
      " failed (status " WRITE-STATUS ")!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0271" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-REF-NODE) to WS-EXC-VALUE(1)
    move WRITE-STATUS to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
  end-if.

*> REF_CAPACITY on an existing entry: a whole number of vehicles from
*> 1 to 9999, or NONE for no limit -- changed on its own, journaled
*> like the other reference changes, and in force from today
CHANGE-NODE-CAPACITY.
  if WS-REF-DESC not = spaces or WS-REF-NODE-STATUS not = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "REF_CAPACITY is changed on its own -- leave REF_DESC and "
      "REF_STATUS blank!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    exit paragraph
  end-if
  if WS-REF-CAPACITY not = "NONE"
    if function trim(WS-REF-CAPACITY) is not numeric
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "REF_CAPACITY must be a number of vehicles (1-9999) or "
        "NONE!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 12 to return-code
      exit paragraph
    end-if
    if function numval(WS-REF-CAPACITY) < 1
        or function numval(WS-REF-CAPACITY) > 9999
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "REF_CAPACITY must be a number of vehicles (1-9999) or "
        "NONE!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 12 to return-code
      exit paragraph
    end-if
  end-if
  compute WS-NODE-LENGTH = function length(function trim(WS-REF-NODE))
  call "parse-node" using WS-REF-NODE WS-NODE-NUM WS-NODE-LENGTH
    PARSE-NODE-STATUS end-call
  if PARSE-NODE-STATUS = "1"
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Malformed REF_NODE code '" WS-REF-NODE "'!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    exit paragraph
  end-if
  if WS-REF-EFFECTIVE not = spaces
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "REF_EFFECTIVE is ignored for a capacity change -- it "
      "takes effect at once"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if

  perform LOAD-NODE-REF
  if MASTER-OPENED = "N"
    exit paragraph
  end-if
  if REF-FOUND = "N"
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Node " WS-REF-NODE " has no node reference entry -- add "
      "it with REF_DESC first"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    exit paragraph
  end-if

  accept WS-MAINT-USER from environment "MAINT_USER"
  if WS-MAINT-USER = spaces
    accept WS-MAINT-USER from environment "USER"
  end-if
  if WS-MAINT-USER = spaces
    move "UNKNOWN" to WS-MAINT-USER
  end-if
  move function current-date(1:14) to MAINT-TIMESTAMP
  move TODAY-DATE to EFFECTIVE-DATE

  move REF-CAPACITY to JOURNAL-BEFORE
  if WS-REF-CAPACITY = "NONE"
    move spaces to REF-CAPACITY
  else
    move function trim(WS-REF-CAPACITY) to REF-CAPACITY
  end-if
  move REF-CAPACITY to JOURNAL-AFTER
  if JOURNAL-AFTER = JOURNAL-BEFORE
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Node " WS-REF-NODE " capacity is already "
      function trim(WS-REF-CAPACITY)
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    exit paragraph
  end-if
  perform WRITE-NODE-REF
  if WRITE-STATUS(1:1) not = "0"
    exit paragraph
  end-if

  move "/data/node-maint-journal.txt" to WS-MAINT-JOURNAL-FILE
  call "resolve-path" using WS-MAINT-JOURNAL-FILE end-call
  move "REFCAP" to JOURNAL-ACTION
  perform JOURNAL-REF-CHANGE
  if REF-CAPACITY = spaces
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Node " WS-REF-NODE " capacity limit removed"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  else
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Node " WS-REF-NODE " capacity set to "
      function trim(REF-CAPACITY) " vehicle(s)"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if.

*> one reference change on the maintenance journal; a value that was
*> never set reads (NONE)
JOURNAL-REF-CHANGE.
  if JOURNAL-BEFORE = spaces
    move "(NONE)" to JOURNAL-BEFORE
  end-if
  if JOURNAL-AFTER = spaces
    move "(NONE)" to JOURNAL-AFTER
  end-if
  open extend MAINT-JOURNAL
  if WS-JOURNAL-STATUS = "35"
    open output MAINT-JOURNAL
  end-if
  move spaces to MAINT-JOURNAL-LINE
  string
    MAINT-TIMESTAMP " " function trim(WS-MAINT-USER) " "
    function trim(JOURNAL-ACTION) " " function trim(WS-REF-NODE)
    " BEFORE " function trim(JOURNAL-BEFORE)
    " AFTER " function trim(JOURNAL-AFTER)
    delimited by size into MAINT-JOURNAL-LINE
  end-string
  *> a change not effective the day it was keyed says when it is
  if EFFECTIVE-DATE not = TODAY-DATE
    move spaces to JOURNAL-HOLD
    string function trim(MAINT-JOURNAL-LINE trailing)
      " EFFECTIVE " EFFECTIVE-DATE
      delimited by size into JOURNAL-HOLD
    end-string
    move JOURNAL-HOLD to MAINT-JOURNAL-LINE
  end-if
  write MAINT-JOURNAL-LINE
  close MAINT-JOURNAL.
