    organization line sequential file status WS-PENDING-STATUS.
  select MAINT-JOURNAL assign to dynamic WS-MAINT-JOURNAL-FILE
    organization line sequential file status WS-JOURNAL-STATUS.
  select NODE-REF-MASTER assign to dynamic WS-NODE-REF-MASTER-FILE
    organization indexed
    access dynamic
    record key NODE-REF-CODE
    file status WS-MASTER-STATUS.

data division.
file section.
  01 PENDING-LINE  pic x(132).

  fd MAINT-JOURNAL.
  01 MAINT-JOURNAL-LINE  pic x(240).

  fd NODE-REF-MASTER.
    copy node-ref.

working-storage section.
  01 WS-NODE-INDEX-FILE  pic x(100).
  01 WS-PENDING-FILE  pic x(100).
  01 WS-MAINT-JOURNAL-FILE  pic x(100).
  78 PENDING-MAX value 2000.
  78 CHANGE-SETS-MAX value 100.

  01 WS-INDEX-STATUS    pic x(2).
  01 WS-PENDING-STATUS  pic x(2).
  01 BEFORE-L-CODE      pic x(4).
  01 BEFORE-R-CODE      pic x(4).
  01 JOURNAL-IDENTITY   pic x(41).
  01 HOLD-JOURNAL-LINE  pic x(240).
  01 STRING-PTR         pic 9(3).

  *> every queue line is held, each with what applying it replaced --
  *> the before images a change set is backed out from when one of its
  *> members cannot be applied
  01 PENDING-ENTRIES.
    05 PENDING-ENTRY occurs PENDING-MAX times.
      10 PENDING-MARK       pic x(8).
      10 PENDING-L          pic x(10).
      10 PENDING-R          pic x(10).
      10 PENDING-APPROVER   pic x(20).
      10 PENDING-SET        pic x(12).
      10 PENDING-TICKET     pic x(20).
      10 PENDING-RAW        pic x(132).
      10 PENDING-ACTION     pic x(6).
      10 PENDING-BEFORE-L   pic x(4).
      10 PENDING-BEFORE-R   pic x(4).
      10 PENDING-BEFORE-STS pic x(10).
      10 PENDING-DONE       pic x.
  01 PENDING-COUNT      pic 9(4) value 0.
  01 PENDING-IDX        pic 9(4).
  01 MEMBER-IDX         pic 9(4).
  01 HEADER-IDX         pic 9(4).
  01 APPLY-RC           pic 9(2) value 0.

  *> a queue line is MARK TIMESTAMP USER NODE and then its values, with
  *> SET= and TKT= tagging the members of a bulk-loaded change set
  01 LINE-NODE          pic x(20).
  01 LINE-WORDS.
    05 LINE-WORD        pic x(24) occurs 5 times.
  01 WORD-IDX           pic 9.
  01 PLAIN-COUNT        pic 9.
  01 ENTRY-FAILED       pic x.
  01 REF-STATUS-BEFORE  pic x(10).

  *> change sets on the queue, from their PENDSET header lines: a set
  *> is applied whole or not at all, and only when every member its
  *> header counted is still queued
  01 CHANGE-SETS.
    05 CHANGE-SET occurs CHANGE-SETS-MAX times.
      10 CS-NAME            pic x(12).
      10 CS-USER            pic x(20).
      10 CS-DECLARED        pic 9(4).
      10 CS-HEADER          pic 9(4).
      10 CS-QUEUED          pic 9(4).
      10 CS-DONE            pic 9(4).
  01 CS-COUNT           pic 9(3) value 0.
  01 CS-IDX             pic 9(3).
  01 WS-CHANGE-SET      pic x(12).
  01 SET-HOLD-REASON    pic x(80).
  01 SET-FAILED         pic x.
  01 TABLE-OVERFLOWED   pic x value "N".
  01 APPLIED-COUNT      pic 9(4) value 0.
  01 HELD-COUNT         pic 9(4) value 0.

  *> the keyed node-reference master a queued lifecycle (PENDSTS)
  *> entry lands on, and the node's record as it stood before
  01 WS-NODE-REF-MASTER-FILE  pic x(100).
  01 WS-MASTER-STATUS   pic x(2).
  01 WRITE-STATUS       pic x(2).
  01 REF-FOUND          pic x.
  01 REF-DESC           pic x(40).
  01 REF-TEAM           pic x(20).
  01 REF-CAPACITY       pic x(6).
  01 REF-STATUS         pic x(10).
  01 BEFORE-STATUS      pic x(10).
  01 EFFECTIVE-DATE     pic 9(8).
  01 AFTER-STATUS       pic x(10).
  *> a lifecycle change carries only the status into the history; a
  *> baseline-only call carries nothing at all (see RECORD-NODE-REF)
  01 UNCHANGED-DESC     pic x(40) value spaces.
  01 UNCHANGED-TEAM     pic x(20) value spaces.
  01 UNCHANGED-STATUS   pic x(10) value spaces.
  01 BASELINE-DATE      pic 9(8) value 0.

  01 AUTH-FUNCTION  pic x(20).
  01 AUTH-ALLOWED   pic x.
  01 FREEZE-FUNCTION  pic x(20).
  01 FREEZE-DETAIL    pic x(60).
  01 FREEZE-VERDICT   pic x.
  01 WS-EXC-PROGRAM     pic x(20) value "APPLY-PENDING".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  move "APPLY-PENDING" to AUTH-FUNCTION
  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0014" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

  accept WS-APPROVER from environment "APPROVER"
  if WS-APPROVER = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "APPROVER must be supplied to apply pending changes!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0015" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if

  *> CHANGE_SET=name applies that one bulk-loaded change set and
  *> nothing else; without it every eligible single change and every
  *> complete change set on the queue is applied, in queue order
  accept WS-CHANGE-SET from environment "CHANGE_SET"
  move function upper-case(function trim(WS-CHANGE-SET))
    to WS-CHANGE-SET

  *> inside a change-freeze window only an approved emergency change
  *> goes ahead -- see CHECK-FREEZE and the freeze calendar
  move "APPLY-PENDING" to FREEZE-FUNCTION
  move spaces to FREEZE-DETAIL
  if WS-CHANGE-SET = spaces
    string "APPLY QUEUE APPROVER " function trim(WS-APPROVER)
      delimited by size into FREEZE-DETAIL
    end-string
  else
    string "APPLY CHANGE SET " function trim(WS-CHANGE-SET)
      " APPROVER " function trim(WS-APPROVER)
      delimited by size into FREEZE-DETAIL
    end-string
  end-if
  call "check-freeze" using FREEZE-FUNCTION FREEZE-DETAIL
    FREEZE-VERDICT end-call
  if FREEZE-VERDICT = "Y"
    move "DNV0016" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

  open input PENDING-FILE
  if WS-PENDING-STATUS not = "00"
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No pending changes on file -- nothing to apply"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    goback
  end-if
  perform forever
      exit perform
    end-if
    add 1 to PENDING-COUNT
    perform PARSE-PENDING-LINE
  end-perform
  close PENDING-FILE

    *> applying would rewrite the queue from a table that could not
    *> hold the whole file -- refusing beats silently dropping the
    *> overflow when the queue is written back
    move 16 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Pending-changes file holds more entries than this "
      "program can safely rewrite -- nothing applied!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0017" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 16 to return-code
    goback
  end-if

  *> tally each change set's members against its header count
  perform varying PENDING-IDX from 1 by 1
      until PENDING-IDX > PENDING-COUNT
    if PENDING-SET(PENDING-IDX) not = spaces
      perform FIND-CHANGE-SET
      if CS-IDX > 0
        evaluate PENDING-MARK(PENDING-IDX)
          when "PENDSET"
          when "APPLSET"
            move PENDING-IDX to CS-HEADER(CS-IDX)
            move PENDING-USER(PENDING-IDX) to CS-USER(CS-IDX)
            if PENDING-L(PENDING-IDX)(1:4) is numeric
              move PENDING-L(PENDING-IDX)(1:4) to CS-DECLARED(CS-IDX)
            end-if
          when "PENDING"
          when "PENDSTS"
            add 1 to CS-QUEUED(CS-IDX)
          when "APPLIED"
          when "APPLIEDS"
            add 1 to CS-DONE(CS-IDX)
        end-evaluate
      end-if
    end-if
  end-perform
  *> members whose set header has gone from the queue can never be
  *> shown to be the whole set, so they are held
  perform varying CS-IDX from 1 by 1 until CS-IDX > CS-COUNT
    if CS-HEADER(CS-IDX) = 0 and CS-QUEUED(CS-IDX) > 0
        and (WS-CHANGE-SET = spaces or WS-CHANGE-SET = CS-NAME(CS-IDX))
      add CS-QUEUED(CS-IDX) to HELD-COUNT
      move 4 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Change set " function trim(CS-NAME(CS-IDX))
        " held whole -- its header line is missing from the queue"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0018" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(CS-NAME(CS-IDX)) to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      if APPLY-RC < 4
        move 4 to APPLY-RC
      end-if
    end-if
  end-perform
  if WS-CHANGE-SET not = spaces
    move 0 to CS-IDX
    perform varying MEMBER-IDX from 1 by 1 until MEMBER-IDX > CS-COUNT
      if CS-NAME(MEMBER-IDX) = WS-CHANGE-SET
        move MEMBER-IDX to CS-IDX
      end-if
    end-perform
    if CS-IDX = 0
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Change set " function trim(WS-CHANGE-SET)
        " is not on the pending-changes queue -- nothing applied"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 8 to return-code
      goback
    end-if
  end-if

  move function current-date(1:14) to APPLY-TIMESTAMP

  open i-o NODE-INDEX-FILE

  perform varying PENDING-IDX from 1 by 1
      until PENDING-IDX > PENDING-COUNT
    *> a change set is taken as a whole where its header stands in the
    *> queue; its members are never applied one by one
    if PENDING-MARK(PENDING-IDX) = "PENDSET"
      perform FIND-CHANGE-SET
      if CS-IDX > 0
        if WS-CHANGE-SET = spaces or CS-NAME(CS-IDX) = WS-CHANGE-SET
          perform APPLY-CHANGE-SET
        end-if
      end-if
      exit perform cycle
    end-if
    if PENDING-SET(PENDING-IDX) not = spaces
        or WS-CHANGE-SET not = spaces
      exit perform cycle
    end-if
    *> queued lifecycle changes (PENDSTS) ride the same queue and the
    *> same independent-approver rule as node rewires -- they land on
    *> the node-reference master instead of the node-map index
    if PENDING-MARK(PENDING-IDX) = "PENDSTS"
        or PENDING-MARK(PENDING-IDX) = "PENDING"
      if PENDING-USER(PENDING-IDX) = WS-APPROVER
        add 1 to HELD-COUNT
        if PENDING-MARK(PENDING-IDX) = "PENDSTS"
          move 0 to JOB-LOG-RC
          move spaces to JOB-LOG-TEXT
          string "Lifecycle change to " PENDING-NODE(PENDING-IDX)
            " requested by " function trim(PENDING-USER(PENDING-IDX))
            " held -- requester cannot approve their own change"
            delimited by size into JOB-LOG-TEXT
          end-string
          call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        else
          move 0 to JOB-LOG-RC
          move spaces to JOB-LOG-TEXT
          string "Change to " PENDING-NODE(PENDING-IDX)
            " requested by " function trim(PENDING-USER(PENDING-IDX))
            " held -- requester cannot approve their own change"
            delimited by size into JOB-LOG-TEXT
          end-string
          call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        end-if
      else
        perform APPLY-PENDING-ENTRY
        if ENTRY-FAILED = "N"
          perform JOURNAL-PENDING-ENTRY
        else
          move 8 to APPLY-RC
        end-if
      end-if
    end-if
  end-perform
  open output PENDING-FILE
  perform varying PENDING-IDX from 1 by 1
      until PENDING-IDX > PENDING-COUNT
    perform WRITE-PENDING-LINE
  end-perform
  close PENDING-FILE

  move APPLY-RC to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Apply complete: " APPLIED-COUNT " change(s) applied, "
    HELD-COUNT " held"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move APPLY-RC to return-code
  goback.

*> one queue line (PENDING-LINE) into PENDING-ENTRY(PENDING-COUNT):
*> after the node come the values -- L and R for a rewire, the status
*> for a lifecycle change, the count for a set header -- then the
*> approver once signed off, with the SET= and TKT= tags anywhere
*> among them. Lines of any other kind are carried through untouched
PARSE-PENDING-LINE.
  move spaces to PENDING-ENTRY(PENDING-COUNT) LINE-NODE LINE-WORDS
  move PENDING-LINE to PENDING-RAW(PENDING-COUNT)
  unstring PENDING-LINE delimited by all space
    into PENDING-MARK(PENDING-COUNT) PENDING-TIMESTAMP(PENDING-COUNT)
      PENDING-USER(PENDING-COUNT) LINE-NODE LINE-WORD(1) LINE-WORD(2)
      LINE-WORD(3) LINE-WORD(4) LINE-WORD(5)
  end-unstring
  if PENDING-MARK(PENDING-COUNT) = "PENDSET"
      or PENDING-MARK(PENDING-COUNT) = "APPLSET"
    move LINE-NODE to PENDING-SET(PENDING-COUNT)
  else
    move LINE-NODE to PENDING-NODE(PENDING-COUNT)
  end-if
  move 0 to PLAIN-COUNT
  perform varying WORD-IDX from 1 by 1 until WORD-IDX > 5
    evaluate true
      when LINE-WORD(WORD-IDX) = spaces
        continue
      when LINE-WORD(WORD-IDX)(1:4) = "SET="
        move LINE-WORD(WORD-IDX)(5:) to PENDING-SET(PENDING-COUNT)
      when LINE-WORD(WORD-IDX)(1:4) = "TKT="
        move LINE-WORD(WORD-IDX)(5:) to PENDING-TICKET(PENDING-COUNT)
      when other
        add 1 to PLAIN-COUNT
        evaluate true
          when PLAIN-COUNT = 1
            move LINE-WORD(WORD-IDX) to PENDING-L(PENDING-COUNT)
          when PLAIN-COUNT = 2
              and (PENDING-MARK(PENDING-COUNT) = "PENDING"
                or PENDING-MARK(PENDING-COUNT) = "APPLIED")
            move LINE-WORD(WORD-IDX) to PENDING-R(PENDING-COUNT)
          when other
            move LINE-WORD(WORD-IDX)
              to PENDING-APPROVER(PENDING-COUNT)
        end-evaluate
    end-evaluate
  end-perform.

*> CS-IDX set to the change set named on queue line PENDING-IDX,
*> adding it to the set table the first time it is seen
FIND-CHANGE-SET.
  move 0 to CS-IDX
  perform varying MEMBER-IDX from 1 by 1 until MEMBER-IDX > CS-COUNT
    if CS-NAME(MEMBER-IDX) = PENDING-SET(PENDING-IDX)
      move MEMBER-IDX to CS-IDX
      exit perform
    end-if
  end-perform
  if CS-IDX = 0 and CS-COUNT < CHANGE-SETS-MAX
    add 1 to CS-COUNT
    move CS-COUNT to CS-IDX
    move PENDING-SET(PENDING-IDX) to CS-NAME(CS-IDX)
    move spaces to CS-USER(CS-IDX)
    move 0 to CS-DECLARED(CS-IDX) CS-HEADER(CS-IDX) CS-QUEUED(CS-IDX)
      CS-DONE(CS-IDX)
  end-if.

*> the change set CS-IDX, all or nothing: held whole if it is not
*> complete or any member was raised by the approver, and backed out
*> whole if any member cannot be written -- only once every member has
*> landed is any of it journaled and marked applied
APPLY-CHANGE-SET.
  if CS-QUEUED(CS-IDX) = 0
    exit paragraph
  end-if
  move spaces to SET-HOLD-REASON
  evaluate true
    when CS-DONE(CS-IDX) > 0
      move "PART OF IT IS ALREADY APPLIED" to SET-HOLD-REASON
    when CS-QUEUED(CS-IDX) not = CS-DECLARED(CS-IDX)
      move "ITS QUEUED MEMBERS DO NOT MATCH ITS HEADER COUNT"
        to SET-HOLD-REASON
    when CS-USER(CS-IDX) = WS-APPROVER
      move "THE REQUESTER CANNOT APPROVE THEIR OWN CHANGE SET"
        to SET-HOLD-REASON
  end-evaluate
  if SET-HOLD-REASON = spaces
    perform varying MEMBER-IDX from 1 by 1
        until MEMBER-IDX > PENDING-COUNT
      if PENDING-SET(MEMBER-IDX) = CS-NAME(CS-IDX)
          and (PENDING-MARK(MEMBER-IDX) = "PENDING"
            or PENDING-MARK(MEMBER-IDX) = "PENDSTS")
          and PENDING-USER(MEMBER-IDX) = WS-APPROVER
        move "THE REQUESTER CANNOT APPROVE THEIR OWN CHANGE SET"
          to SET-HOLD-REASON
      end-if
    end-perform
  end-if
  if SET-HOLD-REASON not = spaces
    add CS-QUEUED(CS-IDX) to HELD-COUNT
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Change set " function trim(CS-NAME(CS-IDX)) " held whole -- "
      function lower-case(SET-HOLD-REASON)
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0019" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(CS-NAME(CS-IDX)) to WS-EXC-VALUE(1)
    move function trim(SET-HOLD-REASON) to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    if APPLY-RC < 4
      move 4 to APPLY-RC
    end-if
    exit paragraph
  end-if

  move "N" to SET-FAILED
  move PENDING-IDX to HEADER-IDX
  perform varying PENDING-IDX from 1 by 1
      until PENDING-IDX > PENDING-COUNT
    if PENDING-SET(PENDING-IDX) = CS-NAME(CS-IDX)
        and (PENDING-MARK(PENDING-IDX) = "PENDING"
          or PENDING-MARK(PENDING-IDX) = "PENDSTS")
      perform APPLY-PENDING-ENTRY
      if ENTRY-FAILED = "Y"
        move "Y" to SET-FAILED
        exit perform
      end-if
    end-if
  end-perform

  if SET-FAILED = "Y"
    move "DNV0020" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(CS-NAME(CS-IDX)) to WS-EXC-VALUE(1)
    move PENDING-NODE(PENDING-IDX) to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    perform varying PENDING-IDX from PENDING-IDX by -1
        until PENDING-IDX < 1
      if PENDING-SET(PENDING-IDX) = CS-NAME(CS-IDX)
          and PENDING-DONE(PENDING-IDX) = "Y"
        perform BACK-OUT-PENDING-ENTRY
      end-if
    end-perform
    add CS-QUEUED(CS-IDX) to HELD-COUNT
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Change set " function trim(CS-NAME(CS-IDX))
      " failed and was backed out -- nothing of it applied"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to APPLY-RC
    move HEADER-IDX to PENDING-IDX
    exit paragraph
  end-if

  perform varying PENDING-IDX from 1 by 1
      until PENDING-IDX > PENDING-COUNT
    if PENDING-SET(PENDING-IDX) = CS-NAME(CS-IDX)
        and PENDING-DONE(PENDING-IDX) = "Y"
      perform JOURNAL-PENDING-ENTRY
    end-if
  end-perform
  move HEADER-IDX to PENDING-IDX
  move "APPLSET" to PENDING-MARK(PENDING-IDX)
  move WS-APPROVER to PENDING-APPROVER(PENDING-IDX)
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Applied change set " function trim(CS-NAME(CS-IDX)) ": "
    CS-QUEUED(CS-IDX) " change(s) (requested by "
    function trim(CS-USER(CS-IDX)) ", approved by "
    function trim(WS-APPROVER) ")"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call.

*> queue entry PENDING-IDX carried out -- the keyed index write for a
*> rewire, or the node-reference master write for a lifecycle change
*> (see POST-NODE-REF-STATUS), keeping what it replaced; ENTRY-FAILED
*> = "Y" when it could not be written
APPLY-PENDING-ENTRY.
  move "N" to ENTRY-FAILED
  if PENDING-MARK(PENDING-IDX) = "PENDSTS"
    perform POST-NODE-REF-STATUS
    if WRITE-STATUS(1:1) not = "0"
      move "Y" to ENTRY-FAILED
      exit paragraph
    end-if
    move "Y" to PENDING-DONE(PENDING-IDX)
    exit paragraph
  end-if

  move PENDING-NODE(PENDING-IDX) to NODE-IDX-CODE
  read NODE-INDEX-FILE key is NODE-IDX-CODE
    invalid key
      move "ADD" to PENDING-ACTION(PENDING-IDX)
      move "----" to PENDING-BEFORE-L(PENDING-IDX)
      move "----" to PENDING-BEFORE-R(PENDING-IDX)
      move PENDING-NODE(PENDING-IDX) to NODE-IDX-CODE
      move PENDING-L(PENDING-IDX) to NODE-IDX-L-CODE
      move PENDING-R(PENDING-IDX) to NODE-IDX-R-CODE
      write NODE-IDX-RECORD
    not invalid key
      move "UPDATE" to PENDING-ACTION(PENDING-IDX)
      move NODE-IDX-L-CODE to PENDING-BEFORE-L(PENDING-IDX)
      move NODE-IDX-R-CODE to PENDING-BEFORE-R(PENDING-IDX)
      move PENDING-L(PENDING-IDX) to NODE-IDX-L-CODE
      move PENDING-R(PENDING-IDX) to NODE-IDX-R-CODE
      rewrite NODE-IDX-RECORD
  end-read
  if WS-INDEX-STATUS(1:1) not = "0"
    move "Y" to ENTRY-FAILED
    move "DNV0022" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move PENDING-NODE(PENDING-IDX) to WS-EXC-VALUE(1)
    move WS-INDEX-STATUS to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    exit paragraph
  end-if
  move "Y" to PENDING-DONE(PENDING-IDX).

*> queue entry PENDING-IDX undone from its before image -- an added
*> index record removed, an updated index or master record put back.
*> Nothing of a lifecycle change has reached the reference history yet
*> (see JOURNAL-PENDING-ENTRY); a baseline line it took stays, being
*> true, and a node still to be added has nothing written to undo
BACK-OUT-PENDING-ENTRY.
  if PENDING-MARK(PENDING-IDX) = "PENDSTS"
    if PENDING-ACTION(PENDING-IDX) = "UPDATE"
      perform RESTORE-NODE-REF-STATUS
    end-if
  else
    move PENDING-NODE(PENDING-IDX) to NODE-IDX-CODE
    if PENDING-ACTION(PENDING-IDX) = "ADD"
      delete NODE-INDEX-FILE record
        invalid key continue
      end-delete
    else
      read NODE-INDEX-FILE key is NODE-IDX-CODE
        invalid key continue
        not invalid key
          move PENDING-BEFORE-L(PENDING-IDX) to NODE-IDX-L-CODE
          move PENDING-BEFORE-R(PENDING-IDX) to NODE-IDX-R-CODE
          rewrite NODE-IDX-RECORD
      end-read
    end-if
  end-if
  move "N" to PENDING-DONE(PENDING-IDX).

*> lifecycle entry PENDING-IDX's master record put back to the status
*> it had before
RESTORE-NODE-REF-STATUS.
  open i-o NODE-REF-MASTER
  if WS-MASTER-STATUS = "00"
    move PENDING-NODE(PENDING-IDX) to NODE-REF-CODE
    read NODE-REF-MASTER key is NODE-REF-CODE
      invalid key continue
      not invalid key
        move PENDING-BEFORE-STS(PENDING-IDX) to NODE-REF-LIFECYCLE
        rewrite NODE-REF-RECORD
          invalid key continue
        end-rewrite
    end-read
    close NODE-REF-MASTER
  end-if.

*> the journal line for applied queue entry PENDING-IDX, crediting
*> both halves of the control: who asked for the change and who signed
*> it off -- and the change set and ticket it came in under, if any. A
*> lifecycle change enters the node's effective-dated reference history
*> here (see RECORD-NODE-REF), the day it is approved, once it is
*> committed
JOURNAL-PENDING-ENTRY.
  if PENDING-MARK(PENDING-IDX) = "PENDSTS"
    perform READ-NODE-REF
    move APPLY-TIMESTAMP(1:8) to EFFECTIVE-DATE
    move PENDING-L(PENDING-IDX) to AFTER-STATUS
    if PENDING-ACTION(PENDING-IDX) = "ADD"
      move "(NO DESCRIPTION ON FILE)" to REF-DESC
      call "record-node-ref" using PENDING-NODE(PENDING-IDX)
        EFFECTIVE-DATE REF-DESC REF-TEAM AFTER-STATUS WS-APPROVER
      end-call
    else
      call "record-node-ref" using PENDING-NODE(PENDING-IDX)
        EFFECTIVE-DATE UNCHANGED-DESC UNCHANGED-TEAM AFTER-STATUS
        WS-APPROVER
      end-call
    end-if
    if PENDING-ACTION(PENDING-IDX) = "ADD"
      perform ADD-NODE-REF-RECORD
    end-if
  end-if
  move spaces to JOURNAL-IDENTITY
  string
    function trim(PENDING-USER(PENDING-IDX)) "/"
    function trim(WS-APPROVER)
    delimited by size into JOURNAL-IDENTITY
  end-string
  open extend MAINT-JOURNAL
  if WS-JOURNAL-STATUS = "35"
    open output MAINT-JOURNAL
  end-if
  move spaces to MAINT-JOURNAL-LINE
  if PENDING-MARK(PENDING-IDX) = "PENDSTS"
    move PENDING-BEFORE-STS(PENDING-IDX) to BEFORE-STATUS
    if BEFORE-STATUS = spaces
      move "ACTIVE" to BEFORE-STATUS
    end-if
    string
      APPLY-TIMESTAMP " " function trim(JOURNAL-IDENTITY)
      " REFSTS " PENDING-NODE(PENDING-IDX)
      " BEFORE " function trim(BEFORE-STATUS)
      " AFTER " function trim(PENDING-L(PENDING-IDX))
      delimited by size into MAINT-JOURNAL-LINE
    end-string
  else
    string
      APPLY-TIMESTAMP " " function trim(JOURNAL-IDENTITY) " "
      function trim(PENDING-ACTION(PENDING-IDX)) " "
      PENDING-NODE(PENDING-IDX)
      " BEFORE " PENDING-BEFORE-L(PENDING-IDX) " "
      PENDING-BEFORE-R(PENDING-IDX)
      " AFTER " PENDING-L(PENDING-IDX) " " PENDING-R(PENDING-IDX)
      delimited by size into MAINT-JOURNAL-LINE
    end-string
  end-if
  if PENDING-SET(PENDING-IDX) not = spaces
    move spaces to HOLD-JOURNAL-LINE
    string function trim(MAINT-JOURNAL-LINE trailing)
      " SET " function trim(PENDING-SET(PENDING-IDX))
      " TKT " function trim(PENDING-TICKET(PENDING-IDX))
      delimited by size into HOLD-JOURNAL-LINE
    end-string
    move HOLD-JOURNAL-LINE to MAINT-JOURNAL-LINE
  end-if
  write MAINT-JOURNAL-LINE
  close MAINT-JOURNAL

  add 1 to APPLIED-COUNT
  move WS-APPROVER to PENDING-APPROVER(PENDING-IDX)
  if PENDING-MARK(PENDING-IDX) = "PENDSTS"
    move "APPLIEDS" to PENDING-MARK(PENDING-IDX)
    if PENDING-SET(PENDING-IDX) = spaces
      move 0 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Applied lifecycle change of "
        PENDING-NODE(PENDING-IDX) " to "
        function trim(PENDING-L(PENDING-IDX)) " (requested by "
        function trim(PENDING-USER(PENDING-IDX)) ", approved by "
        function trim(WS-APPROVER) ")"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    end-if
  else
    move "APPLIED" to PENDING-MARK(PENDING-IDX)
    if PENDING-SET(PENDING-IDX) = spaces
      move 0 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Applied " PENDING-ACTION(PENDING-IDX) " of "
        PENDING-NODE(PENDING-IDX) " (requested by "
        function trim(PENDING-USER(PENDING-IDX)) ", approved by "
        function trim(WS-APPROVER) ")"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    end-if
  end-if.

*> queue entry PENDING-IDX's node read from the keyed node-reference
*> master: REF-FOUND and the REF- fields as it stands; WS-MASTER-STATUS
*> is the open or read outcome ("23" -- no record yet -- is not a
*> failure)
READ-NODE-REF.
  move "N" to REF-FOUND
  move spaces to REF-DESC REF-TEAM REF-CAPACITY REF-STATUS
  move "/data/node-reference.idx" to WS-NODE-REF-MASTER-FILE
  call "resolve-path" using WS-NODE-REF-MASTER-FILE end-call
  open input NODE-REF-MASTER
  if WS-MASTER-STATUS not = "00"
    exit paragraph
  end-if
  move PENDING-NODE(PENDING-IDX) to NODE-REF-CODE
  read NODE-REF-MASTER key is NODE-REF-CODE
    invalid key
      continue
    not invalid key
      move "Y" to REF-FOUND
      move NODE-REF-DESC to REF-DESC
      move NODE-REF-TEAM to REF-TEAM
      move NODE-REF-CAPACITY to REF-CAPACITY
      move NODE-REF-LIFECYCLE to REF-STATUS
  end-read
  close NODE-REF-MASTER
  if WS-MASTER-STATUS = "00" and REF-FOUND = "N"
    move "23" to WS-MASTER-STATUS
  end-if.

*> approved lifecycle entry PENDING-IDX onto the keyed master, inside
*> the commit: the node's record rewritten with its new status, its
*> status before kept in PENDING-BEFORE-STS for BACK-OUT-PENDING-ENTRY.
*> The record is read afresh, so a second change to one node in the
*> same change set sees the first, and a node the history has never
*> seen has its baseline line taken first (see TAKE-REF-BASELINE). A
*> node the reference has never described (PENDING-ACTION "ADD") only
*> has the master checked open for update here: nothing of it can be
*> backed out of the history once recorded, so it is added when it is
*> journaled (see ADD-NODE-REF-RECORD). WRITE-STATUS is the outcome:
*> an unreadable master is DNV0272, a failed write DNV0273, and either
*> leaves the entry queued
POST-NODE-REF-STATUS.
  perform READ-NODE-REF
  if WS-MASTER-STATUS(1:1) not = "0" and WS-MASTER-STATUS not = "23"
    move WS-MASTER-STATUS to WRITE-STATUS
    move "DNV0272" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move PENDING-NODE(PENDING-IDX) to WS-EXC-VALUE(1)
    move WS-MASTER-STATUS to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    exit paragraph
  end-if
  move REF-STATUS to PENDING-BEFORE-STS(PENDING-IDX)
  if REF-FOUND = "Y"
    move "UPDATE" to PENDING-ACTION(PENDING-IDX)
    perform TAKE-REF-BASELINE
  else
    move "ADD" to PENDING-ACTION(PENDING-IDX)
  end-if
  open i-o NODE-REF-MASTER
  move WS-MASTER-STATUS to WRITE-STATUS
  if WS-MASTER-STATUS = "00"
    if REF-FOUND = "Y"
      move PENDING-NODE(PENDING-IDX) to NODE-REF-CODE
      read NODE-REF-MASTER key is NODE-REF-CODE
        invalid key continue
        not invalid key
          move PENDING-L(PENDING-IDX) to NODE-REF-LIFECYCLE
          rewrite NODE-REF-RECORD
            invalid key continue
          end-rewrite
      end-read
      move WS-MASTER-STATUS to WRITE-STATUS
    end-if
    close NODE-REF-MASTER
  end-if
  if WRITE-STATUS(1:1) not = "0"
    perform REPORT-REF-WRITE-FAILED
  end-if.

*> journaled lifecycle entry PENDING-IDX's node added to the master,
*> now its first history line is recorded; a failure is said, and
*> ROLL-NODE-REF brings the master to the history that night
ADD-NODE-REF-RECORD.
  open i-o NODE-REF-MASTER
  move WS-MASTER-STATUS to WRITE-STATUS
  if WS-MASTER-STATUS = "00"
    move spaces to NODE-REF-RECORD
    move PENDING-NODE(PENDING-IDX) to NODE-REF-CODE
    move REF-DESC to NODE-REF-DESC
    move REF-TEAM to NODE-REF-TEAM
    move PENDING-L(PENDING-IDX) to NODE-REF-LIFECYCLE
    move REF-CAPACITY to NODE-REF-CAPACITY
    *> an earlier change in the same set may have added it already
    write NODE-REF-RECORD
      invalid key
        rewrite NODE-REF-RECORD
          invalid key continue
        end-rewrite
    end-write
    move WS-MASTER-STATUS to WRITE-STATUS
    close NODE-REF-MASTER
  end-if
  if WRITE-STATUS(1:1) not = "0"
    perform REPORT-REF-WRITE-FAILED
    move 8 to APPLY-RC
  end-if.

REPORT-REF-WRITE-FAILED.
  move 12 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Lifecycle change of " PENDING-NODE(PENDING-IDX)
    " could not be written to the node reference master (status "
    WRITE-STATUS ")"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move "DNV0273" to WS-EXC-MSG-ID
  move spaces to WS-EXC-VALUES
  move PENDING-NODE(PENDING-IDX) to WS-EXC-VALUE(1)
  move WRITE-STATUS to WS-EXC-VALUE(2)
  call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
    WS-EXC-VALUES end-call.

*> the reference history opens each node with a baseline line
*> effective 00000000 holding its entry as it stood before its first
*> recorded change, taken from the master (see RECORD-NODE-REF). The
*> master is written here before the change is recorded, so a node the
*> history has not seen yet has that baseline recorded now, while the
*> master still holds it -- a call with nothing to change records only
*> the baseline, and nothing at all for a node that already has one
TAKE-REF-BASELINE.
  call "record-node-ref" using PENDING-NODE(PENDING-IDX) BASELINE-DATE
    UNCHANGED-DESC UNCHANGED-TEAM UNCHANGED-STATUS WS-APPROVER
  end-call.

*> queue entry PENDING-IDX written back: rewires, lifecycle changes
*> and set headers rebuilt with their marks and sign-offs, anything
*> else exactly as it was read
WRITE-PENDING-LINE.
  move spaces to PENDING-LINE
  move 1 to STRING-PTR
  evaluate PENDING-MARK(PENDING-IDX)
    when "PENDSET"
    when "APPLSET"
      string
        function trim(PENDING-MARK(PENDING-IDX)) " "
        PENDING-TIMESTAMP(PENDING-IDX) " "
        function trim(PENDING-USER(PENDING-IDX)) " "
        function trim(PENDING-SET(PENDING-IDX)) " "
        function trim(PENDING-L(PENDING-IDX))
        delimited by size into PENDING-LINE with pointer STRING-PTR
      end-string
    when "PENDING"
    when "APPLIED"
      string
        function trim(PENDING-MARK(PENDING-IDX)) " "
        PENDING-TIMESTAMP(PENDING-IDX) " "
        PENDING-NODE(PENDING-IDX) " "
        function trim(PENDING-L(PENDING-IDX)) " "
        function trim(PENDING-R(PENDING-IDX))
        delimited by size into PENDING-LINE with pointer STRING-PTR
      end-string
    when "PENDSTS"
    when "APPLIEDS"
      string
        function trim(PENDING-MARK(PENDING-IDX)) " "
        PENDING-TIMESTAMP(PENDING-IDX) " "
        function trim(PENDING-USER(PENDING-IDX)) " "
        PENDING-NODE(PENDING-IDX) " "
        function trim(PENDING-L(PENDING-IDX))
        delimited by size into PENDING-LINE with pointer STRING-PTR
      end-string
    when other
      move PENDING-RAW(PENDING-IDX) to PENDING-LINE
      write PENDING-LINE
      exit paragraph
  end-evaluate
  if PENDING-APPROVER(PENDING-IDX) not = spaces
    string " " function trim(PENDING-APPROVER(PENDING-IDX))
      delimited by size into PENDING-LINE with pointer STRING-PTR
    end-string
  end-if
  if PENDING-SET(PENDING-IDX) not = spaces
      and PENDING-MARK(PENDING-IDX) not = "PENDSET"
      and PENDING-MARK(PENDING-IDX) not = "APPLSET"
    string " SET=" function trim(PENDING-SET(PENDING-IDX))
      delimited by size into PENDING-LINE with pointer STRING-PTR
    end-string
    if PENDING-TICKET(PENDING-IDX) not = spaces
      string " TKT=" function trim(PENDING-TICKET(PENDING-IDX))
        delimited by size into PENDING-LINE with pointer STRING-PTR
      end-string
    end-if
  end-if
  write PENDING-LINE.
