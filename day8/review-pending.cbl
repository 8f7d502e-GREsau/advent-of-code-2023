working-storage section.
  copy input.

  78 PENDING-MAX value 2000.
  78 CHANGE-SETS-MAX value 100.
  78 START-NODES-MAX-COUNT value 50.
  78 CYCLE-FACTORS-MAX value 20.
  *> must match NODE-ZZZ in the INPUT copybook
  *> e.g. RETIRING in the L column), not just a node code
  01 PENDING-L          pic x(10).
  01 PENDING-R          pic x(10).
  01 PENDING-SET        pic x(12).
  01 PENDING-TICKET     pic x(20).
  01 LINE-NODE          pic x(20).
  01 LINE-WORDS.
    05 LINE-WORD        pic x(24) occurs 5 times.
  01 WORD-IDX           pic 9.
  01 PLAIN-COUNT        pic 9.
  01 SET-TAG            pic x(50).
  01 CURRENT-L          pic a(4).
  01 CURRENT-R          pic a(4).
  01 LOOKUP-STATUS      pic x.
  01 PENDING-COUNT      pic 9(4) value 0.

  *> queued entries held back for the impact pass after the listing
  *> -- a change set's members are judged together, as APPLY-PENDING
  *> lands them
  01 IMPACT-ENTRIES.
    05 IMPACT-ENTRY occurs PENDING-MAX times.
      10 IMP-NODE       pic a(4).
      10 IMP-L          pic a(4).
      10 IMP-R          pic a(4).
      10 IMP-SET        pic x(12).
      10 IMP-NODE-NUM   pic 9(6).
      10 IMP-SAVED-L    pic 9(6).
      10 IMP-SAVED-R    pic 9(6).
      10 IMP-SAVED-DEF  pic x.
      10 IMP-USABLE     pic x.
  01 IMPACT-COUNT       pic 9(4) value 0.
  01 IMPACT-IDX         pic 9(4).
  01 IMPACT-FIRST       pic 9(4).
  01 IMPACT-LAST        pic 9(4).
  01 IMPACT-MEMBERS     pic 9(4).

  *> change sets seen on the queue, with the member count each header
  *> declared against the members actually still queued
  01 CHANGE-SETS.
    05 CHANGE-SET occurs CHANGE-SETS-MAX times.
      10 CS-NAME        pic x(12).
      10 CS-USER        pic x(20).
      10 CS-DECLARED    pic 9(4).
      10 CS-QUEUED      pic 9(4).
  01 CS-COUNT           pic 9(3) value 0.
  01 CS-IDX             pic 9(3).
  01 CS-SEARCH          pic 9(3).

  *> impact analysis working set: the production map is loaded once as
  *> a scratch copy, each pending change is applied to it, the PART1
  01 WS-IMPACT-SWITCH   pic x value "Y".
  01 WS-INSTR-FILENAME  pic x(100).
  01 WS-MAP-FILENAME    pic x(100).
  01 WS-EXC-PROGRAM     pic x(20) value "REVIEW-PENDING".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).
  01 WS-MAX-STEPS-TEXT  pic x(8).
  01 MAX-STEPS          pic 9(8) value 1000000.
  01 MAP-LOADED         pic x value "N".
  01 BASE-LCM-OK        pic x.
  01 BASE-LCM           binary-double unsigned.

  *> service-level commitments (see LOAD-COMMITMENTS) judged on the
  *> baseline map and again with each change laid on -- one met today
  *> and breached after is a commitment the change would break
  copy commitments.
  01 COMMITMENTS-FOUND  pic x.
  01 CMT-IDX            pic 9(3).
  copy cmt-verdict.
  copy route-result.
  01 CMT-STATUS-TABLE.
    05 CMT-STATUS-ENTRY occurs COMMITMENTS-MAX times.
      10 CMT-BASE-STATUS   pic x(8).
      10 CMT-AFTER-STATUS  pic x(8).
      10 CMT-AFTER-REASON  pic x(80).
  01 WOULD-BREAK-COUNT  pic 9(4) value 0.

  01 BASE-LCM-DISPLAY   pic 9(18).
  01 RES-LCM-DISPLAY    pic 9(18).
  01 STRING-PTR         pic 9(4).
  *> the current record it would replace, so the approver signs off on
  *> the real effect and not just the request. The impact pass below
  *> then answers the approver's other question -- does this change
  *> move tonight's PART1 step count or the PART2 LCM, and does it break
  *> a service-level route commitment met today
  move "/data/pending-changes.txt" to WS-PENDING-FILE
  call "resolve-path" using WS-PENDING-FILE end-call
  move "/data/pending-review.txt" to WS-REVIEW-REPORT-FILE
    end-string
    write REVIEW-LINE
    close REVIEW-REPORT
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Review: no pending changes on file"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    goback
  end-if

    read PENDING-FILE at end
      exit perform
    end-read
    perform PARSE-PENDING-LINE
    *> a bulk-loaded change set is announced where its header stands;
    *> its members follow it and are approved and applied as one unit
    if PENDING-MARK = "PENDSET"
      perform FIND-CHANGE-SET
      if CS-IDX > 0
        move PENDING-USER to CS-USER(CS-IDX)
        if PENDING-L(1:4) is numeric
          move PENDING-L(1:4) to CS-DECLARED(CS-IDX)
        end-if
      end-if
      move spaces to REVIEW-LINE
      string
        PENDING-TIMESTAMP " " function trim(PENDING-USER)
        " CHANGE SET " function trim(PENDING-SET) " OF "
        function trim(PENDING-L) " CHANGE(S) -- APPROVED AND APPLIED "
        "AS ONE UNIT (APPLY-PENDING CHANGE_SET="
        function trim(PENDING-SET) ")"
        delimited by size into REVIEW-LINE
      end-string
      write REVIEW-LINE
      exit perform cycle
    end-if
    move spaces to SET-TAG
    if PENDING-SET not = spaces
        and (PENDING-MARK = "PENDING" or PENDING-MARK = "PENDSTS")
      perform FIND-CHANGE-SET
      if CS-IDX > 0
        add 1 to CS-QUEUED(CS-IDX)
      end-if
      string " [SET " function trim(PENDING-SET) " TICKET "
        function trim(PENDING-TICKET) "]"
        delimited by size into SET-TAG
      end-string
    end-if
    *> queued lifecycle changes (PENDSTS) are part of the same queue
    *> and the same sign-off: the approver must see them here too. They
    *> change the node reference, not the map, so they are listed but
      string
        PENDING-TIMESTAMP " " function trim(PENDING-USER)
        " WOULD SET LIFECYCLE OF " PENDING-NODE " TO "
        function trim(PENDING-L) SET-TAG
        delimited by size into REVIEW-LINE
      end-string
      write REVIEW-LINE
      string
        PENDING-TIMESTAMP " " function trim(PENDING-USER) " WOULD UPDATE "
        PENDING-NODE " FROM (" CURRENT-L ", " CURRENT-R ") TO ("
        PENDING-L(1:4) ", " PENDING-R(1:4) ")" SET-TAG
        delimited by size into REVIEW-LINE
      end-string
    else
      string
        PENDING-TIMESTAMP " " function trim(PENDING-USER) " WOULD ADD "
        PENDING-NODE " = (" PENDING-L(1:4) ", " PENDING-R(1:4)
        ") -- NOT IN THE INDEX TODAY" SET-TAG
        delimited by size into REVIEW-LINE
      end-string
    end-if
      move PENDING-NODE to IMP-NODE(IMPACT-COUNT)
      move PENDING-L(1:4) to IMP-L(IMPACT-COUNT)
      move PENDING-R(1:4) to IMP-R(IMPACT-COUNT)
      move PENDING-SET to IMP-SET(IMPACT-COUNT)
    end-if
  end-perform
  close PENDING-FILE
  end-string
  write REVIEW-LINE

  *> a set only applies when every member its header counted is still
  *> queued -- say so here, before anyone signs off on it
  perform varying CS-IDX from 1 by 1 until CS-IDX > CS-COUNT
    if CS-QUEUED(CS-IDX) > 0
      move spaces to REVIEW-LINE
      if CS-QUEUED(CS-IDX) = CS-DECLARED(CS-IDX)
        string "CHANGE SET " function trim(CS-NAME(CS-IDX)) ": "
          CS-QUEUED(CS-IDX) " CHANGE(S) QUEUED BY "
          function trim(CS-USER(CS-IDX)) " -- COMPLETE"
          delimited by size into REVIEW-LINE
        end-string
      else
        string "CHANGE SET " function trim(CS-NAME(CS-IDX)) ": "
          CS-QUEUED(CS-IDX) " CHANGE(S) QUEUED OF " CS-DECLARED(CS-IDX)
          " LOADED -- INCOMPLETE, APPLY-PENDING WILL HOLD ALL OF IT"
          delimited by size into REVIEW-LINE
        end-string
      end-if
      write REVIEW-LINE
    end-if
  end-perform

  *> IMPACT_ANALYSIS=N skips the recompute for a quick listing-only
  *> review; the default runs it, because approvals signed off blind
  *> to their operational effect are what this exists to end

    move 0 to return-code
    call "parse-input2" using INPUT-DATA START-NODES-OUTER
      WS-INSTR-FILENAME WS-MAP-FILENAME START-NODE-COUNT
      WS-EXC-PROGRAM end-call
    set address of NODES-TABLE to NODES-MAP-PTR
    if return-code = 0
      move "Y" to MAP-LOADED
      move RES-PART1-STEPS to BASE-PART1-STEPS
      move RES-LCM-OK to BASE-LCM-OK
      move RES-LCM to BASE-LCM
      move 0 to COMMITMENT-COUNT
      call "load-commitments" using COMMITMENTS-OUTER COMMITMENTS-FOUND
        end-call
      perform varying CMT-IDX from 1 by 1
          until CMT-IDX > COMMITMENT-COUNT
        call "check-commitment" using INPUT-DATA COMMITMENTS-OUTER
          CMT-IDX CMT-VERDICT RR-ROUTE-RESULT end-call
        move CV-STATUS to CMT-BASE-STATUS(CMT-IDX)
      end-perform

      *> every change parsed once up front; an unparseable one is
      *> left out of the impact, as before
      perform varying IMPACT-IDX from 1 by 1
          until IMPACT-IDX > IMPACT-COUNT
        move "N" to IMP-USABLE(IMPACT-IDX)
        call "parse-node" using IMP-NODE(IMPACT-IDX) CHANGE-NODE-NUM
          NODE-CODE-LENGTH PARSE-NODE-STATUS end-call
        if PARSE-NODE-STATUS = "1"
        if PARSE-NODE-STATUS = "1"
          exit perform cycle
        end-if
        move "Y" to IMP-USABLE(IMPACT-IDX)
        move CHANGE-NODE-NUM to IMP-NODE-NUM(IMPACT-IDX)
        move CHANGE-L-NUM to IMP-SAVED-L(IMPACT-IDX)
        move CHANGE-R-NUM to IMP-SAVED-R(IMPACT-IDX)
      end-perform

      *> a single change is applied alone; a change set's members
      *> (adjacent in the queue, as the loader wrote them) are applied
      *> together, judged once, and backed out in reverse order
      move 1 to IMPACT-FIRST
      perform until IMPACT-FIRST > IMPACT-COUNT
        move IMPACT-FIRST to IMPACT-LAST
        if IMP-SET(IMPACT-FIRST) not = spaces
          perform until IMPACT-LAST >= IMPACT-COUNT
            if IMP-SET(IMPACT-LAST + 1) not = IMP-SET(IMPACT-FIRST)
              exit perform
            end-if
            add 1 to IMPACT-LAST
          end-perform
        end-if
        move 0 to IMPACT-MEMBERS
        perform varying IMPACT-IDX from IMPACT-FIRST by 1
            until IMPACT-IDX > IMPACT-LAST
          if IMP-USABLE(IMPACT-IDX) = "Y"
            add 1 to IMPACT-MEMBERS
            move IMP-NODE-NUM(IMPACT-IDX) to CHANGE-NODE-NUM
            move IMP-SAVED-L(IMPACT-IDX) to CHANGE-L-NUM
            move IMP-SAVED-R(IMPACT-IDX) to CHANGE-R-NUM
            move NODES-L(CHANGE-NODE-NUM) to IMP-SAVED-L(IMPACT-IDX)
            move NODES-R(CHANGE-NODE-NUM) to IMP-SAVED-R(IMPACT-IDX)
            move NODES-DEFINED(CHANGE-NODE-NUM)
              to IMP-SAVED-DEF(IMPACT-IDX)
            move CHANGE-L-NUM to NODES-L(CHANGE-NODE-NUM)
            move CHANGE-R-NUM to NODES-R(CHANGE-NODE-NUM)
            move "Y" to NODES-DEFINED(CHANGE-NODE-NUM)
          end-if
        end-perform

        if IMPACT-MEMBERS > 0
          perform RECOMPUTE-RESULTS
          perform varying CMT-IDX from 1 by 1
              until CMT-IDX > COMMITMENT-COUNT
            call "check-commitment" using INPUT-DATA COMMITMENTS-OUTER
              CMT-IDX CMT-VERDICT RR-ROUTE-RESULT end-call
            move CV-STATUS to CMT-AFTER-STATUS(CMT-IDX)
            move CV-REASON to CMT-AFTER-REASON(CMT-IDX)
          end-perform
        end-if

        perform varying IMPACT-IDX from IMPACT-LAST by -1
            until IMPACT-IDX < IMPACT-FIRST
          if IMP-USABLE(IMPACT-IDX) = "Y"
            move IMP-NODE-NUM(IMPACT-IDX) to CHANGE-NODE-NUM
            move IMP-SAVED-L(IMPACT-IDX) to NODES-L(CHANGE-NODE-NUM)
            move IMP-SAVED-R(IMPACT-IDX) to NODES-R(CHANGE-NODE-NUM)
            move IMP-SAVED-DEF(IMPACT-IDX)
              to NODES-DEFINED(CHANGE-NODE-NUM)
          end-if
        end-perform

        if IMPACT-MEMBERS > 0
          move spaces to REVIEW-LINE
          move 1 to STRING-PTR
          if IMP-SET(IMPACT-FIRST) = spaces
            string "IMPACT " IMP-NODE(IMPACT-FIRST) " -> ("
              IMP-L(IMPACT-FIRST) ", " IMP-R(IMPACT-FIRST) "): PART1 "
              delimited by size into REVIEW-LINE
              with pointer STRING-PTR
            end-string
          else
            string "IMPACT SET " function trim(IMP-SET(IMPACT-FIRST))
              " (" IMPACT-MEMBERS " REWIRES TOGETHER): PART1 "
              delimited by size into REVIEW-LINE
              with pointer STRING-PTR
            end-string
          end-if
          perform WRITE-IMPACT-LINE
          perform WRITE-COMMITMENT-IMPACT
        end-if
        compute IMPACT-FIRST = IMPACT-LAST + 1
      end-perform
    end-if
  end-if

  close REVIEW-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Review: " PENDING-COUNT " change(s) awaiting approval"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if WOULD-BREAK-COUNT > 0
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Review: " WOULD-BREAK-COUNT " service-level commitment "
      "breach(es) would follow approval -- see the impact lines"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if
  goback.

*> one full recompute of the operational numbers against whatever the
      CYCLE-FACTORS-OUTER end-call
    move RESULT-LCM to RES-LCM
  end-if.

*> the before/after PART1 steps and LCM finished off on the impact
*> line begun in REVIEW-LINE (at STRING-PTR) and written
WRITE-IMPACT-LINE.
  move BASE-LCM to BASE-LCM-DISPLAY
  move RES-LCM to RES-LCM-DISPLAY
  if BASE-PART1-OK = "Y"
    string "BEFORE " BASE-PART1-STEPS delimited by size
      into REVIEW-LINE with pointer STRING-PTR
    end-string
  else
    string "BEFORE NO-PATH" delimited by size
      into REVIEW-LINE with pointer STRING-PTR
    end-string
  end-if
  if RES-PART1-OK = "Y"
    string " AFTER " RES-PART1-STEPS delimited by size
      into REVIEW-LINE with pointer STRING-PTR
    end-string
  else
    string " AFTER NO-PATH" delimited by size
      into REVIEW-LINE with pointer STRING-PTR
    end-string
  end-if
  if BASE-LCM-OK = "Y"
    string " -- LCM BEFORE " function trim(BASE-LCM-DISPLAY)
      delimited by size into REVIEW-LINE with pointer STRING-PTR
    end-string
  else
    string " -- LCM BEFORE N/A" delimited by size
      into REVIEW-LINE with pointer STRING-PTR
    end-string
  end-if
  if RES-LCM-OK = "Y"
    string " AFTER " function trim(RES-LCM-DISPLAY)
      delimited by size into REVIEW-LINE with pointer STRING-PTR
    end-string
  else
    string " AFTER N/A" delimited by size
      into REVIEW-LINE with pointer STRING-PTR
    end-string
  end-if
  write REVIEW-LINE.

*> the commitments met on the baseline map that the change just
*> judged would breach, each under its impact line
WRITE-COMMITMENT-IMPACT.
  perform varying CMT-IDX from 1 by 1 until CMT-IDX > COMMITMENT-COUNT
    if CMT-BASE-STATUS(CMT-IDX) = "MET"
        and CMT-AFTER-STATUS(CMT-IDX) = "BREACHED"
      add 1 to WOULD-BREAK-COUNT
      move spaces to REVIEW-LINE
      string "  WOULD BREAK COMMITMENT " function trim(CMT-ID(CMT-IDX))
        " (" function trim(CMT-OWNER(CMT-IDX)) ") "
        function trim(CMT-FROM(CMT-IDX)) " -> "
        function trim(CMT-TO(CMT-IDX)) ": "
        function trim(CMT-AFTER-REASON(CMT-IDX))
        delimited by size into REVIEW-LINE
      end-string
      write REVIEW-LINE
    end-if
  end-perform.

*> one queue line split into its fields: after the node come the
*> values -- L and R for a rewire, the status for a lifecycle change,
*> the member count for a change-set header (whose set name stands in
*> the node column) -- with the SET= and TKT= tags among them
PARSE-PENDING-LINE.
  move spaces to PENDING-MARK PENDING-TIMESTAMP PENDING-USER
    PENDING-NODE PENDING-L PENDING-R PENDING-SET PENDING-TICKET
    LINE-NODE LINE-WORDS
  unstring PENDING-LINE delimited by all space
    into PENDING-MARK PENDING-TIMESTAMP PENDING-USER LINE-NODE
      LINE-WORD(1) LINE-WORD(2) LINE-WORD(3) LINE-WORD(4) LINE-WORD(5)
  end-unstring
  if PENDING-MARK = "PENDSET" or PENDING-MARK = "APPLSET"
    move LINE-NODE to PENDING-SET
  else
    move LINE-NODE to PENDING-NODE
  end-if
  move 0 to PLAIN-COUNT
  perform varying WORD-IDX from 1 by 1 until WORD-IDX > 5
    evaluate true
      when LINE-WORD(WORD-IDX) = spaces
        continue
      when LINE-WORD(WORD-IDX)(1:4) = "SET="
        move LINE-WORD(WORD-IDX)(5:) to PENDING-SET
      when LINE-WORD(WORD-IDX)(1:4) = "TKT="
        move LINE-WORD(WORD-IDX)(5:) to PENDING-TICKET
      when other
        add 1 to PLAIN-COUNT
        evaluate PLAIN-COUNT
          when 1
            move LINE-WORD(WORD-IDX) to PENDING-L
          when 2
            move LINE-WORD(WORD-IDX) to PENDING-R
        end-evaluate
    end-evaluate
  end-perform.

*> CS-IDX set to the change set PENDING-SET names, adding it to the
*> set table the first time it is seen (0 if the table is full)
FIND-CHANGE-SET.
  move 0 to CS-IDX
  perform varying CS-SEARCH from 1 by 1 until CS-SEARCH > CS-COUNT
    if CS-NAME(CS-SEARCH) = PENDING-SET
      move CS-SEARCH to CS-IDX
      exit perform
    end-if
  end-perform
  if CS-IDX = 0 and CS-COUNT < CHANGE-SETS-MAX
    add 1 to CS-COUNT
    move CS-COUNT to CS-IDX
    move PENDING-SET to CS-NAME(CS-IDX)
    move spaces to CS-USER(CS-IDX)
    move 0 to CS-DECLARED(CS-IDX) CS-QUEUED(CS-IDX)
  end-if.
