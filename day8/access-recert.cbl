identification division.
program-id. access-recert.

environment division.
input-output section.
file-control.
  select AUTH-FILE assign to dynamic WS-AUTH-FILE
    organization line sequential file status WS-AUTH-STATUS.
  select ACCESS-LOG assign to dynamic WS-ACCESS-LOG-FILE
    organization line sequential file status WS-ACCESS-LOG-STATUS.
  select DECISION-FILE assign to dynamic WS-DECISION-FILE
    organization line sequential file status WS-DECISION-STATUS.
  select REGISTER-FILE assign to dynamic WS-REGISTER-FILE
    organization line sequential file status WS-REGISTER-STATUS.
  select RECERT-REPORT assign to dynamic WS-RECERT-REPORT-FILE
    organization line sequential.

data division.
file section.
  fd AUTH-FILE.
  01 AUTH-LINE  pic x(80).

  fd ACCESS-LOG.
  01 ACCESS-LOG-LINE  pic x(132).

  fd DECISION-FILE.
  01 DECISION-LINE  pic x(160).

  fd REGISTER-FILE.
  01 REGISTER-LINE  pic x(160).

  fd RECERT-REPORT.
  01 RECERT-LINE  pic x(200).

working-storage section.
  78 AUTH-LINES-MAX value 500.
  78 GRANTS-MAX value 200.
  78 REFUSALS-MAX value 500.

  *> the quarterly access review: every grant in the authorization file
  *> set against what the access log shows it was used for over the
  *> review window, with the grants worth a second look flagged --
  *> never used, "*" for everything, granted twice, or half of a pair
  *> of rights no one person should hold together -- and the refused
  *> attempts listed alongside. The run leaves a decision file for the
  *> reviewing manager: one line per grant to be marked KEEP or
  *> REVOKE, and a line to sign. RECERT_APPLY=Y with RECERT_REVIEW
  *> naming the review then applies the signed decisions to the
  *> authorization file, keeps the signed file as evidence and enters
  *> the review in the recertification register, once only
  01 WS-AUTH-FILE          pic x(100).
  01 WS-ACCESS-LOG-FILE    pic x(100).
  01 WS-DECISION-FILE      pic x(100).
  01 WS-REGISTER-FILE      pic x(100).
  01 WS-RECERT-REPORT-FILE pic x(100).
  01 WS-AUTH-STATUS        pic x(2).
  01 WS-ACCESS-LOG-STATUS  pic x(2).
  01 WS-DECISION-STATUS    pic x(2).
  01 WS-REGISTER-STATUS    pic x(2).
  01 AUTH-FILE-PRESENT     pic x value "N".

  01 WS-RECERT-APPLY       pic x.
  01 WS-RECERT-REVIEW      pic x(8).
  01 WS-RECERT-FROM        pic x(8).
  01 WS-RECERT-TO          pic x(8).
  01 REVIEW-FROM           pic 9(8).
  01 REVIEW-TO             pic 9(8).
  01 REVIEW-ID             pic x(8).
  01 RUN-DATE              pic 9(8).
  01 WS-RUN-ID             pic x(8).
  01 BUSINESS-DATE         pic 9(8).
  01 BD-PROC-FLAG          pic x.
  01 BD-NONPROC-ACTION     pic x(4).
  01 WS-OPERATOR           pic x(20).

  *> the authorization file line for line, so the apply run can write
  *> it back with only the revoked grants gone -- comments and all
  01 AUTH-RAW-TABLE.
    05 AUTH-RAW-ENTRY occurs AUTH-LINES-MAX times.
      10 AUTH-RAW          pic x(80).
      10 AUTH-RAW-GRANT    pic 9(3).
      10 AUTH-RAW-DROP     pic x.
  01 AUTH-RAW-COUNT        pic 9(3) value 0.
  01 RAW-IDX               pic 9(3).
  01 AUTH-OVERFLOWED       pic x value "N".

  01 GRANT-TABLE.
    05 GRANT-ENTRY occurs GRANTS-MAX times.
      10 GR-OPERATOR       pic x(20).
      10 GR-FUNCTION       pic x(20).
      10 GR-USES           pic 9(6).
      10 GR-LAST-USED      pic x(8).
      10 GR-DUPLICATE      pic x.
      10 GR-SOD            pic x.
      10 GR-FLAGS          pic x(40).
  01 GRANT-COUNT           pic 9(3) value 0.
  01 GRANT-IDX             pic 9(3).
  01 MATCH-IDX             pic 9(3).
  01 FLAGS-PTR             pic 9(3).

  01 REFUSAL-TABLE.
    05 REFUSAL-ENTRY occurs REFUSALS-MAX times.
      10 RF-OPERATOR       pic x(20).
      10 RF-FUNCTION       pic x(20).
      10 RF-COUNT          pic 9(6).
      10 RF-LAST           pic x(8).
  01 REFUSAL-COUNT         pic 9(3) value 0.
  01 REFUSAL-IDX           pic 9(3).
  01 REFUSALS-OVERFLOWED   pic x value "N".

  *> rights that let one person both raise a change and wave it
  *> through: holding both halves of a pair -- directly or by a "*"
  *> grant -- is a segregation-of-duties conflict
  78 SOD-RULES-COUNT value 4.
  01 SOD-RULES-OUTER.
    05 filler pic x(20) value "BULK-CHANGE-LOAD".
    05 filler pic x(20) value "APPLY-PENDING".
    05 filler pic x(50) value "RAISES AND APPROVES BULK NODE CHANGES".
    05 filler pic x(20) value "MAINTAIN-NODE-REF".
    05 filler pic x(20) value "APPLY-PENDING".
    05 filler pic x(50) value "RAISES AND APPROVES LIFECYCLE CHANGES".
    05 filler pic x(20) value "CSV-INTAKE".
    05 filler pic x(20) value "APPLY-PENDING".
    05 filler pic x(50)
         value "QUEUES AND APPROVES PROVIDER STATUS CHANGES".
    05 filler pic x(20) value "APPLY-PENDING".
    05 filler pic x(20) value "FREEZE-SIGNOFF".
    05 filler pic x(50)
         value "APPROVES CHANGES AND SIGNS OFF THEIR FREEZE REVIEW".
  01 SOD-RULES-TABLE redefines SOD-RULES-OUTER.
    05 SOD-RULE occurs SOD-RULES-COUNT times.
      10 SOD-FUNCTION-A    pic x(20).
      10 SOD-FUNCTION-B    pic x(20).
      10 SOD-REASON        pic x(50).
  01 SOD-IDX               pic 9(2).
  01 HOLDS-FUNCTION        pic x(20).
  01 HOLDS-A               pic x.
  01 HOLDS-B               pic x.
  01 HOLDS-ANSWER          pic x.
  01 OPERATOR-IDX          pic 9(3).
  01 FIRST-OF-OPERATOR     pic x.

  01 AL-TIMESTAMP          pic x(14).
  01 AL-OPERATOR           pic x(20).
  01 AL-FUNCTION           pic x(20).
  01 AL-VERDICT            pic x(12).
  01 AL-DATE               pic x(8).
  01 WINDOW-ATTEMPTS       pic 9(7) value 0.
  01 NO-AUTH-FILE-COUNT    pic 9(7) value 0.

  01 AUTH-WORD-1           pic x(20).
  01 AUTH-WORD-2           pic x(20).

  01 USES-TEXT             pic z(5)9.
  01 COUNT-TEXT            pic z(5)9.
  01 UNUSED-COUNT          pic 9(3) value 0.
  01 WILDCARD-COUNT        pic 9(3) value 0.
  01 DUPLICATE-COUNT       pic 9(3) value 0.
  01 SOD-COUNT             pic 9(3) value 0.
  01 REFUSED-ATTEMPTS      pic 9(7) value 0.
  01 HOLDS-ANY             pic x.

  *> the decision file, as the apply run reads it back
  01 DF-WORD               pic x(8).
  01 DF-FIELD-1            pic x(20).
  01 DF-FIELD-2            pic x(20).
  01 DF-FIELD-3            pic x(10).
  01 DF-FIELD-4            pic x(10).
  01 DF-FIELD-5            pic x(40).
  01 DF-FIELD-6            pic x(10).
  01 DF-REVIEW-ID          pic x(8).
  01 DF-REVIEW-FROM        pic x(8).
  01 DF-REVIEW-TO          pic x(8).
  01 DF-SIGNED-BY          pic x(20).
  01 DF-SIGNED-ON          pic x(10).
  01 DF-SIGNED-SEEN        pic x value "N".
  01 DF-LINE-NO            pic 9(5) value 0.
  01 DECISION-TABLE.
    05 DECISION-ENTRY occurs GRANTS-MAX times.
      10 DEC-OPERATOR      pic x(20).
      10 DEC-FUNCTION      pic x(20).
      10 DEC-DECISION      pic x(6).
      10 DEC-MATCHED       pic x.
  01 DECISION-COUNT        pic 9(3) value 0.
  01 DECISION-IDX          pic 9(3).
  01 UNDECIDED-COUNT       pic 9(3) value 0.
  01 KEEP-COUNT            pic 9(3) value 0.
  01 REVOKE-COUNT          pic 9(3) value 0.
  01 REVOKED-LINES         pic 9(3) value 0.
  01 GONE-COUNT            pic 9(3) value 0.
  01 UNREVIEWED-COUNT      pic 9(3) value 0.
  01 REG-WORD-1            pic x(14).
  01 REG-WORD-2            pic x(8).
  01 REG-WORD-3            pic x(8).
  01 APPLY-RC              pic 9(2) value 0.
  01 APPLY-REASON          pic x(120) value spaces.

  01 ARCHIVE-TARGET        pic x(100).
  01 ARCHIVE-TRUNCATE      pic x value "N".
  01 ARCHIVE-STATUS        pic x.

  01 AUTH-FUNCTION         pic x(20).
  01 AUTH-ALLOWED          pic x.
  01 WS-EXC-PROGRAM        pic x(20) value "ACCESS-RECERT".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move "/data/operator-auth.txt" to WS-AUTH-FILE
  call "resolve-path" using WS-AUTH-FILE end-call
  move "/data/access-log.txt" to WS-ACCESS-LOG-FILE
  call "resolve-path" using WS-ACCESS-LOG-FILE end-call
  move "/data/access-recert-register.txt" to WS-REGISTER-FILE
  call "resolve-path" using WS-REGISTER-FILE end-call
  move "/data/access-recert.txt" to WS-RECERT-REPORT-FILE
  call "resolve-path" using WS-RECERT-REPORT-FILE end-call
  move function current-date(1:8) to RUN-DATE
  call "run-id" using WS-RUN-ID end-call
  call "business-date" using BUSINESS-DATE BD-PROC-FLAG
    BD-NONPROC-ACTION end-call

  accept WS-RECERT-APPLY from environment "RECERT_APPLY"
  move function upper-case(WS-RECERT-APPLY) to WS-RECERT-APPLY
  accept WS-RECERT-REVIEW from environment "RECERT_REVIEW"
  accept WS-RECERT-FROM from environment "RECERT_FROM"
  accept WS-RECERT-TO from environment "RECERT_TO"

  perform LOAD-GRANTS

  if WS-RECERT-APPLY = "Y"
    perform APPLY-REVIEW
    move APPLY-RC to return-code
    goback
  end-if

  if AUTH-FILE-PRESENT = "N"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No authorization file on file -- nothing to recertify!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0001" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if

  *> the review window defaults to the quarter ending on the business
  *> date
  if WS-RECERT-TO = spaces
    move BUSINESS-DATE to REVIEW-TO
  else
    if WS-RECERT-TO is not numeric
        or function test-date-yyyymmdd(function numval(WS-RECERT-TO))
          not = 0
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "RECERT_TO must be a date in the form yyyymmdd!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 12 to return-code
      goback
    end-if
    move WS-RECERT-TO to REVIEW-TO
  end-if
  if WS-RECERT-FROM = spaces
    compute REVIEW-FROM = function date-of-integer(
      function integer-of-date(REVIEW-TO) - 90)
  else
    if WS-RECERT-FROM is not numeric
        or function test-date-yyyymmdd(function numval(WS-RECERT-FROM))
          not = 0
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "RECERT_FROM must be a date in the form yyyymmdd!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 12 to return-code
      goback
    end-if
    move WS-RECERT-FROM to REVIEW-FROM
  end-if
  if REVIEW-FROM > REVIEW-TO
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "RECERT_FROM falls after RECERT_TO -- no review window!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if

  perform SCAN-ACCESS-LOG
  perform FIND-SOD-CONFLICTS

  move WS-RUN-ID to REVIEW-ID
  move spaces to WS-DECISION-FILE
  string "/data/access-review-" REVIEW-ID ".txt"
    delimited by size into WS-DECISION-FILE
  end-string
  call "resolve-path" using WS-DECISION-FILE end-call

  open output RECERT-REPORT
  move spaces to RECERT-LINE
  string "ACCESS RECERTIFICATION " RUN-DATE " REVIEW " REVIEW-ID
    " -- USE FROM " REVIEW-FROM " TO " REVIEW-TO
    delimited by size into RECERT-LINE
  end-string
  write RECERT-LINE
  if AUTH-OVERFLOWED = "Y"
    move spaces to RECERT-LINE
    string "WARNING: AUTHORIZATION FILE HOLDS MORE THAN " GRANTS-MAX
      " GRANTS -- ONLY THE FIRST ARE REVIEWED HERE"
      delimited by size into RECERT-LINE
    end-string
    write RECERT-LINE
  end-if

  move spaces to RECERT-LINE
  write RECERT-LINE
  move "GRANTS" to RECERT-LINE
  write RECERT-LINE
  move "  OPERATOR             FUNCTION               USES  LAST USE  FLAGS"
    to RECERT-LINE
  write RECERT-LINE
  perform varying GRANT-IDX from 1 by 1 until GRANT-IDX > GRANT-COUNT
    perform SET-GRANT-FLAGS
    move GR-USES(GRANT-IDX) to USES-TEXT
    move spaces to RECERT-LINE
    string "  " GR-OPERATOR(GRANT-IDX) " " GR-FUNCTION(GRANT-IDX) " "
      USES-TEXT "  " GR-LAST-USED(GRANT-IDX) "  "
      GR-FLAGS(GRANT-IDX)
      delimited by size into RECERT-LINE
    end-string
    write RECERT-LINE
  end-perform

  move spaces to RECERT-LINE
  write RECERT-LINE
  move "REFUSED ATTEMPTS" to RECERT-LINE
  write RECERT-LINE
  if REFUSAL-COUNT = 0
    move "  NONE IN THE REVIEW WINDOW" to RECERT-LINE
    write RECERT-LINE
  end-if
  perform varying REFUSAL-IDX from 1 by 1
      until REFUSAL-IDX > REFUSAL-COUNT
    add RF-COUNT(REFUSAL-IDX) to REFUSED-ATTEMPTS
    move "N" to HOLDS-ANY
    perform varying GRANT-IDX from 1 by 1 until GRANT-IDX > GRANT-COUNT
      if GR-OPERATOR(GRANT-IDX) = RF-OPERATOR(REFUSAL-IDX)
        move "Y" to HOLDS-ANY
      end-if
    end-perform
    move RF-COUNT(REFUSAL-IDX) to COUNT-TEXT
    move spaces to RECERT-LINE
    if HOLDS-ANY = "Y"
      string "  " RF-OPERATOR(REFUSAL-IDX) " " RF-FUNCTION(REFUSAL-IDX)
        " " COUNT-TEXT " REFUSED, LAST " RF-LAST(REFUSAL-IDX)
        " -- NO GRANT FOR THIS FUNCTION"
        delimited by size into RECERT-LINE
      end-string
    else
      string "  " RF-OPERATOR(REFUSAL-IDX) " " RF-FUNCTION(REFUSAL-IDX)
        " " COUNT-TEXT " REFUSED, LAST " RF-LAST(REFUSAL-IDX)
        " -- OPERATOR HOLDS NO GRANTS AT ALL"
        delimited by size into RECERT-LINE
      end-string
    end-if
    write RECERT-LINE
  end-perform
  if REFUSALS-OVERFLOWED = "Y"
    move spaces to RECERT-LINE
    string "  WARNING: MORE THAN " REFUSALS-MAX " OPERATOR/FUNCTION "
      "PAIRS REFUSED -- THE REST ARE NOT LISTED"
      delimited by size into RECERT-LINE
    end-string
    write RECERT-LINE
  end-if

  move spaces to RECERT-LINE
  write RECERT-LINE
  move "SEGREGATION-OF-DUTIES CONFLICTS" to RECERT-LINE
  write RECERT-LINE
  if SOD-COUNT = 0
    move "  NONE" to RECERT-LINE
    write RECERT-LINE
  else
    perform REPORT-SOD-CONFLICTS
  end-if

  move spaces to RECERT-LINE
  write RECERT-LINE
  move spaces to RECERT-LINE
  string "SUMMARY: " GRANT-COUNT " GRANT(S), " UNUSED-COUNT " UNUSED, "
    WILDCARD-COUNT " WILDCARD, " DUPLICATE-COUNT " DUPLICATE, "
    SOD-COUNT " SOD CONFLICT(S), " REFUSED-ATTEMPTS
    " REFUSED ATTEMPT(S), " WINDOW-ATTEMPTS " ATTEMPT(S) IN WINDOW"
    delimited by size into RECERT-LINE
  end-string
  write RECERT-LINE
  if NO-AUTH-FILE-COUNT > 0
    move spaces to RECERT-LINE
    string "NOTE: " NO-AUTH-FILE-COUNT " ATTEMPT(S) IN THE WINDOW RAN "
      "WITH NO AUTHORIZATION FILE IN PLACE"
      delimited by size into RECERT-LINE
    end-string
    write RECERT-LINE
  end-if
  move spaces to RECERT-LINE
  string "DECISIONS: MARK EVERY GRANT KEEP OR REVOKE AND SIGN '"
    function trim(WS-DECISION-FILE) "', THEN RUN ACCESS-RECERT WITH "
    "RECERT_APPLY=Y RECERT_REVIEW=" REVIEW-ID
    delimited by size into RECERT-LINE
  end-string
  write RECERT-LINE
  close RECERT-REPORT

  perform WRITE-DECISION-FILE

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Access recertification " REVIEW-ID ": " GRANT-COUNT
    " grant(s), " UNUSED-COUNT " unused, " SOD-COUNT
    " SoD conflict(s) -- decisions to '"
    function trim(WS-DECISION-FILE) "'"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if UNUSED-COUNT > 0 or WILDCARD-COUNT > 0 or DUPLICATE-COUNT > 0
      or SOD-COUNT > 0 or REFUSAL-COUNT > 0
    move 4 to return-code
  else
    move 0 to return-code
  end-if
  goback.

*> the authorization file into AUTH-RAW (every line) and the grant
*> table (the "OPERATOR FUNCTION" lines), blanks and "*" comments
*> skipped as grants but kept for the rewrite
LOAD-GRANTS.
  open input AUTH-FILE
  if WS-AUTH-STATUS not = "00"
    exit paragraph
  end-if
  move "Y" to AUTH-FILE-PRESENT
  perform forever
    read AUTH-FILE at end
      exit perform
    end-read
    if AUTH-RAW-COUNT >= AUTH-LINES-MAX
      move "Y" to AUTH-OVERFLOWED
      exit perform
    end-if
    add 1 to AUTH-RAW-COUNT
    move AUTH-LINE to AUTH-RAW(AUTH-RAW-COUNT)
    move 0 to AUTH-RAW-GRANT(AUTH-RAW-COUNT)
    move "N" to AUTH-RAW-DROP(AUTH-RAW-COUNT)
    if AUTH-LINE = spaces or AUTH-LINE(1:1) = "*"
      exit perform cycle
    end-if
    move spaces to AUTH-WORD-1 AUTH-WORD-2
    unstring AUTH-LINE delimited by all space
      into AUTH-WORD-1 AUTH-WORD-2
    end-unstring
    if AUTH-WORD-2 = spaces
      exit perform cycle
    end-if
    if GRANT-COUNT >= GRANTS-MAX
      move "Y" to AUTH-OVERFLOWED
      exit perform cycle
    end-if
    add 1 to GRANT-COUNT
    move GRANT-COUNT to AUTH-RAW-GRANT(AUTH-RAW-COUNT)
    move spaces to GRANT-ENTRY(GRANT-COUNT)
    move AUTH-WORD-1 to GR-OPERATOR(GRANT-COUNT)
    move AUTH-WORD-2 to GR-FUNCTION(GRANT-COUNT)
    move 0 to GR-USES(GRANT-COUNT)
    move "N" to GR-DUPLICATE(GRANT-COUNT) GR-SOD(GRANT-COUNT)
    perform varying MATCH-IDX from 1 by 1
        until MATCH-IDX >= GRANT-COUNT
      if GR-OPERATOR(MATCH-IDX) = AUTH-WORD-1
          and GR-FUNCTION(MATCH-IDX) = AUTH-WORD-2
        move "Y" to GR-DUPLICATE(GRANT-COUNT)
      end-if
    end-perform
  end-perform
  close AUTH-FILE.

*> "timestamp OPERATOR FUNCTION VERDICT RUN id" as CHECK-AUTHORITY
*> writes it. An allowed attempt is credited to the grant CHECK-
*> AUTHORITY would have matched -- the first in file order naming the
*> function or "*"
SCAN-ACCESS-LOG.
  open input ACCESS-LOG
  if WS-ACCESS-LOG-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read ACCESS-LOG at end
      exit perform
    end-read
    move spaces to AL-TIMESTAMP AL-OPERATOR AL-FUNCTION AL-VERDICT
    unstring ACCESS-LOG-LINE delimited by all space
      into AL-TIMESTAMP AL-OPERATOR AL-FUNCTION AL-VERDICT
    end-unstring
    move AL-TIMESTAMP(1:8) to AL-DATE
    if AL-DATE is not numeric
      exit perform cycle
    end-if
    if AL-DATE < REVIEW-FROM or AL-DATE > REVIEW-TO
      exit perform cycle
    end-if
    add 1 to WINDOW-ATTEMPTS
    evaluate AL-VERDICT
      when "ALLOWED"
        perform varying GRANT-IDX from 1 by 1
            until GRANT-IDX > GRANT-COUNT
          if GR-OPERATOR(GRANT-IDX) = AL-OPERATOR
              and (GR-FUNCTION(GRANT-IDX) = AL-FUNCTION
                or GR-FUNCTION(GRANT-IDX) = "*")
            add 1 to GR-USES(GRANT-IDX)
            if AL-DATE > GR-LAST-USED(GRANT-IDX)
                or GR-LAST-USED(GRANT-IDX) = spaces
              move AL-DATE to GR-LAST-USED(GRANT-IDX)
            end-if
            exit perform
          end-if
        end-perform
      when "REFUSED"
        perform ADD-REFUSAL
      when "NO-AUTH-FILE"
        add 1 to NO-AUTH-FILE-COUNT
      when other
        continue
    end-evaluate
  end-perform
  close ACCESS-LOG.

ADD-REFUSAL.
  perform varying REFUSAL-IDX from 1 by 1
      until REFUSAL-IDX > REFUSAL-COUNT
    if RF-OPERATOR(REFUSAL-IDX) = AL-OPERATOR
        and RF-FUNCTION(REFUSAL-IDX) = AL-FUNCTION
      add 1 to RF-COUNT(REFUSAL-IDX)
      if AL-DATE > RF-LAST(REFUSAL-IDX)
        move AL-DATE to RF-LAST(REFUSAL-IDX)
      end-if
      exit paragraph
    end-if
  end-perform
  if REFUSAL-COUNT >= REFUSALS-MAX
    move "Y" to REFUSALS-OVERFLOWED
    exit paragraph
  end-if
  add 1 to REFUSAL-COUNT
  move AL-OPERATOR to RF-OPERATOR(REFUSAL-COUNT)
  move AL-FUNCTION to RF-FUNCTION(REFUSAL-COUNT)
  move 1 to RF-COUNT(REFUSAL-COUNT)
  move AL-DATE to RF-LAST(REFUSAL-COUNT).

*> each operator once, against each pair of conflicting rights; the
*> grants that make up a conflict are flagged SOD
FIND-SOD-CONFLICTS.
  perform varying OPERATOR-IDX from 1 by 1
      until OPERATOR-IDX > GRANT-COUNT
    perform CHECK-FIRST-OF-OPERATOR
    if FIRST-OF-OPERATOR = "Y"
      perform varying SOD-IDX from 1 by 1 until SOD-IDX > SOD-RULES-COUNT
        move SOD-FUNCTION-A(SOD-IDX) to HOLDS-FUNCTION
        perform OPERATOR-HOLDS
        move HOLDS-ANSWER to HOLDS-A
        move SOD-FUNCTION-B(SOD-IDX) to HOLDS-FUNCTION
        perform OPERATOR-HOLDS
        move HOLDS-ANSWER to HOLDS-B
        if HOLDS-A = "Y" and HOLDS-B = "Y"
          add 1 to SOD-COUNT
          perform varying GRANT-IDX from 1 by 1
              until GRANT-IDX > GRANT-COUNT
            if GR-OPERATOR(GRANT-IDX) = GR-OPERATOR(OPERATOR-IDX)
                and (GR-FUNCTION(GRANT-IDX) = SOD-FUNCTION-A(SOD-IDX)
                  or GR-FUNCTION(GRANT-IDX) = SOD-FUNCTION-B(SOD-IDX)
                  or GR-FUNCTION(GRANT-IDX) = "*")
              move "Y" to GR-SOD(GRANT-IDX)
            end-if
          end-perform
        end-if
      end-perform
    end-if
  end-perform.

REPORT-SOD-CONFLICTS.
  perform varying OPERATOR-IDX from 1 by 1
      until OPERATOR-IDX > GRANT-COUNT
    perform CHECK-FIRST-OF-OPERATOR
    if FIRST-OF-OPERATOR = "Y"
      perform varying SOD-IDX from 1 by 1 until SOD-IDX > SOD-RULES-COUNT
        move SOD-FUNCTION-A(SOD-IDX) to HOLDS-FUNCTION
        perform OPERATOR-HOLDS
        move HOLDS-ANSWER to HOLDS-A
        move SOD-FUNCTION-B(SOD-IDX) to HOLDS-FUNCTION
        perform OPERATOR-HOLDS
        move HOLDS-ANSWER to HOLDS-B
        if HOLDS-A = "Y" and HOLDS-B = "Y"
          move spaces to RECERT-LINE
          string "  " GR-OPERATOR(OPERATOR-IDX) " HOLDS "
            function trim(SOD-FUNCTION-A(SOD-IDX)) " AND "
            function trim(SOD-FUNCTION-B(SOD-IDX)) " -- "
            function trim(SOD-REASON(SOD-IDX))
            delimited by size into RECERT-LINE
          end-string
          write RECERT-LINE
        end-if
      end-perform
    end-if
  end-perform.

CHECK-FIRST-OF-OPERATOR.
  move "Y" to FIRST-OF-OPERATOR
  perform varying MATCH-IDX from 1 by 1 until MATCH-IDX >= OPERATOR-IDX
    if GR-OPERATOR(MATCH-IDX) = GR-OPERATOR(OPERATOR-IDX)
      move "N" to FIRST-OF-OPERATOR
      exit perform
    end-if
  end-perform.

*> does the operator at OPERATOR-IDX hold HOLDS-FUNCTION, by name or
*> by "*"
OPERATOR-HOLDS.
  move "N" to HOLDS-ANSWER
  perform varying MATCH-IDX from 1 by 1 until MATCH-IDX > GRANT-COUNT
    if GR-OPERATOR(MATCH-IDX) = GR-OPERATOR(OPERATOR-IDX)
        and (GR-FUNCTION(MATCH-IDX) = HOLDS-FUNCTION
          or GR-FUNCTION(MATCH-IDX) = "*")
      move "Y" to HOLDS-ANSWER
      exit perform
    end-if
  end-perform.

SET-GRANT-FLAGS.
  move spaces to GR-FLAGS(GRANT-IDX)
  move 1 to FLAGS-PTR
  if GR-USES(GRANT-IDX) = 0
    add 1 to UNUSED-COUNT
    move "NEVER" to GR-LAST-USED(GRANT-IDX)
    string "UNUSED " delimited by size
      into GR-FLAGS(GRANT-IDX) with pointer FLAGS-PTR
    end-string
  end-if
  if GR-FUNCTION(GRANT-IDX) = "*"
    add 1 to WILDCARD-COUNT
    string "WILDCARD " delimited by size
      into GR-FLAGS(GRANT-IDX) with pointer FLAGS-PTR
    end-string
  end-if
  if GR-DUPLICATE(GRANT-IDX) = "Y"
    add 1 to DUPLICATE-COUNT
    string "DUPLICATE " delimited by size
      into GR-FLAGS(GRANT-IDX) with pointer FLAGS-PTR
    end-string
  end-if
  if GR-SOD(GRANT-IDX) = "Y"
    string "SOD " delimited by size
      into GR-FLAGS(GRANT-IDX) with pointer FLAGS-PTR
    end-string
  end-if.

*> the reviewing manager's worksheet: every grant with its use and
*> flags and an empty DECISION column, and an empty SIGNED line
WRITE-DECISION-FILE.
  open output DECISION-FILE
  move spaces to DECISION-LINE
  string "* ACCESS RECERTIFICATION REVIEW " REVIEW-ID
    " -- GRANTS IN operator-auth.txt AGAINST USE " REVIEW-FROM " TO "
    REVIEW-TO
    delimited by size into DECISION-LINE
  end-string
  write DECISION-LINE
  move "* WRITE KEEP OR REVOKE IN THE LAST COLUMN OF EVERY GRANT LINE,"
    to DECISION-LINE
  write DECISION-LINE
  move "* THEN PUT YOUR NAME AND THE DATE (yyyymmdd) ON THE SIGNED LINE"
    to DECISION-LINE
  write DECISION-LINE
  move spaces to DECISION-LINE
  string "REVIEW|" REVIEW-ID "|" REVIEW-FROM "|" REVIEW-TO
    delimited by size into DECISION-LINE
  end-string
  write DECISION-LINE
  move "* GRANT|OPERATOR|FUNCTION|USES|LAST USED|FLAGS|DECISION"
    to DECISION-LINE
  write DECISION-LINE
  perform varying GRANT-IDX from 1 by 1 until GRANT-IDX > GRANT-COUNT
    move spaces to DECISION-LINE
    string "GRANT|" function trim(GR-OPERATOR(GRANT-IDX)) "|"
      function trim(GR-FUNCTION(GRANT-IDX)) "|" GR-USES(GRANT-IDX) "|"
      function trim(GR-LAST-USED(GRANT-IDX)) "|"
      function trim(GR-FLAGS(GRANT-IDX)) "|"
      delimited by size into DECISION-LINE
    end-string
    write DECISION-LINE
  end-perform
  move "SIGNED||" to DECISION-LINE
  write DECISION-LINE
  close DECISION-FILE.

*> the signed worksheet applied: refused whole unless it is this
*> review's, signed, not yet applied, and decided on every line
APPLY-REVIEW.
  if WS-RECERT-REVIEW = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "RECERT_REVIEW must name the review being applied!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0002" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to APPLY-RC
    exit paragraph
  end-if
  move "ACCESS-RECERT" to AUTH-FUNCTION
  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0003" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-RECERT-REVIEW) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to APPLY-RC
    exit paragraph
  end-if
  accept WS-OPERATOR from environment "OPERATOR_ID"
  if WS-OPERATOR = spaces
    accept WS-OPERATOR from environment "USER"
  end-if
  if WS-OPERATOR = spaces
    move "UNKNOWN" to WS-OPERATOR
  end-if
  if AUTH-FILE-PRESENT = "N"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No authorization file on file -- nothing to apply to!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to APPLY-RC
    exit paragraph
  end-if
  if AUTH-OVERFLOWED = "Y"
    move 16 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Authorization file is larger than this program can safely "
      "rewrite -- nothing applied!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0004" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-RECERT-REVIEW) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 16 to APPLY-RC
    exit paragraph
  end-if

  move WS-RECERT-REVIEW to REVIEW-ID
  move spaces to WS-DECISION-FILE
  string "/data/access-review-" function trim(REVIEW-ID) ".txt"
    delimited by size into WS-DECISION-FILE
  end-string
  call "resolve-path" using WS-DECISION-FILE end-call

  *> "timestamp APPLIED review ..." -- a review goes in once
  open input REGISTER-FILE
  if WS-REGISTER-STATUS = "00"
    perform forever
      read REGISTER-FILE at end
        exit perform
      end-read
      move spaces to REG-WORD-1 REG-WORD-2 REG-WORD-3
      unstring REGISTER-LINE delimited by all space
        into REG-WORD-1 REG-WORD-2 REG-WORD-3
      end-unstring
      if REG-WORD-2 = "APPLIED" and REG-WORD-3 = REVIEW-ID
        move "REVIEW HAS ALREADY BEEN APPLIED" to APPLY-REASON
      end-if
    end-perform
    close REGISTER-FILE
  end-if

  move spaces to DF-REVIEW-ID DF-SIGNED-BY DF-SIGNED-ON
  open input DECISION-FILE
  if WS-DECISION-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Review file '" function trim(WS-DECISION-FILE)
      "' not found -- nothing applied"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to APPLY-RC
    exit paragraph
  end-if
  perform forever
    read DECISION-FILE at end
      exit perform
    end-read
    add 1 to DF-LINE-NO
    inspect DECISION-LINE replacing all x"0D" by space
    if DECISION-LINE = spaces or DECISION-LINE(1:1) = "*"
      exit perform cycle
    end-if
    move spaces to DF-WORD DF-FIELD-1 DF-FIELD-2 DF-FIELD-3 DF-FIELD-4
      DF-FIELD-5 DF-FIELD-6
    unstring DECISION-LINE delimited by "|"
      into DF-WORD DF-FIELD-1 DF-FIELD-2 DF-FIELD-3 DF-FIELD-4
        DF-FIELD-5 DF-FIELD-6
    end-unstring
    evaluate DF-WORD
      when "REVIEW"
        move DF-FIELD-1 to DF-REVIEW-ID
        move DF-FIELD-2 to DF-REVIEW-FROM
        move DF-FIELD-3 to DF-REVIEW-TO
      when "SIGNED"
        move "Y" to DF-SIGNED-SEEN
        move function trim(DF-FIELD-1) to DF-SIGNED-BY
        move function trim(DF-FIELD-2) to DF-SIGNED-ON
      when "GRANT"
        if DECISION-COUNT < GRANTS-MAX
          add 1 to DECISION-COUNT
          move function trim(DF-FIELD-1) to DEC-OPERATOR(DECISION-COUNT)
          move function trim(DF-FIELD-2) to DEC-FUNCTION(DECISION-COUNT)
          move function upper-case(function trim(DF-FIELD-6))
            to DEC-DECISION(DECISION-COUNT)
          move "N" to DEC-MATCHED(DECISION-COUNT)
          evaluate DEC-DECISION(DECISION-COUNT)
            when "KEEP"
              add 1 to KEEP-COUNT
            when "REVOKE"
              add 1 to REVOKE-COUNT
            when other
              add 1 to UNDECIDED-COUNT
          end-evaluate
        end-if
      when other
        continue
    end-evaluate
  end-perform
  close DECISION-FILE

  evaluate true
    when APPLY-REASON not = spaces
      continue
    when DF-REVIEW-ID not = REVIEW-ID
      move "REVIEW FILE DOES NOT CARRY THIS REVIEW'S ID" to APPLY-REASON
    when DF-SIGNED-SEEN = "N" or DF-SIGNED-BY = spaces
      move "REVIEW HAS NOT BEEN SIGNED" to APPLY-REASON
    when DF-SIGNED-ON(1:8) is not numeric or DF-SIGNED-ON(9:) not = spaces
      move "SIGNED LINE CARRIES NO VALID DATE" to APPLY-REASON
    when function test-date-yyyymmdd(function numval(DF-SIGNED-ON(1:8)))
        not = 0
      move "SIGNED LINE CARRIES NO VALID DATE" to APPLY-REASON
    when DECISION-COUNT = 0
      move "REVIEW HOLDS NO GRANT LINES" to APPLY-REASON
    when UNDECIDED-COUNT > 0
      move spaces to APPLY-REASON
      string UNDECIDED-COUNT " GRANT LINE(S) CARRY NEITHER KEEP NOR "
        "REVOKE" delimited by size into APPLY-REASON
      end-string
    when DF-SIGNED-BY = WS-OPERATOR
      move "THE SIGNING REVIEWER CANNOT ALSO APPLY THE REVIEW"
        to APPLY-REASON
    when other
      continue
  end-evaluate
  if APPLY-REASON not = spaces
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Access review " function trim(REVIEW-ID) " not applied: "
      function trim(APPLY-REASON)
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0005" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(REVIEW-ID) to WS-EXC-VALUE(1)
    move function trim(APPLY-REASON) to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to APPLY-RC
    exit paragraph
  end-if

  *> each grant line takes the next unused decision for the same
  *> operator and function, so a grant entered twice can lose one copy
  *> and keep the other; a grant added since the review was drawn up
  *> is not the reviewer's to judge and stays
  perform varying RAW-IDX from 1 by 1 until RAW-IDX > AUTH-RAW-COUNT
    move AUTH-RAW-GRANT(RAW-IDX) to GRANT-IDX
    if GRANT-IDX > 0
      move 0 to MATCH-IDX
      perform varying DECISION-IDX from 1 by 1
          until DECISION-IDX > DECISION-COUNT
        if DEC-OPERATOR(DECISION-IDX) = GR-OPERATOR(GRANT-IDX)
            and DEC-FUNCTION(DECISION-IDX) = GR-FUNCTION(GRANT-IDX)
            and DEC-MATCHED(DECISION-IDX) = "N"
          move DECISION-IDX to MATCH-IDX
          move "Y" to DEC-MATCHED(DECISION-IDX)
          exit perform
        end-if
      end-perform
      evaluate true
        when MATCH-IDX = 0
          add 1 to UNREVIEWED-COUNT
        when DEC-DECISION(MATCH-IDX) = "REVOKE"
          move "Y" to AUTH-RAW-DROP(RAW-IDX)
          add 1 to REVOKED-LINES
        when other
          continue
      end-evaluate
    end-if
  end-perform

  *> the file as it stood goes aside first: if the copy cannot be
  *> made, nothing is changed
  move spaces to ARCHIVE-TARGET
  string "/data/operator-auth.txt." function trim(REVIEW-ID) ".bak"
    delimited by size into ARCHIVE-TARGET
  end-string
  call "resolve-path" using ARCHIVE-TARGET end-call
  move "N" to ARCHIVE-TRUNCATE
  call "archive-file" using WS-AUTH-FILE ARCHIVE-TARGET ARCHIVE-TRUNCATE
    ARCHIVE-STATUS end-call
  if ARCHIVE-STATUS not = "0"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Authorization file could not be copied aside -- nothing "
      "applied!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0006" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(REVIEW-ID) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to APPLY-RC
    exit paragraph
  end-if

  open output AUTH-FILE
  perform varying RAW-IDX from 1 by 1 until RAW-IDX > AUTH-RAW-COUNT
    if AUTH-RAW-DROP(RAW-IDX) = "N"
      move AUTH-RAW(RAW-IDX) to AUTH-LINE
      write AUTH-LINE
    end-if
  end-perform
  close AUTH-FILE

  *> the signed worksheet is kept as it was applied -- later edits to
  *> the working copy do not change the evidence
  move spaces to ARCHIVE-TARGET
  string "/data/access-review-" function trim(REVIEW-ID) ".signed"
    delimited by size into ARCHIVE-TARGET
  end-string
  call "resolve-path" using ARCHIVE-TARGET end-call
  call "archive-file" using WS-DECISION-FILE ARCHIVE-TARGET
    ARCHIVE-TRUNCATE ARCHIVE-STATUS end-call

  open extend REGISTER-FILE
  if WS-REGISTER-STATUS = "35"
    open output REGISTER-FILE
  end-if
  move spaces to REGISTER-LINE
  string function current-date(1:14) " APPLIED " function trim(REVIEW-ID)
    " WINDOW " DF-REVIEW-FROM "-" DF-REVIEW-TO " SIGNED-BY "
    function trim(DF-SIGNED-BY) " ON " DF-SIGNED-ON(1:8) " APPLIED-BY "
    function trim(WS-OPERATOR) " KEPT " KEEP-COUNT " REVOKED "
    REVOKE-COUNT " RUN " WS-RUN-ID
    delimited by size into REGISTER-LINE
  end-string
  write REGISTER-LINE
  close REGISTER-FILE

  open output RECERT-REPORT
  move spaces to RECERT-LINE
  string "ACCESS RECERTIFICATION APPLY " RUN-DATE " REVIEW "
    function trim(REVIEW-ID) " SIGNED BY " function trim(DF-SIGNED-BY)
    " ON " DF-SIGNED-ON(1:8) " APPLIED BY " function trim(WS-OPERATOR)
    delimited by size into RECERT-LINE
  end-string
  write RECERT-LINE
  perform varying DECISION-IDX from 1 by 1
      until DECISION-IDX > DECISION-COUNT
    if DEC-DECISION(DECISION-IDX) = "REVOKE"
      move spaces to RECERT-LINE
      if DEC-MATCHED(DECISION-IDX) = "Y"
        string "  REVOKED " DEC-OPERATOR(DECISION-IDX) " "
          DEC-FUNCTION(DECISION-IDX)
          delimited by size into RECERT-LINE
        end-string
      else
        add 1 to GONE-COUNT
        string "  REVOKE  " DEC-OPERATOR(DECISION-IDX) " "
          DEC-FUNCTION(DECISION-IDX)
          " -- ALREADY GONE FROM THE AUTHORIZATION FILE"
          delimited by size into RECERT-LINE
        end-string
      end-if
      write RECERT-LINE
    end-if
  end-perform
  if UNREVIEWED-COUNT > 0
    move spaces to RECERT-LINE
    string "  " UNREVIEWED-COUNT " GRANT(S) ADDED SINCE THE REVIEW WAS "
      "DRAWN UP -- LEFT IN PLACE FOR THE NEXT REVIEW"
      delimited by size into RECERT-LINE
    end-string
    write RECERT-LINE
  end-if
  move spaces to RECERT-LINE
  string "SUMMARY: " KEEP-COUNT " KEPT, " REVOKE-COUNT " REVOKED ("
    REVOKED-LINES " AUTHORIZATION LINE(S) REMOVED) -- PRIOR FILE KEPT "
    "AS operator-auth.txt." function trim(REVIEW-ID) ".bak, SIGNED "
    "REVIEW AS access-review-" function trim(REVIEW-ID) ".signed"
    delimited by size into RECERT-LINE
  end-string
  write RECERT-LINE
  close RECERT-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Access review " function trim(REVIEW-ID) " applied: "
    KEEP-COUNT " kept, " REVOKE-COUNT " revoked"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if GONE-COUNT > 0 or UNREVIEWED-COUNT > 0
    move 4 to APPLY-RC
  end-if.
