identification division.
program-id. refresh-test-data.

environment division.
input-output section.
file-control.
  select CATALOG-FILE assign to dynamic WS-CATALOG-FILE
    organization line sequential file status WS-CATALOG-STATUS.
  select SOURCE-FILE assign to dynamic WS-SOURCE-FILE
    organization line sequential file status WS-SOURCE-STATUS.
  select TARGET-FILE assign to dynamic WS-TARGET-FILE
    organization line sequential file status WS-TARGET-STATUS.
  select REFRESH-LOG assign to dynamic WS-REFRESH-LOG-FILE
    organization line sequential file status WS-REFRESH-LOG-STATUS.
  select NODE-REF-MASTER assign to dynamic WS-NODE-REF-MASTER-FILE
    organization indexed
    access dynamic
    record key NODE-REF-CODE
    file status WS-MASTER-STATUS.
  select TARGET-REF-MASTER assign to dynamic WS-TARGET-MASTER-FILE
    organization indexed
    access dynamic
    record key TARGET-REF-CODE
    file status WS-TARGET-MASTER-STATUS.

data division.
file section.
  fd CATALOG-FILE.
  01 CATALOG-LINE  pic x(240).

  fd SOURCE-FILE.
  01 SOURCE-LINE  pic x(240).

  fd TARGET-FILE.
  01 TARGET-LINE  pic x(240).

  fd REFRESH-LOG.
  01 REFRESH-LOG-LINE  pic x(240).

  fd NODE-REF-MASTER.
    copy node-ref.

  *> the test root's master, laid out as NODE-REF-RECORD
  fd TARGET-REF-MASTER.
  01 TARGET-REF-RECORD.
    05 TARGET-REF-CODE   pic a(4).
    05 filler            pic x(76).

working-storage section.
  78 COPY-FILE-COUNT value 6.
  78 MASK-FILE-COUNT value 5.
  78 IDENT-MAX value 2000.
  78 PARTNER-MAX value 2000.

  *> production files that carry no personal or partner data and go
  *> across line for line, alongside the catalog version's own map and
  *> instruction snapshots
  01 COPY-FILES-OUTER.
    05 filler pic x(30) value "node-reference.txt".
    05 filler pic x(30) value "node-alias.txt".
    05 filler pic x(30) value "step-costs.txt".
    05 filler pic x(30) value "run-history.log".
    05 filler pic x(30) value "run-stats.log".
    05 filler pic x(30) value "message-catalog.txt".
  01 COPY-FILES-TABLE redefines COPY-FILES-OUTER.
    05 COPY-FILE-NAME  pic x(30) occurs COPY-FILE-COUNT times.

  *> files that are masked on the way across: the operator identity is
  *> the Nth blank-separated word of every line (W -- the pending queue
  *> puts its line mark in front of the timestamp, and its applied lines
  *> carry the approver's sign-off too, S), the Nth "|" field (F), or
  *> the partner file's identifier after the "|" (P)
  01 MASK-FILES-OUTER.
    05 filler pic x(30) value "access-log.txt".
    05 filler pic x value "W".
    05 filler pic 9 value 2.
    05 filler pic x(30) value "node-maint-journal.txt".
    05 filler pic x value "W".
    05 filler pic 9 value 2.
    05 filler pic x(30) value "pending-changes.txt".
    05 filler pic x value "S".
    05 filler pic 9 value 3.
    05 filler pic x(30) value "partner-codes.txt".
    05 filler pic x value "P".
    05 filler pic 9 value 0.
    05 filler pic x(30) value "node-ref-history.txt".
    05 filler pic x value "F".
    05 filler pic 9 value 7.
  01 MASK-FILES-TABLE redefines MASK-FILES-OUTER.
    05 MASK-FILE-ENTRY occurs MASK-FILE-COUNT times.
      10 MASK-FILE-NAME  pic x(30).
      10 MASK-KIND       pic x.
        88 MASK-BY-WORD     value "W".
        88 MASK-WITH-SIGNOFF value "S".
        88 MASK-BY-FIELD    value "F".
        88 MASK-PARTNER     value "P".
      10 MASK-WORD       pic 9.
  01 FILE-IDX           pic 9.

  01 WS-CATALOG-FILE    pic x(100).
  01 WS-CATALOG-STATUS  pic x(2).
  01 WS-SOURCE-FILE     pic x(100).
  01 WS-SOURCE-STATUS   pic x(2).
  01 WS-TARGET-FILE     pic x(100).
  01 WS-TARGET-STATUS   pic x(2).
  01 WS-REFRESH-LOG-FILE   pic x(100).
  01 WS-REFRESH-LOG-STATUS pic x(2).
  01 WS-NODE-REF-MASTER-FILE pic x(100).
  01 WS-MASTER-STATUS   pic x(2).
  01 WS-TARGET-MASTER-FILE pic x(100).
  01 WS-TARGET-MASTER-STATUS pic x(2).
  01 MASTER-RECORDS     pic 9(8).

  *> production is read where it lives; the test root is named
  *> outright. Neither goes through the data-root resolver -- the
  *> whole point is to work across two roots at once
  01 SOURCE-ROOT        pic x(60).
  01 TARGET-ROOT        pic x(60).
  01 ROOT-LENGTH        pic 9(2).
  01 FILE-NAME          pic x(60).

  01 WS-OPERATOR        pic x(20).
  01 WS-RUN-ID          pic x(8).
  01 REFRESH-TIMESTAMP  pic x(14).
  01 TODAY-DATE         pic 9(8).
  01 WS-VERSION-TEXT    pic x(8).
  01 REFRESH-VERSION    pic 9(8) value 0.
  01 VERSION-FOUND      pic x value "N".
  01 VERSION-MAP        pic x(100).
  01 VERSION-INSTR      pic x(100).
  01 VERSION-MAP-NAME   pic x(60).
  01 VERSION-INSTR-NAME pic x(60).

  01 PARSE-DUMMY        pic x(12).
  01 LINE-EFFECTIVE     pic 9(8).
  01 LINE-MAP           pic x(100).
  01 LINE-INSTR         pic x(100).
  01 LINE-TAIL          pic x(100).

  01 AUTH-FUNCTION      pic x(20) value "REFRESH-TEST-DATA".
  01 AUTH-ALLOWED       pic x.

  01 ARCHIVE-TRUNCATE   pic x value "N".
  01 ARCHIVE-STATUS     pic x.
    88 ARCHIVE-OK          value "0".
    88 ARCHIVE-NO-SOURCE   value "1".
    88 ARCHIVE-BAD-RECORD  value "2".

  *> one pseudonym per production identity for the whole refresh, so
  *> the operator who queued a change is the same test operator in the
  *> queue, the journal, the access log and the reference history.
  *> The pairing is kept only
  *> in storage and never written anywhere
  01 IDENT-TABLE.
    05 IDENT-ENTRY occurs IDENT-MAX times.
      10 IDENT-PROD      pic x(20).
      10 IDENT-PSEUDO    pic x(20).
  01 IDENT-COUNT        pic 9(4) value 0.
  01 IDENT-IDX          pic 9(4).
  01 PARTNER-TABLE.
    05 PARTNER-ENTRY occurs PARTNER-MAX times.
      10 PARTNER-PROD    pic x(20).
      10 PARTNER-PSEUDO  pic x(20).
  01 PARTNER-COUNT      pic 9(4) value 0.
  01 PARTNER-IDX        pic 9(4).
  01 PSEUDO-SEQ         pic 9(4).
  01 MASK-OVERFLOW      pic x value "N".

  01 MASK-IN            pic x(20).
  01 MASK-OUT           pic x(20).
  01 WORD-PTR           pic 9(3).
  01 WORD-START         pic 9(3).
  01 WORD-NUMBER        pic 9.
  01 MASK-AT-WORD       pic 9.
  01 QUEUE-MARK         pic x(10).
  01 SKIP-WORD          pic x(240).
  01 IDENT-WORD         pic x(60).
  01 IDENT-PART-1       pic x(30).
  01 IDENT-PART-2       pic x(30).
  01 IDENT-PART-1-MASKED pic x(20).
  01 MASKED-WORD        pic x(60).
  01 PARTNER-NODE       pic x(20).
  01 PARTNER-CODE       pic x(20).

  01 FILES-COPIED       pic 9(3) value 0.
  01 FILES-ABSENT       pic 9(3) value 0.
  01 LINES-MASKED       pic 9(8) value 0.
  01 FILE-LINES         pic 9(8).
  01 COPY-FAILED        pic x value "N".
  *> the keyed node reference history is built in the test root from
  *> the masked flat history, never copied from production
  01 WS-REF-HISTORY-FILE pic x(100).
  01 WS-NODE-HIST-FILE  pic x(100).
  01 HIST-BUILT-RECORDS pic 9(8).
  01 HIST-STORE-STATUS  pic x(2).
  01 HIST-BUILD-STATUS  pic x.
  01 REFRESH-RESULT     pic x(50).

  01 WS-EXC-PROGRAM     pic x(20) value "REFRESH-TEST-DATA".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> the test root on demand: one catalog version of production --
  *> its map and instructions, with the reference (its keyed master
  *> included), alias, cost and run-history files -- copied into a
  *> named test root, operator ids pseudonymised and partner
  *> identifiers replaced on the way. Never
  *> into production itself, and every refresh (and every refusal) on
  *> the refresh log
  call "run-id" using WS-RUN-ID end-call
  move function current-date(1:14) to REFRESH-TIMESTAMP
  move function current-date(1:8) to TODAY-DATE
  move "/data/refresh-log.txt" to WS-REFRESH-LOG-FILE
  call "resolve-path" using WS-REFRESH-LOG-FILE end-call

  accept WS-OPERATOR from environment "OPERATOR_ID"
  if WS-OPERATOR = spaces
    accept WS-OPERATOR from environment "USER"
  end-if
  if WS-OPERATOR = spaces
    move "UNKNOWN" to WS-OPERATOR
  end-if

  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0202" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

  accept SOURCE-ROOT from environment "REFRESH_SOURCE_ROOT"
  if SOURCE-ROOT = spaces
    move "/data" to SOURCE-ROOT
  end-if
  accept TARGET-ROOT from environment "REFRESH_TARGET_ROOT"
  move SOURCE-ROOT to SKIP-WORD
  perform STRIP-TRAILING-SLASH
  move SKIP-WORD to SOURCE-ROOT
  move TARGET-ROOT to SKIP-WORD
  perform STRIP-TRAILING-SLASH
  move SKIP-WORD to TARGET-ROOT

  *> production is refused however it is spelled to us: the
  *> conventional root, or the very root being copied from
  if TARGET-ROOT = spaces or TARGET-ROOT = "/data"
      or TARGET-ROOT = SOURCE-ROOT
    move "REFUSED -- TARGET IS PRODUCTION OR NOT GIVEN" to REFRESH-RESULT
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Refresh refused: REFRESH_TARGET_ROOT must name a test "
      "root other than production (got '" function trim(TARGET-ROOT)
      "')"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0203" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(TARGET-ROOT) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    perform WRITE-REFRESH-LOG
    move 12 to return-code
    goback
  end-if

  *> the stamp goes in first, saying the refresh is under way -- it
  *> proves the test root is there and writable before anything is
  *> copied, and a refresh cut short leaves it saying so
  move spaces to WS-TARGET-FILE
  string function trim(TARGET-ROOT) "/refresh-stamp.txt"
    delimited by size into WS-TARGET-FILE
  end-string
  open output TARGET-FILE
  if WS-TARGET-STATUS not = "00"
    move "REFUSED -- TARGET ROOT NOT WRITABLE" to REFRESH-RESULT
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Refresh refused: test root " function trim(TARGET-ROOT)
      " is not there or not writable"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0204" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(TARGET-ROOT) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    perform WRITE-REFRESH-LOG
    move 12 to return-code
    goback
  end-if
  move spaces to TARGET-LINE
  string "REFRESH IN PROGRESS " REFRESH-TIMESTAMP " BY "
    function trim(WS-OPERATOR) " RUN " WS-RUN-ID
    delimited by size into TARGET-LINE
  end-string
  write TARGET-LINE
  close TARGET-FILE

  accept WS-VERSION-TEXT from environment "REFRESH_VERSION"
  if WS-VERSION-TEXT not = spaces
    if WS-VERSION-TEXT is not numeric
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "REFRESH_VERSION must be a catalog effective date "
        "(yyyymmdd)!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 8 to return-code
      goback
    end-if
    move WS-VERSION-TEXT to REFRESH-VERSION
  end-if

  *> the chosen version is the last catalog line for its date; with no
  *> version given, the one in force today -- the rule RESOLVE-MAP-
  *> VERSION applies
  move spaces to WS-CATALOG-FILE
  string function trim(SOURCE-ROOT) "/map-catalog.txt"
    delimited by size into WS-CATALOG-FILE
  end-string
  open input CATALOG-FILE
  if WS-CATALOG-STATUS not = "00"
    move "REFUSED -- NO MAP CATALOG" to REFRESH-RESULT
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Refresh refused: no map catalog at "
      function trim(WS-CATALOG-FILE)
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0205" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-CATALOG-FILE) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    perform WRITE-REFRESH-LOG
    move 12 to return-code
    goback
  end-if
  perform forever
    read CATALOG-FILE at end
      exit perform
    end-read
    move spaces to PARSE-DUMMY LINE-MAP LINE-INSTR LINE-TAIL
    move 0 to LINE-EFFECTIVE
    unstring CATALOG-LINE
        delimited by "EFFECTIVE " or " MAP " or " INSTR " or " ROLLBACK "
      into PARSE-DUMMY LINE-EFFECTIVE LINE-MAP LINE-INSTR LINE-TAIL
    end-unstring
    if LINE-EFFECTIVE = 0
      exit perform cycle
    end-if
    if WS-VERSION-TEXT not = spaces
      if LINE-EFFECTIVE = REFRESH-VERSION
        move "Y" to VERSION-FOUND
        move LINE-MAP to VERSION-MAP
        move LINE-INSTR to VERSION-INSTR
      end-if
    else
      if LINE-EFFECTIVE <= TODAY-DATE
          and (VERSION-FOUND = "N" or LINE-EFFECTIVE >= REFRESH-VERSION)
        move "Y" to VERSION-FOUND
        move LINE-EFFECTIVE to REFRESH-VERSION
        move LINE-MAP to VERSION-MAP
        move LINE-INSTR to VERSION-INSTR
      end-if
    end-if
  end-perform
  close CATALOG-FILE
  if VERSION-FOUND = "N"
    move "REFUSED -- VERSION NOT IN CATALOG" to REFRESH-RESULT
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Refresh refused: no catalog version effective "
      REFRESH-VERSION
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0206" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move REFRESH-VERSION to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    perform WRITE-REFRESH-LOG
    move 8 to return-code
    goback
  end-if

  *> the version's snapshots keep their own names in the test root and
  *> also become its live map and instructions, so a test run picks
  *> them up with or without the catalog
  move VERSION-MAP to SKIP-WORD
  perform LAST-PATH-PART
  move IDENT-WORD to VERSION-MAP-NAME
  move VERSION-INSTR to SKIP-WORD
  perform LAST-PATH-PART
  move IDENT-WORD to VERSION-INSTR-NAME

  move VERSION-MAP to WS-SOURCE-FILE
  perform SOURCE-FROM-CATALOG
  move VERSION-MAP-NAME to FILE-NAME
  perform COPY-ONE-FILE
  move "map.txt" to FILE-NAME
  perform COPY-ONE-FILE
  move VERSION-INSTR to WS-SOURCE-FILE
  perform SOURCE-FROM-CATALOG
  move VERSION-INSTR-NAME to FILE-NAME
  perform COPY-ONE-FILE
  move "instructions.txt" to FILE-NAME
  perform COPY-ONE-FILE
  if COPY-FAILED = "Y" or FILES-COPIED < 4
    move "FAILED -- VERSION SNAPSHOTS NOT COPIED" to REFRESH-RESULT
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Refresh FAILED: the version " REFRESH-VERSION
      " map/instruction snapshots could not be copied to "
      function trim(TARGET-ROOT)
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0207" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move REFRESH-VERSION to WS-EXC-VALUE(1)
    move function trim(TARGET-ROOT) to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    perform WRITE-REFRESH-LOG
    move 12 to return-code
    goback
  end-if

  *> a one-entry catalog in the test root, naming the snapshots under
  *> the conventional prefix so they resolve against the test root
  move spaces to WS-TARGET-FILE
  string function trim(TARGET-ROOT) "/map-catalog.txt"
    delimited by size into WS-TARGET-FILE
  end-string
  open output TARGET-FILE
  move spaces to TARGET-LINE
  string "EFFECTIVE " REFRESH-VERSION " MAP /data/"
    function trim(VERSION-MAP-NAME) " INSTR /data/"
    function trim(VERSION-INSTR-NAME)
    delimited by size into TARGET-LINE
  end-string
  write TARGET-LINE
  close TARGET-FILE

  perform varying FILE-IDX from 1 by 1 until FILE-IDX > COPY-FILE-COUNT
    move spaces to WS-SOURCE-FILE
    string function trim(SOURCE-ROOT) "/"
      function trim(COPY-FILE-NAME(FILE-IDX))
      delimited by size into WS-SOURCE-FILE
    end-string
    move COPY-FILE-NAME(FILE-IDX) to FILE-NAME
    perform COPY-ONE-FILE
  end-perform

  perform COPY-NODE-REF-MASTER

  perform varying FILE-IDX from 1 by 1 until FILE-IDX > MASK-FILE-COUNT
    perform MASK-ONE-FILE
  end-perform
  perform BUILD-NODE-HISTORY

  evaluate true
    when COPY-FAILED = "Y"
      move "COMPLETED WITH COPY FAILURES" to REFRESH-RESULT
      move 8 to return-code
    when MASK-OVERFLOW = "Y"
      move "COMPLETED -- PSEUDONYM TABLE FULL" to REFRESH-RESULT
      move 4 to return-code
    when FILES-ABSENT > 0
      move "COMPLETED -- SOME FILES ABSENT" to REFRESH-RESULT
      move 4 to return-code
    when other
      move "COMPLETED" to REFRESH-RESULT
      move 0 to return-code
  end-evaluate
  perform WRITE-REFRESH-LOG

  *> the stamp tells anyone in the test root what they are looking at
  move spaces to WS-TARGET-FILE
  string function trim(TARGET-ROOT) "/refresh-stamp.txt"
    delimited by size into WS-TARGET-FILE
  end-string
  open output TARGET-FILE
  move spaces to TARGET-LINE
  string "REFRESHED " REFRESH-TIMESTAMP " FROM PRODUCTION CATALOG VERSION "
    REFRESH-VERSION " BY " function trim(WS-OPERATOR) " RUN " WS-RUN-ID
    delimited by size into TARGET-LINE
  end-string
  write TARGET-LINE
  move spaces to TARGET-LINE
  string "OPERATOR IDS PSEUDONYMISED (" IDENT-COUNT
    "), PARTNER CODES SYNTHETIC (" PARTNER-COUNT
    ") -- NOT FOR RECONCILIATION WITH PRODUCTION"
    delimited by size into TARGET-LINE
  end-string
  write TARGET-LINE
  close TARGET-FILE

  move return-code to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Test refresh of catalog version " REFRESH-VERSION " into "
    function trim(TARGET-ROOT) ": " FILES-COPIED " file(s) copied, "
    FILES-ABSENT " absent, " LINES-MASKED " line(s) masked -- "
    function trim(REFRESH-RESULT)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move JOB-LOG-RC to return-code
  goback.

*> drop one trailing slash from the root held in SKIP-WORD
STRIP-TRAILING-SLASH.
  if SKIP-WORD = spaces
    exit paragraph
  end-if
  compute ROOT-LENGTH = function length(function trim(SKIP-WORD))
  if ROOT-LENGTH > 1 and SKIP-WORD(ROOT-LENGTH:1) = "/"
    move space to SKIP-WORD(ROOT-LENGTH:1)
  end-if.

*> the file name after the last "/" of the path in SKIP-WORD
LAST-PATH-PART.
  move spaces to IDENT-WORD
  compute ROOT-LENGTH = function length(function trim(SKIP-WORD))
  perform varying WORD-PTR from ROOT-LENGTH by -1 until WORD-PTR < 1
    if SKIP-WORD(WORD-PTR:1) = "/"
      exit perform
    end-if
  end-perform
  move SKIP-WORD(WORD-PTR + 1:ROOT-LENGTH - WORD-PTR) to IDENT-WORD.

*> a catalog name under the conventional prefix is read from the
*> source root; anything else is read where it names
SOURCE-FROM-CATALOG.
  if WS-SOURCE-FILE(1:6) = "/data/"
    move WS-SOURCE-FILE to SKIP-WORD
    move spaces to WS-SOURCE-FILE
    string function trim(SOURCE-ROOT) SKIP-WORD(6:)
      delimited by size into WS-SOURCE-FILE
    end-string
  end-if.

*> WS-SOURCE-FILE to FILE-NAME under the test root, as it stands
COPY-ONE-FILE.
  move spaces to WS-TARGET-FILE
  string function trim(TARGET-ROOT) "/" function trim(FILE-NAME)
    delimited by size into WS-TARGET-FILE
  end-string
  call "archive-file" using WS-SOURCE-FILE WS-TARGET-FILE
    ARCHIVE-TRUNCATE ARCHIVE-STATUS end-call
  evaluate true
    when ARCHIVE-OK
      add 1 to FILES-COPIED
      move 0 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "  COPIED " function trim(FILE-NAME)
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    when ARCHIVE-NO-SOURCE
      add 1 to FILES-ABSENT
      move 4 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "  ABSENT " function trim(WS-SOURCE-FILE)
        " -- not in production, none in the test root either"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    when other
      move "Y" to COPY-FAILED
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "  FAILED " function trim(FILE-NAME)
        " -- a record too long to copy whole"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0208" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(WS-SOURCE-FILE) to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
  end-evaluate.

*> the keyed node-reference master across record for record, replacing
*> whatever master the test root held -- the flat node-reference.txt
*> is only last night's extract of it, so a test root built from that
*> alone would miss every change made since
COPY-NODE-REF-MASTER.
  move spaces to WS-NODE-REF-MASTER-FILE WS-TARGET-MASTER-FILE
  string function trim(SOURCE-ROOT) "/node-reference.idx"
    delimited by size into WS-NODE-REF-MASTER-FILE
  end-string
  string function trim(TARGET-ROOT) "/node-reference.idx"
    delimited by size into WS-TARGET-MASTER-FILE
  end-string
  open input NODE-REF-MASTER
  if WS-MASTER-STATUS not = "00"
    add 1 to FILES-ABSENT
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "  ABSENT " function trim(WS-NODE-REF-MASTER-FILE)
      " -- not in production, none in the test root either"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    exit paragraph
  end-if
  open output TARGET-REF-MASTER
  if WS-TARGET-MASTER-STATUS not = "00"
    close NODE-REF-MASTER
    perform REPORT-MASTER-FAILED
    exit paragraph
  end-if
  move 0 to MASTER-RECORDS
  perform forever
    read NODE-REF-MASTER next record at end
      exit perform
    end-read
    move NODE-REF-RECORD to TARGET-REF-RECORD
    write TARGET-REF-RECORD
      invalid key continue
    end-write
    if WS-TARGET-MASTER-STATUS(1:1) not = "0"
      exit perform
    end-if
    add 1 to MASTER-RECORDS
  end-perform
  close NODE-REF-MASTER TARGET-REF-MASTER
  if WS-TARGET-MASTER-STATUS(1:1) not = "0"
    perform REPORT-MASTER-FAILED
    exit paragraph
  end-if
  add 1 to FILES-COPIED
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "  COPIED node-reference.idx " MASTER-RECORDS " record(s)"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call.

REPORT-MASTER-FAILED.
  move "Y" to COPY-FAILED
  move 12 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "  FAILED node-reference.idx -- the test root's master could "
    "not be written (status " WS-TARGET-MASTER-STATUS ")"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call.

*> the test root's keyed node reference history, built from the flat
*> history as masked above -- so it names the same pseudonyms
BUILD-NODE-HISTORY.
  move spaces to WS-REF-HISTORY-FILE WS-NODE-HIST-FILE
  string function trim(TARGET-ROOT) "/node-ref-history.txt"
    delimited by size into WS-REF-HISTORY-FILE
  end-string
  string function trim(TARGET-ROOT) "/node-ref-history.idx"
    delimited by size into WS-NODE-HIST-FILE
  end-string
  call "build-ref-history" using WS-REF-HISTORY-FILE WS-NODE-HIST-FILE
    HIST-BUILT-RECORDS HIST-STORE-STATUS HIST-BUILD-STATUS end-call
  move spaces to JOB-LOG-TEXT
  if HIST-BUILD-STATUS = "2"
    move "Y" to COPY-FAILED
    move 12 to JOB-LOG-RC
    string "  FAILED node-ref-history.idx -- the test root's keyed "
      "history could not be written (status " HIST-STORE-STATUS ")"
      delimited by size into JOB-LOG-TEXT
    end-string
  else
    move 0 to JOB-LOG-RC
    string "  BUILT node-ref-history.idx " HIST-BUILT-RECORDS
      " record(s)"
      delimited by size into JOB-LOG-TEXT
    end-string
  end-if
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call.

*> one masked file across: an identity word replaced by its
*> pseudonym, or the partner identifier by its synthetic stand-in
MASK-ONE-FILE.
  move spaces to WS-SOURCE-FILE WS-TARGET-FILE
  string function trim(SOURCE-ROOT) "/"
    function trim(MASK-FILE-NAME(FILE-IDX))
    delimited by size into WS-SOURCE-FILE
  end-string
  string function trim(TARGET-ROOT) "/"
    function trim(MASK-FILE-NAME(FILE-IDX))
    delimited by size into WS-TARGET-FILE
  end-string
  open input SOURCE-FILE
  if WS-SOURCE-STATUS not = "00"
    add 1 to FILES-ABSENT
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "  ABSENT " function trim(WS-SOURCE-FILE)
      " -- not in production, none in the test root either"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    exit paragraph
  end-if
  open output TARGET-FILE
  move 0 to FILE-LINES
  perform forever
    read SOURCE-FILE at end
      exit perform
    end-read
    move spaces to TARGET-LINE
    move MASK-WORD(FILE-IDX) to MASK-AT-WORD
    evaluate true
      when MASK-PARTNER(FILE-IDX)
        perform MASK-PARTNER-LINE
      when MASK-BY-FIELD(FILE-IDX)
        perform MASK-FIELD-LINE
      when MASK-WITH-SIGNOFF(FILE-IDX)
        perform MASK-IDENTITY-LINE
        perform MASK-SIGNOFF-WORD
      when other
        perform MASK-IDENTITY-LINE
    end-evaluate
    write TARGET-LINE
    add 1 to FILE-LINES
  end-perform
  close TARGET-FILE
  close SOURCE-FILE
  add 1 to FILES-COPIED
  add FILE-LINES to LINES-MASKED
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "  MASKED " function trim(MASK-FILE-NAME(FILE-IDX)) " "
    FILE-LINES " line(s)"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call.

*> word MASK-AT-WORD of SOURCE-LINE masked into TARGET-LINE; the
*> identity word may be one operator or a submitter/approver pair. A
*> change-set or ticket tag where a sign-off would sit is no identity
MASK-IDENTITY-LINE.
  move 1 to WORD-PTR
  move 1 to WORD-NUMBER
  perform until WORD-NUMBER >= MASK-AT-WORD or WORD-PTR > 240
    move spaces to SKIP-WORD
    unstring SOURCE-LINE delimited by all space
      into SKIP-WORD with pointer WORD-PTR
    end-unstring
    add 1 to WORD-NUMBER
  end-perform
  if WORD-PTR > 240
    move SOURCE-LINE to TARGET-LINE
    exit paragraph
  end-if
  move WORD-PTR to WORD-START
  move spaces to IDENT-WORD
  unstring SOURCE-LINE delimited by all space
    into IDENT-WORD with pointer WORD-PTR
  end-unstring
  if IDENT-WORD = spaces
      or IDENT-WORD(1:4) = "SET=" or IDENT-WORD(1:4) = "TKT="
    move SOURCE-LINE to TARGET-LINE
    exit paragraph
  end-if
  move spaces to IDENT-PART-1 IDENT-PART-2
  unstring IDENT-WORD delimited by "/"
    into IDENT-PART-1 IDENT-PART-2
  end-unstring
  move IDENT-PART-1 to MASK-IN
  perform PSEUDONYM-FOR-IDENT
  move MASK-OUT to MASKED-WORD IDENT-PART-1-MASKED
  if IDENT-PART-2 not = spaces
    move IDENT-PART-2 to MASK-IN
    perform PSEUDONYM-FOR-IDENT
    move spaces to MASKED-WORD
    string function trim(IDENT-PART-1-MASKED) "/" function trim(MASK-OUT)
      delimited by size into MASKED-WORD
    end-string
  end-if
  if WORD-START > 1
    string SOURCE-LINE(1:WORD-START - 1) function trim(MASKED-WORD)
      delimited by size into TARGET-LINE
    end-string
  else
    move function trim(MASKED-WORD) to TARGET-LINE
  end-if
  if WORD-PTR <= 240
    move spaces to SKIP-WORD
    string function trim(TARGET-LINE trailing) " "
      SOURCE-LINE(WORD-PTR:)
      delimited by size into SKIP-WORD
    end-string
    move SKIP-WORD to TARGET-LINE
  end-if.

*> the approver's sign-off on an applied queue line, masked in the
*> line MASK-IDENTITY-LINE has just built: it follows the node and the
*> change's values (both rewire ends, the one status, the set's member
*> count), ahead of any SET= and TKT= tags, as APPLY-PENDING writes it
MASK-SIGNOFF-WORD.
  move spaces to QUEUE-MARK
  unstring TARGET-LINE delimited by all space into QUEUE-MARK
  end-unstring
  evaluate QUEUE-MARK
    when "APPLIED"
      move 7 to MASK-AT-WORD
    when "APPLIEDS"
    when "APPLSET"
      move 6 to MASK-AT-WORD
    when other
      exit paragraph
  end-evaluate
  move TARGET-LINE to SOURCE-LINE
  move spaces to TARGET-LINE
  perform MASK-IDENTITY-LINE.

*> "|" field MASK-AT-WORD of SOURCE-LINE masked into TARGET-LINE.
*> BASELINE is the conversion's mark on a node's first history line,
*> not anyone's identity, and stays as it is
MASK-FIELD-LINE.
  move 1 to WORD-PTR
  move 1 to WORD-NUMBER
  perform until WORD-NUMBER >= MASK-AT-WORD or WORD-PTR > 240
    move spaces to SKIP-WORD
    unstring SOURCE-LINE delimited by "|"
      into SKIP-WORD with pointer WORD-PTR
    end-unstring
    add 1 to WORD-NUMBER
  end-perform
  if WORD-PTR > 240
    move SOURCE-LINE to TARGET-LINE
    exit paragraph
  end-if
  move WORD-PTR to WORD-START
  move spaces to IDENT-WORD
  unstring SOURCE-LINE delimited by "|"
    into IDENT-WORD with pointer WORD-PTR
  end-unstring
  if IDENT-WORD = spaces or IDENT-WORD = "BASELINE"
    move SOURCE-LINE to TARGET-LINE
    exit paragraph
  end-if
  move IDENT-WORD to MASK-IN
  perform PSEUDONYM-FOR-IDENT
  string SOURCE-LINE(1:WORD-START - 1) function trim(MASK-OUT)
    delimited by size into TARGET-LINE
  end-string
  if WORD-PTR <= 240
    move spaces to SKIP-WORD
    string function trim(TARGET-LINE trailing) "|"
      SOURCE-LINE(WORD-PTR:)
      delimited by size into SKIP-WORD
    end-string
    move SKIP-WORD to TARGET-LINE
  end-if.

MASK-PARTNER-LINE.
  move spaces to PARTNER-NODE PARTNER-CODE
  unstring SOURCE-LINE delimited by "|"
    into PARTNER-NODE PARTNER-CODE
  end-unstring
  if PARTNER-CODE = spaces
    move SOURCE-LINE to TARGET-LINE
    exit paragraph
  end-if
  perform varying PARTNER-IDX from 1 by 1
      until PARTNER-IDX > PARTNER-COUNT
    if PARTNER-PROD(PARTNER-IDX) = PARTNER-CODE
      exit perform
    end-if
  end-perform
  if PARTNER-IDX > PARTNER-COUNT
    if PARTNER-COUNT >= PARTNER-MAX
      move "Y" to MASK-OVERFLOW
      move PARTNER-MAX to PARTNER-IDX
    else
      add 1 to PARTNER-COUNT
      move PARTNER-COUNT to PARTNER-IDX PSEUDO-SEQ
      move PARTNER-CODE to PARTNER-PROD(PARTNER-IDX)
      move spaces to PARTNER-PSEUDO(PARTNER-IDX)
      string "TP" PSEUDO-SEQ delimited by size
        into PARTNER-PSEUDO(PARTNER-IDX)
      end-string
    end-if
  end-if
  string function trim(PARTNER-NODE) "|"
    function trim(PARTNER-PSEUDO(PARTNER-IDX))
    delimited by size into TARGET-LINE
  end-string.

*> MASK-IN's pseudonym, assigned on first sight. UNKNOWN is the
*> placeholder for no identity at all and stays as it is
PSEUDONYM-FOR-IDENT.
  if MASK-IN = "UNKNOWN"
    move MASK-IN to MASK-OUT
    exit paragraph
  end-if
  perform varying IDENT-IDX from 1 by 1 until IDENT-IDX > IDENT-COUNT
    if IDENT-PROD(IDENT-IDX) = MASK-IN
      move IDENT-PSEUDO(IDENT-IDX) to MASK-OUT
      exit paragraph
    end-if
  end-perform
  if IDENT-COUNT >= IDENT-MAX
    move "Y" to MASK-OVERFLOW
    move "TESTOPER" to MASK-OUT
    exit paragraph
  end-if
  add 1 to IDENT-COUNT
  move IDENT-COUNT to PSEUDO-SEQ
  move MASK-IN to IDENT-PROD(IDENT-COUNT)
  move spaces to IDENT-PSEUDO(IDENT-COUNT)
  string "TESTOP" PSEUDO-SEQ delimited by size
    into IDENT-PSEUDO(IDENT-COUNT)
  end-string
  move IDENT-PSEUDO(IDENT-COUNT) to MASK-OUT.

*> who refreshed which version from where to where, and how it ended
WRITE-REFRESH-LOG.
  open extend REFRESH-LOG
  if WS-REFRESH-LOG-STATUS = "35"
    open output REFRESH-LOG
  end-if
  move spaces to REFRESH-LOG-LINE
  string REFRESH-TIMESTAMP " REFRESH VERSION " REFRESH-VERSION
    " FROM " function trim(SOURCE-ROOT)
    " TO " function trim(TARGET-ROOT)
    " BY " function trim(WS-OPERATOR) " RUN " WS-RUN-ID
    " FILES " FILES-COPIED " MASKED-LINES " LINES-MASKED
    " -- " function trim(REFRESH-RESULT)
    delimited by size into REFRESH-LOG-LINE
  end-string
  write REFRESH-LOG-LINE
  close REFRESH-LOG.
