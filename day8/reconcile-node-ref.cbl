identification division.
program-id. reconcile-node-ref.

environment division.
input-output section.
file-control.
  select NODE-REF-MASTER assign to dynamic WS-NODE-REF-MASTER-FILE
    organization indexed
    access dynamic
    record key NODE-REF-CODE
    file status WS-MASTER-STATUS.
  select NODE-REF-FILE assign to dynamic WS-NODE-REF-FILE
    organization line sequential file status WS-REF-STATUS.
  select RECONCILE-REPORT assign to dynamic WS-RECONCILE-REPORT-FILE
    organization line sequential.

data division.
file section.
  fd NODE-REF-MASTER.
    copy node-ref.

  fd NODE-REF-FILE.
  01 NODE-REF-LINE  pic x(100).

  fd RECONCILE-REPORT.
  01 RECONCILE-REPORT-LINE  pic x(132).

working-storage section.
  01 WS-NODE-REF-MASTER-FILE   pic x(100).
  01 WS-NODE-REF-FILE          pic x(100).
  01 WS-RECONCILE-REPORT-FILE  pic x(100).
  01 WS-MASTER-STATUS          pic x(2).
  01 WS-REF-STATUS             pic x(2).

  *> one slot for every code of one to four letters: the codes of each
  *> length numbered as PARSE-NODE numbers them, each length after all
  *> the shorter ones (26 + 676 + 17576 + 456976)
  78 REF-SLOTS value 475254.
  01 SEEN-IN-EXTRACT-TABLE.
    05 SEEN-IN-EXTRACT  pic x occurs REF-SLOTS times.
  01 REF-SLOT          pic 9(6).

  01 LINE-NUMBER       pic 9(6) value 0.
  01 LINE-CODE         pic x(20).
  01 LINE-DESC         pic x(40).
  01 LINE-TEAM         pic x(20).
  01 LINE-NODE-STATUS  pic x(10).
  01 LINE-CAPACITY     pic x(6).
  01 WS-NODE-CODE      pic a(4).
  01 WS-NODE-LENGTH    pic 9(2).
  01 PARSE-LENGTH      pic 9.
  01 WS-NODE-NUM       pic 9(6).
  01 PARSE-NODE-STATUS pic x.
  01 FIELD-NAME        pic x(8).
  01 MASTER-VALUE      pic x(40).
  01 EXTRACT-VALUE     pic x(40).
  01 NODE-DIFFERS      pic x.

  01 KEYED-ONLY-COUNT   pic 9(6) value 0.
  01 EXTRACT-ONLY-COUNT pic 9(6) value 0.
  01 DIFFER-COUNT       pic 9(6) value 0.
  01 DUPLICATE-COUNT    pic 9(6) value 0.

  01 WS-EXC-PROGRAM     pic x(20) value "RECONCILE-NODE-REF".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move "/data/node-reference.idx" to WS-NODE-REF-MASTER-FILE
  call "resolve-path" using WS-NODE-REF-MASTER-FILE end-call
  move "/data/node-ref-reconcile.txt" to WS-RECONCILE-REPORT-FILE
  call "resolve-path" using WS-RECONCILE-REPORT-FILE end-call
  accept WS-NODE-REF-FILE from environment "EXTRACT_REF_FILE"
  if WS-NODE-REF-FILE = spaces
    move "/data/node-reference.txt" to WS-NODE-REF-FILE
  end-if
  call "resolve-path" using WS-NODE-REF-FILE end-call

  perform varying REF-SLOT from 1 by 1 until REF-SLOT > REF-SLOTS
    move "N" to SEEN-IN-EXTRACT(REF-SLOT)
  end-perform

  open output RECONCILE-REPORT

  *> the keyed master is the system of record and the flat file only
  *> its nightly extract, so everything reading the flat file sees the
  *> master as of the last extract -- this walks both sides and reports
  *> every node only one side knows about, every node whose reference
  *> fields disagree between them, and every code the extract carries
  *> twice. A hand edit to the flat file, or an extract that did not
  *> finish, shows up here rather than in a report built from it
  open input NODE-REF-MASTER
  if WS-MASTER-STATUS not = "00"
    move spaces to RECONCILE-REPORT-LINE
    string "NODE REFERENCE MASTER COULD NOT BE OPENED (STATUS "
      WS-MASTER-STATUS ") -- NOTHING TO RECONCILE AGAINST"
      delimited by size into RECONCILE-REPORT-LINE
    end-string
    write RECONCILE-REPORT-LINE
    close RECONCILE-REPORT
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "RECONCILE-NODE-REF: node reference master could not be "
      "opened!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0269" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-NODE-REF-MASTER-FILE) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  open input NODE-REF-FILE
  if WS-REF-STATUS not = "00"
    move spaces to RECONCILE-REPORT-LINE
    string "NODE REFERENCE EXTRACT COULD NOT BE OPENED (STATUS "
      WS-REF-STATUS ") -- NOTHING TO RECONCILE"
      delimited by size into RECONCILE-REPORT-LINE
    end-string
    write RECONCILE-REPORT-LINE
    close RECONCILE-REPORT NODE-REF-MASTER
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "RECONCILE-NODE-REF: node reference extract could not be "
      "opened!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0269" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-NODE-REF-FILE) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if

  *> the extract side first, each line looked up on the master by key
  perform forever
    read NODE-REF-FILE at end
      exit perform
    end-read
    add 1 to LINE-NUMBER
    if NODE-REF-LINE = spaces
      exit perform cycle
    end-if
    move spaces to LINE-CODE LINE-DESC LINE-TEAM LINE-NODE-STATUS
      LINE-CAPACITY
    unstring NODE-REF-LINE delimited by "|"
      into LINE-CODE LINE-DESC LINE-TEAM LINE-NODE-STATUS LINE-CAPACITY
    end-unstring
    move function length(function trim(LINE-CODE)) to WS-NODE-LENGTH
    move LINE-CODE to WS-NODE-CODE
    perform FIND-REF-SLOT
    if PARSE-NODE-STATUS = "1"
      add 1 to EXTRACT-ONLY-COUNT
      move spaces to RECONCILE-REPORT-LINE
      string "EXTRACT LINE " LINE-NUMBER " '" function trim(LINE-CODE)
        "' HAS A MALFORMED CODE -- COUNTED AS EXTRACT-ONLY"
        delimited by size into RECONCILE-REPORT-LINE
      end-string
      write RECONCILE-REPORT-LINE
      exit perform cycle
    end-if
    if SEEN-IN-EXTRACT(REF-SLOT) = "Y"
      add 1 to DUPLICATE-COUNT
      move spaces to RECONCILE-REPORT-LINE
      string "DUPLICATE " WS-NODE-CODE " EXTRACT LINE " LINE-NUMBER
        " REPEATS A CODE ALREADY LISTED"
        delimited by size into RECONCILE-REPORT-LINE
      end-string
      write RECONCILE-REPORT-LINE
      exit perform cycle
    end-if
    move "Y" to SEEN-IN-EXTRACT(REF-SLOT)

    move WS-NODE-CODE to NODE-REF-CODE
    read NODE-REF-MASTER key is NODE-REF-CODE
      invalid key
        perform REPORT-EXTRACT-ONLY
      not invalid key
        perform COMPARE-REF-FIELDS
    end-read
  end-perform
  close NODE-REF-FILE

  *> then the master in key order: a record no extract line named
  move spaces to NODE-REF-CODE
  start NODE-REF-MASTER key is >= NODE-REF-CODE
    invalid key
      move "10" to WS-MASTER-STATUS
  end-start
  perform until WS-MASTER-STATUS not = "00"
    read NODE-REF-MASTER next record at end
      exit perform
    end-read
    move function length(function trim(NODE-REF-CODE)) to WS-NODE-LENGTH
    move NODE-REF-CODE to WS-NODE-CODE
    perform FIND-REF-SLOT
    if PARSE-NODE-STATUS = "1"
      add 1 to KEYED-ONLY-COUNT
      move spaces to RECONCILE-REPORT-LINE
      string "MASTER RECORD '" NODE-REF-CODE
        "' HAS A MALFORMED KEY -- COUNTED AS KEYED-ONLY"
        delimited by size into RECONCILE-REPORT-LINE
      end-string
      write RECONCILE-REPORT-LINE
      exit perform cycle
    end-if
    if SEEN-IN-EXTRACT(REF-SLOT) = "N"
      add 1 to KEYED-ONLY-COUNT
      move spaces to RECONCILE-REPORT-LINE
      string "KEYED-ONLY " NODE-REF-CODE " "
        function trim(NODE-REF-DESC) " TEAM "
        function trim(NODE-REF-TEAM)
        delimited by size into RECONCILE-REPORT-LINE
      end-string
      write RECONCILE-REPORT-LINE
    end-if
  end-perform
  close NODE-REF-MASTER

  move spaces to RECONCILE-REPORT-LINE
  if KEYED-ONLY-COUNT = 0 and EXTRACT-ONLY-COUNT = 0 and DIFFER-COUNT = 0
      and DUPLICATE-COUNT = 0
    string "MASTER AND EXTRACT ARE IN STEP -- NO DIFFERENCES"
      delimited by size into RECONCILE-REPORT-LINE
    end-string
  else
    string "TOTALS: " KEYED-ONLY-COUNT " KEYED-ONLY, " EXTRACT-ONLY-COUNT
      " EXTRACT-ONLY, " DIFFER-COUNT " FIELDS-DIFFER, " DUPLICATE-COUNT
      " DUPLICATE"
      delimited by size into RECONCILE-REPORT-LINE
    end-string
  end-if
  write RECONCILE-REPORT-LINE
  close RECONCILE-REPORT

  if KEYED-ONLY-COUNT > 0 or EXTRACT-ONLY-COUNT > 0 or DIFFER-COUNT > 0
      or DUPLICATE-COUNT > 0
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Reconcile: node reference master and extract have drifted "
      "apart -- " KEYED-ONLY-COUNT " keyed-only, " EXTRACT-ONLY-COUNT
      " extract-only, " DIFFER-COUNT " fields-differ, " DUPLICATE-COUNT
      " duplicate"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0268" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move KEYED-ONLY-COUNT to WS-EXC-VALUE(1)
    move EXTRACT-ONLY-COUNT to WS-EXC-VALUE(2)
    move DIFFER-COUNT to WS-EXC-VALUE(3)
    move DUPLICATE-COUNT to WS-EXC-VALUE(4)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
  else
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Reconcile: node reference master and extract are in step"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if
  goback.

*> REF-SLOT for the WS-NODE-LENGTH-letter code WS-NODE-CODE, or
*> PARSE-NODE-STATUS = "1" when it is not a node code
FIND-REF-SLOT.
  move "1" to PARSE-NODE-STATUS
  if WS-NODE-CODE = spaces or WS-NODE-LENGTH > 4
    exit paragraph
  end-if
  move WS-NODE-LENGTH to PARSE-LENGTH
  call "parse-node" using WS-NODE-CODE WS-NODE-NUM PARSE-LENGTH
    PARSE-NODE-STATUS end-call
  if PARSE-NODE-STATUS = "1"
    exit paragraph
  end-if
  evaluate PARSE-LENGTH
    when 1
      move WS-NODE-NUM to REF-SLOT
    when 2
      compute REF-SLOT = WS-NODE-NUM + 26
    when 3
      compute REF-SLOT = WS-NODE-NUM + 702
    when other
      compute REF-SLOT = WS-NODE-NUM + 18278
  end-evaluate.

*> the master record just read against the extract line for its node:
*> one report line per field that differs, the node counted once
COMPARE-REF-FIELDS.
  move "N" to NODE-DIFFERS
  if NODE-REF-DESC not = LINE-DESC
    move "DESC" to FIELD-NAME
    move NODE-REF-DESC to MASTER-VALUE
    move LINE-DESC to EXTRACT-VALUE
    perform REPORT-FIELD-DIFFERS
  end-if
  if NODE-REF-TEAM not = LINE-TEAM
    move "TEAM" to FIELD-NAME
    move NODE-REF-TEAM to MASTER-VALUE
    move LINE-TEAM to EXTRACT-VALUE
    perform REPORT-FIELD-DIFFERS
  end-if
  if NODE-REF-LIFECYCLE not = LINE-NODE-STATUS
    move "STATUS" to FIELD-NAME
    move NODE-REF-LIFECYCLE to MASTER-VALUE
    move LINE-NODE-STATUS to EXTRACT-VALUE
    perform REPORT-FIELD-DIFFERS
  end-if
  if NODE-REF-CAPACITY not = LINE-CAPACITY
    move "CAPACITY" to FIELD-NAME
    move NODE-REF-CAPACITY to MASTER-VALUE
    move LINE-CAPACITY to EXTRACT-VALUE
    perform REPORT-FIELD-DIFFERS
  end-if
  if NODE-DIFFERS = "Y"
    add 1 to DIFFER-COUNT
  end-if.

*> the extract line for node WS-NODE-CODE names a node the master
*> does not hold
REPORT-EXTRACT-ONLY.
  add 1 to EXTRACT-ONLY-COUNT
  move spaces to RECONCILE-REPORT-LINE
  string "EXTRACT-ONLY " WS-NODE-CODE " " function trim(LINE-DESC)
    " TEAM " function trim(LINE-TEAM)
    delimited by size into RECONCILE-REPORT-LINE
  end-string
  write RECONCILE-REPORT-LINE.

*> one field of the node differing between master and extract
REPORT-FIELD-DIFFERS.
  move "Y" to NODE-DIFFERS
  move spaces to RECONCILE-REPORT-LINE
  string "FIELDS-DIFFER " NODE-REF-CODE " " function trim(FIELD-NAME)
    " MASTER '" function trim(MASTER-VALUE) "' EXTRACT '"
    function trim(EXTRACT-VALUE) "'"
    delimited by size into RECONCILE-REPORT-LINE
  end-string
  write RECONCILE-REPORT-LINE.
