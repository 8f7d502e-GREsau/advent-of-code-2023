identification division.
program-id. bulk-change-load.

environment division.
input-output section.
file-control.
  select CHANGE-FILE assign to dynamic WS-CHANGE-FILE
    organization line sequential file status WS-CHANGE-STATUS.
  select PENDING-FILE assign to dynamic WS-PENDING-FILE
    organization line sequential file status WS-PENDING-STATUS.
  select LOAD-REPORT assign to dynamic WS-LOAD-REPORT-FILE
    organization line sequential file status WS-LOAD-REPORT-STATUS.

data division.
file section.
  fd CHANGE-FILE.
  01 CHANGE-LINE  pic x(200).

  fd PENDING-FILE.
  01 PENDING-LINE  pic x(132).

  fd LOAD-REPORT.
  01 LOAD-REPORT-LINE  pic x(250).

working-storage section.
  copy input.

  78 SET-LINES-MAX value 1000.

  01 WS-CHANGE-FILE       pic x(100).
  01 WS-PENDING-FILE      pic x(100).
  01 WS-LOAD-REPORT-FILE  pic x(100).
  01 WS-CHANGE-STATUS     pic x(2).
  01 WS-PENDING-STATUS    pic x(2).
  01 WS-LOAD-REPORT-STATUS pic x(2).

  01 WS-SET-NAME          pic x(20).
  01 SET-NAME-LEN         pic 9(2).
  01 NAME-FAULTS          pic 9(2).
  01 WS-MAINT-USER        pic x(20).
  01 LOAD-TIMESTAMP       pic x(14).

  *> one line of the change file: NODE|L|R|STATUS|REASON|TICKET
  01 IN-NODE              pic x(10).
  01 IN-L                 pic x(10).
  01 IN-R                 pic x(10).
  01 IN-STATUS            pic x(10).
  01 IN-REASON            pic x(80).
  01 IN-TICKET            pic x(20).
  01 LINE-NUMBER          pic 9(6) value 0.
  01 REJECT-REASON        pic x(80).
  01 ACCEPT-NOTE          pic x(80).

  *> a code from the file run through the same checks MAINTAIN-NODE
  *> gives a keyed-in one: alias translation, then PARSE-NODE
  01 CHECK-TEXT           pic x(10).
  01 CHECK-CODE           pic a(4).
  01 CHECK-TEXT-LEN       pic 9(2).
  01 CHECK-LENGTH         pic 9.
  01 CHECK-NUM            pic 9(6).
  01 CHECK-OK             pic x.
  01 CHECK-NOTE           pic x(30).
  01 PARSE-NODE-STATUS    pic x.
  01 ALIAS-FLAG           pic x.
  01 ALIAS-OLD            pic a(4).
  01 NODE-STATUS          pic x(10).
  01 GOOD-NODE            pic a(4).
  01 GOOD-L               pic a(4).
  01 GOOD-R               pic a(4).
  01 ALIAS-NOTES          pic x(80).
  01 ALIAS-PTR            pic 9(3).
  01 REPORT-PTR           pic 9(3).
  01 TICKET-LEN           pic 9(2).

  *> the set's accepted lines, held until the whole file is read so
  *> the queue is written in one piece under one set header
  01 SET-TABLE.
    05 SET-ENTRY occurs SET-LINES-MAX times.
      10 SET-NODE         pic a(4).
      10 SET-L            pic a(4).
      10 SET-R            pic a(4).
      10 SET-STATUS       pic x(10).
      10 SET-TICKET       pic x(20).
  01 SET-COUNT            pic 9(4) value 0.
  01 SET-IDX              pic 9(4).
  01 MEMBER-COUNT         pic 9(4) value 0.
  01 REJECT-COUNT         pic 9(4) value 0.
  01 WARNING-COUNT        pic 9(4) value 0.

  01 QUEUE-MARK           pic x(8).
  01 QUEUE-WORD-2         pic x(14).
  01 QUEUE-WORD-3         pic x(20).
  01 QUEUE-SET-NAME       pic x(20).

  01 AUTH-FUNCTION        pic x(20).
  01 AUTH-ALLOWED         pic x.
  01 WS-EXC-PROGRAM       pic x(20) value "BULK-CHANGE-LOAD".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> a re-plan's worth of rewires queued in one go instead of keyed
  *> through MAINT one at a time: every line of the change file is
  *> checked the way MAINTAIN-NODE checks a single request, plus the
  *> lifecycle checks -- a RETIRED node is neither rewired nor made a
  *> target -- and the lines that pass are queued in the pending-
  *> changes file as ONE named change set. REVIEW-PENDING lists and
  *> impact-assesses the set as a unit and APPLY-PENDING applies all of
  *> it or none of it, so half a re-plan never lands. Lines that fail
  *> are listed in the load report with the reason and left out
  move "BULK-CHANGE-LOAD" to AUTH-FUNCTION
  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0028" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  accept WS-CHANGE-FILE from environment "CHANGE_FILE"
  if WS-CHANGE-FILE = spaces
    move "/data/node-changes.txt" to WS-CHANGE-FILE
  end-if
  call "resolve-path" using WS-CHANGE-FILE end-call
  move "/data/pending-changes.txt" to WS-PENDING-FILE
  call "resolve-path" using WS-PENDING-FILE end-call
  move "/data/bulk-change-report.txt" to WS-LOAD-REPORT-FILE
  call "resolve-path" using WS-LOAD-REPORT-FILE end-call

  *> the set name is what the approver signs off and what APPLY-PENDING
  *> is pointed at, so it must be one word and new to the queue
  accept WS-SET-NAME from environment "CHANGE_SET"
  move function upper-case(WS-SET-NAME) to WS-SET-NAME
  if WS-SET-NAME = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "CHANGE_SET must name the change set being loaded!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0029" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  move function trim(WS-SET-NAME) to WS-SET-NAME
  compute SET-NAME-LEN = function length(function trim(WS-SET-NAME))
  move 0 to NAME-FAULTS
  inspect WS-SET-NAME(1:SET-NAME-LEN) tallying NAME-FAULTS
    for all " " all "="
  if SET-NAME-LEN > 12 or NAME-FAULTS > 0
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "CHANGE_SET must be one word of at most 12 characters!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if

  open input PENDING-FILE
  if WS-PENDING-STATUS = "00"
    perform forever
      read PENDING-FILE at end
        exit perform
      end-read
      move spaces to QUEUE-MARK QUEUE-WORD-2 QUEUE-WORD-3 QUEUE-SET-NAME
      unstring PENDING-LINE delimited by all space
        into QUEUE-MARK QUEUE-WORD-2 QUEUE-WORD-3 QUEUE-SET-NAME
      end-unstring
      if (QUEUE-MARK = "PENDSET" or QUEUE-MARK = "APPLSET")
          and QUEUE-SET-NAME = WS-SET-NAME
        close PENDING-FILE
        move 8 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "Change set " function trim(WS-SET-NAME)
          " is already on the pending-changes queue -- choose a new "
          "CHANGE_SET name"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move "DNV0030" to WS-EXC-MSG-ID
        move spaces to WS-EXC-VALUES
        move function trim(WS-SET-NAME) to WS-EXC-VALUE(1)
        call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
          WS-EXC-VALUES end-call
        move 8 to return-code
        goback
      end-if
    end-perform
    close PENDING-FILE
  end-if

  open input CHANGE-FILE
  if WS-CHANGE-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Change file '" function trim(WS-CHANGE-FILE)
      "' not found -- nothing loaded"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0031" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-CHANGE-FILE) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if

  accept WS-MAINT-USER from environment "MAINT_USER"
  if WS-MAINT-USER = spaces
    accept WS-MAINT-USER from environment "USER"
  end-if
  if WS-MAINT-USER = spaces
    move "UNKNOWN" to WS-MAINT-USER
  end-if
  move function current-date(1:14) to LOAD-TIMESTAMP

  open output LOAD-REPORT
  move spaces to LOAD-REPORT-LINE
  string "BULK NODE-CHANGE LOAD -- SET " function trim(WS-SET-NAME)
    " FROM " function trim(WS-CHANGE-FILE) " BY "
    function trim(WS-MAINT-USER) " AT " LOAD-TIMESTAMP
    delimited by size into LOAD-REPORT-LINE
  end-string
  write LOAD-REPORT-LINE

  perform forever
    read CHANGE-FILE at end
      exit perform
    end-read
    add 1 to LINE-NUMBER
    if CHANGE-LINE = spaces or CHANGE-LINE(1:1) = "*"
      exit perform cycle
    end-if
    move spaces to IN-NODE IN-L IN-R IN-STATUS IN-REASON IN-TICKET
    unstring CHANGE-LINE delimited by "|"
      into IN-NODE IN-L IN-R IN-STATUS IN-REASON IN-TICKET
    end-unstring
    move function upper-case(function trim(IN-NODE)) to IN-NODE
    move function upper-case(function trim(IN-L)) to IN-L
    move function upper-case(function trim(IN-R)) to IN-R
    move function upper-case(function trim(IN-STATUS)) to IN-STATUS
    move function trim(IN-TICKET) to IN-TICKET
    perform CHECK-CHANGE-LINE

    move spaces to LOAD-REPORT-LINE
    if REJECT-REASON not = spaces
      add 1 to REJECT-COUNT
      string "REJECTED LINE " LINE-NUMBER " -- "
        function trim(REJECT-REASON) ": "
        function trim(CHANGE-LINE)
        delimited by size into LOAD-REPORT-LINE
      end-string
      write LOAD-REPORT-LINE
      exit perform cycle
    end-if
    if SET-COUNT >= SET-LINES-MAX
      add 1 to REJECT-COUNT
      string "REJECTED LINE " LINE-NUMBER " -- SET ALREADY HOLDS "
        SET-LINES-MAX " CHANGES: " function trim(CHANGE-LINE)
        delimited by size into LOAD-REPORT-LINE
      end-string
      write LOAD-REPORT-LINE
      exit perform cycle
    end-if
    add 1 to SET-COUNT
    move GOOD-NODE to SET-NODE(SET-COUNT)
    move GOOD-L to SET-L(SET-COUNT)
    move GOOD-R to SET-R(SET-COUNT)
    move IN-STATUS to SET-STATUS(SET-COUNT)
    move IN-TICKET to SET-TICKET(SET-COUNT)
    compute TICKET-LEN = function length(function trim(IN-TICKET))
    inspect SET-TICKET(SET-COUNT)(1:TICKET-LEN) replacing all space by "_"
    if IN-L not = spaces
      add 1 to MEMBER-COUNT
    end-if
    if IN-STATUS not = spaces
      add 1 to MEMBER-COUNT
    end-if
    move 1 to REPORT-PTR
    string "ACCEPTED LINE " LINE-NUMBER " -- " function trim(GOOD-NODE)
      delimited by size into LOAD-REPORT-LINE with pointer REPORT-PTR
    end-string
    if IN-L not = spaces
      string " TO (" function trim(GOOD-L) ", " function trim(GOOD-R) ")"
        delimited by size into LOAD-REPORT-LINE with pointer REPORT-PTR
      end-string
    end-if
    if IN-STATUS not = spaces
      string " LIFECYCLE " function trim(IN-STATUS)
        delimited by size into LOAD-REPORT-LINE with pointer REPORT-PTR
      end-string
    end-if
    string " TICKET " function trim(IN-TICKET)
      " REASON " function trim(IN-REASON)
      delimited by size into LOAD-REPORT-LINE with pointer REPORT-PTR
    end-string
    if ALIAS-NOTES not = spaces
      string " [" function trim(ALIAS-NOTES) "]"
        delimited by size into LOAD-REPORT-LINE with pointer REPORT-PTR
      end-string
    end-if
    if ACCEPT-NOTE not = spaces
      add 1 to WARNING-COUNT
      string " -- WARNING: " function trim(ACCEPT-NOTE)
        delimited by size into LOAD-REPORT-LINE with pointer REPORT-PTR
      end-string
    end-if
    write LOAD-REPORT-LINE
  end-perform
  close CHANGE-FILE

  *> the header carries the member count: APPLY-PENDING refuses a set
  *> whose queued members no longer add up to it
  if SET-COUNT > 0
    open extend PENDING-FILE
    if WS-PENDING-STATUS = "35"
      open output PENDING-FILE
    end-if
    move spaces to PENDING-LINE
    string "PENDSET " LOAD-TIMESTAMP " " function trim(WS-MAINT-USER)
      " " function trim(WS-SET-NAME) " " MEMBER-COUNT
      delimited by size into PENDING-LINE
    end-string
    write PENDING-LINE
    perform varying SET-IDX from 1 by 1 until SET-IDX > SET-COUNT
      if SET-L(SET-IDX) not = spaces
        move spaces to PENDING-LINE
        string "PENDING " LOAD-TIMESTAMP " " function trim(WS-MAINT-USER)
          " " SET-NODE(SET-IDX) " " SET-L(SET-IDX) " " SET-R(SET-IDX)
          " SET=" function trim(WS-SET-NAME)
          " TKT=" function trim(SET-TICKET(SET-IDX))
          delimited by size into PENDING-LINE
        end-string
        write PENDING-LINE
      end-if
      if SET-STATUS(SET-IDX) not = spaces
        move spaces to PENDING-LINE
        string "PENDSTS " LOAD-TIMESTAMP " " function trim(WS-MAINT-USER)
          " " SET-NODE(SET-IDX) " " function trim(SET-STATUS(SET-IDX))
          " SET=" function trim(WS-SET-NAME)
          " TKT=" function trim(SET-TICKET(SET-IDX))
          delimited by size into PENDING-LINE
        end-string
        write PENDING-LINE
      end-if
    end-perform
    close PENDING-FILE
  end-if

  move spaces to LOAD-REPORT-LINE
  string "SET " function trim(WS-SET-NAME) ": " SET-COUNT
    " LINE(S) ACCEPTED AS " MEMBER-COUNT " QUEUED CHANGE(S), "
    REJECT-COUNT " REJECTED, " WARNING-COUNT " WITH WARNINGS"
    delimited by size into LOAD-REPORT-LINE
  end-string
  write LOAD-REPORT-LINE
  move spaces to LOAD-REPORT-LINE
  if SET-COUNT = 0
    string "NOTHING QUEUED -- NO LINE OF THE CHANGE FILE PASSED"
      delimited by size into LOAD-REPORT-LINE
    end-string
  else
    string "QUEUED FOR APPROVAL AS ONE UNIT -- REVIEW-PENDING, THEN "
      "APPLY-PENDING WITH CHANGE_SET=" function trim(WS-SET-NAME)
      " UNDER A SECOND PERSON'S SIGN-OFF"
      delimited by size into LOAD-REPORT-LINE
    end-string
  end-if
  write LOAD-REPORT-LINE
  close LOAD-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Bulk load: set " function trim(WS-SET-NAME) " -- "
    SET-COUNT " line(s) queued, " REJECT-COUNT " rejected (see "
    function trim(WS-LOAD-REPORT-FILE) ")"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if SET-COUNT = 0
    move "DNV0032" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-SET-NAME) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if
  if REJECT-COUNT > 0
    move "DNV0033" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-SET-NAME) to WS-EXC-VALUE(1)
    move REJECT-COUNT to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 4 to return-code
  end-if
  goback.

*> one change-file line judged: REJECT-REASON left blank when it may
*> be queued, with the current codes in GOOD-NODE/GOOD-L/GOOD-R and
*> anything the approver should notice in ACCEPT-NOTE
CHECK-CHANGE-LINE.
  move spaces to REJECT-REASON ACCEPT-NOTE ALIAS-NOTES
  move 1 to ALIAS-PTR
  move spaces to GOOD-NODE GOOD-L GOOD-R
  if IN-NODE = spaces
    move "NO NODE CODE" to REJECT-REASON
    exit paragraph
  end-if
  if (IN-L = spaces and IN-R not = spaces)
      or (IN-L not = spaces and IN-R = spaces)
    move "L AND R MUST BE GIVEN TOGETHER" to REJECT-REASON
    exit paragraph
  end-if
  if IN-L = spaces and IN-STATUS = spaces
    move "NEITHER A REWIRE NOR A LIFECYCLE CHANGE" to REJECT-REASON
    exit paragraph
  end-if
  if IN-STATUS not = spaces and IN-STATUS not = "ACTIVE"
      and IN-STATUS not = "RETIRING" and IN-STATUS not = "RETIRED"
    move "LIFECYCLE STATUS MUST BE ACTIVE, RETIRING OR RETIRED"
      to REJECT-REASON
    exit paragraph
  end-if
  if IN-TICKET = spaces
    move "NO TICKET REFERENCE" to REJECT-REASON
    exit paragraph
  end-if

  move IN-NODE to CHECK-TEXT
  move "NODE" to CHECK-NOTE
  perform CHECK-ONE-CODE
  if CHECK-OK = "N"
    exit paragraph
  end-if
  move CHECK-CODE to GOOD-NODE
  perform varying SET-IDX from 1 by 1 until SET-IDX > SET-COUNT
    if SET-NODE(SET-IDX) = GOOD-NODE
      move "NODE ALREADY CHANGED EARLIER IN THIS SET" to REJECT-REASON
      exit paragraph
    end-if
  end-perform
  call "lookup-node-status" using GOOD-NODE NODE-STATUS end-call
  if IN-L not = spaces and NODE-STATUS = "RETIRED"
      and IN-STATUS not = "ACTIVE"
    move "NODE IS RETIRED -- REACTIVATE IT TO REWIRE IT"
      to REJECT-REASON
    exit paragraph
  end-if

  if IN-L not = spaces
    move IN-L to CHECK-TEXT
    move "L TARGET" to CHECK-NOTE
    perform CHECK-ONE-CODE
    if CHECK-OK = "N"
      exit paragraph
    end-if
    move CHECK-CODE to GOOD-L
    move IN-R to CHECK-TEXT
    move "R TARGET" to CHECK-NOTE
    perform CHECK-ONE-CODE
    if CHECK-OK = "N"
      exit paragraph
    end-if
    move CHECK-CODE to GOOD-R
    call "lookup-node-status" using GOOD-L NODE-STATUS end-call
    if NODE-STATUS = "RETIRED"
      move "L TARGET IS A RETIRED NODE" to REJECT-REASON
      exit paragraph
    end-if
    if NODE-STATUS = "RETIRING"
      move "L TARGET IS RETIRING" to ACCEPT-NOTE
    end-if
    call "lookup-node-status" using GOOD-R NODE-STATUS end-call
    if NODE-STATUS = "RETIRED"
      move "R TARGET IS A RETIRED NODE" to REJECT-REASON
      exit paragraph
    end-if
    if NODE-STATUS = "RETIRING"
      move "R TARGET IS RETIRING" to ACCEPT-NOTE
    end-if
  end-if.

*> CHECK-TEXT as a node code: letters, no longer than the suite's
*> widest code, translated if it has been renamed, and accepted by
*> PARSE-NODE -- CHECK-CODE holds the current code when CHECK-OK = "Y"
CHECK-ONE-CODE.
  move "N" to CHECK-OK
  compute CHECK-TEXT-LEN = function length(function trim(CHECK-TEXT))
  if CHECK-TEXT-LEN > NODE-CODE-MAX-LEN
    string "MALFORMED " function trim(CHECK-NOTE) " CODE"
      delimited by size into REJECT-REASON
    end-string
    exit paragraph
  end-if
  if CHECK-TEXT(1:CHECK-TEXT-LEN) is not alphabetic-upper
    string "MALFORMED " function trim(CHECK-NOTE) " CODE"
      delimited by size into REJECT-REASON
    end-string
    exit paragraph
  end-if
  move CHECK-TEXT to CHECK-CODE
  call "resolve-alias" using CHECK-CODE ALIAS-FLAG ALIAS-OLD end-call
  if ALIAS-FLAG = "Y"
    string ALIAS-OLD " NOW " CHECK-CODE " "
      delimited by size into ALIAS-NOTES with pointer ALIAS-PTR
    end-string
  end-if
  compute CHECK-LENGTH = function length(function trim(CHECK-CODE))
  call "parse-node" using CHECK-CODE CHECK-NUM CHECK-LENGTH
    PARSE-NODE-STATUS end-call
  if PARSE-NODE-STATUS = "1"
    string "MALFORMED " function trim(CHECK-NOTE) " CODE"
      delimited by size into REJECT-REASON
    end-string
    exit paragraph
  end-if
  move "Y" to CHECK-OK.
