identification division.
program-id. record-node-ref.

environment division.
input-output section.
file-control.
  select REF-HISTORY-FILE assign to dynamic WS-REF-HISTORY-FILE
    organization line sequential file status WS-HISTORY-STATUS.
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

data division.
file section.
  fd REF-HISTORY-FILE.
  01 REF-HISTORY-LINE  pic x(160).

  fd NODE-REF-MASTER.
    copy node-ref.

  fd NODE-HIST-STORE.
    copy node-hist.

working-storage section.
  01 WS-REF-HISTORY-FILE  pic x(100).
  01 WS-HISTORY-STATUS    pic x(2).
  01 WS-NODE-REF-MASTER-FILE  pic x(100).
  01 WS-MASTER-STATUS     pic x(2).
  01 WS-NODE-HIST-FILE    pic x(100).
  01 WS-STORE-STATUS      pic x(2).

  01 HISTORY-EFFECTIVE    pic x(8).
  01 HISTORY-CODE         pic a(4).
  01 HAS-HISTORY          pic x.
  01 HISTORY-LINES        pic 9(8) value 0.
  01 CHANGE-GIVEN         pic x.
  01 BASE-DESC            pic x(40).
  01 BASE-TEAM            pic x(20).
  01 BASE-STATUS          pic x(10).
  01 BASE-FOUND           pic x.
  01 RECORD-STAMP         pic x(14).
  01 BUILT-RECORDS        pic 9(8).
  01 BUILD-STATUS         pic x.

  01 WS-EXC-PROGRAM       pic x(20) value "RECORD-NODE-REF".
  copy excmsg.

linkage section.
  01 LS-NODE-CODE    pic a(4).
  01 LS-EFFECTIVE    pic 9(8).
  01 LS-DESC         pic x(40).
  01 LS-TEAM         pic x(20).
  01 LS-NODE-STATUS  pic x(10).
  01 LS-USER         pic x(20).


procedure division using LS-NODE-CODE, LS-EFFECTIVE, LS-DESC, LS-TEAM,
    LS-NODE-STATUS, LS-USER.
  *> the effective-dated history behind the node reference: every
  *> change to a node's description, owner or lifecycle status lands
  *> here as one line carrying just what changed, from its effective
  *> date on, so "who owned AAA on 3 March" is a lookup (see
  *> LOOKUP-NODE-REF-ASOF) rather than an archaeology exercise.
  *>   effective|code|description|team|status|recorded|user
  *> A field left blank is one the line does not change -- each of the
  *> three is taken from the latest line effective by the date asked
  *> that sets it, so an ownership transfer keyed ahead of its date
  *> carries no stale status or description with it. A team of (NONE)
  *> takes the owner off. The keyed node-reference master stays the
  *> as-of-today view everything else reads. The first change recorded
  *> for a node that predates the history opens with a baseline line
  *> effective 00000000 holding the whole entry as it stood, so the
  *> node's earlier activity still belongs to its earlier owner --
  *> callers record BEFORE updating the master, which is where the
  *> baseline is taken from. A call with nothing to change records
  *> only that baseline. Each line is also written to the keyed
  *> history (NODE-HIST) the lookups read, keyed by its place in the
  *> flat file
  move "/data/node-ref-history.txt" to WS-REF-HISTORY-FILE
  call "resolve-path" using WS-REF-HISTORY-FILE end-call
  move "/data/node-ref-history.idx" to WS-NODE-HIST-FILE
  call "resolve-path" using WS-NODE-HIST-FILE end-call
  move function current-date(1:14) to RECORD-STAMP
  move "N" to CHANGE-GIVEN
  if LS-DESC not = spaces or LS-TEAM not = spaces
      or LS-NODE-STATUS not = spaces
    move "Y" to CHANGE-GIVEN
  end-if

  *> read through to the end: the lines already on file number the
  *> ones appended here
  move "N" to HAS-HISTORY
  move 0 to HISTORY-LINES
  open input REF-HISTORY-FILE
  if WS-HISTORY-STATUS = "00"
    perform forever
      read REF-HISTORY-FILE at end
        exit perform
      end-read
      add 1 to HISTORY-LINES
      move spaces to HISTORY-EFFECTIVE HISTORY-CODE
      unstring REF-HISTORY-LINE delimited by "|"
        into HISTORY-EFFECTIVE HISTORY-CODE
      end-unstring
      if HISTORY-CODE = LS-NODE-CODE
        move "Y" to HAS-HISTORY
      end-if
    end-perform
    close REF-HISTORY-FILE
  end-if

  move "N" to BASE-FOUND
  if HAS-HISTORY = "N"
    move "/data/node-reference.idx" to WS-NODE-REF-MASTER-FILE
    call "resolve-path" using WS-NODE-REF-MASTER-FILE end-call
    open input NODE-REF-MASTER
    if WS-MASTER-STATUS = "00"
      move LS-NODE-CODE to NODE-REF-CODE
      read NODE-REF-MASTER key is NODE-REF-CODE
        invalid key
          continue
        not invalid key
          move "Y" to BASE-FOUND
          move NODE-REF-DESC to BASE-DESC
          move NODE-REF-TEAM to BASE-TEAM
          move NODE-REF-LIFECYCLE to BASE-STATUS
      end-read
      close NODE-REF-MASTER
    end-if
  end-if
  if BASE-FOUND = "N" and CHANGE-GIVEN = "N"
    goback
  end-if

  open extend REF-HISTORY-FILE
  if WS-HISTORY-STATUS = "35"
    open output REF-HISTORY-FILE
  end-if
  if BASE-FOUND = "Y"
    if BASE-STATUS = spaces
      move "ACTIVE" to BASE-STATUS
    end-if
    move spaces to REF-HISTORY-LINE
    string
      "00000000|" function trim(LS-NODE-CODE) "|"
      function trim(BASE-DESC) "|" function trim(BASE-TEAM) "|"
      function trim(BASE-STATUS) "|" RECORD-STAMP "|BASELINE"
      delimited by size into REF-HISTORY-LINE
    end-string
    write REF-HISTORY-LINE
  end-if
  if CHANGE-GIVEN = "Y"
    move spaces to REF-HISTORY-LINE
    string
      LS-EFFECTIVE "|" function trim(LS-NODE-CODE) "|"
      function trim(LS-DESC) "|" function trim(LS-TEAM) "|"
      function trim(LS-NODE-STATUS) "|" RECORD-STAMP "|"
      function trim(LS-USER)
      delimited by size into REF-HISTORY-LINE
    end-string
    write REF-HISTORY-LINE
  end-if
  close REF-HISTORY-FILE

  perform STORE-HISTORY-LINES
  goback.

*> the lines just appended onto the keyed history, numbered on from
*> the lines before them. A keyed history not there yet (the first
*> line ever recorded, or a conversion never loaded) is built whole
*> from the flat file, which now holds them; one that cannot be
*> written is said, and ROLL-NODE-REF rebuilds it tonight
STORE-HISTORY-LINES.
  open i-o NODE-HIST-STORE
  if WS-STORE-STATUS not = "00"
    call "build-ref-history" using WS-REF-HISTORY-FILE
      WS-NODE-HIST-FILE BUILT-RECORDS WS-STORE-STATUS BUILD-STATUS
    end-call
    if BUILD-STATUS = "2"
      perform REPORT-STORE-FAILED
    end-if
    exit paragraph
  end-if
  if BASE-FOUND = "Y"
    add 1 to HISTORY-LINES
    move spaces to NODE-HIST-RECORD
    move LS-NODE-CODE to NODE-HIST-CODE
    move 0 to NODE-HIST-EFFECTIVE
    move HISTORY-LINES to NODE-HIST-SEQ
    move BASE-DESC to NODE-HIST-DESC
    move BASE-TEAM to NODE-HIST-TEAM
    move BASE-STATUS to NODE-HIST-STATUS
    move RECORD-STAMP to NODE-HIST-RECORDED
    move "BASELINE" to NODE-HIST-USER
    write NODE-HIST-RECORD
      invalid key continue
    end-write
  end-if
  if CHANGE-GIVEN = "Y" and WS-STORE-STATUS(1:1) = "0"
    add 1 to HISTORY-LINES
    move spaces to NODE-HIST-RECORD
    move LS-NODE-CODE to NODE-HIST-CODE
    move LS-EFFECTIVE to NODE-HIST-EFFECTIVE
    move HISTORY-LINES to NODE-HIST-SEQ
    move LS-DESC to NODE-HIST-DESC
    move LS-TEAM to NODE-HIST-TEAM
    move LS-NODE-STATUS to NODE-HIST-STATUS
    move RECORD-STAMP to NODE-HIST-RECORDED
    move LS-USER to NODE-HIST-USER
    write NODE-HIST-RECORD
      invalid key continue
    end-write
  end-if
  if WS-STORE-STATUS(1:1) not = "0"
    perform REPORT-STORE-FAILED
  end-if
  close NODE-HIST-STORE.

*> routed to OPERATIONS, so LOG-EXCEPTION never asks the history back
REPORT-STORE-FAILED.
  move "DNV0286" to WS-EXC-MSG-ID
  move spaces to WS-EXC-VALUES
  move function trim(LS-NODE-CODE) to WS-EXC-VALUE(1)
  move WS-STORE-STATUS to WS-EXC-VALUE(2)
  call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
    WS-EXC-VALUES end-call.
