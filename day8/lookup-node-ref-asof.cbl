identification division.
program-id. lookup-node-ref-asof.

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

data division.
file section.
  fd NODE-REF-MASTER.
    copy node-ref.

  fd NODE-HIST-STORE.
    copy node-hist.

  fd REF-HISTORY-FILE.
  01 REF-HISTORY-LINE  pic x(160).

working-storage section.
  01 WS-NODE-REF-MASTER-FILE  pic x(100).
  01 WS-NODE-HIST-FILE  pic x(100).
  01 WS-REF-HISTORY-FILE  pic x(100).
  01 WS-MASTER-STATUS  pic x(2).
  01 WS-STORE-STATUS   pic x(2).
  01 WS-HISTORY-STATUS pic x(2).

  *> the node's own lines are read by key from the keyed history on
  *> each call -- nothing is held between calls but whether a missing
  *> keyed history has been said already (CANCEL resets that, as
  *> DAY8-BATCH does between control-file lines)
  01 STORE-MISSING-SAID pic x value "N".
  01 HIST-SEEN         pic x.

  01 JOB-LOG-PROGRAM   pic x(20) value "LOOKUP-NODE-REF-ASOF".
  copy excmsg.
  01 JOB-LOG-RC        pic 99.
  01 JOB-LOG-TEXT      pic x(200).

linkage section.
  01 LS-NODE-CODE    pic a(4).
  01 LS-AS-OF        pic 9(8).
  01 LS-DESC         pic x(40).
  01 LS-TEAM         pic x(20).
  01 LS-NODE-STATUS  pic x(10).
  01 LS-FOUND        pic x.
    88 NODE-REF-FOUND      value "0".
    88 NODE-REF-NOT-FOUND  value "1".

procedure division using LS-NODE-CODE, LS-AS-OF, LS-DESC, LS-TEAM,
    LS-NODE-STATUS, LS-FOUND.
  *> the node's reference entry as it stood on LS-AS-OF: its history
  *> lines effective on or before that date, read in the order they
  *> take effect, each setting only what it carries -- so description,
  *> owner and status each come from the latest line that set them (a
  *> later-recorded line wins a tie, so a same-day correction stands).
  *> A node with no history at all has only ever had its master entry,
  *> which answers for every date; a node whose history starts after
  *> LS-AS-OF was not on the reference yet and is not found. Future-
  *> dated lines simply wait in the history until their date comes
  move "/data/node-ref-history.idx" to WS-NODE-HIST-FILE
  call "resolve-path" using WS-NODE-HIST-FILE end-call

  move spaces to LS-DESC LS-TEAM LS-NODE-STATUS
  set NODE-REF-NOT-FOUND to true
  move "N" to HIST-SEEN
  open input NODE-HIST-STORE
  if WS-STORE-STATUS = "00"
    perform READ-NODE-HISTORY
    close NODE-HIST-STORE
  else
    if STORE-MISSING-SAID = "N"
      move "Y" to STORE-MISSING-SAID
      perform CHECK-FLAT-HISTORY
    end-if
  end-if
  if NODE-REF-FOUND
    goback
  end-if
  if HIST-SEEN = "Y"
    goback
  end-if

  move "/data/node-reference.idx" to WS-NODE-REF-MASTER-FILE
  call "resolve-path" using WS-NODE-REF-MASTER-FILE end-call
  open input NODE-REF-MASTER
  if WS-MASTER-STATUS = "00"
    move LS-NODE-CODE to NODE-REF-CODE
    read NODE-REF-MASTER key is NODE-REF-CODE
      invalid key
        continue
      not invalid key
        move NODE-REF-DESC to LS-DESC
        move NODE-REF-TEAM to LS-TEAM
        move NODE-REF-LIFECYCLE to LS-NODE-STATUS
        set NODE-REF-FOUND to true
    end-read
    close NODE-REF-MASTER
  end-if

  goback.

*> LS-NODE-CODE's lines from the keyed history, in key order, up to
*> the last one effective by LS-AS-OF
READ-NODE-HISTORY.
  move LS-NODE-CODE to NODE-HIST-CODE
  move 0 to NODE-HIST-EFFECTIVE NODE-HIST-SEQ
  start NODE-HIST-STORE key is >= NODE-HIST-KEY
    invalid key
      exit paragraph
  end-start
  perform forever
    read NODE-HIST-STORE next record at end
      exit perform
    end-read
    if NODE-HIST-CODE not = LS-NODE-CODE
      exit perform
    end-if
    move "Y" to HIST-SEEN
    if NODE-HIST-EFFECTIVE > LS-AS-OF
      exit perform
    end-if
    if NODE-HIST-DESC not = spaces
      move NODE-HIST-DESC to LS-DESC
    end-if
    evaluate NODE-HIST-TEAM
      when spaces
        continue
      when "(NONE)"
        move spaces to LS-TEAM
      when other
        move NODE-HIST-TEAM to LS-TEAM
    end-evaluate
    if NODE-HIST-STATUS not = spaces
      move NODE-HIST-STATUS to LS-NODE-STATUS
    end-if
    set NODE-REF-FOUND to true
  end-perform.

*> no keyed history to read: a flat history beside it means one was
*> never built (or has gone), and every answer falls back to today's
*> master -- said once for the step. No flat history either means
*> there is nothing dated to answer from, and the master is right
CHECK-FLAT-HISTORY.
  move "/data/node-ref-history.txt" to WS-REF-HISTORY-FILE
  call "resolve-path" using WS-REF-HISTORY-FILE end-call
  open input REF-HISTORY-FILE
  if WS-HISTORY-STATUS not = "00"
    exit paragraph
  end-if
  close REF-HISTORY-FILE
  move 4 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "LOOKUP-NODE-REF-ASOF: no keyed node reference history (status "
    WS-STORE-STATUS ") -- lookups answer from the master"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using JOB-LOG-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  *> routed to OPERATIONS, so LOG-EXCEPTION never asks back here
  move "DNV0285" to WS-EXC-MSG-ID
  move spaces to WS-EXC-VALUES
  move WS-STORE-STATUS to WS-EXC-VALUE(1)
  call "log-exception" using JOB-LOG-PROGRAM WS-EXC-MSG-ID
    WS-EXC-VALUES end-call.
