identification division.
program-id. build-ref-history.

environment division.
input-output section.
file-control.
  select REF-HISTORY-FILE assign to dynamic WS-REF-HISTORY-FILE
    organization line sequential file status WS-HISTORY-STATUS.
  select NODE-HIST-STORE assign to dynamic WS-NODE-HIST-FILE
    organization indexed
    access dynamic
    record key NODE-HIST-KEY
    file status WS-STORE-STATUS.

data division.
file section.
  fd REF-HISTORY-FILE.
  01 REF-HISTORY-LINE  pic x(160).

  fd NODE-HIST-STORE.
    copy node-hist.

working-storage section.
  01 WS-REF-HISTORY-FILE  pic x(100).
  01 WS-HISTORY-STATUS    pic x(2).
  01 WS-NODE-HIST-FILE    pic x(100).
  01 WS-STORE-STATUS      pic x(2).

  01 LINE-SEQ             pic 9(8).
  01 LINE-EFFECTIVE       pic x(8).
  01 LINE-CODE            pic a(4).

linkage section.
  01 LS-HISTORY-FILE  pic x(100).
  01 LS-STORE-FILE    pic x(100).
  01 LS-RECORDS       pic 9(8).
  01 LS-STORE-STATUS  pic x(2).
  01 LS-STATUS        pic x.
    88 HISTORY-BUILT       value "0".
    88 HISTORY-NOT-ON-FILE value "1".
    88 STORE-NOT-WRITTEN   value "2".

procedure division using LS-HISTORY-FILE, LS-STORE-FILE, LS-RECORDS,
    LS-STORE-STATUS, LS-STATUS.
  *> the keyed node-reference history rebuilt whole from the flat one,
  *> record for line -- each line keyed by its place in the file, so a
  *> rebuild always gives the same keys RECORD-NODE-REF gave as the
  *> lines were appended. Both are named by the caller: the live pair,
  *> or a test, isolated or restored root's. A root with no history
  *> gets an empty store, which is what its history is
  move LS-HISTORY-FILE to WS-REF-HISTORY-FILE
  move LS-STORE-FILE to WS-NODE-HIST-FILE
  move 0 to LS-RECORDS
  set HISTORY-BUILT to true

  open output NODE-HIST-STORE
  move WS-STORE-STATUS to LS-STORE-STATUS
  if WS-STORE-STATUS not = "00"
    set STORE-NOT-WRITTEN to true
    goback
  end-if

  open input REF-HISTORY-FILE
  if WS-HISTORY-STATUS not = "00"
    close NODE-HIST-STORE
    set HISTORY-NOT-ON-FILE to true
    goback
  end-if
  move 0 to LINE-SEQ
  perform forever
    read REF-HISTORY-FILE at end
      exit perform
    end-read
    add 1 to LINE-SEQ
    move spaces to LINE-EFFECTIVE LINE-CODE
    move spaces to NODE-HIST-RECORD
    unstring REF-HISTORY-LINE delimited by "|"
      into LINE-EFFECTIVE LINE-CODE NODE-HIST-DESC NODE-HIST-TEAM
        NODE-HIST-STATUS NODE-HIST-RECORDED NODE-HIST-USER
    end-unstring
    if LINE-EFFECTIVE is not numeric
      exit perform cycle
    end-if
    move LINE-CODE to NODE-HIST-CODE
    move LINE-EFFECTIVE to NODE-HIST-EFFECTIVE
    move LINE-SEQ to NODE-HIST-SEQ
    write NODE-HIST-RECORD
      invalid key continue
    end-write
    if WS-STORE-STATUS(1:1) not = "0"
      move WS-STORE-STATUS to LS-STORE-STATUS
      set STORE-NOT-WRITTEN to true
      exit perform
    end-if
    add 1 to LS-RECORDS
  end-perform
  close REF-HISTORY-FILE
  close NODE-HIST-STORE

  goback.
