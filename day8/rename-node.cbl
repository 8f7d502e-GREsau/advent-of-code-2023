    access dynamic
    record key NODE-IDX-CODE
    file status WS-INDEX-STATUS.
  select NODE-REF-MASTER assign to dynamic WS-NODE-REF-MASTER-FILE
    organization indexed
    access dynamic
    record key NODE-REF-CODE
    file status WS-MASTER-STATUS.
  select MAINT-JOURNAL assign to dynamic WS-MAINT-JOURNAL-FILE
    organization line sequential file status WS-JOURNAL-STATUS.
  select REF-HISTORY-FILE assign to dynamic WS-REF-HISTORY-FILE
    organization line sequential file status WS-HISTORY-STATUS.
  select REKEY-FILE assign to dynamic WS-REKEY-FILE
    organization line sequential file status WS-REKEY-STATUS.
  select NODE-HIST-STORE assign to dynamic WS-NODE-HIST-FILE
    organization indexed
    access dynamic
    record key NODE-HIST-KEY
    file status WS-STORE-STATUS.

data division.
file section.
  fd NODE-INDEX-FILE.
    copy node-idx.

  fd NODE-REF-MASTER.
    copy node-ref.

  fd MAINT-JOURNAL.
  01 MAINT-JOURNAL-LINE  pic x(240).

  fd REF-HISTORY-FILE.
  01 REF-HISTORY-LINE  pic x(160).

  fd REKEY-FILE.
  01 REKEY-LINE  pic x(160).

  fd NODE-HIST-STORE.
    copy node-hist.

working-storage section.
  01 WS-ALIAS-FILE      pic x(100).
  01 WS-NODE-INDEX-FILE pic x(100).
  01 WS-NODE-REF-MASTER-FILE pic x(100).
  01 WS-MAINT-JOURNAL-FILE pic x(100).
  01 WS-ALIAS-STATUS    pic x(2).
  01 WS-INDEX-STATUS    pic x(2).
  01 WS-MASTER-STATUS   pic x(2).
  01 REF-MOVE-STATUS    pic x(2) value "00".
  01 WS-JOURNAL-STATUS  pic x(2).

  01 WS-OLD-CODE        pic a(4).
  01 SAVED-R-CODE       pic a(4).
  01 INDEX-HAD-OLD      pic x value "N".

  01 REF-CHANGED        pic x value "N".

  *> the node's effective-dated reference history (see RECORD-NODE-REF)
  *> is re-keyed with it, so its earlier owners stay answerable: copied
  *> line by line to a work file under the new code, the copy put in
  *> place of the history, and the keyed history rebuilt from it
  01 WS-REF-HISTORY-FILE pic x(100).
  01 WS-HISTORY-STATUS  pic x(2).
  01 WS-REKEY-FILE      pic x(100).
  01 WS-REKEY-STATUS    pic x(2).
  01 WS-NODE-HIST-FILE  pic x(100).
  01 WS-STORE-STATUS    pic x(2).
  01 HIST-REKEYED       pic 9(8) value 0.
  01 HIST-REFUSED       pic x value "N".
  01 HIST-FAIL-STATUS   pic x(2) value spaces.
  01 RENAME-RESULT      pic 9(2) comp.
  01 BUILT-RECORDS      pic 9(8).
  01 BUILD-STATUS       pic x.
  01 SAVED-RC           pic s9(4) value 0.
  01 HIST-EFFECTIVE     pic x(8).
  01 HIST-CODE          pic a(4).
  01 HIST-PTR           pic 9(3).
  01 HIST-REST          pic x(160).

  01 AUTH-FUNCTION  pic x(20).
  01 AUTH-ALLOWED   pic x.
  01 FREEZE-FUNCTION  pic x(20).
  01 FREEZE-DETAIL    pic x(60).
  01 FREEZE-VERDICT   pic x.
  01 WS-EXC-PROGRAM     pic x(20) value "RENAME-NODE".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> one audited rename: the retired code is recorded as an alias of
  call "resolve-path" using WS-ALIAS-FILE end-call
  move "/data/node-map.idx" to WS-NODE-INDEX-FILE
  call "resolve-path" using WS-NODE-INDEX-FILE end-call
  move "/data/node-reference.idx" to WS-NODE-REF-MASTER-FILE
  call "resolve-path" using WS-NODE-REF-MASTER-FILE end-call
  move "/data/node-maint-journal.txt" to WS-MAINT-JOURNAL-FILE
  call "resolve-path" using WS-MAINT-JOURNAL-FILE end-call

  move "RENAME-NODE" to AUTH-FUNCTION
  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0209" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if
  accept WS-OLD-CODE from environment "RENAME_OLD"
  accept WS-NEW-CODE from environment "RENAME_NEW"
  if WS-OLD-CODE = spaces or WS-NEW-CODE = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "RENAME_OLD and RENAME_NEW must both be supplied!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0210" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  if WS-OLD-CODE = WS-NEW-CODE
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "RENAME_OLD and RENAME_NEW are the same code -- nothing "
      "to rename!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if
  call "parse-node" using WS-OLD-CODE WS-NODE-NUM WS-NODE-LENGTH
    PARSE-NODE-STATUS end-call
  if PARSE-NODE-STATUS = "1"
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Malformed RENAME_OLD code '" WS-OLD-CODE "'!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if
  call "parse-node" using WS-NEW-CODE WS-NODE-NUM WS-NODE-LENGTH
    PARSE-NODE-STATUS end-call
  if PARSE-NODE-STATUS = "1"
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Malformed RENAME_NEW code '" WS-NEW-CODE "'!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if

  *> inside a change-freeze window only an approved emergency change
  *> goes ahead -- see CHECK-FREEZE and the freeze calendar
  move "RENAME-NODE" to FREEZE-FUNCTION
  move spaces to FREEZE-DETAIL
  string "RENAME " function trim(WS-OLD-CODE) " TO "
    function trim(WS-NEW-CODE)
    delimited by size into FREEZE-DETAIL
  end-string
  call "check-freeze" using FREEZE-FUNCTION FREEZE-DETAIL
    FREEZE-VERDICT end-call
  if FREEZE-VERDICT = "Y"
    move "DNV0211" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if
  end-if
  move function current-date(1:14) to RENAME-TIMESTAMP

  *> the history is copied across under the new code before anything
  *> live is touched -- a history that cannot be read, copied or
  *> rebuilt refuses the rename while nothing has changed, rather than
  *> leaving the old code's lines behind for the nightly roll-forward
  *> to put back on the master
  perform REKEY-HISTORY
  if HIST-REFUSED = "Y"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Node reference history could not be re-keyed (status "
      HIST-FAIL-STATUS ") -- rename of " WS-OLD-CODE " refused!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0212" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-OLD-CODE) to WS-EXC-VALUE(1)
    move HIST-FAIL-STATUS to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if

  *> live keyed definition next: the old record's targets move to the
  *> new code and the old record goes away
  open i-o NODE-INDEX-FILE
  if WS-INDEX-STATUS = "00"
    close NODE-INDEX-FILE
  end-if

  *> node-reference record follows the rename the same way, by key --
  *> a node with no reference record has nothing to move
  open i-o NODE-REF-MASTER
  move WS-MASTER-STATUS to REF-MOVE-STATUS
  if WS-MASTER-STATUS = "00"
    move WS-OLD-CODE to NODE-REF-CODE
    read NODE-REF-MASTER key is NODE-REF-CODE
      invalid key
        continue
      not invalid key
        delete NODE-REF-MASTER record
        move WS-NEW-CODE to NODE-REF-CODE
        write NODE-REF-RECORD
          invalid key
            rewrite NODE-REF-RECORD
        end-write
        move WS-MASTER-STATUS to REF-MOVE-STATUS
        if WS-MASTER-STATUS(1:1) = "0"
          move "Y" to REF-CHANGED
        end-if
    end-read
    close NODE-REF-MASTER
  end-if
  *> the history below still moves to the new code, so the nightly
  *> roll-forward puts the record back under it if this failed
  if REF-MOVE-STATUS(1:1) not = "0"
    move 12 to SAVED-RC
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Node reference master could not be updated (status "
      REF-MOVE-STATUS ") -- reference record not moved!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0274" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-OLD-CODE) to WS-EXC-VALUE(1)
    move REF-MOVE-STATUS to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
  end-if
  perform PUT-HISTORY-IN-PLACE

  *> the alias is what keeps everything that still says the old code
  *> working -- appended last, once the live data already answers to
  write MAINT-JOURNAL-LINE
  close MAINT-JOURNAL

  move SAVED-RC to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  if SAVED-RC = 0
    string "Node " WS-OLD-CODE " renamed to " WS-NEW-CODE " -- alias "
      "recorded, live definition and reference entry rewritten, "
      HIST-REKEYED " history line(s) re-keyed, rename journaled"
      delimited by size into JOB-LOG-TEXT
    end-string
  else
    string "Node " WS-OLD-CODE " renamed to " WS-NEW-CODE " -- alias "
      "recorded and rename journaled, but not every file followed: "
      "see the exception log"
      delimited by size into JOB-LOG-TEXT
    end-string
  end-if
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move SAVED-RC to return-code
  goback.

*> the history copied line by line to the work file, the old code's
*> lines under the new one; HIST-REKEYED counts them. HIST-REFUSED =
*> "Y" (HIST-FAIL-STATUS saying why) when the history cannot be read
*> or the copy written, or the keyed history will not take the
*> rebuild. No history, or none for the old code, leaves nothing to do
REKEY-HISTORY.
  move "/data/node-ref-history.txt" to WS-REF-HISTORY-FILE
  call "resolve-path" using WS-REF-HISTORY-FILE end-call
  move "/data/node-ref-history.rekey" to WS-REKEY-FILE
  call "resolve-path" using WS-REKEY-FILE end-call
  move "/data/node-ref-history.idx" to WS-NODE-HIST-FILE
  call "resolve-path" using WS-NODE-HIST-FILE end-call
  open input REF-HISTORY-FILE
  if WS-HISTORY-STATUS = "35"
    exit paragraph
  end-if
  if WS-HISTORY-STATUS not = "00"
    move "Y" to HIST-REFUSED
    move WS-HISTORY-STATUS to HIST-FAIL-STATUS
    exit paragraph
  end-if
  open output REKEY-FILE
  if WS-REKEY-STATUS not = "00"
    close REF-HISTORY-FILE
    move "Y" to HIST-REFUSED
    move WS-REKEY-STATUS to HIST-FAIL-STATUS
    exit paragraph
  end-if
  perform forever
    read REF-HISTORY-FILE at end
      exit perform
    end-read
    move REF-HISTORY-LINE to REKEY-LINE
    move spaces to HIST-EFFECTIVE HIST-CODE
    move 1 to HIST-PTR
    unstring REF-HISTORY-LINE delimited by "|"
      into HIST-EFFECTIVE HIST-CODE with pointer HIST-PTR
    end-unstring
    if HIST-CODE = WS-OLD-CODE
      move REF-HISTORY-LINE(HIST-PTR:) to HIST-REST
      move spaces to REKEY-LINE
      string HIST-EFFECTIVE "|" function trim(WS-NEW-CODE) "|"
        function trim(HIST-REST)
        delimited by size into REKEY-LINE
      end-string
      add 1 to HIST-REKEYED
    end-if
    write REKEY-LINE
    if WS-REKEY-STATUS(1:1) not = "0"
      move "Y" to HIST-REFUSED
      move WS-REKEY-STATUS to HIST-FAIL-STATUS
      exit perform
    end-if
  end-perform
  close REF-HISTORY-FILE
  close REKEY-FILE
  if HIST-REFUSED = "N" and HIST-REKEYED > 0
    open i-o NODE-HIST-STORE
    if WS-STORE-STATUS = "00"
      close NODE-HIST-STORE
    else
      if WS-STORE-STATUS not = "35"
        move "Y" to HIST-REFUSED
        move WS-STORE-STATUS to HIST-FAIL-STATUS
      end-if
    end-if
  end-if
  if HIST-REFUSED = "Y" or HIST-REKEYED = 0
    move 0 to HIST-REKEYED
    call "CBL_DELETE_FILE" using WS-REKEY-FILE end-call
    move 0 to return-code
  end-if.

*> the re-keyed copy put in place of the history in one step, and the
*> keyed history rebuilt from it; either failing is said (RC 12), the
*> copy being left where it is for the runbook to finish by hand
PUT-HISTORY-IN-PLACE.
  if HIST-REKEYED = 0
    exit paragraph
  end-if
  call "CBL_RENAME_FILE" using WS-REKEY-FILE WS-REF-HISTORY-FILE
    returning RENAME-RESULT end-call
  move 0 to return-code
  if RENAME-RESULT not = 0
    move 12 to SAVED-RC
    move "DNV0284" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-OLD-CODE) to WS-EXC-VALUE(1)
    move function trim(WS-NEW-CODE) to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    exit paragraph
  end-if
  call "build-ref-history" using WS-REF-HISTORY-FILE WS-NODE-HIST-FILE
    BUILT-RECORDS WS-STORE-STATUS BUILD-STATUS end-call
  if BUILD-STATUS = "2"
    move 12 to SAVED-RC
    move "DNV0290" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-NEW-CODE) to WS-EXC-VALUE(1)
    move WS-STORE-STATUS to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
  end-if.
