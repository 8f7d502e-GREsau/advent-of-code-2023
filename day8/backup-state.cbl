identification division.
program-id. backup-state.

environment division.
input-output section.
file-control.
  select NODE-INDEX-FILE assign to dynamic WS-NODE-INDEX-FILE
    organization indexed
    access dynamic
    record key NODE-IDX-CODE
    file status WS-NODE-INDEX-STATUS.
  select RUN-HISTORY-STORE assign to dynamic WS-HISTORY-STORE-FILE
    organization indexed
    access dynamic
    record key RUNHIST-KEY
    file status WS-HISTORY-STORE-STATUS.
  select NODE-REF-MASTER assign to dynamic WS-NODE-REF-MASTER-FILE
    organization indexed
    access dynamic
    record key NODE-REF-CODE
    file status WS-NODE-REF-MASTER-STATUS.
  select UNLOAD-FILE assign to dynamic WS-UNLOAD-FILE
    organization line sequential file status WS-UNLOAD-STATUS.
  select CATALOG-FILE assign to dynamic WS-CATALOG-FILE
    organization line sequential file status WS-CATALOG-STATUS.
  select CONTROL-FILE assign to dynamic WS-CONTROL-FILE
    organization line sequential file status WS-CONTROL-STATUS.
  select REGISTER-FILE assign to dynamic WS-REGISTER-FILE
    organization line sequential file status WS-REGISTER-STATUS.

data division.
file section.
  fd NODE-INDEX-FILE.
    copy node-idx.

  fd RUN-HISTORY-STORE.
    copy runhist.

  fd NODE-REF-MASTER.
    copy node-ref.

  fd UNLOAD-FILE.
  01 UNLOAD-LINE  pic x(200).

  fd CATALOG-FILE.
  01 CATALOG-LINE  pic x(240).

  fd CONTROL-FILE.
  01 CONTROL-LINE  pic x(200).

  fd REGISTER-FILE.
  01 REGISTER-LINE  pic x(200).

working-storage section.
  78 LOCK-COUNT value 5.
  78 STATE-FILE-COUNT value 16.
  78 SNAPSHOTS-MAX value 50.

  *> the whole controlled state of the system, taken at one point in
  *> time: every lock writers in this system take is held for the
  *> length of the copy, so nothing guarded by one can be caught half
  *> written. Flat files are copied as they stand; the keyed stores
  *> are unloaded record for record to flat files in the set, from
  *> which RESTORE-STATE loads them again. Each set is a dated
  *> directory under the backup root with a control listing of every
  *> file -- its record count and checksum -- and every set is entered
  *> on the backup register
  01 LOCKS-OUTER.
    05 filler pic x(40) value "/data/run-history.lock".
    05 filler pic x(40) value "/data/part2-checkpoint.lock".
    05 filler pic x(40) value "/data/map-image.lock".
    05 filler pic x(40) value "/data/run-registry.lock".
    05 filler pic x(40) value "/data/flow-outcomes.lock".
  01 LOCKS-TABLE redefines LOCKS-OUTER.
    05 LOCK-ENTRY occurs LOCK-COUNT times.
      10 LOCK-FILE-NAME    pic x(40).
  01 LOCK-HELD-TABLE.
    05 LOCK-HELD occurs LOCK-COUNT times pic x.
  01 LOCK-IDX              pic 9.
  01 LOCKS-HELD-COUNT      pic 9 value 0.
  01 WS-LOCK-NAME          pic x(100).
  01 WS-LOCK-OWNER         pic x(20) value "BACKUP-STATE".
  01 WS-LOCK-RESULT        pic x.
  01 BUSY-LOCK-NAME        pic x(100) value spaces.

  *> the controlled state: kind F is a flat file copied as it stands,
  *> N, R and E the node-map, run-history and node-reference keyed
  *> stores, unloaded
  01 STATE-FILES-OUTER.
    05 filler pic x value "N".
    05 filler pic x(30) value "node-map.idx".
    05 filler pic x value "R".
    05 filler pic x(30) value "run-history.idx".
    05 filler pic x value "E".
    05 filler pic x(30) value "node-reference.idx".
    05 filler pic x value "F".
    05 filler pic x(30) value "run-history.log".
    05 filler pic x value "F".
    05 filler pic x(30) value "part2-checkpoint.txt".
    05 filler pic x value "F".
    05 filler pic x(30) value "batch-checkpoint.txt".
    05 filler pic x value "F".
    05 filler pic x(30) value "pending-changes.txt".
    05 filler pic x value "F".
    05 filler pic x(30) value "map-catalog.txt".
    05 filler pic x value "F".
    05 filler pic x(30) value "map.txt".
    05 filler pic x value "F".
    05 filler pic x(30) value "instructions.txt".
    05 filler pic x value "F".
    05 filler pic x(30) value "map-fallback.txt".
    05 filler pic x value "F".
    05 filler pic x(30) value "instructions-fallback.txt".
    05 filler pic x value "F".
    05 filler pic x(30) value "node-reference.txt".
    05 filler pic x value "F".
    05 filler pic x(30) value "node-ref-history.txt".
    05 filler pic x value "F".
    05 filler pic x(30) value "node-alias.txt".
    05 filler pic x value "F".
    05 filler pic x(30) value "partner-codes.txt".
  01 STATE-FILES-TABLE redefines STATE-FILES-OUTER.
    05 STATE-FILE-ENTRY occurs STATE-FILE-COUNT times.
      10 STATE-KIND        pic x.
      10 STATE-NAME        pic x(30).
  01 STATE-IDX             pic 9(2).

  *> the closed-period registry and the dated map snapshots the catalog
  *> names are taken too -- a catalog without its snapshots restores a
  *> system that cannot run a past date
  01 SNAPSHOT-TABLE.
    05 SNAPSHOT-NAME occurs SNAPSHOTS-MAX times pic x(100).
  01 SNAPSHOT-COUNT        pic 9(3) value 0.
  01 SNAPSHOT-IDX          pic 9(3).
  01 SNAPSHOTS-SKIPPED     pic 9(3) value 0.
  01 PARSE-DUMMY           pic x(12).
  01 LINE-EFFECTIVE        pic x(8).
  01 LINE-MAP              pic x(100).
  01 LINE-INSTR            pic x(100).
  01 LINE-TAIL             pic x(100).

  01 WS-NODE-INDEX-FILE      pic x(100).
  01 WS-NODE-INDEX-STATUS    pic x(2).
  01 WS-HISTORY-STORE-FILE   pic x(100).
  01 WS-HISTORY-STORE-STATUS pic x(2).
  01 WS-NODE-REF-MASTER-FILE pic x(100).
  01 WS-NODE-REF-MASTER-STATUS pic x(2).
  01 WS-UNLOAD-FILE          pic x(100).
  01 WS-UNLOAD-STATUS        pic x(2).
  01 WS-CATALOG-FILE         pic x(100).
  01 WS-CATALOG-STATUS       pic x(2).
  01 WS-CONTROL-FILE         pic x(100).
  01 WS-CONTROL-STATUS       pic x(2).
  01 WS-REGISTER-FILE        pic x(100).
  01 WS-REGISTER-STATUS      pic x(2).

  01 BACKUP-ROOT           pic x(60).
  01 DATA-ROOT-PREFIX      pic x(60).
  01 DATA-ROOT-LENGTH      pic 9(2).
  01 SET-ID                pic x(30).
  01 SET-DIRECTORY         pic x(100).
  01 DIRECTORY-RC          pic s9(9).
  01 ROOT-LENGTH           pic 9(2).
  01 SKIP-WORD             pic x(240).
  01 WORD-PTR              pic 9(3).
  01 BASE-NAME             pic x(60).

  01 WS-RUN-ID             pic x(8).
  01 WS-OPERATOR           pic x(20).
  01 BACKUP-TIMESTAMP      pic x(14).
  01 AUTH-FUNCTION         pic x(20) value "BACKUP-STATE".
  01 AUTH-ALLOWED          pic x.

  01 COPY-SOURCE           pic x(100).
  01 COPY-TARGET           pic x(100).
  01 COPY-KIND             pic x(16).
  01 ARCHIVE-TRUNCATE      pic x value "N".
  01 ARCHIVE-STATUS        pic x.
    88 ARCHIVE-OK          value "0".
    88 ARCHIVE-NO-SOURCE   value "1".
    88 ARCHIVE-BAD-RECORD  value "2".
  01 MEASURE-LIMIT         pic 9(9) value 0.
  01 MEASURE-RECORDS       pic 9(9).
  01 MEASURE-CHECKSUM      pic 9(9).
  01 MEASURE-BYTES         pic 9(18).
  01 MEASURE-MODIFIED      pic 9(14).
  01 MEASURE-STATUS        pic x.

  01 FILES-TAKEN           pic 9(3) value 0.
  01 FILES-ABSENT          pic 9(3) value 0.
  01 FILES-FAILED          pic 9(3) value 0.
  01 UNLOADED-RECORDS      pic 9(9).
  01 BACKUP-RESULT         pic x(40) value spaces.

  01 WS-EXC-PROGRAM        pic x(20) value "BACKUP-STATE".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).
  01 SAVED-RC           pic s9(4).

procedure division.
  call "run-id" using WS-RUN-ID end-call
  move function current-date(1:14) to BACKUP-TIMESTAMP
  accept WS-OPERATOR from environment "OPERATOR_ID"
  if WS-OPERATOR = spaces
    accept WS-OPERATOR from environment "USER"
  end-if
  if WS-OPERATOR = spaces
    move "UNKNOWN" to WS-OPERATOR
  end-if
  move "/data/backup-register.txt" to WS-REGISTER-FILE
  call "resolve-path" using WS-REGISTER-FILE end-call

  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0024" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

  *> the data root as the resolver sees it, so catalog names under it
  *> can be told from files kept somewhere else entirely
  move "/data/x" to SKIP-WORD
  call "resolve-path" using SKIP-WORD(1:100) end-call
  compute DATA-ROOT-LENGTH = function length(function trim(SKIP-WORD)) - 2
  move SKIP-WORD(1:DATA-ROOT-LENGTH) to DATA-ROOT-PREFIX

  *> BACKUP_ROOT names where the sets go -- off the data root's own
  *> disk for a real DR copy; by default beside the data it protects
  accept BACKUP-ROOT from environment "BACKUP_ROOT"
  if BACKUP-ROOT = spaces
    move "/data/backup" to SKIP-WORD
    call "resolve-path" using SKIP-WORD(1:100) end-call
    move SKIP-WORD to BACKUP-ROOT
  end-if
  move BACKUP-ROOT to SKIP-WORD
  compute ROOT-LENGTH = function length(function trim(SKIP-WORD))
  if ROOT-LENGTH > 1 and SKIP-WORD(ROOT-LENGTH:1) = "/"
    move space to SKIP-WORD(ROOT-LENGTH:1)
  end-if
  move SKIP-WORD to BACKUP-ROOT
  call "CBL_CREATE_DIR" using BACKUP-ROOT end-call

  move spaces to SET-ID SET-DIRECTORY
  string "state-" BACKUP-TIMESTAMP(1:8) "-" WS-RUN-ID
    delimited by size into SET-ID
  end-string
  string function trim(BACKUP-ROOT) "/" function trim(SET-ID)
    delimited by size into SET-DIRECTORY
  end-string
  call "CBL_CREATE_DIR" using SET-DIRECTORY end-call
  move return-code to DIRECTORY-RC
  move 0 to return-code
  move spaces to WS-CONTROL-FILE
  string function trim(SET-DIRECTORY) "/backup-control.txt"
    delimited by size into WS-CONTROL-FILE
  end-string
  open output CONTROL-FILE
  if WS-CONTROL-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Backup refused: set directory " function trim(SET-DIRECTORY)
      " could not be created or written"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0025" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(SET-DIRECTORY) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move "REFUSED -- SET DIRECTORY NOT WRITABLE" to BACKUP-RESULT
    perform WRITE-REGISTER
    move 12 to return-code
    goback
  end-if

  *> every lock, in one fixed order so two takers cannot deadlock; one
  *> that cannot be had in ACQUIRE-LOCK's wait means a writer is busy,
  *> and the backup gives back what it holds and stands down
  perform varying LOCK-IDX from 1 by 1 until LOCK-IDX > LOCK-COUNT
    move "N" to LOCK-HELD(LOCK-IDX)
  end-perform
  perform varying LOCK-IDX from 1 by 1 until LOCK-IDX > LOCK-COUNT
    move LOCK-FILE-NAME(LOCK-IDX) to WS-LOCK-NAME
    call "resolve-path" using WS-LOCK-NAME end-call
    call "acquire-lock" using WS-LOCK-NAME WS-LOCK-OWNER
      WS-LOCK-RESULT end-call
    if WS-LOCK-RESULT not = "0"
      move WS-LOCK-NAME to BUSY-LOCK-NAME
      exit perform
    end-if
    move "Y" to LOCK-HELD(LOCK-IDX)
    add 1 to LOCKS-HELD-COUNT
  end-perform
  if LOCKS-HELD-COUNT < LOCK-COUNT
    perform RELEASE-HELD-LOCKS
    move spaces to CONTROL-LINE
    string "BACKUP SET " function trim(SET-ID) " NOT TAKEN -- "
      function trim(BUSY-LOCK-NAME) " IS HELD BY A WRITER"
      delimited by size into CONTROL-LINE
    end-string
    write CONTROL-LINE
    close CONTROL-FILE
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Backup refused: " function trim(BUSY-LOCK-NAME)
      " is held by a writer -- no set taken"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0026" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(BUSY-LOCK-NAME) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move "REFUSED -- A WRITER HOLDS A LOCK" to BACKUP-RESULT
    perform WRITE-REGISTER
    move 12 to return-code
    goback
  end-if

  move spaces to CONTROL-LINE
  string "BACKUP SET " function trim(SET-ID) " TAKEN " BACKUP-TIMESTAMP
    " BY " function trim(WS-OPERATOR) " RUN " WS-RUN-ID " FROM "
    function trim(DATA-ROOT-PREFIX) " LOCKS HELD " LOCKS-HELD-COUNT
    delimited by size into CONTROL-LINE
  end-string
  write CONTROL-LINE

  perform varying STATE-IDX from 1 by 1 until STATE-IDX > STATE-FILE-COUNT
    evaluate STATE-KIND(STATE-IDX)
      when "N"
        perform UNLOAD-NODE-INDEX
      when "R"
        perform UNLOAD-RUN-HISTORY
      when "E"
        perform UNLOAD-NODE-REF
      when other
        move spaces to COPY-SOURCE
        string "/data/" function trim(STATE-NAME(STATE-IDX))
          delimited by size into COPY-SOURCE
        end-string
        call "resolve-path" using COPY-SOURCE end-call
        move STATE-NAME(STATE-IDX) to BASE-NAME
        move "FLAT" to COPY-KIND
        perform COPY-INTO-SET
    end-evaluate
  end-perform
  move spaces to COPY-SOURCE
  move "/data/closed-periods.txt" to COPY-SOURCE
  call "resolve-path" using COPY-SOURCE end-call
  move "closed-periods.txt" to BASE-NAME
  move "FLAT" to COPY-KIND
  perform COPY-INTO-SET
  perform TAKE-CATALOG-SNAPSHOTS

  perform RELEASE-HELD-LOCKS

  evaluate true
    when FILES-FAILED > 0
      move "INCOMPLETE -- FILES COULD NOT BE TAKEN" to BACKUP-RESULT
      move 8 to return-code
    when FILES-ABSENT > 0 or SNAPSHOTS-SKIPPED > 0
      move "TAKEN -- SOME FILES ABSENT" to BACKUP-RESULT
      move 4 to return-code
    when other
      move "TAKEN" to BACKUP-RESULT
      move 0 to return-code
  end-evaluate
  move return-code to SAVED-RC
  move spaces to CONTROL-LINE
  string "END OF SET FILES " FILES-TAKEN " ABSENT " FILES-ABSENT
    " FAILED " FILES-FAILED " SNAPSHOTS-NOT-TAKEN " SNAPSHOTS-SKIPPED
    " RESULT " function trim(BACKUP-RESULT)
    delimited by size into CONTROL-LINE
  end-string
  write CONTROL-LINE
  close CONTROL-FILE
  if FILES-FAILED > 0
    move "DNV0027" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(SET-ID) to WS-EXC-VALUE(1)
    move FILES-FAILED to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
  end-if
  perform WRITE-REGISTER
  move SAVED-RC to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Backup set " function trim(SET-ID) ": " FILES-TAKEN
    " file(s) taken, " FILES-ABSENT " absent, " FILES-FAILED
    " failed -- " function trim(BACKUP-RESULT)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "  control listing: " function trim(WS-CONTROL-FILE)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move SAVED-RC to return-code
  goback.

RELEASE-HELD-LOCKS.
  perform varying LOCK-IDX from LOCK-COUNT by -1 until LOCK-IDX < 1
    if LOCK-HELD(LOCK-IDX) = "Y"
      move LOCK-FILE-NAME(LOCK-IDX) to WS-LOCK-NAME
      call "resolve-path" using WS-LOCK-NAME end-call
      call "release-lock" using WS-LOCK-NAME end-call
      move "N" to LOCK-HELD(LOCK-IDX)
    end-if
  end-perform.

*> COPY-SOURCE into the set as BASE-NAME, with its control line
COPY-INTO-SET.
  move spaces to COPY-TARGET
  string function trim(SET-DIRECTORY) "/" function trim(BASE-NAME)
    delimited by size into COPY-TARGET
  end-string
  call "archive-file" using COPY-SOURCE COPY-TARGET ARCHIVE-TRUNCATE
    ARCHIVE-STATUS end-call
  evaluate true
    when ARCHIVE-OK
      perform WRITE-FILE-LINE
    when ARCHIVE-NO-SOURCE
      add 1 to FILES-ABSENT
      move spaces to CONTROL-LINE
      string "ABSENT " function trim(BASE-NAME) " KIND "
        function trim(COPY-KIND) " -- NOT ON FILE AT "
        function trim(COPY-SOURCE)
        delimited by size into CONTROL-LINE
      end-string
      write CONTROL-LINE
    when other
      add 1 to FILES-FAILED
      move spaces to CONTROL-LINE
      string "FAILED " function trim(BASE-NAME) " KIND "
        function trim(COPY-KIND) " -- A RECORD TOO LONG TO COPY WHOLE"
        delimited by size into CONTROL-LINE
      end-string
      write CONTROL-LINE
  end-evaluate.

*> the set's copy measured and listed: name, kind, records, checksum
WRITE-FILE-LINE.
  call "measure-file" using COPY-TARGET MEASURE-LIMIT MEASURE-RECORDS
    MEASURE-CHECKSUM MEASURE-BYTES MEASURE-MODIFIED MEASURE-STATUS
  end-call
  add 1 to FILES-TAKEN
  move spaces to CONTROL-LINE
  string "FILE " function trim(BASE-NAME) " KIND " function trim(COPY-KIND)
    " RECORDS " MEASURE-RECORDS " CHECKSUM " MEASURE-CHECKSUM
    delimited by size into CONTROL-LINE
  end-string
  write CONTROL-LINE.

*> the node-map store unloaded record for record, key order
UNLOAD-NODE-INDEX.
  move "/data/node-map.idx" to WS-NODE-INDEX-FILE
  call "resolve-path" using WS-NODE-INDEX-FILE end-call
  move "node-map.idx.unl" to BASE-NAME
  move "NODE-MAP-IDX" to COPY-KIND
  move WS-NODE-INDEX-FILE to COPY-SOURCE
  open input NODE-INDEX-FILE
  if WS-NODE-INDEX-STATUS not = "00"
    set ARCHIVE-NO-SOURCE to true
    perform COPY-RESULT-LINE
    exit paragraph
  end-if
  move spaces to COPY-TARGET
  string function trim(SET-DIRECTORY) "/" function trim(BASE-NAME)
    delimited by size into COPY-TARGET
  end-string
  move COPY-TARGET to WS-UNLOAD-FILE
  open output UNLOAD-FILE
  move 0 to UNLOADED-RECORDS
  perform forever
    read NODE-INDEX-FILE next record at end
      exit perform
    end-read
    move spaces to UNLOAD-LINE
    move NODE-IDX-RECORD to UNLOAD-LINE
    write UNLOAD-LINE
    add 1 to UNLOADED-RECORDS
  end-perform
  close UNLOAD-FILE
  close NODE-INDEX-FILE
  set ARCHIVE-OK to true
  perform COPY-RESULT-LINE.

*> the run-history store unloaded record for record, key order
UNLOAD-RUN-HISTORY.
  move "/data/run-history.idx" to WS-HISTORY-STORE-FILE
  call "resolve-path" using WS-HISTORY-STORE-FILE end-call
  move "run-history.idx.unl" to BASE-NAME
  move "RUN-HISTORY-IDX" to COPY-KIND
  move WS-HISTORY-STORE-FILE to COPY-SOURCE
  open input RUN-HISTORY-STORE
  if WS-HISTORY-STORE-STATUS not = "00"
    set ARCHIVE-NO-SOURCE to true
    perform COPY-RESULT-LINE
    exit paragraph
  end-if
  move spaces to COPY-TARGET
  string function trim(SET-DIRECTORY) "/" function trim(BASE-NAME)
    delimited by size into COPY-TARGET
  end-string
  move COPY-TARGET to WS-UNLOAD-FILE
  open output UNLOAD-FILE
  move 0 to UNLOADED-RECORDS
  perform forever
    read RUN-HISTORY-STORE next record at end
      exit perform
    end-read
    move spaces to UNLOAD-LINE
    move RUNHIST-RECORD to UNLOAD-LINE
    write UNLOAD-LINE
    add 1 to UNLOADED-RECORDS
  end-perform
  close UNLOAD-FILE
  close RUN-HISTORY-STORE
  set ARCHIVE-OK to true
  perform COPY-RESULT-LINE.

*> the node-reference master unloaded record for record, key order
UNLOAD-NODE-REF.
  move "/data/node-reference.idx" to WS-NODE-REF-MASTER-FILE
  call "resolve-path" using WS-NODE-REF-MASTER-FILE end-call
  move "node-reference.idx.unl" to BASE-NAME
  move "NODE-REF-IDX" to COPY-KIND
  move WS-NODE-REF-MASTER-FILE to COPY-SOURCE
  open input NODE-REF-MASTER
  if WS-NODE-REF-MASTER-STATUS not = "00"
    set ARCHIVE-NO-SOURCE to true
    perform COPY-RESULT-LINE
    exit paragraph
  end-if
  move spaces to COPY-TARGET
  string function trim(SET-DIRECTORY) "/" function trim(BASE-NAME)
    delimited by size into COPY-TARGET
  end-string
  move COPY-TARGET to WS-UNLOAD-FILE
  open output UNLOAD-FILE
  move 0 to UNLOADED-RECORDS
  perform forever
    read NODE-REF-MASTER next record at end
      exit perform
    end-read
    move spaces to UNLOAD-LINE
    move NODE-REF-RECORD to UNLOAD-LINE
    write UNLOAD-LINE
    add 1 to UNLOADED-RECORDS
  end-perform
  close UNLOAD-FILE
  close NODE-REF-MASTER
  set ARCHIVE-OK to true
  perform COPY-RESULT-LINE.

COPY-RESULT-LINE.
  if ARCHIVE-OK
    perform WRITE-FILE-LINE
  else
    add 1 to FILES-ABSENT
    move spaces to CONTROL-LINE
    string "ABSENT " function trim(BASE-NAME) " KIND "
      function trim(COPY-KIND) " -- NOT ON FILE AT "
      function trim(COPY-SOURCE)
      delimited by size into CONTROL-LINE
    end-string
    write CONTROL-LINE
  end-if.

*> each map and instruction snapshot the catalog names under the data
*> root, once each; one kept anywhere else is listed, not taken
TAKE-CATALOG-SNAPSHOTS.
  move "/data/map-catalog.txt" to WS-CATALOG-FILE
  call "resolve-path" using WS-CATALOG-FILE end-call
  open input CATALOG-FILE
  if WS-CATALOG-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read CATALOG-FILE at end
      exit perform
    end-read
    move spaces to PARSE-DUMMY LINE-EFFECTIVE LINE-MAP LINE-INSTR LINE-TAIL
    unstring CATALOG-LINE
        delimited by "EFFECTIVE " or " MAP " or " INSTR " or " ROLLBACK "
      into PARSE-DUMMY LINE-EFFECTIVE LINE-MAP LINE-INSTR LINE-TAIL
    end-unstring
    move LINE-MAP to SKIP-WORD
    perform NOTE-SNAPSHOT
    move LINE-INSTR to SKIP-WORD
    perform NOTE-SNAPSHOT
  end-perform
  close CATALOG-FILE

  perform varying SNAPSHOT-IDX from 1 by 1
      until SNAPSHOT-IDX > SNAPSHOT-COUNT
    move SNAPSHOT-NAME(SNAPSHOT-IDX) to COPY-SOURCE
    call "resolve-path" using COPY-SOURCE end-call
    move SNAPSHOT-NAME(SNAPSHOT-IDX) to SKIP-WORD
    perform LAST-PATH-PART
    move "SNAPSHOT" to COPY-KIND
    perform COPY-INTO-SET
  end-perform.

*> one catalog name in SKIP-WORD onto the snapshot list, unless it is
*> blank, already listed, or not under the data root
NOTE-SNAPSHOT.
  if SKIP-WORD = spaces
    exit paragraph
  end-if
  move function trim(SKIP-WORD) to SKIP-WORD
  if SKIP-WORD(1:6) not = "/data/"
    if SKIP-WORD(1:DATA-ROOT-LENGTH + 1) =
        function concatenate(function trim(DATA-ROOT-PREFIX) "/")
      move SKIP-WORD(DATA-ROOT-LENGTH + 1:) to LINE-TAIL
      move spaces to SKIP-WORD
      string "/data" function trim(LINE-TAIL)
        delimited by size into SKIP-WORD
      end-string
    else
      add 1 to SNAPSHOTS-SKIPPED
      move spaces to CONTROL-LINE
      string "NOT-TAKEN " function trim(SKIP-WORD)
        " -- CATALOG NAMES A FILE OUTSIDE THE DATA ROOT"
        delimited by size into CONTROL-LINE
      end-string
      write CONTROL-LINE
      exit paragraph
    end-if
  end-if
  perform varying SNAPSHOT-IDX from 1 by 1
      until SNAPSHOT-IDX > SNAPSHOT-COUNT
    if SNAPSHOT-NAME(SNAPSHOT-IDX) = SKIP-WORD(1:100)
      exit paragraph
    end-if
  end-perform
  if SNAPSHOT-COUNT < SNAPSHOTS-MAX
    add 1 to SNAPSHOT-COUNT
    move SKIP-WORD(1:100) to SNAPSHOT-NAME(SNAPSHOT-COUNT)
  else
    add 1 to SNAPSHOTS-SKIPPED
  end-if.

*> the file name after the last "/" of the path in SKIP-WORD
LAST-PATH-PART.
  move spaces to BASE-NAME
  compute ROOT-LENGTH = function length(function trim(SKIP-WORD))
  perform varying WORD-PTR from ROOT-LENGTH by -1 until WORD-PTR < 1
    if SKIP-WORD(WORD-PTR:1) = "/"
      exit perform
    end-if
  end-perform
  move SKIP-WORD(WORD-PTR + 1:ROOT-LENGTH - WORD-PTR) to BASE-NAME.

WRITE-REGISTER.
  open extend REGISTER-FILE
  if WS-REGISTER-STATUS = "35"
    open output REGISTER-FILE
  end-if
  move spaces to REGISTER-LINE
  string BACKUP-TIMESTAMP " BACKUP " function trim(SET-ID) " IN "
    function trim(SET-DIRECTORY) " FILES " FILES-TAKEN " ABSENT "
    FILES-ABSENT " FAILED " FILES-FAILED " BY "
    function trim(WS-OPERATOR) " RUN " WS-RUN-ID " -- "
    function trim(BACKUP-RESULT)
    delimited by size into REGISTER-LINE
  end-string
  write REGISTER-LINE
  close REGISTER-FILE.
