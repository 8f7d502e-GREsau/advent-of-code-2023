identification division.
program-id. rollback-map.

environment division.
input-output section.
file-control.
  select ROLLBACK-REPORT assign to dynamic WS-ROLLBACK-REPORT-FILE
    organization line sequential.
  select CATALOG-FILE assign to dynamic WS-CATALOG-FILE
    organization line sequential file status WS-CATALOG-STATUS.
  select MAINT-JOURNAL assign to dynamic WS-MAINT-JOURNAL-FILE
    organization line sequential file status WS-JOURNAL-STATUS.

data division.
file section.
  fd ROLLBACK-REPORT.
  01 ROLLBACK-LINE  pic x(132).

  fd CATALOG-FILE.
  01 CATALOG-LINE  pic x(240).

  fd MAINT-JOURNAL.
  01 MAINT-JOURNAL-LINE  pic x(240).

working-storage section.
  01 WS-ROLLBACK-REPORT-FILE  pic x(100).
  01 WS-MAINT-JOURNAL-FILE  pic x(100).
  copy input.

  01 WS-CATALOG-FILE     pic x(100).
  01 WS-CATALOG-STATUS   pic x(2).
  01 WS-JOURNAL-STATUS   pic x(2).

  01 PROD-MAP            pic x(100) value "/data/map.txt".
  01 PROD-INSTR          pic x(100) value "/data/instructions.txt".
  01 BACKUP-NAME         pic x(100).
  01 ARCHIVE-TRUNCATE    pic x value "N".
  01 ARCHIVE-STATUS      pic x.
  01 RUN-DATE            pic 9(8).
  01 ROLLBACK-TIMESTAMP  pic x(14).

  *> the catalog version asked for, and the version in force today
  *> that it displaces -- both read back from the same catalog lines
  *> RESOLVE-MAP-VERSION selects from
  01 WS-VERSION-TEXT     pic x(8).
  01 TARGET-VERSION      pic 9(8).
  01 TARGET-FOUND        pic x value "N".
  01 TARGET-MAP          pic x(100).
  01 TARGET-INSTR        pic x(100).
  01 OUTGOING-FOUND      pic x value "N".
  01 OUTGOING-VERSION    pic 9(8) value 0.
  01 OUTGOING-MAP        pic x(100).
  01 PARSE-DUMMY         pic x(20).
  01 LINE-EFFECTIVE      pic 9(8).
  01 LINE-MAP            pic x(100).
  01 LINE-INSTR          pic x(100).
  01 LINE-TAIL           pic x(100).

  01 WS-OPERATOR         pic x(20).
  01 WS-REASON           pic x(100).

  *> the ROLLBACK journal record is built before production moves: the
  *> reason comes last, so only the reason is ever cut short, and a
  *> data root so long that the snapshot names themselves would not
  *> fit refuses the rollback rather than journaling a file name
  *> JOURNAL-REPLAY could not reload
  01 JOURNAL-RECORD      pic x(240).
  01 JOURNAL-PTR         pic 9(3).
  01 JOURNAL-NAMES-FIT   pic x.

  01 FREEZE-FUNCTION     pic x(20).
  01 FREEZE-DETAIL       pic x(60).
  01 FREEZE-VERDICT      pic x.

  01 AUTH-FUNCTION  pic x(20).
  01 AUTH-ALLOWED   pic x.
  01 WS-EXC-PROGRAM      pic x(20) value "ROLLBACK-MAP".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

linkage section.
  *> heap node table behind INPUT-DATA (see the INPUT and NODEMAP
  *> copybooks) -- SET ADDRESS after every parse before touching it
  copy nodemap.

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move "/data/rollback-report.txt" to WS-ROLLBACK-REPORT-FILE
  call "resolve-path" using WS-ROLLBACK-REPORT-FILE end-call
  move "/data/map-catalog.txt" to WS-CATALOG-FILE
  call "resolve-path" using WS-CATALOG-FILE end-call
  move "/data/node-maint-journal.txt" to WS-MAINT-JOURNAL-FILE
  call "resolve-path" using WS-MAINT-JOURNAL-FILE end-call
  call "resolve-path" using PROD-MAP end-call
  call "resolve-path" using PROD-INSTR end-call
  move function current-date(1:8) to RUN-DATE
  move function current-date(1:14) to ROLLBACK-TIMESTAMP

  *> operator-driven reinstatement of an earlier cataloged version:
  *> for a map that passed every PROMOTE-MAP check and is still wrong
  *> by the business's reckoning. Automatic failover only ever covers
  *> a primary that fails validation -- this is the deliberate, signed
  *> undo for one that did not
  move "ROLLBACK-MAP" to AUTH-FUNCTION
  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0225" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

  accept WS-OPERATOR from environment "OPERATOR_ID"
  if WS-OPERATOR = spaces
    accept WS-OPERATOR from environment "USER"
  end-if
  if WS-OPERATOR = spaces
    move "UNKNOWN" to WS-OPERATOR
  end-if

  accept WS-VERSION-TEXT from environment "ROLLBACK_VERSION"
  accept WS-REASON from environment "ROLLBACK_REASON"
  if WS-VERSION-TEXT = spaces or WS-VERSION-TEXT is not numeric
      or WS-REASON = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "ROLLBACK_VERSION (the catalog effective date, yyyymmdd) and "
      "ROLLBACK_REASON must both be supplied!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0226" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  move WS-VERSION-TEXT to TARGET-VERSION

  *> a rollback puts a different map into production, so inside a
  *> change-freeze window only an approved emergency goes ahead -- the
  *> same rule PROMOTE-MAP applies (see CHECK-FREEZE)
  move "ROLLBACK-MAP" to FREEZE-FUNCTION
  move spaces to FREEZE-DETAIL
  string "ROLLBACK TO VERSION " TARGET-VERSION
    delimited by size into FREEZE-DETAIL
  end-string
  call "check-freeze" using FREEZE-FUNCTION FREEZE-DETAIL
    FREEZE-VERDICT end-call
  if FREEZE-VERDICT = "Y"
    move "DNV0278" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move TARGET-VERSION to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

  open output ROLLBACK-REPORT
  move spaces to ROLLBACK-LINE
  string
    "ROLLBACK RUN " RUN-DATE " -- TO CATALOG VERSION " TARGET-VERSION
    " BY " function trim(WS-OPERATOR)
    delimited by size into ROLLBACK-LINE
  end-string
  write ROLLBACK-LINE
  move spaces to ROLLBACK-LINE
  string "REASON: " function trim(WS-REASON)
    delimited by size into ROLLBACK-LINE
  end-string
  write ROLLBACK-LINE

  *> the last catalog line for the requested date is the one that was
  *> in force for it (a same-day rollback or re-promotion supersedes
  *> the earlier line), and the version in force today is the one
  *> being rolled away from -- same rule RESOLVE-MAP-VERSION applies
  open input CATALOG-FILE
  if WS-CATALOG-STATUS = "00"
    perform forever
      read CATALOG-FILE at end
        exit perform
      end-read
      move spaces to PARSE-DUMMY LINE-MAP LINE-INSTR LINE-TAIL
      move 0 to LINE-EFFECTIVE
      unstring CATALOG-LINE
          delimited by "EFFECTIVE " or " MAP " or " INSTR "
            or " ROLLBACK "
        into PARSE-DUMMY LINE-EFFECTIVE LINE-MAP LINE-INSTR LINE-TAIL
      end-unstring
      if LINE-EFFECTIVE = TARGET-VERSION
        move "Y" to TARGET-FOUND
        move LINE-MAP to TARGET-MAP
        move LINE-INSTR to TARGET-INSTR
      end-if
      if LINE-EFFECTIVE > 0 and LINE-EFFECTIVE <= RUN-DATE
          and (OUTGOING-FOUND = "N" or LINE-EFFECTIVE >= OUTGOING-VERSION)
        move "Y" to OUTGOING-FOUND
        move LINE-EFFECTIVE to OUTGOING-VERSION
        move LINE-MAP to OUTGOING-MAP
      end-if
    end-perform
    close CATALOG-FILE
  end-if

  if TARGET-FOUND = "N"
    move spaces to ROLLBACK-LINE
    string "NO CATALOG VERSION EFFECTIVE " TARGET-VERSION
      " -- PRODUCTION LEFT UNTOUCHED"
      delimited by size into ROLLBACK-LINE
    end-string
    write ROLLBACK-LINE
    close ROLLBACK-REPORT
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Rollback refused: no catalog version effective "
      TARGET-VERSION
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0227" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move TARGET-VERSION to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if
  call "resolve-path" using TARGET-MAP end-call
  call "resolve-path" using TARGET-INSTR end-call

  move "Y" to JOURNAL-NAMES-FIT
  move spaces to JOURNAL-RECORD
  move 1 to JOURNAL-PTR
  string
    ROLLBACK-TIMESTAMP " " function trim(WS-OPERATOR) " ROLLBACK "
    TARGET-VERSION " MAP " function trim(TARGET-MAP)
    " INSTR " function trim(TARGET-INSTR) " REASON "
    delimited by size into JOURNAL-RECORD with pointer JOURNAL-PTR
    on overflow
      move "N" to JOURNAL-NAMES-FIT
  end-string
  if JOURNAL-NAMES-FIT = "N" or JOURNAL-PTR > 240
    move spaces to ROLLBACK-LINE
    string "SNAPSHOT NAMES TOO LONG FOR THE MAINTENANCE JOURNAL -- "
      "PRODUCTION LEFT UNTOUCHED"
      delimited by size into ROLLBACK-LINE
    end-string
    write ROLLBACK-LINE
    close ROLLBACK-REPORT
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Rollback refused: the journal record cannot hold '"
      function trim(TARGET-MAP) "' and '" function trim(TARGET-INSTR)
      "' whole"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0279" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move TARGET-VERSION to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  *> as much of the reason as the record still has room for
  string function trim(WS-REASON)
    delimited by size into JOURNAL-RECORD with pointer JOURNAL-PTR
  end-string

  if OUTGOING-FOUND = "Y"
    move spaces to ROLLBACK-LINE
    string "VERSION IN FORCE BEFORE ROLLBACK: " OUTGOING-VERSION
      " (" function trim(OUTGOING-MAP) ")"
      delimited by size into ROLLBACK-LINE
    end-string
    write ROLLBACK-LINE
  end-if

  *> the snapshot must still parse -- a dated snapshot that has been
  *> damaged or swept away since is refused before production moves
  call "parse-input" using INPUT-DATA TARGET-INSTR TARGET-MAP
    WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    move spaces to ROLLBACK-LINE
    string "SNAPSHOT " function trim(TARGET-MAP)
      " FAILED PARSE-INPUT -- PRODUCTION LEFT UNTOUCHED"
      delimited by size into ROLLBACK-LINE
    end-string
    write ROLLBACK-LINE
    close ROLLBACK-REPORT
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Rollback refused: the version " TARGET-VERSION
      " snapshot no longer parses"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if
  move spaces to ROLLBACK-LINE
  string "SNAPSHOT " function trim(TARGET-MAP) " / "
    function trim(TARGET-INSTR) " PARSES CLEAN"
    delimited by size into ROLLBACK-LINE
  end-string
  write ROLLBACK-LINE

  *> the outgoing pair is kept as a dated rollback backup -- the map
  *> being rolled away from is wrong, but it is still evidence, and it
  *> is deliberately NOT made the designated fallback
  move spaces to BACKUP-NAME
  string function trim(PROD-MAP) "." RUN-DATE ".rbk"
    delimited by size into BACKUP-NAME
  end-string
  call "archive-file" using PROD-MAP BACKUP-NAME ARCHIVE-TRUNCATE
    ARCHIVE-STATUS end-call
  if ARCHIVE-STATUS = "2"
    move spaces to ROLLBACK-LINE
    string "BACKUP OF " function trim(PROD-MAP)
      " FAILED -- PRODUCTION LEFT UNTOUCHED"
      delimited by size into ROLLBACK-LINE
    end-string
    write ROLLBACK-LINE
    close ROLLBACK-REPORT
    move 16 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Rollback FAILED backing up the outgoing map -- "
      "production left untouched!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 16 to return-code
    goback
  end-if
  move spaces to BACKUP-NAME
  string function trim(PROD-INSTR) "." RUN-DATE ".rbk"
    delimited by size into BACKUP-NAME
  end-string
  call "archive-file" using PROD-INSTR BACKUP-NAME ARCHIVE-TRUNCATE
    ARCHIVE-STATUS end-call
  if ARCHIVE-STATUS = "2"
    move spaces to ROLLBACK-LINE
    string "BACKUP OF " function trim(PROD-INSTR)
      " FAILED -- PRODUCTION LEFT UNTOUCHED"
      delimited by size into ROLLBACK-LINE
    end-string
    write ROLLBACK-LINE
    close ROLLBACK-REPORT
    move 16 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Rollback FAILED backing up the outgoing instructions -- "
      "production left untouched!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 16 to return-code
    goback
  end-if
  move spaces to ROLLBACK-LINE
  string "OUTGOING PAIR BACKED UP AS " function trim(PROD-MAP) "."
    RUN-DATE ".rbk"
    delimited by size into ROLLBACK-LINE
  end-string
  write ROLLBACK-LINE

  call "archive-file" using TARGET-MAP PROD-MAP ARCHIVE-TRUNCATE
    ARCHIVE-STATUS end-call
  if ARCHIVE-STATUS not = "0"
    move spaces to ROLLBACK-LINE
    string "COPY OF THE SNAPSHOT MAP FAILED -- RESTORE "
      function trim(PROD-MAP) " FROM THE .rbk BACKUP"
      delimited by size into ROLLBACK-LINE
    end-string
    write ROLLBACK-LINE
    close ROLLBACK-REPORT
    move 16 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Rollback FAILED copying the snapshot map into place -- "
      "restore production from the .rbk backup!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 16 to return-code
    goback
  end-if
  call "archive-file" using TARGET-INSTR PROD-INSTR ARCHIVE-TRUNCATE
    ARCHIVE-STATUS end-call
  if ARCHIVE-STATUS not = "0"
    move spaces to ROLLBACK-LINE
    string "COPY OF THE SNAPSHOT INSTRUCTIONS FAILED -- RESTORE "
      function trim(PROD-INSTR) " FROM THE .rbk BACKUP"
      delimited by size into ROLLBACK-LINE
    end-string
    write ROLLBACK-LINE
    close ROLLBACK-REPORT
    move 16 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Rollback FAILED copying the snapshot instructions into "
      "place -- restore production from the .rbk backup!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 16 to return-code
    goback
  end-if
  move spaces to ROLLBACK-LINE
  string "REINSTATED " function trim(TARGET-MAP) " AS "
    function trim(PROD-MAP)
    delimited by size into ROLLBACK-LINE
  end-string
  write ROLLBACK-LINE

  *> the keyed index is rebuilt from the reinstated map through the
  *> same subprogram BUILD runs use, so index and flat map agree again
  *> the moment the rollback lands
  call "build-node-index" using INPUT-DATA end-call
  move spaces to ROLLBACK-LINE
  string "NODE-MAP INDEX REBUILT FROM THE REINSTATED MAP"
    delimited by size into ROLLBACK-LINE
  end-string
  write ROLLBACK-LINE

  *> a new catalog entry effective today, pointing at the reinstated
  *> snapshot -- the later line wins a same-date tie, so it supersedes
  *> whatever was promoted earlier today. The ROLLBACK tail carries
  *> the version, operator and reason for the audit trail
  open extend CATALOG-FILE
  if WS-CATALOG-STATUS = "35"
    open output CATALOG-FILE
  end-if
  move spaces to CATALOG-LINE
  string
    "EFFECTIVE " RUN-DATE " MAP " function trim(TARGET-MAP)
    " INSTR " function trim(TARGET-INSTR)
    " ROLLBACK TO " TARGET-VERSION " FROM " OUTGOING-VERSION
    " BY " function trim(WS-OPERATOR)
    " REASON " function trim(WS-REASON)
    delimited by size into CATALOG-LINE
  end-string
  write CATALOG-LINE
  close CATALOG-FILE
  move spaces to ROLLBACK-LINE
  string "CATALOGED AS THE VERSION EFFECTIVE " RUN-DATE
    delimited by size into ROLLBACK-LINE
  end-string
  write ROLLBACK-LINE

  *> the maintenance journal gets a ROLLBACK record naming the map the
  *> index was rebuilt from -- JOURNAL-REPLAY restarts its rebuild from
  *> that map at this point, so earlier journaled node changes are not
  *> replayed over the reinstated version
  open extend MAINT-JOURNAL
  if WS-JOURNAL-STATUS = "35"
    open output MAINT-JOURNAL
  end-if
  move JOURNAL-RECORD to MAINT-JOURNAL-LINE
  write MAINT-JOURNAL-LINE
  close MAINT-JOURNAL

  close ROLLBACK-REPORT

  move "DNV0228" to WS-EXC-MSG-ID
  move spaces to WS-EXC-VALUES
  move TARGET-VERSION to WS-EXC-VALUE(1)
  move function trim(WS-OPERATOR) to WS-EXC-VALUE(2)
  move function trim(WS-REASON) to WS-EXC-VALUE(3)
  call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
    WS-EXC-VALUES end-call

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Rollback complete: catalog version " TARGET-VERSION
    " reinstated as production and the node index rebuilt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  free NODES-MAP-PTR
  set NODES-MAP-PTR to null
  goback.
