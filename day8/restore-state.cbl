identification division.
program-id. restore-state.

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
  select CONTROL-FILE assign to dynamic WS-CONTROL-FILE
    organization line sequential file status WS-CONTROL-STATUS.
  select CATALOG-IN assign to dynamic WS-CATALOG-IN-FILE
    organization line sequential file status WS-CATALOG-IN-STATUS.
  select CATALOG-OUT assign to dynamic WS-CATALOG-OUT-FILE
    organization line sequential file status WS-CATALOG-OUT-STATUS.
  select RESTORE-REPORT assign to dynamic WS-RESTORE-REPORT-FILE
    organization line sequential file status WS-RESTORE-REPORT-STATUS.
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

  fd CONTROL-FILE.
  01 CONTROL-LINE  pic x(200).

  fd CATALOG-IN.
  01 CATALOG-IN-LINE  pic x(240).

  fd CATALOG-OUT.
  01 CATALOG-OUT-LINE  pic x(240).

  fd RESTORE-REPORT.
  01 RESTORE-REPORT-LINE  pic x(200).

  fd REGISTER-FILE.
  01 REGISTER-LINE  pic x(200).

working-storage section.
  78 SET-FILES-MAX value 80.

  *> rebuilds a data root from one BACKUP-STATE set and proves it: the
  *> set is checked against its own control listing before anything is
  *> written, the flat files are copied back and the keyed stores
  *> reloaded from their unloads (the keyed node reference history,
  *> never backed up, rebuilt from the flat history restored with it),
  *> and then RECONCILE-INDEX and the IVP self-test are run against
  *> the rebuilt root as separate jobs, each pointed at it through
  *> DATA_ROOT. Never the live root -- a restore
  *> over running production is a recovery decision taken outside this
  *> program, by moving a proven rebuilt root into place
  01 SET-FILES-TABLE.
    05 SET-FILE-ENTRY occurs SET-FILES-MAX times.
      10 SF-NAME             pic x(60).
      10 SF-KIND             pic x(16).
      10 SF-RECORDS          pic 9(9).
      10 SF-CHECKSUM         pic 9(9).
  01 SET-FILE-COUNT          pic 9(3) value 0.
  01 SET-FILE-IDX            pic 9(3).
  01 ABSENT-TABLE.
    05 ABSENT-NAME occurs SET-FILES-MAX times pic x(60).
  01 ABSENT-COUNT            pic 9(3) value 0.
  01 ABSENT-IDX              pic 9(3).

  01 WS-NODE-INDEX-FILE      pic x(100).
  01 WS-NODE-INDEX-STATUS    pic x(2).
  01 WS-HISTORY-STORE-FILE   pic x(100).
  01 WS-HISTORY-STORE-STATUS pic x(2).
  01 WS-NODE-REF-MASTER-FILE pic x(100).
  01 WS-NODE-REF-MASTER-STATUS pic x(2).
  01 WS-REF-HISTORY-FILE     pic x(100).
  01 WS-NODE-HIST-FILE       pic x(100).
  01 HIST-BUILT-RECORDS      pic 9(8).
  01 HIST-STORE-STATUS       pic x(2).
  01 HIST-BUILD-STATUS       pic x.
  01 WS-UNLOAD-FILE          pic x(100).
  01 WS-UNLOAD-STATUS        pic x(2).
  01 WS-CONTROL-FILE         pic x(100).
  01 WS-CONTROL-STATUS       pic x(2).
  01 WS-CATALOG-IN-FILE      pic x(100).
  01 WS-CATALOG-IN-STATUS    pic x(2).
  01 WS-CATALOG-OUT-FILE     pic x(100).
  01 WS-CATALOG-OUT-STATUS   pic x(2).
  01 WS-RESTORE-REPORT-FILE  pic x(100).
  01 WS-RESTORE-REPORT-STATUS pic x(2).
  01 WS-REGISTER-FILE        pic x(100).
  01 WS-REGISTER-STATUS      pic x(2).

  01 RESTORE-SET             pic x(100) value spaces.
  01 SET-ID                  pic x(30) value spaces.
  01 BACKUP-ROOT             pic x(60) value spaces.
  01 TARGET-ROOT             pic x(60) value spaces.
  01 LIVE-ROOT               pic x(60) value spaces.
  01 SOURCE-ROOT             pic x(60) value spaces.
  01 SOURCE-ROOT-LENGTH      pic 9(2) value 0.
  01 SKIP-WORD               pic x(240) value spaces.
  01 WORD-LENGTH             pic 9(3).
  01 WORD-PTR                pic 9(3).
  01 SLASH-COUNT             pic 9(3).
  01 HEADER-FOUND            pic x value "N".
  01 END-FOUND               pic x value "N".
  01 SET-HEADER              pic x(200) value spaces.
  01 LINE-BEFORE             pic x(200).
  01 LINE-AFTER              pic x(200).
  01 LINE-KIND               pic x(40).
  01 LINE-RECORDS            pic x(20).
  01 LINE-CHECKSUM           pic x(20).
  01 PARSE-DUMMY             pic x(12).
  01 LINE-EFFECTIVE          pic x(8).
  01 LINE-MAP                pic x(100).
  01 LINE-INSTR              pic x(100).
  01 LINE-TAIL               pic x(100).
  01 CATALOG-MAP             pic x(100).
  01 CATALOG-INSTR           pic x(100).
  01 CATALOG-REWRITTEN       pic 9(3) value 0.

  01 WS-RUN-ID               pic x(8).
  01 WS-OPERATOR             pic x(20).
  01 RESTORE-TIMESTAMP       pic x(14).
  01 AUTH-FUNCTION           pic x(20) value "RESTORE-STATE".
  01 AUTH-ALLOWED            pic x.
  01 REFUSAL                 pic x(80) value spaces.

  01 COPY-SOURCE             pic x(100).
  01 COPY-TARGET             pic x(100).
  01 ARCHIVE-TRUNCATE        pic x value "N".
  01 ARCHIVE-STATUS          pic x.
    88 ARCHIVE-OK            value "0".
  01 MEASURE-NAME            pic x(100).
  01 MEASURE-LIMIT           pic 9(9) value 0.
  01 MEASURE-RECORDS         pic 9(9).
  01 MEASURE-CHECKSUM        pic 9(9).
  01 MEASURE-BYTES           pic 9(18).
  01 MEASURE-MODIFIED        pic 9(14).
  01 MEASURE-STATUS          pic x.

  01 FILES-VERIFIED          pic 9(3) value 0.
  01 FILES-MISMATCHED        pic 9(3) value 0.
  01 FILES-RESTORED          pic 9(3) value 0.
  01 FILES-NOT-RESTORED      pic 9(3) value 0.
  01 RECORDS-LOADED          pic 9(9).
  01 LOAD-REJECTS            pic 9(9).

  01 WS-LAUNCHER             pic x(60).
  01 PARM-KEY                pic x(20).
  01 PARM-VALUE              pic x(100).
  01 LAUNCH-COMMAND          pic x(600).
  01 LAUNCH-PTR              pic 9(3).
  01 LAUNCH-RC               pic s9(9).
  01 CHECK-PROGRAM           pic x(20).
  01 CHECK-LOG               pic x(40).
  01 RECONCILE-RC            pic s9(9) value 0.
  01 IVP-RC                  pic s9(9) value 0.
  01 RECONCILE-RESULT        pic x(50) value spaces.
  01 IVP-RESULT              pic x(50) value spaces.
  01 NODE-INDEX-IN-SET       pic x value "N".
  01 RESTORE-RESULT          pic x(50) value spaces.
  01 DISPLAY-RC              pic z(8)9.

  01 WS-EXC-PROGRAM          pic x(20) value "RESTORE-STATE".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).
  01 SAVED-RC           pic s9(4).

procedure division.
  call "run-id" using WS-RUN-ID end-call
  move function current-date(1:14) to RESTORE-TIMESTAMP
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
    move "DNV0219" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

  *> the live root as the resolver sees it
  move "/data/x" to SKIP-WORD
  call "resolve-path" using SKIP-WORD(1:100) end-call
  compute WORD-LENGTH = function length(function trim(SKIP-WORD)) - 2
  move SKIP-WORD(1:WORD-LENGTH) to LIVE-ROOT

  *> RESTORE_SET is a set directory, or just a set id under the backup
  *> root BACKUP-STATE used
  accept RESTORE-SET from environment "RESTORE_SET"
  move RESTORE-SET to SKIP-WORD
  perform STRIP-TRAILING-SLASH
  move SKIP-WORD to RESTORE-SET
  move 0 to SLASH-COUNT
  inspect RESTORE-SET tallying SLASH-COUNT for all "/"
  if RESTORE-SET not = spaces and SLASH-COUNT = 0
    accept BACKUP-ROOT from environment "BACKUP_ROOT"
    if BACKUP-ROOT = spaces
      move "/data/backup" to SKIP-WORD
      call "resolve-path" using SKIP-WORD(1:100) end-call
      move SKIP-WORD to BACKUP-ROOT
    end-if
    move BACKUP-ROOT to SKIP-WORD
    perform STRIP-TRAILING-SLASH
    move spaces to LINE-BEFORE
    string function trim(SKIP-WORD) "/" function trim(RESTORE-SET)
      delimited by size into LINE-BEFORE
    end-string
    move LINE-BEFORE to RESTORE-SET
  end-if
  move RESTORE-SET to SKIP-WORD
  perform LAST-PATH-PART
  move LINE-TAIL to SET-ID

  accept TARGET-ROOT from environment "RESTORE_TARGET_ROOT"
  move TARGET-ROOT to SKIP-WORD
  perform STRIP-TRAILING-SLASH
  move SKIP-WORD to TARGET-ROOT

  if RESTORE-SET = spaces
    move "RESTORE_SET NOT GIVEN" to REFUSAL
    perform REFUSE-RESTORE
    move 12 to return-code
    goback
  end-if
  *> the rebuilt root is written over file by file -- never the one
  *> production is running on, however it is spelled to us
  if TARGET-ROOT = spaces or TARGET-ROOT = "/data"
      or TARGET-ROOT = LIVE-ROOT
    move "RESTORE_TARGET_ROOT IS THE LIVE ROOT OR NOT GIVEN" to REFUSAL
    perform REFUSE-RESTORE
    move 12 to return-code
    goback
  end-if
  *> the proof checks run as jobs of their own, started with
  *> FLOW_LAUNCHER from the run parameters -- there is no launcher to
  *> assume, and a restore that cannot prove itself is not started
  move "FLOW_LAUNCHER" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-LAUNCHER
  if WS-LAUNCHER = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Restore refused: FLOW_LAUNCHER is not set in the run "
      "parameters -- the rebuilt root could not be proved"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0283" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(RESTORE-SET) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move "REFUSED -- FLOW_LAUNCHER NOT SET" to RESTORE-RESULT
    perform WRITE-REGISTER
    move 12 to return-code
    goback
  end-if

  perform READ-CONTROL-LISTING
  if HEADER-FOUND = "N"
    move "SET HAS NO READABLE CONTROL LISTING" to REFUSAL
    perform REFUSE-RESTORE
    move 12 to return-code
    goback
  end-if
  if END-FOUND = "N"
    move "CONTROL LISTING IS INCOMPLETE -- THE SET WAS NOT FINISHED"
      to REFUSAL
    perform REFUSE-RESTORE
    move 8 to return-code
    goback
  end-if

  move spaces to WS-RESTORE-REPORT-FILE
  string function trim(TARGET-ROOT) "/restore-report.txt"
    delimited by size into WS-RESTORE-REPORT-FILE
  end-string
  open output RESTORE-REPORT
  if WS-RESTORE-REPORT-STATUS not = "00"
    move "RESTORE_TARGET_ROOT IS NOT WRITABLE" to REFUSAL
    perform REFUSE-RESTORE
    move 12 to return-code
    goback
  end-if

  move spaces to RESTORE-REPORT-LINE
  string "STATE RESTORE " RESTORE-TIMESTAMP " BY " function trim(WS-OPERATOR)
    " RUN " WS-RUN-ID
    delimited by size into RESTORE-REPORT-LINE
  end-string
  write RESTORE-REPORT-LINE
  move spaces to RESTORE-REPORT-LINE
  string "  SET     " function trim(RESTORE-SET)
    delimited by size into RESTORE-REPORT-LINE
  end-string
  write RESTORE-REPORT-LINE
  move spaces to RESTORE-REPORT-LINE
  string "  TAKEN   " function trim(SET-HEADER)
    delimited by size into RESTORE-REPORT-LINE
  end-string
  write RESTORE-REPORT-LINE
  move spaces to RESTORE-REPORT-LINE
  string "  TARGET  " function trim(TARGET-ROOT)
    delimited by size into RESTORE-REPORT-LINE
  end-string
  write RESTORE-REPORT-LINE
  move spaces to RESTORE-REPORT-LINE
  write RESTORE-REPORT-LINE

  perform VERIFY-SET
  if FILES-MISMATCHED > 0
    move spaces to RESTORE-REPORT-LINE
    write RESTORE-REPORT-LINE
    move spaces to RESTORE-REPORT-LINE
    string "VERDICT: SET FAILS VERIFICATION -- " FILES-MISMATCHED
      " FILE(S) DIFFER FROM THE CONTROL LISTING; NOTHING RESTORED"
      delimited by size into RESTORE-REPORT-LINE
    end-string
    write RESTORE-REPORT-LINE
    close RESTORE-REPORT
    move "REFUSED -- SET FAILS VERIFICATION" to RESTORE-RESULT
    perform WRITE-REGISTER
    move "DNV0220" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(SET-ID) to WS-EXC-VALUE(1)
    move FILES-MISMATCHED to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Restore refused: set " function trim(SET-ID)
      " fails verification -- see " function trim(WS-RESTORE-REPORT-FILE)
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if

  perform RESTORE-FILES
  perform RUN-CHECKS

  move spaces to RESTORE-REPORT-LINE
  write RESTORE-REPORT-LINE
  evaluate true
    when FILES-NOT-RESTORED > 0
      move "FAILED -- FILES NOT RESTORED" to RESTORE-RESULT
      move 8 to return-code
    when RECONCILE-RC >= 8 and NODE-INDEX-IN-SET = "Y"
      move "FAILED -- INDEX DOES NOT RECONCILE" to RESTORE-RESULT
      move 8 to return-code
    when IVP-RC not = 0
      move "FAILED -- IVP SELF-TEST" to RESTORE-RESULT
      move 8 to return-code
    when NODE-INDEX-IN-SET = "N"
      move "RESTORED -- NO NODE INDEX IN THE SET" to RESTORE-RESULT
      move 4 to return-code
    when other
      move "RESTORED AND PROVEN" to RESTORE-RESULT
      move 0 to return-code
  end-evaluate
  move spaces to RESTORE-REPORT-LINE
  string "VERDICT: " function trim(RESTORE-RESULT) " -- " FILES-RESTORED
    " FILE(S) RESTORED, " FILES-NOT-RESTORED " NOT RESTORED"
    delimited by size into RESTORE-REPORT-LINE
  end-string
  write RESTORE-REPORT-LINE
  close RESTORE-REPORT
  perform WRITE-REGISTER
  if return-code = 8
    move "DNV0221" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(SET-ID) to WS-EXC-VALUE(1)
    move function trim(TARGET-ROOT) to WS-EXC-VALUE(2)
    move function trim(RESTORE-RESULT) to WS-EXC-VALUE(3)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
  end-if
  move return-code to SAVED-RC
  move SAVED-RC to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Restore of " function trim(SET-ID) " into "
    function trim(TARGET-ROOT) ": " function trim(RESTORE-RESULT)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "  report: " function trim(WS-RESTORE-REPORT-FILE)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move SAVED-RC to return-code
  goback.

*> refusals are displayed and logged; no report is written over a
*> target root we have not been allowed to touch
REFUSE-RESTORE.
  move 8 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Restore refused: " function trim(REFUSAL)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move "DNV0222" to WS-EXC-MSG-ID
  move spaces to WS-EXC-VALUES
  move function trim(RESTORE-SET) to WS-EXC-VALUE(1)
  move function trim(REFUSAL) to WS-EXC-VALUE(2)
  call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
    WS-EXC-VALUES end-call
  move spaces to RESTORE-RESULT
  string "REFUSED -- " REFUSAL delimited by size into RESTORE-RESULT
  end-string
  perform WRITE-REGISTER.

STRIP-TRAILING-SLASH.
  if SKIP-WORD not = spaces
    compute WORD-LENGTH = function length(function trim(SKIP-WORD))
    if WORD-LENGTH > 1 and SKIP-WORD(WORD-LENGTH:1) = "/"
      move space to SKIP-WORD(WORD-LENGTH:1)
    end-if
  end-if.

*> the part of the path in SKIP-WORD after its last "/", in LINE-TAIL
LAST-PATH-PART.
  move spaces to LINE-TAIL
  if SKIP-WORD = spaces
    exit paragraph
  end-if
  compute WORD-LENGTH = function length(function trim(SKIP-WORD))
  perform varying WORD-PTR from WORD-LENGTH by -1 until WORD-PTR < 1
    if SKIP-WORD(WORD-PTR:1) = "/"
      exit perform
    end-if
  end-perform
  move SKIP-WORD(WORD-PTR + 1:WORD-LENGTH - WORD-PTR) to LINE-TAIL.

*> the header, every FILE line and every ABSENT line of the set's
*> listing; a listing without its END line is a set cut short
READ-CONTROL-LISTING.
  move spaces to WS-CONTROL-FILE
  string function trim(RESTORE-SET) "/backup-control.txt"
    delimited by size into WS-CONTROL-FILE
  end-string
  open input CONTROL-FILE
  if WS-CONTROL-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read CONTROL-FILE at end
      exit perform
    end-read
    evaluate true
      when CONTROL-LINE(1:11) = "BACKUP SET "
        move "Y" to HEADER-FOUND
        move CONTROL-LINE(12:) to SET-HEADER
        move spaces to LINE-BEFORE LINE-AFTER
        unstring CONTROL-LINE delimited by " FROM "
          into LINE-BEFORE LINE-AFTER
        end-unstring
        move spaces to LINE-BEFORE
        unstring LINE-AFTER delimited by " LOCKS HELD " or " NOT TAKEN"
          into LINE-BEFORE
        end-unstring
        move function trim(LINE-BEFORE) to SOURCE-ROOT
        if SOURCE-ROOT not = spaces
          compute SOURCE-ROOT-LENGTH =
            function length(function trim(SOURCE-ROOT))
        end-if
      when CONTROL-LINE(1:5) = "FILE "
          and SET-FILE-COUNT < SET-FILES-MAX
        add 1 to SET-FILE-COUNT
        move spaces to LINE-BEFORE LINE-KIND LINE-RECORDS LINE-CHECKSUM
        unstring CONTROL-LINE(6:)
            delimited by " KIND " or " RECORDS " or " CHECKSUM "
          into LINE-BEFORE LINE-KIND LINE-RECORDS LINE-CHECKSUM
        end-unstring
        move LINE-BEFORE to SF-NAME(SET-FILE-COUNT)
        move LINE-KIND to SF-KIND(SET-FILE-COUNT)
        move LINE-RECORDS(1:9) to SF-RECORDS(SET-FILE-COUNT)
        move LINE-CHECKSUM(1:9) to SF-CHECKSUM(SET-FILE-COUNT)
        if SF-KIND(SET-FILE-COUNT) = "NODE-MAP-IDX"
          move "Y" to NODE-INDEX-IN-SET
        end-if
      when CONTROL-LINE(1:7) = "ABSENT "
          and ABSENT-COUNT < SET-FILES-MAX
        add 1 to ABSENT-COUNT
        move spaces to LINE-BEFORE
        unstring CONTROL-LINE(8:) delimited by " "
          into LINE-BEFORE
        end-unstring
        move LINE-BEFORE to ABSENT-NAME(ABSENT-COUNT)
      when CONTROL-LINE(1:11) = "END OF SET "
        move "Y" to END-FOUND
    end-evaluate
  end-perform
  close CONTROL-FILE.

*> every listed file measured in the set as it stands now against the
*> count and checksum taken when the set was made
VERIFY-SET.
  move "VERIFICATION AGAINST THE CONTROL LISTING" to RESTORE-REPORT-LINE
  write RESTORE-REPORT-LINE
  perform varying SET-FILE-IDX from 1 by 1
      until SET-FILE-IDX > SET-FILE-COUNT
    move spaces to MEASURE-NAME
    string function trim(RESTORE-SET) "/"
      function trim(SF-NAME(SET-FILE-IDX))
      delimited by size into MEASURE-NAME
    end-string
    call "measure-file" using MEASURE-NAME MEASURE-LIMIT MEASURE-RECORDS
      MEASURE-CHECKSUM MEASURE-BYTES MEASURE-MODIFIED MEASURE-STATUS
    end-call
    move spaces to RESTORE-REPORT-LINE
    evaluate true
      when MEASURE-STATUS not = "0"
        add 1 to FILES-MISMATCHED
        string "  MISSING    " function trim(SF-NAME(SET-FILE-IDX))
          " -- LISTED BUT NOT IN THE SET"
          delimited by size into RESTORE-REPORT-LINE
        end-string
      when MEASURE-RECORDS not = SF-RECORDS(SET-FILE-IDX)
          or MEASURE-CHECKSUM not = SF-CHECKSUM(SET-FILE-IDX)
        add 1 to FILES-MISMATCHED
        string "  MISMATCH   " function trim(SF-NAME(SET-FILE-IDX))
          " LISTED " SF-RECORDS(SET-FILE-IDX) "/"
          SF-CHECKSUM(SET-FILE-IDX) " FOUND " MEASURE-RECORDS "/"
          MEASURE-CHECKSUM
          delimited by size into RESTORE-REPORT-LINE
        end-string
      when other
        add 1 to FILES-VERIFIED
        string "  VERIFIED   " function trim(SF-NAME(SET-FILE-IDX))
          " RECORDS " MEASURE-RECORDS " CHECKSUM " MEASURE-CHECKSUM
          delimited by size into RESTORE-REPORT-LINE
        end-string
    end-evaluate
    write RESTORE-REPORT-LINE
  end-perform
  perform varying ABSENT-IDX from 1 by 1 until ABSENT-IDX > ABSENT-COUNT
    move spaces to RESTORE-REPORT-LINE
    string "  ABSENT     " function trim(ABSENT-NAME(ABSENT-IDX))
      " -- NOT ON FILE WHEN THE SET WAS TAKEN"
      delimited by size into RESTORE-REPORT-LINE
    end-string
    write RESTORE-REPORT-LINE
  end-perform.

*> the set laid down in the target: flat files copied, the catalog
*> re-pointed, the keyed stores reloaded; a file the set records as
*> absent is taken out of the target, so the rebuilt root holds the
*> state as it was and nothing left over from before
RESTORE-FILES.
  move spaces to RESTORE-REPORT-LINE
  write RESTORE-REPORT-LINE
  move "RESTORATION INTO THE TARGET ROOT" to RESTORE-REPORT-LINE
  write RESTORE-REPORT-LINE
  perform varying SET-FILE-IDX from 1 by 1
      until SET-FILE-IDX > SET-FILE-COUNT
    move spaces to COPY-SOURCE COPY-TARGET
    string function trim(RESTORE-SET) "/"
      function trim(SF-NAME(SET-FILE-IDX))
      delimited by size into COPY-SOURCE
    end-string
    evaluate true
      when SF-KIND(SET-FILE-IDX) = "NODE-MAP-IDX"
        perform LOAD-NODE-INDEX
      when SF-KIND(SET-FILE-IDX) = "RUN-HISTORY-IDX"
        perform LOAD-RUN-HISTORY
      when SF-KIND(SET-FILE-IDX) = "NODE-REF-IDX"
        perform LOAD-NODE-REF
      when SF-NAME(SET-FILE-IDX) = "map-catalog.txt"
        perform REWRITE-CATALOG
      when other
        string function trim(TARGET-ROOT) "/"
          function trim(SF-NAME(SET-FILE-IDX))
          delimited by size into COPY-TARGET
        end-string
        call "archive-file" using COPY-SOURCE COPY-TARGET
          ARCHIVE-TRUNCATE ARCHIVE-STATUS end-call
        move spaces to RESTORE-REPORT-LINE
        if ARCHIVE-OK
          add 1 to FILES-RESTORED
          string "  RESTORED   " function trim(SF-NAME(SET-FILE-IDX))
            delimited by size into RESTORE-REPORT-LINE
          end-string
        else
          add 1 to FILES-NOT-RESTORED
          string "  NOT RESTORED " function trim(SF-NAME(SET-FILE-IDX))
            " -- COPY FAILED (STATUS " ARCHIVE-STATUS ")"
            delimited by size into RESTORE-REPORT-LINE
          end-string
        end-if
        write RESTORE-REPORT-LINE
    end-evaluate
  end-perform
  perform varying ABSENT-IDX from 1 by 1 until ABSENT-IDX > ABSENT-COUNT
    move spaces to COPY-TARGET
    move ABSENT-NAME(ABSENT-IDX) to SKIP-WORD
    if SKIP-WORD(1:15) = "node-map.idx.un"
        or SKIP-WORD(1:18) = "run-history.idx.un"
        or SKIP-WORD(1:21) = "node-reference.idx.un"
      move spaces to LINE-BEFORE
      unstring SKIP-WORD delimited by ".unl" into LINE-BEFORE
      end-unstring
      move LINE-BEFORE to SKIP-WORD
    end-if
    string function trim(TARGET-ROOT) "/" function trim(SKIP-WORD)
      delimited by size into COPY-TARGET
    end-string
    call "CBL_DELETE_FILE" using COPY-TARGET end-call
    if return-code = 0
      move spaces to RESTORE-REPORT-LINE
      string "  REMOVED    " function trim(SKIP-WORD)
        " -- NOT IN THE SET; THE TARGET'S OWN COPY TAKEN OUT"
        delimited by size into RESTORE-REPORT-LINE
      end-string
      write RESTORE-REPORT-LINE
    end-if
    move 0 to return-code
  end-perform
  perform BUILD-NODE-HISTORY.

*> the keyed node reference history is derived from the flat one and
*> is not in the set: built afresh in the target from whatever flat
*> history was restored there (empty, if there was none)
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
  move spaces to RESTORE-REPORT-LINE
  if HIST-BUILD-STATUS = "2"
    add 1 to FILES-NOT-RESTORED
    string "  NOT REBUILT node-ref-history.idx -- STORE COULD NOT BE "
      "WRITTEN (STATUS " HIST-STORE-STATUS ")"
      delimited by size into RESTORE-REPORT-LINE
    end-string
  else
    string "  REBUILT    node-ref-history.idx -- " HIST-BUILT-RECORDS
      " RECORD(S) FROM THE FLAT HISTORY"
      delimited by size into RESTORE-REPORT-LINE
    end-string
  end-if
  write RESTORE-REPORT-LINE.

*> the catalog names its snapshots by the path they had where the set
*> was taken; those under the source root are written back as /data
*> names, which the resolver places under whatever root runs on them
REWRITE-CATALOG.
  move COPY-SOURCE to WS-CATALOG-IN-FILE
  move spaces to WS-CATALOG-OUT-FILE
  string function trim(TARGET-ROOT) "/map-catalog.txt"
    delimited by size into WS-CATALOG-OUT-FILE
  end-string
  move 0 to CATALOG-REWRITTEN
  open input CATALOG-IN
  open output CATALOG-OUT
  if WS-CATALOG-IN-STATUS not = "00" or WS-CATALOG-OUT-STATUS not = "00"
    add 1 to FILES-NOT-RESTORED
    move spaces to RESTORE-REPORT-LINE
    string "  NOT RESTORED map-catalog.txt -- COULD NOT BE COPIED"
      delimited by size into RESTORE-REPORT-LINE
    end-string
    write RESTORE-REPORT-LINE
    close CATALOG-IN CATALOG-OUT
    exit paragraph
  end-if
  perform forever
    read CATALOG-IN at end
      exit perform
    end-read
    move spaces to PARSE-DUMMY LINE-EFFECTIVE LINE-MAP LINE-INSTR LINE-TAIL
    unstring CATALOG-IN-LINE
        delimited by "EFFECTIVE " or " MAP " or " INSTR " or " ROLLBACK "
      into PARSE-DUMMY LINE-EFFECTIVE LINE-MAP LINE-INSTR LINE-TAIL
    end-unstring
    move LINE-MAP to SKIP-WORD
    perform REROOT-CATALOG-NAME
    move SKIP-WORD to CATALOG-MAP
    move LINE-INSTR to SKIP-WORD
    perform REROOT-CATALOG-NAME
    move SKIP-WORD to CATALOG-INSTR
    if CATALOG-MAP = LINE-MAP and CATALOG-INSTR = LINE-INSTR
      move CATALOG-IN-LINE to CATALOG-OUT-LINE
    else
      add 1 to CATALOG-REWRITTEN
      move spaces to CATALOG-OUT-LINE
      move 1 to WORD-PTR
      string "EFFECTIVE " LINE-EFFECTIVE " MAP " function trim(CATALOG-MAP)
        " INSTR " function trim(CATALOG-INSTR)
        delimited by size into CATALOG-OUT-LINE with pointer WORD-PTR
      end-string
      if LINE-TAIL not = spaces
        string " ROLLBACK " function trim(LINE-TAIL)
          delimited by size into CATALOG-OUT-LINE with pointer WORD-PTR
        end-string
      end-if
    end-if
    write CATALOG-OUT-LINE
  end-perform
  close CATALOG-IN CATALOG-OUT
  add 1 to FILES-RESTORED
  move spaces to RESTORE-REPORT-LINE
  string "  RESTORED   map-catalog.txt -- " CATALOG-REWRITTEN
    " ENTRY(IES) RE-POINTED FROM " function trim(SOURCE-ROOT)
    " TO /data NAMES"
    delimited by size into RESTORE-REPORT-LINE
  end-string
  write RESTORE-REPORT-LINE.

REROOT-CATALOG-NAME.
  move function trim(SKIP-WORD) to SKIP-WORD
  if SOURCE-ROOT-LENGTH > 0 and SOURCE-ROOT not = "/data"
      and SKIP-WORD(1:SOURCE-ROOT-LENGTH + 1) =
        function concatenate(function trim(SOURCE-ROOT) "/")
    move SKIP-WORD(SOURCE-ROOT-LENGTH + 1:) to LINE-BEFORE
    move spaces to SKIP-WORD
    string "/data" function trim(LINE-BEFORE)
      delimited by size into SKIP-WORD
    end-string
  end-if.

*> the node-map store rebuilt in the target from its unload
LOAD-NODE-INDEX.
  move COPY-SOURCE to WS-UNLOAD-FILE
  move spaces to WS-NODE-INDEX-FILE
  string function trim(TARGET-ROOT) "/node-map.idx"
    delimited by size into WS-NODE-INDEX-FILE
  end-string
  move 0 to RECORDS-LOADED LOAD-REJECTS
  open input UNLOAD-FILE
  open output NODE-INDEX-FILE
  if WS-UNLOAD-STATUS not = "00" or WS-NODE-INDEX-STATUS not = "00"
    close UNLOAD-FILE NODE-INDEX-FILE
    perform REPORT-NOT-LOADED
    exit paragraph
  end-if
  perform forever
    read UNLOAD-FILE at end
      exit perform
    end-read
    move UNLOAD-LINE to NODE-IDX-RECORD
    write NODE-IDX-RECORD
      invalid key
        add 1 to LOAD-REJECTS
      not invalid key
        add 1 to RECORDS-LOADED
    end-write
  end-perform
  close UNLOAD-FILE NODE-INDEX-FILE
  perform REPORT-LOADED.

*> the run-history store rebuilt in the target from its unload
LOAD-RUN-HISTORY.
  move COPY-SOURCE to WS-UNLOAD-FILE
  move spaces to WS-HISTORY-STORE-FILE
  string function trim(TARGET-ROOT) "/run-history.idx"
    delimited by size into WS-HISTORY-STORE-FILE
  end-string
  move 0 to RECORDS-LOADED LOAD-REJECTS
  open input UNLOAD-FILE
  open output RUN-HISTORY-STORE
  if WS-UNLOAD-STATUS not = "00" or WS-HISTORY-STORE-STATUS not = "00"
    close UNLOAD-FILE RUN-HISTORY-STORE
    perform REPORT-NOT-LOADED
    exit paragraph
  end-if
  perform forever
    read UNLOAD-FILE at end
      exit perform
    end-read
    move UNLOAD-LINE to RUNHIST-RECORD
    write RUNHIST-RECORD
      invalid key
        add 1 to LOAD-REJECTS
      not invalid key
        add 1 to RECORDS-LOADED
    end-write
  end-perform
  close UNLOAD-FILE RUN-HISTORY-STORE
  perform REPORT-LOADED.

*> the node-reference master rebuilt in the target from its unload
LOAD-NODE-REF.
  move COPY-SOURCE to WS-UNLOAD-FILE
  move spaces to WS-NODE-REF-MASTER-FILE
  string function trim(TARGET-ROOT) "/node-reference.idx"
    delimited by size into WS-NODE-REF-MASTER-FILE
  end-string
  move 0 to RECORDS-LOADED LOAD-REJECTS
  open input UNLOAD-FILE
  open output NODE-REF-MASTER
  if WS-UNLOAD-STATUS not = "00" or WS-NODE-REF-MASTER-STATUS not = "00"
    close UNLOAD-FILE NODE-REF-MASTER
    perform REPORT-NOT-LOADED
    exit paragraph
  end-if
  perform forever
    read UNLOAD-FILE at end
      exit perform
    end-read
    move UNLOAD-LINE to NODE-REF-RECORD
    write NODE-REF-RECORD
      invalid key
        add 1 to LOAD-REJECTS
      not invalid key
        add 1 to RECORDS-LOADED
    end-write
  end-perform
  close UNLOAD-FILE NODE-REF-MASTER
  perform REPORT-LOADED.

REPORT-LOADED.
  move spaces to RESTORE-REPORT-LINE
  if RECORDS-LOADED = SF-RECORDS(SET-FILE-IDX) and LOAD-REJECTS = 0
    add 1 to FILES-RESTORED
    string "  RELOADED   " function trim(SF-NAME(SET-FILE-IDX)) " -- "
      RECORDS-LOADED " RECORD(S)"
      delimited by size into RESTORE-REPORT-LINE
    end-string
  else
    add 1 to FILES-NOT-RESTORED
    string "  NOT RESTORED " function trim(SF-NAME(SET-FILE-IDX)) " -- "
      RECORDS-LOADED " OF " SF-RECORDS(SET-FILE-IDX) " RECORD(S) LOADED, "
      LOAD-REJECTS " REJECTED AS DUPLICATE KEYS"
      delimited by size into RESTORE-REPORT-LINE
    end-string
  end-if
  write RESTORE-REPORT-LINE.

REPORT-NOT-LOADED.
  add 1 to FILES-NOT-RESTORED
  move spaces to RESTORE-REPORT-LINE
  string "  NOT RESTORED " function trim(SF-NAME(SET-FILE-IDX))
    " -- UNLOAD OR TARGET STORE COULD NOT BE OPENED"
    delimited by size into RESTORE-REPORT-LINE
  end-string
  write RESTORE-REPORT-LINE.

*> RECONCILE-INDEX and the IVP self-test run against the rebuilt root,
*> each as its own job so the data root it resolves is the target's
RUN-CHECKS.
  move spaces to RESTORE-REPORT-LINE
  write RESTORE-REPORT-LINE
  move "PROOF OF THE REBUILT ROOT" to RESTORE-REPORT-LINE
  write RESTORE-REPORT-LINE

  move "reconcile-index" to CHECK-PROGRAM
  move "restore-reconcile.log" to CHECK-LOG
  perform LAUNCH-CHECK
  move LAUNCH-RC to RECONCILE-RC
  evaluate true
    when RECONCILE-RC = 0
      move "INDEX AND MAP AGREE" to RECONCILE-RESULT
    when RECONCILE-RC >= 12 and NODE-INDEX-IN-SET = "N"
      move "NO NODE INDEX TO RECONCILE -- NONE IN THE SET"
        to RECONCILE-RESULT
    when RECONCILE-RC >= 12
      move "COULD NOT RUN AGAINST THE TARGET" to RECONCILE-RESULT
    when other
      move "DIFFERENCES -- SEE index-reconcile.txt" to RECONCILE-RESULT
  end-evaluate
  move RECONCILE-RC to DISPLAY-RC
  move spaces to RESTORE-REPORT-LINE
  string "  RECONCILE-INDEX RC " function trim(DISPLAY-RC) " -- "
    function trim(RECONCILE-RESULT)
    delimited by size into RESTORE-REPORT-LINE
  end-string
  write RESTORE-REPORT-LINE

  move "ivp-selftest" to CHECK-PROGRAM
  move "restore-ivp.log" to CHECK-LOG
  perform LAUNCH-CHECK
  move LAUNCH-RC to IVP-RC
  if IVP-RC = 0
    move "PASSED" to IVP-RESULT
  else
    move "FAILED -- SEE ivp-report.txt" to IVP-RESULT
  end-if
  move IVP-RC to DISPLAY-RC
  move spaces to RESTORE-REPORT-LINE
  string "  IVP-SELFTEST    RC " function trim(DISPLAY-RC) " -- "
    function trim(IVP-RESULT)
    delimited by size into RESTORE-REPORT-LINE
  end-string
  write RESTORE-REPORT-LINE.

LAUNCH-CHECK.
  move spaces to LAUNCH-COMMAND
  move 1 to LAUNCH-PTR
  string "DATA_ROOT='" function trim(TARGET-ROOT) "' "
    "MAP_FILE='" function trim(TARGET-ROOT) "/map.txt' "
    "INSTR_FILE='" function trim(TARGET-ROOT) "/instructions.txt' "
    "MAP_IMAGE='N' "
    function trim(WS-LAUNCHER) " " function trim(CHECK-PROGRAM) " > '"
    function trim(TARGET-ROOT) "/" function trim(CHECK-LOG) "' 2>&1"
    delimited by size into LAUNCH-COMMAND with pointer LAUNCH-PTR
  end-string
  call "SYSTEM" using LAUNCH-COMMAND end-call
  *> the shell hands back the wait status -- the job's own return code
  *> sits in its high byte
  move return-code to LAUNCH-RC
  if LAUNCH-RC > 255
    divide 256 into LAUNCH-RC
  end-if
  move 0 to return-code.

WRITE-REGISTER.
  open extend REGISTER-FILE
  if WS-REGISTER-STATUS = "35"
    open output REGISTER-FILE
  end-if
  move spaces to REGISTER-LINE
  string RESTORE-TIMESTAMP " RESTORE " function trim(SET-ID) " INTO "
    function trim(TARGET-ROOT) " FILES " FILES-RESTORED " BY "
    function trim(WS-OPERATOR) " RUN " WS-RUN-ID " -- "
    function trim(RESTORE-RESULT)
    delimited by size into REGISTER-LINE
  end-string
  write REGISTER-LINE
  close REGISTER-FILE.
