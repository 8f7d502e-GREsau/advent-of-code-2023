identification division.
program-id. reperform-run.

environment division.
input-output section.
file-control.
  select RUN-HISTORY-STORE assign to dynamic WS-HISTORY-STORE-FILE
    organization indexed
    access dynamic
    record key RUNHIST-KEY
    file status WS-HISTORY-STORE-STATUS.
  select SCAN-FILE assign to dynamic WS-SCAN-FILE
    organization line sequential file status WS-SCAN-STATUS.
  select TARGET-FILE assign to dynamic WS-TARGET-FILE
    organization line sequential file status WS-TARGET-STATUS.
  select CERTIFICATE assign to dynamic WS-CERTIFICATE-FILE
    organization line sequential file status WS-CERTIFICATE-STATUS.
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
  fd RUN-HISTORY-STORE.
    copy runhist.

  fd SCAN-FILE.
  01 SCAN-LINE  pic x(240).

  fd TARGET-FILE.
  01 TARGET-LINE  pic x(240).

  fd CERTIFICATE.
  01 CERTIFICATE-LINE  pic x(200).

  fd NODE-REF-MASTER.
    copy node-ref.

  *> the isolated root's master, laid out as NODE-REF-RECORD
  fd TARGET-REF-MASTER.
  01 TARGET-REF-RECORD.
    05 TARGET-REF-CODE   pic a(4).
    05 filler            pic x(76).

working-storage section.
  78 PARMS-MAX value 100.
  78 REF-FILE-COUNT value 7.

  *> audit re-performance of one historical run: its run-history record
  *> and the effective-parameters block it left behind are looked up by
  *> run id, the map pair in force on its run date is pulled through
  *> the map catalog, and the traversal is run again in a separate
  *> process against an isolated data root holding copies of those
  *> inputs, with the run's own parameters and business date. The
  *> certificate sets the recorded figure beside the recomputed one,
  *> lists every input used, and puts a difference down to a different
  *> map version, a different parameter, or neither. Production is
  *> only ever read -- the isolated root is named outright, the way
  *> REFRESH-TEST-DATA names its test root
  01 WS-HISTORY-STORE-FILE   pic x(100).
  01 WS-HISTORY-STORE-STATUS pic x(2).
  01 WS-SCAN-FILE            pic x(100).
  01 WS-SCAN-STATUS          pic x(2).
  01 WS-TARGET-FILE          pic x(100).
  01 WS-TARGET-STATUS        pic x(2).
  01 WS-CERTIFICATE-FILE     pic x(100).
  01 WS-CERTIFICATE-STATUS   pic x(2).
  01 WS-RUN-LOG-FILE         pic x(100).
  01 WS-PARMS-HISTORY-FILE   pic x(100).

  01 TARGET-RUN-ID           pic x(8).
  01 ISOLATED-ROOT           pic x(60).
  01 PRODUCTION-ROOT         pic x(60).
  01 ROOT-LENGTH             pic 9(2).
  01 SKIP-WORD               pic x(240).
  01 WS-RUN-ID               pic x(8).
  01 WS-OPERATOR             pic x(20).
  01 CERT-TIMESTAMP          pic x(14).
  01 WS-LAUNCHER             pic x(60).
  01 PARM-KEY                pic x(20).
  01 PARM-VALUE              pic x(100).
  01 LAUNCH-COMMAND          pic x(2000).
  01 LAUNCH-PTR              pic 9(4).
  01 LAUNCH-RC               pic s9(9).
  01 LAUNCH-RC-TEXT          pic -(8)9.
  01 RERUN-MODE              pic x(6).

  01 AUTH-FUNCTION           pic x(20) value "REPERFORM-RUN".
  01 AUTH-ALLOWED            pic x.

  *> the run as recorded
  01 REC-FOUND               pic x value "N".
  01 REC-SOURCE              pic x(20) value spaces.
  01 REC-OTHER-MODES         pic 9(3) value 0.
  01 REC-DATE                pic 9(8) value 0.
  01 REC-MODE                pic x(10) value spaces.
  01 REC-VALUE               pic x(20) value spaces.
  01 REC-START               pic x(4) value spaces.
  01 REC-END                 pic x(4) value spaces.
  01 REC-COST                pic x(20) value spaces.
  01 REC-BD                  pic x(8) value spaces.
  01 REC-LINE                pic x(120) value spaces.

  *> the same figures from the re-run
  01 NEW-FOUND               pic x value "N".
  01 NEW-VALUE               pic x(20) value spaces.
  01 NEW-COST                pic x(20) value spaces.
  01 NEW-LINE                pic x(120) value spaces.
  01 LOG-LINES-BEFORE        pic 9(8) value 0.
  01 LOG-LINE-COUNT          pic 9(8) value 0.

  *> one line of the run-history log taken apart
  01 LINE-DATE-TEXT          pic x(8).
  01 LINE-MODE               pic x(10).
  01 LINE-VALUE              pic x(20).
  01 LINE-BEFORE             pic x(120).
  01 LINE-AFTER              pic x(120).
  01 LINE-RUN-ID             pic x(8).

  *> the effective-parameters block, as recorded and as re-performed
  01 REC-BLOCK-FOUND         pic x value "N".
  01 REC-PROFILE             pic x(8) value spaces.
  01 REC-PARM-TABLE.
    05 REC-PARM-ENTRY occurs PARMS-MAX times.
      10 RP-KEY              pic x(20).
      10 RP-VALUE            pic x(100).
      10 RP-SOURCE           pic x(60).
  01 REC-PARM-COUNT          pic 9(3) value 0.
  01 NEW-PARM-TABLE.
    05 NEW-PARM-ENTRY occurs PARMS-MAX times.
      10 NP-KEY              pic x(20).
      10 NP-VALUE            pic x(100).
      10 NP-SOURCE           pic x(60).
  01 NEW-PARM-COUNT          pic 9(3) value 0.
  01 PARM-IDX                pic 9(3).
  01 MATCH-IDX               pic 9(3).
  01 BLOCK-TEXT              pic x(160).
  01 BLOCK-KEY               pic x(20).
  01 BLOCK-VALUE             pic x(100).
  01 BLOCK-SOURCE            pic x(60).
  01 BLOCK-REST              pic x(160).
  01 BLOCK-LENGTH            pic 9(3).
  01 BLOCK-WHICH             pic x.
  01 PARM-REPLAYED           pic x.

  *> the map pair: what the run recorded using, and what is used now
  01 REC-MAP                 pic x(100) value spaces.
  01 REC-MAP-CHECKSUM        pic x(20) value spaces.
  01 REC-INSTR               pic x(100) value spaces.
  01 REC-INSTR-CHECKSUM      pic x(20) value spaces.
  01 SRC-MAP                 pic x(100) value spaces.
  01 SRC-INSTR               pic x(100) value spaces.
  01 SRC-PAIR-ORIGIN         pic x(40) value spaces.
  01 SRC-MAP-CHECKSUM        pic 9(9) value 0.
  01 SRC-INSTR-CHECKSUM      pic 9(9) value 0.
  01 CHECKSUM-TEXT           pic x(20).
  01 CATALOG-AS-OF           pic 9(8).

  *> reference data copied across beside the map pair, and what each
  *> one means for a past date
  01 REF-FILES-OUTER.
    05 filler pic x(30) value "node-reference.txt".
    05 filler pic x(60)
         value "TODAY'S VIEW -- OWNERSHIP IS TAKEN FROM THE HISTORY BELOW".
    05 filler pic x(30) value "node-ref-history.txt".
    05 filler pic x(60)
         value "EFFECTIVE-DATED -- OWNERSHIP AS OF EACH ACTIVITY DATE".
    05 filler pic x(30) value "route-closures.txt".
    05 filler pic x(60)
         value "EFFECTIVE-DATED -- APPLIED AS OF THE BUSINESS DATE".
    05 filler pic x(30) value "step-costs.txt".
    05 filler pic x(60)
         value "NOT EFFECTIVE-DATED -- CONTENT AS IT STANDS TODAY".
    05 filler pic x(30) value "node-alias.txt".
    05 filler pic x(60)
         value "NOT EFFECTIVE-DATED -- CONTENT AS IT STANDS TODAY".
    05 filler pic x(30) value "processing-calendar.txt".
    05 filler pic x(60)
         value "PROCESSING-DAY TEST ONLY -- BUSINESS DATE IS PINNED".
    05 filler pic x(30) value "closed-periods.txt".
    05 filler pic x(60)
         value "LATE-PERIOD FLAG ONLY -- NO EFFECT ON THE FIGURE".
  01 REF-FILES-TABLE redefines REF-FILES-OUTER.
    05 REF-FILE-ENTRY occurs REF-FILE-COUNT times.
      10 REF-FILE-NAME       pic x(30).
      10 REF-FILE-MEANING    pic x(60).
  01 REF-COPIED-TABLE.
    05 REF-COPIED occurs REF-FILE-COUNT times.
      10 REF-STATUS          pic x.
      10 REF-CHECKSUM        pic 9(9).
  01 REF-IDX                 pic 9.

  *> the keyed node-reference master every lookup in the re-run reads
  01 WS-NODE-REF-MASTER-FILE pic x(100).
  01 WS-MASTER-STATUS        pic x(2).
  01 WS-TARGET-MASTER-FILE   pic x(100).
  01 WS-TARGET-MASTER-STATUS pic x(2).
  01 MASTER-RECORDS          pic 9(8) value 0.
  01 MASTER-COPIED           pic x value "N".
  *> the keyed node reference history, built in the isolated root from
  *> the flat history staged there
  01 WS-REF-HISTORY-FILE     pic x(100).
  01 WS-NODE-HIST-FILE       pic x(100).
  01 HIST-BUILT-RECORDS      pic 9(8) value 0.
  01 HIST-STORE-STATUS       pic x(2).
  01 HIST-BUILD-STATUS       pic x.

  01 COPY-SOURCE             pic x(100).
  01 COPY-TARGET             pic x(100).
  01 COPY-FAILED             pic x value "N".
  01 ARCHIVE-TRUNCATE        pic x value "N".
  01 ARCHIVE-STATUS          pic x.
    88 ARCHIVE-OK            value "0".
    88 ARCHIVE-NO-SOURCE     value "1".
  01 MEASURE-NAME            pic x(100).
  01 MEASURE-LIMIT           pic 9(9) value 0.
  01 MEASURE-RECORDS         pic 9(9).
  01 MEASURE-CHECKSUM        pic 9(9).
  01 MEASURE-BYTES           pic 9(18).
  01 MEASURE-MODIFIED        pic 9(14).
  01 MEASURE-STATUS          pic x.

  *> the explanation, in the order the categories are tried
  01 FIGURES-AGREE           pic x value "N".
  01 MAP-DIFFERS             pic x value "N".
  01 MAP-UNKNOWN             pic x value "N".
  01 PARM-DIFFERS            pic x value "N".
  01 PARM-UNKNOWN            pic x value "N".
  01 FINDING-COUNT           pic 9(3) value 0.
  01 FINDING-TABLE.
    05 FINDING-TEXT occurs PARMS-MAX times pic x(160).
  01 FINDING-IDX             pic 9(3).
  01 FINDING-WORK            pic x(160) value spaces.
  01 VERDICT                 pic x(60) value spaces.
  01 REFUSAL                 pic x(100) value spaces.

  01 WS-EXC-PROGRAM          pic x(20) value "REPERFORM-RUN".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  call "run-id" using WS-RUN-ID end-call
  move function current-date(1:14) to CERT-TIMESTAMP
  accept WS-OPERATOR from environment "OPERATOR_ID"
  if WS-OPERATOR = spaces
    accept WS-OPERATOR from environment "USER"
  end-if
  if WS-OPERATOR = spaces
    move "UNKNOWN" to WS-OPERATOR
  end-if

  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0215" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

  accept TARGET-RUN-ID from environment "REPERFORM_RUN_ID"
  if TARGET-RUN-ID = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Re-performance refused: REPERFORM_RUN_ID must name the run "
      "to re-perform"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0216" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  move spaces to WS-CERTIFICATE-FILE
  string "/data/reperform-" function trim(TARGET-RUN-ID) ".txt"
    delimited by size into WS-CERTIFICATE-FILE
  end-string
  call "resolve-path" using WS-CERTIFICATE-FILE end-call

  accept PRODUCTION-ROOT from environment "DATA_ROOT"
  if PRODUCTION-ROOT = spaces
    move "/data" to PRODUCTION-ROOT
  end-if
  accept ISOLATED-ROOT from environment "REPERFORM_ROOT"
  move PRODUCTION-ROOT to SKIP-WORD
  perform STRIP-TRAILING-SLASH
  move SKIP-WORD to PRODUCTION-ROOT
  move ISOLATED-ROOT to SKIP-WORD
  perform STRIP-TRAILING-SLASH
  move SKIP-WORD to ISOLATED-ROOT

  *> the re-run writes its own run history, manifest and reports --
  *> none of that may land in production, however it is spelled to us
  if ISOLATED-ROOT = spaces or ISOLATED-ROOT = "/data"
      or ISOLATED-ROOT = PRODUCTION-ROOT
    move "REPERFORM_ROOT IS PRODUCTION OR NOT GIVEN" to REFUSAL
    perform REFUSE-REPERFORMANCE
    move 12 to return-code
    goback
  end-if
  *> the re-run is a process of its own, started with FLOW_LAUNCHER
  *> from the run parameters -- there is no launcher to assume, it
  *> differs by system
  move "FLOW_LAUNCHER" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move PARM-VALUE to WS-LAUNCHER
  if WS-LAUNCHER = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Re-performance of run " TARGET-RUN-ID " refused: "
      "FLOW_LAUNCHER is not set in the run parameters"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0282" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move TARGET-RUN-ID to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  move spaces to WS-TARGET-FILE
  string function trim(ISOLATED-ROOT) "/reperform-stamp.txt"
    delimited by size into WS-TARGET-FILE
  end-string
  open output TARGET-FILE
  if WS-TARGET-STATUS not = "00"
    move "ISOLATED ROOT IS NOT WRITABLE" to REFUSAL
    perform REFUSE-REPERFORMANCE
    move 12 to return-code
    goback
  end-if
  move spaces to TARGET-LINE
  string "RE-PERFORMANCE OF RUN " TARGET-RUN-ID " STARTED "
    CERT-TIMESTAMP " BY " function trim(WS-OPERATOR) " RUN " WS-RUN-ID
    " -- NOT PRODUCTION DATA"
    delimited by size into TARGET-LINE
  end-string
  write TARGET-LINE
  close TARGET-FILE

  perform FIND-RECORDED-RUN
  if REC-FOUND = "N"
    move "RUN ID NOT FOUND IN THE RUN HISTORY AS A PART1 OR PART2 RUN"
      to REFUSAL
    perform REFUSE-REPERFORMANCE
    move 8 to return-code
    goback
  end-if
  perform FIND-RECORDED-PARMS
  perform CHOOSE-MAP-PAIR
  perform STAGE-INPUTS
  if COPY-FAILED = "Y"
    move "INPUTS COULD NOT BE COPIED TO THE ISOLATED ROOT" to REFUSAL
    perform REFUSE-REPERFORMANCE
    move 12 to return-code
    goback
  end-if
  perform LAUNCH-RERUN
  perform FIND-RECOMPUTED-FIGURE
  perform COMPARE-PARMS
  perform COMPARE-FIGURES
  perform WRITE-CERTIFICATE

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Re-performance of run " TARGET-RUN-ID ": "
    function trim(VERDICT) " -- see "
    function trim(WS-CERTIFICATE-FILE)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  evaluate true
    when FIGURES-AGREE = "Y"
      move 0 to return-code
    when MAP-DIFFERS = "Y" or PARM-DIFFERS = "Y" or PARM-UNKNOWN = "Y"
      move 4 to return-code
    when other
      move "DNV0217" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move TARGET-RUN-ID to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 8 to return-code
  end-evaluate
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

*> a refusal leaves any certificate from an earlier re-performance of
*> the run as it stands
REFUSE-REPERFORMANCE.
  move 8 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Re-performance of run " TARGET-RUN-ID " refused: "
    function trim(REFUSAL)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  move "DNV0218" to WS-EXC-MSG-ID
  move spaces to WS-EXC-VALUES
  move TARGET-RUN-ID to WS-EXC-VALUE(1)
  move function trim(REFUSAL) to WS-EXC-VALUE(2)
  call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
    WS-EXC-VALUES end-call.

*> the keyed run history first; the flat log it is built from stands
*> in when the store is not on file
FIND-RECORDED-RUN.
  move "/data/run-history.idx" to WS-HISTORY-STORE-FILE
  call "resolve-path" using WS-HISTORY-STORE-FILE end-call
  open input RUN-HISTORY-STORE
  if WS-HISTORY-STORE-STATUS = "00"
    move "RUN-HISTORY.IDX" to REC-SOURCE
    perform forever
      read RUN-HISTORY-STORE next record at end
        exit perform
      end-read
      if RUNHIST-MODE not = "PART1" and RUNHIST-MODE not = "PART2"
        exit perform cycle
      end-if
      if RUNHIST-RUN-ID not = TARGET-RUN-ID
        exit perform cycle
      end-if
      if REC-FOUND = "Y"
        add 1 to REC-OTHER-MODES
        exit perform cycle
      end-if
      move "Y" to REC-FOUND
      move RUNHIST-DATE to REC-DATE
      move RUNHIST-MODE to REC-MODE
      move RUNHIST-VALUE to REC-VALUE
      move RUNHIST-START to REC-START
      move RUNHIST-END to REC-END
      move RUNHIST-TEXT to REC-LINE
    end-perform
    close RUN-HISTORY-STORE
  end-if
  if REC-FOUND = "N"
    move "RUN-HISTORY.LOG" to REC-SOURCE
    move "/data/run-history.log" to WS-RUN-LOG-FILE
    call "resolve-path" using WS-RUN-LOG-FILE end-call
    move WS-RUN-LOG-FILE to WS-SCAN-FILE
    open input SCAN-FILE
    if WS-SCAN-STATUS not = "00"
      exit paragraph
    end-if
    perform forever
      read SCAN-FILE at end
        exit perform
      end-read
      perform SPLIT-LOG-LINE
      if LINE-MODE not = "PART1" and LINE-MODE not = "PART2"
        exit perform cycle
      end-if
      if LINE-RUN-ID not = TARGET-RUN-ID
        exit perform cycle
      end-if
      if REC-FOUND = "Y"
        add 1 to REC-OTHER-MODES
        exit perform cycle
      end-if
      move "Y" to REC-FOUND
      move LINE-DATE-TEXT to REC-DATE
      move LINE-MODE to REC-MODE
      move LINE-VALUE to REC-VALUE
      move SCAN-LINE(1:120) to REC-LINE
      move spaces to LINE-BEFORE LINE-AFTER
      unstring SCAN-LINE delimited by " START "
        into LINE-BEFORE LINE-AFTER
      end-unstring
      move LINE-AFTER(1:4) to REC-START
      move spaces to LINE-BEFORE LINE-AFTER
      unstring SCAN-LINE delimited by " END "
        into LINE-BEFORE LINE-AFTER
      end-unstring
      move LINE-AFTER(1:4) to REC-END
    end-perform
    close SCAN-FILE
  end-if
  if REC-FOUND = "N"
    exit paragraph
  end-if
  move spaces to LINE-BEFORE LINE-AFTER
  unstring REC-LINE delimited by " COST "
    into LINE-BEFORE LINE-AFTER
  end-unstring
  move spaces to REC-COST
  unstring LINE-AFTER delimited by all space into REC-COST
  end-unstring
  move spaces to LINE-BEFORE LINE-AFTER
  unstring REC-LINE delimited by " BD "
    into LINE-BEFORE LINE-AFTER
  end-unstring
  move LINE-AFTER(1:8) to REC-BD
  if REC-BD = spaces
    move REC-DATE to REC-BD
  end-if
  if REC-START = spaces
    move "-" to REC-START
  end-if
  if REC-END = spaces
    move "-" to REC-END
  end-if.

*> date, mode, value and run id out of the run-history line in SCAN-LINE
SPLIT-LOG-LINE.
  move spaces to LINE-DATE-TEXT LINE-MODE LINE-VALUE LINE-RUN-ID
  unstring SCAN-LINE delimited by all space
    into LINE-DATE-TEXT LINE-MODE LINE-VALUE
  end-unstring
  move spaces to LINE-BEFORE LINE-AFTER
  unstring SCAN-LINE delimited by " RUN "
    into LINE-BEFORE LINE-AFTER
  end-unstring
  move LINE-AFTER(1:8) to LINE-RUN-ID.

*> every line the run's parameter resolver put on the history under
*> this run id -- its profile, each setting and where it came from,
*> and the map pair it was given
FIND-RECORDED-PARMS.
  move "/data/effective-parms-history.txt" to WS-PARMS-HISTORY-FILE
  call "resolve-path" using WS-PARMS-HISTORY-FILE end-call
  move WS-PARMS-HISTORY-FILE to WS-SCAN-FILE
  open input SCAN-FILE
  if WS-SCAN-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read SCAN-FILE at end
      exit perform
    end-read
    if SCAN-LINE(1:4) not = "RUN " or SCAN-LINE(5:8) not = TARGET-RUN-ID
      exit perform cycle
    end-if
    move "Y" to REC-BLOCK-FOUND
    move SCAN-LINE(14:160) to BLOCK-TEXT
    if BLOCK-TEXT(1:25) = "EFFECTIVE RUN PARAMETERS "
      if REC-PROFILE = spaces
        move spaces to LINE-BEFORE LINE-AFTER
        unstring BLOCK-TEXT delimited by " -- PROFILE "
          into LINE-BEFORE LINE-AFTER
        end-unstring
        unstring LINE-AFTER delimited by all space into REC-PROFILE
        end-unstring
      end-if
      exit perform cycle
    end-if
    move "R" to BLOCK-WHICH
    perform TAKE-BLOCK-LINE
  end-perform
  close SCAN-FILE

  perform varying PARM-IDX from 1 by 1 until PARM-IDX > REC-PARM-COUNT
    evaluate RP-KEY(PARM-IDX)
      when "MAP_IN_USE"
        move RP-VALUE(PARM-IDX) to REC-MAP
      when "MAP_CHECKSUM"
        move RP-VALUE(PARM-IDX) to REC-MAP-CHECKSUM
      when "INSTR_IN_USE"
        move RP-VALUE(PARM-IDX) to REC-INSTR
      when "INSTR_CHECKSUM"
        move RP-VALUE(PARM-IDX) to REC-INSTR-CHECKSUM
      when other
        continue
    end-evaluate
  end-perform.

*> "  KEY = value (source)" from BLOCK-TEXT into the recorded (R) or
*> re-performed (N) table -- a key is taken the first time it is seen
TAKE-BLOCK-LINE.
  if BLOCK-TEXT(1:2) not = "  "
    exit paragraph
  end-if
  move spaces to BLOCK-KEY BLOCK-REST BLOCK-VALUE BLOCK-SOURCE
  unstring BLOCK-TEXT(3:) delimited by " = "
    into BLOCK-KEY BLOCK-REST
  end-unstring
  if BLOCK-KEY = spaces
    exit paragraph
  end-if
  unstring BLOCK-REST delimited by " ("
    into BLOCK-VALUE BLOCK-SOURCE
  end-unstring
  compute BLOCK-LENGTH =
    function length(function trim(BLOCK-SOURCE trailing))
  if BLOCK-LENGTH > 0 and BLOCK-SOURCE(BLOCK-LENGTH:1) = ")"
    move space to BLOCK-SOURCE(BLOCK-LENGTH:1)
  end-if
  if BLOCK-WHICH = "R"
    perform varying MATCH-IDX from 1 by 1
        until MATCH-IDX > REC-PARM-COUNT
      if RP-KEY(MATCH-IDX) = BLOCK-KEY
        exit paragraph
      end-if
    end-perform
    if REC-PARM-COUNT < PARMS-MAX
      add 1 to REC-PARM-COUNT
      move BLOCK-KEY to RP-KEY(REC-PARM-COUNT)
      move BLOCK-VALUE to RP-VALUE(REC-PARM-COUNT)
      move BLOCK-SOURCE to RP-SOURCE(REC-PARM-COUNT)
    end-if
  else
    perform varying MATCH-IDX from 1 by 1
        until MATCH-IDX > NEW-PARM-COUNT
      if NP-KEY(MATCH-IDX) = BLOCK-KEY
        exit paragraph
      end-if
    end-perform
    if NEW-PARM-COUNT < PARMS-MAX
      add 1 to NEW-PARM-COUNT
      move BLOCK-KEY to NP-KEY(NEW-PARM-COUNT)
      move BLOCK-VALUE to NP-VALUE(NEW-PARM-COUNT)
      move BLOCK-SOURCE to NP-SOURCE(NEW-PARM-COUNT)
    end-if
  end-if.

*> the pair the run would be given today for its own run date: names
*> it chose itself stand, the catalog fills the rest for that date
CHOOSE-MAP-PAIR.
  perform varying PARM-IDX from 1 by 1 until PARM-IDX > REC-PARM-COUNT
    evaluate RP-KEY(PARM-IDX)
      when "MAP_FILE"
        move RP-VALUE(PARM-IDX) to SRC-MAP
      when "INSTR_FILE"
        move RP-VALUE(PARM-IDX) to SRC-INSTR
      when other
        continue
    end-evaluate
  end-perform
  if SRC-MAP not = spaces and SRC-INSTR not = spaces
    move "NAMED BY THE RUN" to SRC-PAIR-ORIGIN
  else
    move spaces to SRC-PAIR-ORIGIN
    string "MAP CATALOG AS OF " REC-DATE
      delimited by size into SRC-PAIR-ORIGIN
    end-string
  end-if
  move REC-DATE to CATALOG-AS-OF
  call "resolve-map-version" using CATALOG-AS-OF SRC-MAP SRC-INSTR
  end-call
  if SRC-MAP = spaces
    move "/data/map.txt" to SRC-MAP
    move "PROGRAM DEFAULT -- NO CATALOG VERSION" to SRC-PAIR-ORIGIN
  end-if
  if SRC-INSTR = spaces
    move "/data/instructions.txt" to SRC-INSTR
    move "PROGRAM DEFAULT -- NO CATALOG VERSION" to SRC-PAIR-ORIGIN
  end-if
  call "resolve-path" using SRC-MAP end-call
  call "resolve-path" using SRC-INSTR end-call.

*> the map pair, the reference files and the run's own profile into
*> the isolated root
STAGE-INPUTS.
  move SRC-MAP to COPY-SOURCE
  move "map.txt" to SKIP-WORD
  perform COPY-TO-ISOLATED
  if not ARCHIVE-OK
    move "Y" to COPY-FAILED
    exit paragraph
  end-if
  move MEASURE-CHECKSUM to SRC-MAP-CHECKSUM
  move SRC-INSTR to COPY-SOURCE
  move "instructions.txt" to SKIP-WORD
  perform COPY-TO-ISOLATED
  if not ARCHIVE-OK
    move "Y" to COPY-FAILED
    exit paragraph
  end-if
  move MEASURE-CHECKSUM to SRC-INSTR-CHECKSUM

  perform varying REF-IDX from 1 by 1 until REF-IDX > REF-FILE-COUNT
    move spaces to COPY-SOURCE
    string "/data/" function trim(REF-FILE-NAME(REF-IDX))
      delimited by size into COPY-SOURCE
    end-string
    call "resolve-path" using COPY-SOURCE end-call
    move REF-FILE-NAME(REF-IDX) to SKIP-WORD
    perform COPY-TO-ISOLATED
    move ARCHIVE-STATUS to REF-STATUS(REF-IDX)
    move MEASURE-CHECKSUM to REF-CHECKSUM(REF-IDX)
    if not ARCHIVE-OK and not ARCHIVE-NO-SOURCE
      move "Y" to COPY-FAILED
      exit paragraph
    end-if
  end-perform
  perform COPY-NODE-REF-MASTER
  if COPY-FAILED = "Y"
    exit paragraph
  end-if
  perform BUILD-NODE-HISTORY
  if COPY-FAILED = "Y"
    exit paragraph
  end-if

  *> the run's profile values become the isolated root's parameter
  *> file, so the re-run finds them where the run did; its one-off
  *> environment settings are replayed on the command line instead
  move spaces to WS-TARGET-FILE
  string function trim(ISOLATED-ROOT) "/run-parms.txt"
    delimited by size into WS-TARGET-FILE
  end-string
  open output TARGET-FILE
  if WS-TARGET-STATUS not = "00"
    move "Y" to COPY-FAILED
    exit paragraph
  end-if
  if REC-PROFILE = spaces
    move "PROD" to REC-PROFILE
  end-if
  perform varying PARM-IDX from 1 by 1 until PARM-IDX > REC-PARM-COUNT
    perform CHECK-PARM-REPLAYED
    if PARM-REPLAYED = "Y" and RP-SOURCE(PARM-IDX) = "PROFILE"
      move spaces to TARGET-LINE
      string function trim(REC-PROFILE) " " function trim(RP-KEY(PARM-IDX))
        " " function trim(RP-VALUE(PARM-IDX))
        delimited by size into TARGET-LINE
      end-string
      write TARGET-LINE
    end-if
  end-perform
  close TARGET-FILE

  *> a run history already in the root from an earlier re-performance
  *> is left alone: only what this re-run adds is read back
  move spaces to WS-SCAN-FILE
  string function trim(ISOLATED-ROOT) "/run-history.log"
    delimited by size into WS-SCAN-FILE
  end-string
  move 0 to LOG-LINES-BEFORE
  open input SCAN-FILE
  if WS-SCAN-STATUS = "00"
    perform forever
      read SCAN-FILE at end
        exit perform
      end-read
      add 1 to LOG-LINES-BEFORE
    end-perform
    close SCAN-FILE
  end-if.

*> the keyed node-reference master across record for record -- the
*> flat node-reference.txt is only last night's extract of it, and
*> every ownership lookup in the re-run reads the master. No master
*> in production leaves the re-run without one, as for the flat files
COPY-NODE-REF-MASTER.
  move spaces to WS-NODE-REF-MASTER-FILE WS-TARGET-MASTER-FILE
  move "/data/node-reference.idx" to WS-NODE-REF-MASTER-FILE
  call "resolve-path" using WS-NODE-REF-MASTER-FILE end-call
  string function trim(ISOLATED-ROOT) "/node-reference.idx"
    delimited by size into WS-TARGET-MASTER-FILE
  end-string
  open input NODE-REF-MASTER
  if WS-MASTER-STATUS not = "00"
    exit paragraph
  end-if
  open output TARGET-REF-MASTER
  if WS-TARGET-MASTER-STATUS not = "00"
    close NODE-REF-MASTER
    move "Y" to COPY-FAILED
    exit paragraph
  end-if
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
    move "Y" to COPY-FAILED
    exit paragraph
  end-if
  move "Y" to MASTER-COPIED.

*> the keyed node reference history the as-of lookups read, built from
*> the flat history just staged rather than copied -- it is derived
*> from it, and so answers exactly as the staged history says (an
*> empty one where production had no history)
BUILD-NODE-HISTORY.
  move spaces to WS-REF-HISTORY-FILE WS-NODE-HIST-FILE
  string function trim(ISOLATED-ROOT) "/node-ref-history.txt"
    delimited by size into WS-REF-HISTORY-FILE
  end-string
  string function trim(ISOLATED-ROOT) "/node-ref-history.idx"
    delimited by size into WS-NODE-HIST-FILE
  end-string
  call "build-ref-history" using WS-REF-HISTORY-FILE WS-NODE-HIST-FILE
    HIST-BUILT-RECORDS HIST-STORE-STATUS HIST-BUILD-STATUS end-call
  if HIST-BUILD-STATUS = "2"
    move "Y" to COPY-FAILED
  end-if.

*> COPY-SOURCE to the file named in SKIP-WORD under the isolated root,
*> measured as copied
COPY-TO-ISOLATED.
  move spaces to COPY-TARGET
  string function trim(ISOLATED-ROOT) "/" function trim(SKIP-WORD)
    delimited by size into COPY-TARGET
  end-string
  call "archive-file" using COPY-SOURCE COPY-TARGET ARCHIVE-TRUNCATE
    ARCHIVE-STATUS end-call
  move 0 to MEASURE-CHECKSUM
  if ARCHIVE-OK
    move COPY-TARGET to MEASURE-NAME
    call "measure-file" using MEASURE-NAME MEASURE-LIMIT MEASURE-RECORDS
      MEASURE-CHECKSUM MEASURE-BYTES MEASURE-MODIFIED MEASURE-STATUS
    end-call
  end-if.

*> the map pair and its record are not replayed -- the re-run is
*> handed the copies in the isolated root instead
CHECK-PARM-REPLAYED.
  move "Y" to PARM-REPLAYED
  evaluate RP-KEY(PARM-IDX)
    when "MAP_FILE"
    when "INSTR_FILE"
    when "MAP_IN_USE"
    when "MAP_CHECKSUM"
    when "INSTR_IN_USE"
    when "INSTR_CHECKSUM"
      move "N" to PARM-REPLAYED
    when other
      continue
  end-evaluate.

*> the traversal again in a process of its own: the data-root
*> resolver is settled once per process, so only a fresh one sees
*> the isolated root. It inherits this run's id, which is how its
*> figure is told apart in the root's run history, and it parses the
*> map afresh -- a compiled image left in the root is never trusted
LAUNCH-RERUN.
  if REC-MODE = "PART1"
    move "SINGLE" to RERUN-MODE
  else
    move "GHOST" to RERUN-MODE
  end-if
  move spaces to LAUNCH-COMMAND
  move 1 to LAUNCH-PTR
  string "DATA_ROOT='" function trim(ISOLATED-ROOT) "' "
    "RUN_PROFILE='" function trim(REC-PROFILE) "' "
    "BUSINESS_DATE='" REC-BD "' "
    "MODE='" function trim(RERUN-MODE) "' "
    "MAP_FILE='" function trim(ISOLATED-ROOT) "/map.txt' "
    "INSTR_FILE='" function trim(ISOLATED-ROOT) "/instructions.txt' "
    "MANIFEST_BY_CALLER='N' MAP_IMAGE='N' "
    delimited by size into LAUNCH-COMMAND with pointer LAUNCH-PTR
  end-string
  perform varying PARM-IDX from 1 by 1 until PARM-IDX > REC-PARM-COUNT
    perform CHECK-PARM-REPLAYED
    if PARM-REPLAYED = "Y" and RP-SOURCE(PARM-IDX) not = "PROFILE"
      string function trim(RP-KEY(PARM-IDX)) "='"
        function trim(RP-VALUE(PARM-IDX)) "' "
        delimited by size into LAUNCH-COMMAND with pointer LAUNCH-PTR
      end-string
    end-if
  end-perform
  string function trim(WS-LAUNCHER) " navigator > '"
    function trim(ISOLATED-ROOT) "/reperform-" TARGET-RUN-ID ".log' 2>&1"
    delimited by size into LAUNCH-COMMAND with pointer LAUNCH-PTR
  end-string
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Re-performing run " TARGET-RUN-ID " (" function trim(REC-MODE)
    ", business date " REC-BD ") in " function trim(ISOLATED-ROOT)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  call "SYSTEM" using LAUNCH-COMMAND end-call
  *> the shell hands back the wait status -- the job's own return code
  *> sits in its high byte
  move return-code to LAUNCH-RC
  if LAUNCH-RC > 255
    divide 256 into LAUNCH-RC
  end-if
  move 0 to return-code.

*> the re-run's line in the isolated root's run history, and the
*> effective-parameters block it wrote there
FIND-RECOMPUTED-FIGURE.
  move spaces to WS-SCAN-FILE
  string function trim(ISOLATED-ROOT) "/run-history.log"
    delimited by size into WS-SCAN-FILE
  end-string
  move 0 to LOG-LINE-COUNT
  open input SCAN-FILE
  if WS-SCAN-STATUS = "00"
    perform forever
      read SCAN-FILE at end
        exit perform
      end-read
      add 1 to LOG-LINE-COUNT
      if LOG-LINE-COUNT <= LOG-LINES-BEFORE
        exit perform cycle
      end-if
      perform SPLIT-LOG-LINE
      if LINE-MODE = REC-MODE and LINE-RUN-ID = WS-RUN-ID
        move "Y" to NEW-FOUND
        move LINE-VALUE to NEW-VALUE
        move SCAN-LINE(1:120) to NEW-LINE
      end-if
    end-perform
    close SCAN-FILE
  end-if
  if NEW-FOUND = "Y"
    move spaces to LINE-BEFORE LINE-AFTER
    unstring NEW-LINE delimited by " COST "
      into LINE-BEFORE LINE-AFTER
    end-unstring
    move spaces to NEW-COST
    unstring LINE-AFTER delimited by all space into NEW-COST
    end-unstring
  end-if

  move spaces to WS-SCAN-FILE
  string function trim(ISOLATED-ROOT) "/effective-parms.txt"
    delimited by size into WS-SCAN-FILE
  end-string
  open input SCAN-FILE
  if WS-SCAN-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read SCAN-FILE at end
      exit perform
    end-read
    move SCAN-LINE(1:160) to BLOCK-TEXT
    move "N" to BLOCK-WHICH
    perform TAKE-BLOCK-LINE
  end-perform
  close SCAN-FILE.

*> the settings the re-run actually resolved, key by key, against the
*> run's record; the map pair is judged separately
COMPARE-PARMS.
  if REC-BLOCK-FOUND = "N"
    move "Y" to PARM-UNKNOWN
    string "PARAMETERS: NO EFFECTIVE-PARAMETERS BLOCK ON RECORD FOR THE "
      "RUN -- RE-RUN ON PROGRAM DEFAULTS"
      delimited by size into FINDING-WORK
    end-string
    perform ADD-FINDING
    exit paragraph
  end-if
  perform varying PARM-IDX from 1 by 1 until PARM-IDX > REC-PARM-COUNT
    perform CHECK-PARM-REPLAYED
    if PARM-REPLAYED = "N"
      exit perform cycle
    end-if
    perform varying MATCH-IDX from 1 by 1
        until MATCH-IDX > NEW-PARM-COUNT
      if NP-KEY(MATCH-IDX) = RP-KEY(PARM-IDX)
        exit perform
      end-if
    end-perform
    move spaces to FINDING-WORK
    if MATCH-IDX > NEW-PARM-COUNT
      string "PARAMETER " function trim(RP-KEY(PARM-IDX))
        " WAS " function trim(RP-VALUE(PARM-IDX))
        " IN THE RUN -- NOT CONSULTED BY THE RE-RUN"
        delimited by size into FINDING-WORK
      end-string
      perform ADD-FINDING
    else
      if NP-VALUE(MATCH-IDX) not = RP-VALUE(PARM-IDX)
        move "Y" to PARM-DIFFERS
        string "PARAMETER " function trim(RP-KEY(PARM-IDX))
          " WAS " function trim(RP-VALUE(PARM-IDX))
          " IN THE RUN, " function trim(NP-VALUE(MATCH-IDX))
          " IN THE RE-RUN (" function trim(NP-SOURCE(MATCH-IDX)) ")"
          delimited by size into FINDING-WORK
        end-string
        perform ADD-FINDING
      end-if
    end-if
  end-perform
  *> a setting the re-run picked up that the run never had -- a key
  *> added since, or one left exported in this environment
  perform varying MATCH-IDX from 1 by 1 until MATCH-IDX > NEW-PARM-COUNT
    evaluate NP-KEY(MATCH-IDX)
      when "MAP_FILE"
      when "INSTR_FILE"
      when "MAP_IN_USE"
      when "MAP_CHECKSUM"
      when "INSTR_IN_USE"
      when "INSTR_CHECKSUM"
        exit perform cycle
      when other
        continue
    end-evaluate
    perform varying PARM-IDX from 1 by 1 until PARM-IDX > REC-PARM-COUNT
      if RP-KEY(PARM-IDX) = NP-KEY(MATCH-IDX)
        exit perform
      end-if
    end-perform
    if PARM-IDX > REC-PARM-COUNT
      move "Y" to PARM-DIFFERS
      move spaces to FINDING-WORK
      string "PARAMETER " function trim(NP-KEY(MATCH-IDX))
        " = " function trim(NP-VALUE(MATCH-IDX))
        " IN THE RE-RUN (" function trim(NP-SOURCE(MATCH-IDX))
        ") -- NOT SET IN THE RUN"
        delimited by size into FINDING-WORK
      end-string
      perform ADD-FINDING
    end-if
  end-perform.

*> the figures themselves, then the map pair against the one the run
*> recorded using
COMPARE-FIGURES.
  if NEW-FOUND = "Y" and NEW-VALUE = REC-VALUE and NEW-COST = REC-COST
    move "Y" to FIGURES-AGREE
  end-if

  if REC-MAP = spaces
    move "Y" to MAP-UNKNOWN
    string "MAP VERSION: THE RUN PUT NO MAP PAIR ON RECORD -- CANNOT BE "
      "CONFIRMED"
      delimited by size into FINDING-WORK
    end-string
    perform ADD-FINDING
  else
    call "resolve-path" using REC-MAP end-call
    call "resolve-path" using REC-INSTR end-call
    if REC-MAP not = SRC-MAP
      move "Y" to MAP-DIFFERS
      move spaces to FINDING-WORK
      string "MAP VERSION: THE RUN USED " function trim(REC-MAP)
        ", THE CATALOG NOW GIVES " function trim(SRC-MAP)
        delimited by size into FINDING-WORK
      end-string
      perform ADD-FINDING
    else
      move SRC-MAP-CHECKSUM to CHECKSUM-TEXT
      if REC-MAP-CHECKSUM not = CHECKSUM-TEXT
        move "Y" to MAP-DIFFERS
        move spaces to FINDING-WORK
        string "MAP VERSION: " function trim(SRC-MAP)
          " HAS CHANGED SINCE THE RUN (CHECKSUM "
          function trim(REC-MAP-CHECKSUM) " THEN, " SRC-MAP-CHECKSUM
          " NOW)"
          delimited by size into FINDING-WORK
        end-string
        perform ADD-FINDING
      end-if
    end-if
    if REC-INSTR not = SRC-INSTR
      move "Y" to MAP-DIFFERS
      move spaces to FINDING-WORK
      string "MAP VERSION: THE RUN USED INSTRUCTIONS "
        function trim(REC-INSTR) ", THE CATALOG NOW GIVES "
        function trim(SRC-INSTR)
        delimited by size into FINDING-WORK
      end-string
      perform ADD-FINDING
    else
      move SRC-INSTR-CHECKSUM to CHECKSUM-TEXT
      if REC-INSTR-CHECKSUM not = CHECKSUM-TEXT
        move "Y" to MAP-DIFFERS
        move spaces to FINDING-WORK
        string "MAP VERSION: " function trim(SRC-INSTR)
          " HAS CHANGED SINCE THE RUN (CHECKSUM "
          function trim(REC-INSTR-CHECKSUM) " THEN, " SRC-INSTR-CHECKSUM
          " NOW)"
          delimited by size into FINDING-WORK
        end-string
        perform ADD-FINDING
      end-if
    end-if
  end-if

  evaluate true
    when FIGURES-AGREE = "Y"
      move "AGREES -- RECOMPUTED FIGURE MATCHES THE RECORD" to VERDICT
    when MAP-DIFFERS = "Y"
      move "DIFFERS -- A DIFFERENT MAP VERSION" to VERDICT
    when PARM-DIFFERS = "Y" or PARM-UNKNOWN = "Y"
      move "DIFFERS -- A DIFFERENT PARAMETER" to VERDICT
    when other
      move "DIFFERS -- UNEXPLAINED DIFFERENCE" to VERDICT
  end-evaluate.

ADD-FINDING.
  if FINDING-COUNT < PARMS-MAX
    add 1 to FINDING-COUNT
    move FINDING-WORK to FINDING-TEXT(FINDING-COUNT)
  end-if
  move spaces to FINDING-WORK.

*> the certificate: what was recorded, every input the re-run was
*> given, what it produced, and the verdict with its reasons
WRITE-CERTIFICATE.
  open output CERTIFICATE
  if WS-CERTIFICATE-STATUS not = "00"
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Re-performance certificate " function trim(WS-CERTIFICATE-FILE)
      " could not be written"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    exit paragraph
  end-if
  move spaces to CERTIFICATE-LINE
  string "RE-PERFORMANCE CERTIFICATE -- RUN " TARGET-RUN-ID
    delimited by size into CERTIFICATE-LINE
  end-string
  write CERTIFICATE-LINE
  move spaces to CERTIFICATE-LINE
  string "PREPARED " CERT-TIMESTAMP " BY " function trim(WS-OPERATOR)
    " RUN " WS-RUN-ID " IN ISOLATED ROOT " function trim(ISOLATED-ROOT)
    delimited by size into CERTIFICATE-LINE
  end-string
  write CERTIFICATE-LINE
  move spaces to CERTIFICATE-LINE
  write CERTIFICATE-LINE

  move "RECORDED RUN" to CERTIFICATE-LINE
  write CERTIFICATE-LINE
  move spaces to CERTIFICATE-LINE
  string "  SOURCE          " function trim(REC-SOURCE)
    delimited by size into CERTIFICATE-LINE
  end-string
  write CERTIFICATE-LINE
  move spaces to CERTIFICATE-LINE
  string "  MODE            " function trim(REC-MODE)
    "   RUN DATE " REC-DATE "   BUSINESS DATE " REC-BD
    "   START " REC-START "   END " REC-END
    delimited by size into CERTIFICATE-LINE
  end-string
  write CERTIFICATE-LINE
  move spaces to CERTIFICATE-LINE
  string "  LOG LINE        " function trim(REC-LINE)
    delimited by size into CERTIFICATE-LINE
  end-string
  write CERTIFICATE-LINE
  if REC-OTHER-MODES > 0
    move spaces to CERTIFICATE-LINE
    string "  NOTE            THE RUN ALSO RECORDED " REC-OTHER-MODES
      " OTHER TRAVERSAL(S) -- ONLY THE FIRST IS RE-PERFORMED"
      delimited by size into CERTIFICATE-LINE
    end-string
    write CERTIFICATE-LINE
  end-if
  move spaces to CERTIFICATE-LINE
  write CERTIFICATE-LINE

  move "INPUTS USED" to CERTIFICATE-LINE
  write CERTIFICATE-LINE
  move spaces to CERTIFICATE-LINE
  string "  MAP             " function trim(SRC-MAP) " CHECKSUM "
    SRC-MAP-CHECKSUM " (" function trim(SRC-PAIR-ORIGIN) ")"
    delimited by size into CERTIFICATE-LINE
  end-string
  write CERTIFICATE-LINE
  move spaces to CERTIFICATE-LINE
  string "  INSTRUCTIONS    " function trim(SRC-INSTR) " CHECKSUM "
    SRC-INSTR-CHECKSUM " (" function trim(SRC-PAIR-ORIGIN) ")"
    delimited by size into CERTIFICATE-LINE
  end-string
  write CERTIFICATE-LINE
  move spaces to CERTIFICATE-LINE
  if REC-MAP = spaces
    move "  RUN RECORDED    NO MAP PAIR ON RECORD" to CERTIFICATE-LINE
  else
    string "  RUN RECORDED    " function trim(REC-MAP) " CHECKSUM "
      function trim(REC-MAP-CHECKSUM) " / " function trim(REC-INSTR)
      " CHECKSUM " function trim(REC-INSTR-CHECKSUM)
      delimited by size into CERTIFICATE-LINE
    end-string
  end-if
  write CERTIFICATE-LINE
  perform varying REF-IDX from 1 by 1 until REF-IDX > REF-FILE-COUNT
    move spaces to CERTIFICATE-LINE
    if REF-STATUS(REF-IDX) = "0"
      string "  REFERENCE       " REF-FILE-NAME(REF-IDX) " CHECKSUM "
        REF-CHECKSUM(REF-IDX) " " function trim(REF-FILE-MEANING(REF-IDX))
        delimited by size into CERTIFICATE-LINE
      end-string
    else
      string "  REFERENCE       " REF-FILE-NAME(REF-IDX)
        " NOT ON FILE -- RE-RUN WITHOUT IT"
        delimited by size into CERTIFICATE-LINE
      end-string
    end-if
    write CERTIFICATE-LINE
  end-perform
  move spaces to CERTIFICATE-LINE
  if MASTER-COPIED = "Y"
    string "  REFERENCE       node-reference.idx" "            "
      " RECORDS " MASTER-RECORDS " KEYED MASTER -- CURRENT RECORD OF "
      "EACH NODE"
      delimited by size into CERTIFICATE-LINE
    end-string
  else
    string "  REFERENCE       node-reference.idx" "            "
      " NOT ON FILE -- RE-RUN WITHOUT IT"
      delimited by size into CERTIFICATE-LINE
    end-string
  end-if
  write CERTIFICATE-LINE
  move spaces to CERTIFICATE-LINE
  string "  REFERENCE       node-ref-history.idx" "          "
    " RECORDS " HIST-BUILT-RECORDS " KEYED COPY OF THE HISTORY ABOVE"
    delimited by size into CERTIFICATE-LINE
  end-string
  write CERTIFICATE-LINE
  move spaces to CERTIFICATE-LINE
  string "  BUSINESS DATE   " REC-BD " (PINNED FOR THE RE-RUN)"
    delimited by size into CERTIFICATE-LINE
  end-string
  write CERTIFICATE-LINE
  move spaces to CERTIFICATE-LINE
  if REC-BLOCK-FOUND = "Y"
    string "  PARAMETERS      PROFILE " function trim(REC-PROFILE)
      " AS RECORDED FOR THE RUN"
      delimited by size into CERTIFICATE-LINE
    end-string
  else
    string "  PARAMETERS      NONE ON RECORD -- PROFILE "
      function trim(REC-PROFILE) " WITH NO ENTRIES"
      delimited by size into CERTIFICATE-LINE
    end-string
  end-if
  write CERTIFICATE-LINE
  perform varying PARM-IDX from 1 by 1 until PARM-IDX > REC-PARM-COUNT
    perform CHECK-PARM-REPLAYED
    if PARM-REPLAYED = "Y"
      move spaces to CERTIFICATE-LINE
      string "    " RP-KEY(PARM-IDX) " = " function trim(RP-VALUE(PARM-IDX))
        " (" function trim(RP-SOURCE(PARM-IDX)) ")"
        delimited by size into CERTIFICATE-LINE
      end-string
      write CERTIFICATE-LINE
    end-if
  end-perform
  move spaces to CERTIFICATE-LINE
  write CERTIFICATE-LINE

  move "RE-PERFORMANCE" to CERTIFICATE-LINE
  write CERTIFICATE-LINE
  move LAUNCH-RC to LAUNCH-RC-TEXT
  move spaces to CERTIFICATE-LINE
  string "  MODE            " function trim(RERUN-MODE)
    " THROUGH NAVIGATOR, ENDED RC " function trim(LAUNCH-RC-TEXT)
    " -- LOG " function trim(ISOLATED-ROOT) "/reperform-" TARGET-RUN-ID
    ".log"
    delimited by size into CERTIFICATE-LINE
  end-string
  write CERTIFICATE-LINE
  move spaces to CERTIFICATE-LINE
  if NEW-FOUND = "Y"
    string "  LOG LINE        " function trim(NEW-LINE)
      delimited by size into CERTIFICATE-LINE
    end-string
  else
    move "  LOG LINE        NONE -- THE RE-RUN RECORDED NO FIGURE"
      to CERTIFICATE-LINE
  end-if
  write CERTIFICATE-LINE
  move spaces to CERTIFICATE-LINE
  write CERTIFICATE-LINE

  move "COMPARISON" to CERTIFICATE-LINE
  write CERTIFICATE-LINE
  move spaces to CERTIFICATE-LINE
  if NEW-FOUND = "Y"
    string "  FIGURE          RECORDED " function trim(REC-VALUE)
      "   RECOMPUTED " function trim(NEW-VALUE)
      delimited by size into CERTIFICATE-LINE
    end-string
  else
    string "  FIGURE          RECORDED " function trim(REC-VALUE)
      "   RECOMPUTED NONE"
      delimited by size into CERTIFICATE-LINE
    end-string
  end-if
  write CERTIFICATE-LINE
  if REC-COST not = spaces or NEW-COST not = spaces
    move spaces to CERTIFICATE-LINE
    string "  COST            RECORDED " function trim(REC-COST)
      "   RECOMPUTED " function trim(NEW-COST)
      delimited by size into CERTIFICATE-LINE
    end-string
    write CERTIFICATE-LINE
  end-if
  move spaces to CERTIFICATE-LINE
  write CERTIFICATE-LINE

  move "FINDINGS" to CERTIFICATE-LINE
  write CERTIFICATE-LINE
  if FINDING-COUNT = 0
    move "  NONE -- SAME MAP PAIR AND SAME PARAMETERS AS THE RUN"
      to CERTIFICATE-LINE
    write CERTIFICATE-LINE
  end-if
  perform varying FINDING-IDX from 1 by 1 until FINDING-IDX > FINDING-COUNT
    move spaces to CERTIFICATE-LINE
    string "  " function trim(FINDING-TEXT(FINDING-IDX))
      delimited by size into CERTIFICATE-LINE
    end-string
    write CERTIFICATE-LINE
  end-perform
  move spaces to CERTIFICATE-LINE
  write CERTIFICATE-LINE
  move spaces to CERTIFICATE-LINE
  string "VERDICT: " function trim(VERDICT)
    delimited by size into CERTIFICATE-LINE
  end-string
  write CERTIFICATE-LINE
  close CERTIFICATE.
