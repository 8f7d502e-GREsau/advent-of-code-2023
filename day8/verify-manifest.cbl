identification division.
program-id. verify-manifest.

environment division.
input-output section.
file-control.
  select MANIFEST-FILE assign to dynamic WS-MANIFEST-FILE
    organization line sequential file status WS-MANIFEST-STATUS.
  select RUN-FILES assign to dynamic WS-RUN-FILES-FILE
    organization line sequential file status WS-RUN-FILES-STATUS.
  select VERIFY-REPORT assign to dynamic WS-VERIFY-REPORT-FILE
    organization line sequential.

data division.
file section.
  fd MANIFEST-FILE.
  01 MANIFEST-LINE  pic x(200).

  fd RUN-FILES.
  01 RUN-FILES-LINE  pic x(120).

  fd VERIFY-REPORT.
  01 VERIFY-REPORT-LINE  pic x(200).

working-storage section.
  78 ENTRIES-MAX value 500.

  01 WS-MANIFEST-FILE       pic x(100).
  01 WS-RUN-FILES-FILE      pic x(100).
  01 WS-GENERATION-FILE     pic x(100).
  01 WS-VERIFY-REPORT-FILE  pic x(100).
  01 WS-MANIFEST-STATUS     pic x(2).
  01 WS-RUN-FILES-STATUS    pic x(2).
  01 RUN-DATE               pic 9(8).
  01 WS-RUN-ID              pic x(8).
  01 VERIFY-RUN-ID          pic x(8).
  01 WS-EXC-PROGRAM         pic x(20) value "VERIFY-MANIFEST".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

  *> the manifest as sealed: its header words, every FILE entry, and
  *> the seal recomputed over the lines above it
  01 HDR-WORDS.
    05 HDR-WORD             pic x(14) occurs 13 times.
  01 MANIFEST-RUN-ID        pic x(8) value spaces.
  01 MANIFEST-DATE          pic x(8) value spaces.
  01 MANIFEST-SEALED-AT     pic 9(14) value 0.
  01 MANIFEST-RUN-START     pic 9(14) value 0.
  01 MANIFEST-LISTED        pic 9(4) value 0.
  01 LIST-POSITION          pic 9(4) value 0.
  01 SEAL-FOUND             pic x value "N".
  01 SEAL-TEXT              pic x(9).
  01 SEAL-STATED            pic 9(9) value 0.
  01 SEAL-ACCUM             binary-double unsigned value 0.
  01 SEAL-COMPUTED          pic 9(9).
  01 SEAL-IDX               pic 9(3).
  01 SEAL-LEN               pic 9(3).

  01 ENTRY-TABLE.
    05 ENTRY-ROW occurs ENTRIES-MAX times.
      10 ENTRY-PATH         pic x(100).
      10 ENTRY-BYTES        pic 9(18).
      10 ENTRY-RECORDS      pic 9(9).
      10 ENTRY-CHECKSUM     pic 9(9).
  01 ENTRY-COUNT            pic 9(4) value 0.
  01 ENTRY-IDX              pic 9(4).
  01 FILE-WORD              pic x(8).
  01 FILE-PATH              pic x(100).
  01 FILE-WORDS.
    05 FILE-WORD-N          pic x(20) occurs 8 times.

  01 MEASURE-NAME           pic x(100).
  01 MEASURE-LIMIT          pic 9(9).
  01 MEASURE-RECORDS        pic 9(9).
  01 MEASURE-CHECKSUM       pic 9(9).
  01 MEASURE-BYTES          pic 9(18).
  01 MEASURE-MODIFIED       pic 9(14).
  01 MEASURE-STATUS         pic x.

  01 INTACT-COUNT           pic 9(4) value 0.
  01 EXTENDED-COUNT         pic 9(4) value 0.
  01 MISSING-COUNT          pic 9(4) value 0.
  01 CHANGED-COUNT          pic 9(4) value 0.
  01 UNEXPECTED-COUNT       pic 9(4) value 0.
  01 SEAL-VERDICT           pic x(8) value "INTACT".

procedure division.
  *> re-checks one run's sealed manifest against the files as they
  *> stand now. MANIFEST_RUN_ID names the run; MANIFEST_FILE names a
  *> manifest directly, which is how an archived generation is
  *> checked. Every entry comes back INTACT,
  *> EXTENDED (an append-only log that has only grown -- the sealed
  *> records are unchanged), CHANGED or MISSING; anything the same run
  *> went on to write after its seal is UNEXPECTED; and the
  *> manifest's own seal is recomputed first
  move function current-date(1:8) to RUN-DATE
  call "run-id" using WS-RUN-ID end-call
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move "/data/manifest-verify.txt" to WS-VERIFY-REPORT-FILE
  call "resolve-path" using WS-VERIFY-REPORT-FILE end-call
  accept WS-MANIFEST-FILE from environment "MANIFEST_FILE"
  accept VERIFY-RUN-ID from environment "MANIFEST_RUN_ID"
  if WS-MANIFEST-FILE = spaces
    if VERIFY-RUN-ID = spaces
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Set MANIFEST_RUN_ID (or MANIFEST_FILE) to the manifest "
        "to verify!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 12 to return-code
      goback
    end-if
    string "/data/manifest-" VERIFY-RUN-ID ".txt"
      delimited by size into WS-MANIFEST-FILE
    end-string
  end-if
  call "resolve-path" using WS-MANIFEST-FILE end-call

  open input MANIFEST-FILE
  if WS-MANIFEST-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Manifest '" function trim(WS-MANIFEST-FILE)
      "' could not be opened!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0250" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-MANIFEST-FILE) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if

  open output VERIFY-REPORT
  move spaces to VERIFY-REPORT-LINE
  string "MANIFEST VERIFICATION " RUN-DATE " RUN " WS-RUN-ID " -- "
    function trim(WS-MANIFEST-FILE)
    delimited by size into VERIFY-REPORT-LINE
  end-string
  write VERIFY-REPORT-LINE

  perform forever
    read MANIFEST-FILE at end
      exit perform
    end-read
    if SEAL-FOUND = "Y"
      add 1 to UNEXPECTED-COUNT
      move spaces to VERIFY-REPORT-LINE
      string "UNEXPECTED  LINE AFTER THE SEAL: "
        function trim(MANIFEST-LINE)
        delimited by size into VERIFY-REPORT-LINE
      end-string
      write VERIFY-REPORT-LINE
      exit perform cycle
    end-if
    evaluate MANIFEST-LINE(1:5)
      when "SEAL "
        move "Y" to SEAL-FOUND
        move spaces to FILE-WORD SEAL-TEXT
        unstring MANIFEST-LINE delimited by all space
          into FILE-WORD SEAL-TEXT
        end-unstring
        if SEAL-TEXT is numeric
          move SEAL-TEXT to SEAL-STATED
        end-if
        exit perform cycle
      when "MANIF"
        move spaces to HDR-WORDS
        unstring MANIFEST-LINE delimited by all space
          into HDR-WORD(1) HDR-WORD(2) HDR-WORD(3) HDR-WORD(4)
            HDR-WORD(5) HDR-WORD(6) HDR-WORD(7) HDR-WORD(8)
            HDR-WORD(9) HDR-WORD(10) HDR-WORD(11) HDR-WORD(12)
            HDR-WORD(13)
        end-unstring
        move HDR-WORD(3) to MANIFEST-RUN-ID
        move HDR-WORD(5) to MANIFEST-DATE
        if HDR-WORD(7) is numeric
          move HDR-WORD(7) to MANIFEST-RUN-START
        end-if
        if HDR-WORD(9) is numeric
          move HDR-WORD(9) to MANIFEST-SEALED-AT
        end-if
        if HDR-WORD(13)(1:4) is numeric
          move HDR-WORD(13)(1:4) to MANIFEST-LISTED
        end-if
      when "FILE "
        move spaces to FILE-WORD FILE-PATH FILE-WORDS
        unstring MANIFEST-LINE delimited by all space
          into FILE-WORD FILE-PATH FILE-WORD-N(1) FILE-WORD-N(2)
            FILE-WORD-N(3) FILE-WORD-N(4) FILE-WORD-N(5)
            FILE-WORD-N(6)
        end-unstring
        if ENTRY-COUNT < ENTRIES-MAX
          add 1 to ENTRY-COUNT
          move FILE-PATH to ENTRY-PATH(ENTRY-COUNT)
          move function numval(FILE-WORD-N(2))
            to ENTRY-BYTES(ENTRY-COUNT)
          move function numval(FILE-WORD-N(4))
            to ENTRY-RECORDS(ENTRY-COUNT)
          move function numval(FILE-WORD-N(6))
            to ENTRY-CHECKSUM(ENTRY-COUNT)
        end-if
      when other
        add 1 to UNEXPECTED-COUNT
        move spaces to VERIFY-REPORT-LINE
        string "UNEXPECTED  LINE IN THE MANIFEST: "
          function trim(MANIFEST-LINE)
          delimited by size into VERIFY-REPORT-LINE
        end-string
        write VERIFY-REPORT-LINE
    end-evaluate
    compute SEAL-LEN =
      function length(function trim(MANIFEST-LINE trailing))
    perform varying SEAL-IDX from 1 by 1 until SEAL-IDX > SEAL-LEN
      compute SEAL-ACCUM = function mod(
          SEAL-ACCUM * 31 + function ord(MANIFEST-LINE(SEAL-IDX:1)),
          999999937)
    end-perform
    compute SEAL-ACCUM = function mod(SEAL-ACCUM * 31 + 10, 999999937)
  end-perform
  close MANIFEST-FILE

  move SEAL-ACCUM to SEAL-COMPUTED
  move spaces to VERIFY-REPORT-LINE
  evaluate true
    when SEAL-FOUND not = "Y"
      move "MISSING" to SEAL-VERDICT
      string "SEAL        MISSING -- THE MANIFEST IS INCOMPLETE OR HAS "
        "BEEN CUT SHORT"
        delimited by size into VERIFY-REPORT-LINE
      end-string
    when SEAL-COMPUTED not = SEAL-STATED
      move "BROKEN" to SEAL-VERDICT
      string "SEAL        BROKEN -- STATED " SEAL-STATED " COMPUTED "
        SEAL-COMPUTED " -- THE MANIFEST ITSELF HAS BEEN EDITED"
        delimited by size into VERIFY-REPORT-LINE
      end-string
    when other
      string "SEAL        INTACT " SEAL-STATED " -- RUN "
        MANIFEST-RUN-ID " OF " MANIFEST-DATE ", " ENTRY-COUNT
        " FILE(S) SEALED"
        delimited by size into VERIFY-REPORT-LINE
      end-string
  end-evaluate
  write VERIFY-REPORT-LINE

  perform varying ENTRY-IDX from 1 by 1 until ENTRY-IDX > ENTRY-COUNT
    move ENTRY-PATH(ENTRY-IDX) to MEASURE-NAME
    move ENTRY-RECORDS(ENTRY-IDX) to MEASURE-LIMIT
    call "measure-file" using MEASURE-NAME MEASURE-LIMIT
      MEASURE-RECORDS MEASURE-CHECKSUM MEASURE-BYTES MEASURE-MODIFIED
      MEASURE-STATUS end-call
    move spaces to VERIFY-REPORT-LINE
    evaluate true
      when MEASURE-STATUS not = "0"
        add 1 to MISSING-COUNT
        string "MISSING     " function trim(ENTRY-PATH(ENTRY-IDX))
          delimited by size into VERIFY-REPORT-LINE
        end-string
      when MEASURE-CHECKSUM = ENTRY-CHECKSUM(ENTRY-IDX)
          and MEASURE-RECORDS = ENTRY-RECORDS(ENTRY-IDX)
          and MEASURE-BYTES = ENTRY-BYTES(ENTRY-IDX)
        add 1 to INTACT-COUNT
        string "INTACT      " function trim(ENTRY-PATH(ENTRY-IDX))
          delimited by size into VERIFY-REPORT-LINE
        end-string
      when MEASURE-CHECKSUM = ENTRY-CHECKSUM(ENTRY-IDX)
          and MEASURE-RECORDS > ENTRY-RECORDS(ENTRY-IDX)
        add 1 to EXTENDED-COUNT
        string "EXTENDED    " function trim(ENTRY-PATH(ENTRY-IDX))
          " -- SEALED " ENTRY-RECORDS(ENTRY-IDX)
          " RECORD(S) UNCHANGED, " MEASURE-RECORDS " NOW"
          delimited by size into VERIFY-REPORT-LINE
        end-string
      when other
        add 1 to CHANGED-COUNT
        string "CHANGED     " function trim(ENTRY-PATH(ENTRY-IDX))
          " -- SEALED " ENTRY-RECORDS(ENTRY-IDX) " RECORD(S) "
          ENTRY-BYTES(ENTRY-IDX) " BYTE(S), NOW " MEASURE-RECORDS
          " / " MEASURE-BYTES
          delimited by size into VERIFY-REPORT-LINE
        end-string
    end-evaluate
    write VERIFY-REPORT-LINE
  end-perform

  *> the run's own file list: a name the same run added after the
  *> seal, for a file that has changed since, is output the manifest
  *> never saw
  if MANIFEST-RUN-ID not = spaces
    move spaces to WS-RUN-FILES-FILE
    string "/data/run-files-" MANIFEST-RUN-ID ".txt"
      delimited by size into WS-RUN-FILES-FILE
    end-string
    call "resolve-path" using WS-RUN-FILES-FILE end-call
    *> a later run of the same id rolls this run's list to its dated
    *> generation, <list>.<date the run began>
    open input RUN-FILES
    if WS-RUN-FILES-STATUS = "00"
      move spaces to RUN-FILES-LINE
      read RUN-FILES at end
        continue
      end-read
      close RUN-FILES
      if RUN-FILES-LINE(1:6) = "START "
          and RUN-FILES-LINE(7:14) not = MANIFEST-RUN-START
        move spaces to WS-GENERATION-FILE
        string function trim(WS-RUN-FILES-FILE) "."
          MANIFEST-RUN-START(1:8)
          delimited by size into WS-GENERATION-FILE
        end-string
        move WS-GENERATION-FILE to WS-RUN-FILES-FILE
      end-if
    end-if
    open input RUN-FILES
    if WS-RUN-FILES-STATUS = "00"
      perform forever
        read RUN-FILES at end
          exit perform
        end-read
        if RUN-FILES-LINE(1:6) = "START " or RUN-FILES-LINE = spaces
          exit perform cycle
        end-if
        add 1 to LIST-POSITION
        if LIST-POSITION <= MANIFEST-LISTED
          exit perform cycle
        end-if
        *> a sealed file named again is already judged above
        perform varying ENTRY-IDX from 1 by 1
            until ENTRY-IDX > ENTRY-COUNT
          if ENTRY-PATH(ENTRY-IDX) = RUN-FILES-LINE(1:100)
            exit perform
          end-if
        end-perform
        if ENTRY-IDX <= ENTRY-COUNT
          exit perform cycle
        end-if
        move RUN-FILES-LINE(1:100) to MEASURE-NAME
        move 0 to MEASURE-LIMIT
        call "measure-file" using MEASURE-NAME MEASURE-LIMIT
          MEASURE-RECORDS MEASURE-CHECKSUM MEASURE-BYTES
          MEASURE-MODIFIED MEASURE-STATUS end-call
        if MEASURE-STATUS = "0"
            and MEASURE-MODIFIED >= MANIFEST-SEALED-AT
          add 1 to UNEXPECTED-COUNT
          move spaces to VERIFY-REPORT-LINE
          string "UNEXPECTED  " function trim(MEASURE-NAME)
            " -- NAMED BY RUN " MANIFEST-RUN-ID " AFTER ITS SEAL AT "
            MANIFEST-SEALED-AT ", CHANGED " MEASURE-MODIFIED
            delimited by size into VERIFY-REPORT-LINE
          end-string
          write VERIFY-REPORT-LINE
        end-if
      end-perform
      close RUN-FILES
    end-if
  end-if

  move spaces to VERIFY-REPORT-LINE
  string "VERIFIED " ENTRY-COUNT " FILE(S): " INTACT-COUNT " INTACT, "
    EXTENDED-COUNT " EXTENDED, " CHANGED-COUNT " CHANGED, "
    MISSING-COUNT " MISSING, " UNEXPECTED-COUNT " UNEXPECTED -- SEAL "
    SEAL-VERDICT
    delimited by size into VERIFY-REPORT-LINE
  end-string
  write VERIFY-REPORT-LINE
  close VERIFY-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Manifest verification: " INTACT-COUNT " intact, "
    EXTENDED-COUNT " extended, " CHANGED-COUNT " changed, "
    MISSING-COUNT " missing, " UNEXPECTED-COUNT " unexpected, seal "
    function trim(SEAL-VERDICT)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if SEAL-VERDICT not = "INTACT" or CHANGED-COUNT > 0
      or MISSING-COUNT > 0 or UNEXPECTED-COUNT > 0
    move "DNV0251" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move MANIFEST-RUN-ID to WS-EXC-VALUE(1)
    move CHANGED-COUNT to WS-EXC-VALUE(2)
    move MISSING-COUNT to WS-EXC-VALUE(3)
    move UNEXPECTED-COUNT to WS-EXC-VALUE(4)
    move function trim(SEAL-VERDICT) to WS-EXC-VALUE(5)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
  else
    move 0 to return-code
  end-if
  goback.
