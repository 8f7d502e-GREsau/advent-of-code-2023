identification division.
program-id. write-manifest.

environment division.
input-output section.
file-control.
  select RUN-FILES assign to dynamic WS-RUN-FILES-FILE
    organization line sequential file status WS-RUN-FILES-STATUS.
  select MANIFEST-FILE assign to dynamic WS-MANIFEST-FILE
    organization line sequential file status WS-MANIFEST-STATUS.
  select MANIFEST-INDEX assign to dynamic WS-MANIFEST-INDEX-FILE
    organization line sequential file status WS-MANIFEST-INDEX-STATUS.

data division.
file section.
  fd RUN-FILES.
  01 RUN-FILES-LINE  pic x(120).

  fd MANIFEST-FILE.
  01 MANIFEST-LINE  pic x(200).

  fd MANIFEST-INDEX.
  01 MANIFEST-INDEX-LINE  pic x(200).

working-storage section.
  78 ENTRIES-MAX value 500.

  01 WS-RUN-FILES-FILE        pic x(100).
  01 WS-MANIFEST-FILE         pic x(100).
  01 WS-MANIFEST-INDEX-FILE   pic x(100).
  01 WS-GENERATION-FILE       pic x(100).
  01 WS-RUN-FILES-STATUS      pic x(2).
  01 WS-MANIFEST-STATUS       pic x(2).
  01 WS-MANIFEST-INDEX-STATUS pic x(2).
  01 WS-RUN-ID                pic x(8).
  01 RUN-DATE                 pic 9(8).
  01 SEAL-TIMESTAMP           pic x(14).
  01 RUN-START                pic 9(14) value 0.
  01 LISTED-COUNT             pic 9(4) value 0.
  01 LIST-WORD                pic x(8).
  01 LIST-STAMP               pic x(14).
  01 WS-EXC-PROGRAM           pic x(20) value "WRITE-MANIFEST".
  copy excmsg.
  01 JOB-LOG-RC               pic 99.
  01 JOB-LOG-TEXT             pic x(200).

  *> the files the run wrote, measured once and then written out
  01 ENTRY-TABLE.
    05 ENTRY-ROW occurs ENTRIES-MAX times.
      10 ENTRY-PATH           pic x(100).
      10 ENTRY-BYTES          pic 9(18).
      10 ENTRY-RECORDS        pic 9(9).
      10 ENTRY-CHECKSUM       pic 9(9).
      10 ENTRY-MODIFIED       pic 9(14).
  01 ENTRY-COUNT              pic 9(4) value 0.
  01 ENTRY-IDX                pic 9(4).

  01 MEASURE-NAME             pic x(100).
  01 MEASURE-LIMIT            pic 9(9) value 0.
  01 MEASURE-RECORDS          pic 9(9).
  01 MEASURE-CHECKSUM         pic 9(9).
  01 MEASURE-BYTES            pic 9(18).
  01 MEASURE-MODIFIED         pic 9(14).
  01 MEASURE-STATUS           pic x.

  *> a run id is only the time of day the run started, so a manifest
  *> of the same id from an earlier date is kept as a dated generation
  *> rather than overwritten
  01 PRIOR-WORD-1             pic x(8).
  01 PRIOR-WORD-2             pic x(8).
  01 PRIOR-RUN-ID             pic x(8).
  01 PRIOR-WORD-4             pic x(8).
  01 PRIOR-DATE               pic x(8).
  01 ARCHIVE-TRUNCATE         pic x value "N".
  01 ARCHIVE-STATUS           pic x.

  01 SEAL-ACCUM               binary-double unsigned value 0.
  01 SEAL-CHECKSUM            pic 9(9).
  01 SEAL-IDX                 pic 9(3).
  01 SEAL-LEN                 pic 9(3).

procedure division.
  *> the run's evidence, written as its last act: every file on the
  *> run's file list (see RESOLVE-PATH) that changed after the run
  *> began, with its byte count, record count and checksum, and then a
  *> seal checksum over the manifest itself -- so an edited report, an
  *> edited manifest, or a file swapped in afterwards is caught by
  *> VERIFY-MANIFEST. The header records how long the run's file list
  *> was at the seal, so anything the run goes on to name afterwards
  *> stands out. Run again in the same run it rewrites the one
  *> manifest with everything written so far
  move 0 to ENTRY-COUNT LISTED-COUNT RUN-START
  call "run-id" using WS-RUN-ID end-call
  move function current-date(1:8) to RUN-DATE
  move function current-date(1:14) to SEAL-TIMESTAMP
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move spaces to WS-RUN-FILES-FILE WS-MANIFEST-FILE
  string "/data/run-files-" WS-RUN-ID ".txt"
    delimited by size into WS-RUN-FILES-FILE
  end-string
  call "resolve-path" using WS-RUN-FILES-FILE end-call
  string "/data/manifest-" WS-RUN-ID ".txt"
    delimited by size into WS-MANIFEST-FILE
  end-string
  call "resolve-path" using WS-MANIFEST-FILE end-call
  move "/data/manifest-index.txt" to WS-MANIFEST-INDEX-FILE
  call "resolve-path" using WS-MANIFEST-INDEX-FILE end-call

  open input RUN-FILES
  if WS-RUN-FILES-STATUS not = "00"
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Manifest: run " WS-RUN-ID " has no file list -- nothing "
      "to seal"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    goback
  end-if
  perform forever
    read RUN-FILES at end
      exit perform
    end-read
    if RUN-FILES-LINE(1:6) = "START "
      move spaces to LIST-WORD LIST-STAMP
      unstring RUN-FILES-LINE delimited by all space
        into LIST-WORD LIST-STAMP
      end-unstring
      if LIST-STAMP is numeric
        move LIST-STAMP to RUN-START
      end-if
      exit perform cycle
    end-if
    if RUN-FILES-LINE = spaces
      exit perform cycle
    end-if
    add 1 to LISTED-COUNT
    *> a file named twice across the run's job steps is one entry
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
    call "measure-file" using MEASURE-NAME MEASURE-LIMIT
      MEASURE-RECORDS MEASURE-CHECKSUM MEASURE-BYTES MEASURE-MODIFIED
      MEASURE-STATUS end-call
    *> read-only inputs were named too; only what changed since the
    *> run began is the run's own output
    if MEASURE-STATUS not = "0" or MEASURE-MODIFIED < RUN-START
      exit perform cycle
    end-if
    if ENTRY-COUNT >= ENTRIES-MAX
      move "DNV0254" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move WS-RUN-ID to WS-EXC-VALUE(1)
      move ENTRIES-MAX to WS-EXC-VALUE(2)
      move ENTRIES-MAX to WS-EXC-VALUE(3)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      exit perform
    end-if
    add 1 to ENTRY-COUNT
    move MEASURE-NAME to ENTRY-PATH(ENTRY-COUNT)
    move MEASURE-BYTES to ENTRY-BYTES(ENTRY-COUNT)
    move MEASURE-RECORDS to ENTRY-RECORDS(ENTRY-COUNT)
    move MEASURE-CHECKSUM to ENTRY-CHECKSUM(ENTRY-COUNT)
    move MEASURE-MODIFIED to ENTRY-MODIFIED(ENTRY-COUNT)
  end-perform
  close RUN-FILES

  open input MANIFEST-FILE
  if WS-MANIFEST-STATUS = "00"
    move spaces to MANIFEST-LINE
    read MANIFEST-FILE
      at end continue
    end-read
    close MANIFEST-FILE
    move spaces to PRIOR-WORD-1 PRIOR-WORD-2 PRIOR-RUN-ID
      PRIOR-WORD-4 PRIOR-DATE
    unstring MANIFEST-LINE delimited by all space
      into PRIOR-WORD-1 PRIOR-WORD-2 PRIOR-RUN-ID PRIOR-WORD-4
        PRIOR-DATE
    end-unstring
    if PRIOR-DATE not = RUN-DATE and PRIOR-DATE not = spaces
      move spaces to WS-GENERATION-FILE
      string function trim(WS-MANIFEST-FILE) "." PRIOR-DATE
        delimited by size into WS-GENERATION-FILE
      end-string
      call "archive-file" using WS-MANIFEST-FILE WS-GENERATION-FILE
        ARCHIVE-TRUNCATE ARCHIVE-STATUS end-call
    end-if
  end-if

  open output MANIFEST-FILE
  if WS-MANIFEST-STATUS not = "00"
    move "DNV0255" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-MANIFEST-FILE) to WS-EXC-VALUE(1)
    move WS-RUN-ID to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
  move 0 to SEAL-ACCUM
  move spaces to MANIFEST-LINE
  string "MANIFEST RUN " WS-RUN-ID " DATE " RUN-DATE " STARTED "
    RUN-START " SEALED " SEAL-TIMESTAMP " FILES " ENTRY-COUNT
    " LISTED " LISTED-COUNT
    delimited by size into MANIFEST-LINE
  end-string
  perform WRITE-SEALED-LINE
  perform varying ENTRY-IDX from 1 by 1 until ENTRY-IDX > ENTRY-COUNT
    move spaces to MANIFEST-LINE
    string "FILE " function trim(ENTRY-PATH(ENTRY-IDX))
      " BYTES " ENTRY-BYTES(ENTRY-IDX)
      " RECORDS " ENTRY-RECORDS(ENTRY-IDX)
      " CHECKSUM " ENTRY-CHECKSUM(ENTRY-IDX)
      " MODIFIED " ENTRY-MODIFIED(ENTRY-IDX)
      delimited by size into MANIFEST-LINE
    end-string
    perform WRITE-SEALED-LINE
  end-perform
  move SEAL-ACCUM to SEAL-CHECKSUM
  move spaces to MANIFEST-LINE
  string "SEAL " SEAL-CHECKSUM
    delimited by size into MANIFEST-LINE
  end-string
  write MANIFEST-LINE
  close MANIFEST-FILE

  *> the index keeps the manifest's own name; the line's date is the
  *> generation suffix it takes if a later day's run of this id rolls
  *> it (see PERIOD-CLOSE)
  open extend MANIFEST-INDEX
  if WS-MANIFEST-INDEX-STATUS = "35"
    open output MANIFEST-INDEX
  end-if
  move spaces to MANIFEST-INDEX-LINE
  string RUN-DATE " RUN " WS-RUN-ID " FILES " ENTRY-COUNT " SEAL "
    SEAL-CHECKSUM " MANIFEST " function trim(WS-MANIFEST-FILE)
    delimited by size into MANIFEST-INDEX-LINE
  end-string
  write MANIFEST-INDEX-LINE
  close MANIFEST-INDEX

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Manifest: run " WS-RUN-ID " sealed -- " ENTRY-COUNT
    " file(s), seal " SEAL-CHECKSUM
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.

*> MANIFEST-LINE written and folded into the seal checksum
WRITE-SEALED-LINE.
  write MANIFEST-LINE
  compute SEAL-LEN =
    function length(function trim(MANIFEST-LINE trailing))
  perform varying SEAL-IDX from 1 by 1 until SEAL-IDX > SEAL-LEN
    compute SEAL-ACCUM = function mod(
        SEAL-ACCUM * 31 + function ord(MANIFEST-LINE(SEAL-IDX:1)),
        999999937)
  end-perform
  compute SEAL-ACCUM = function mod(SEAL-ACCUM * 31 + 10, 999999937).
