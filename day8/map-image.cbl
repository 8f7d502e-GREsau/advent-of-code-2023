identification division.
program-id. map-image.

environment division.
input-output section.
file-control.
  select IMAGE-FILE assign to dynamic WS-IMAGE-FILE
    organization sequential file status WS-IMAGE-STATUS.
  select STATS-FILE assign to dynamic WS-STATS-FILE
    organization line sequential file status WS-STATS-STATUS.

data division.
file section.
  fd IMAGE-FILE.
  01 IMAGE-RECORD  pic x(13000).

  fd STATS-FILE.
  01 STATS-LINE  pic x(160).

working-storage section.
  78 START-NODES-MAX-COUNT value 50.
  *> one image block is a thousand NODES-MAP entries of
  *> NODES-ENTRY-LENGTH bytes each -- keep in step with the NODEMAP
  *> copybook and IMAGE-RECORD above
  78 IMAGE-BLOCK-BYTES value 13000.

  01 WS-IMAGE-FILE      pic x(100).
  01 WS-IMAGE-STATUS    pic x(2).
  01 WS-STATS-FILE      pic x(100).
  01 WS-STATS-STATUS    pic x(2).
  01 WS-MAP-IMAGE       pic x.
  01 RUN-DATE           pic 9(8).
  01 WS-RUN-ID          pic x(8).

  *> the compiled map image: an H stamp record, the node table as raw
  *> blocks, and a T record closing the set. The stamp names the map
  *> and instruction files it was compiled from, their byte counts and
  *> last-change stamps as the file system reports them, the
  *> duplicate-node policy in force, and the CHECKSUM-INPUT value of
  *> the parsed result. A load is only believed when every one of
  *> those still agrees with what is on disk and the loaded table
  *> checksums back to the stamped value
  01 IMAGE-HEADER.
    05 IMG-RECORD-TYPE    pic x.
    05 IMG-FORMAT         pic x(8).
    05 IMG-CHECKSUM       pic 9(9).
    05 IMG-MAP-NAME       pic x(100).
    05 IMG-INSTR-NAME     pic x(100).
    05 IMG-MAP-BYTES      pic 9(18).
    05 IMG-MAP-MODIFIED   pic 9(14).
    05 IMG-INSTR-BYTES    pic 9(18).
    05 IMG-INSTR-MODIFIED pic 9(14).
    05 IMG-DUP-POLICY     pic x(8).
    05 IMG-CODE-LENGTH    pic 9.
    05 IMG-ZZZ-VALUE      pic 9(6).
    05 IMG-START-COUNT    pic 9(4).
    05 IMG-START-NODE     pic 9(6) occurs START-NODES-MAX-COUNT times.
    05 IMG-BLOCK-COUNT    pic 9(6).
    05 IMG-WRITTEN        pic x(14).
    05 IMG-RUN-ID         pic x(8).
    05 IMG-INSTRUCTIONS   pic a(10000).
    05 filler             pic x(2371).
  01 IMAGE-TRAILER.
    05 IMG-T-RECORD-TYPE  pic x.
    05 IMG-T-BLOCK-COUNT  pic 9(6).
    05 IMG-T-CHECKSUM     pic 9(9).
    05 filler             pic x(12984).

  01 IMAGE-FORMAT-ID    pic x(8) value "MAPIMG01".
  01 TABLE-BYTES        pic 9(9) comp.
  01 BLOCK-IDX          pic 9(6).
  01 BLOCK-OFFSET       pic 9(9) comp.
  01 BLOCK-LENGTH       pic 9(9) comp.
  01 START-IDX          pic 9(4).
  01 LOADED-CHECKSUM    pic 9(9).
  01 IMAGE-USABLE       pic x.

  *> the two input files as measured by this run's LOAD -- a SAVE for
  *> the same pair stamps these figures, so a file that changed while
  *> the parse was reading it leaves a stamp the next LOAD will reject
  01 MEASURED-MAP-NAME   pic x(100) value spaces.
  01 MEASURED-INSTR-NAME pic x(100) value spaces.
  01 MAP-BYTES          pic 9(18).
  01 MAP-MODIFIED       pic 9(14).
  01 INSTR-BYTES        pic 9(18).
  01 INSTR-MODIFIED     pic 9(14).
  01 MEASURE-NAME       pic x(100).
  01 MEASURE-BYTES      pic 9(18).
  01 MEASURE-MODIFIED   pic 9(14).
  01 MEASURE-STATUS     pic x.
  01 MEASURES-OK        pic x.
  *> the byte count and last-change stamp come from the file system
  *> (see MEASURE-FILE) -- reading the files through would cost most
  *> of the parse the image is there to save
  01 FILE-DETAILS.
    05 FILE-SIZE        pic x(8) comp-x.
    05 FILE-DAY         pic x comp-x.
    05 FILE-MONTH       pic x comp-x.
    05 FILE-YEAR        pic x(2) comp-x.
    05 FILE-HOURS       pic x comp-x.
    05 FILE-MINUTES     pic x comp-x.
    05 FILE-SECONDS     pic x comp-x.
    05 FILE-HUNDREDTHS  pic x comp-x.

  *> map-load timing for run-stats.log, from the LOAD that opens each
  *> parser call to the image load or the end of the full parse
  01 LOAD-START-TIME.
    05 LOAD-START-HH    pic 9(2).
    05 LOAD-START-MM    pic 9(2).
    05 LOAD-START-SS    pic 9(2).
    05 LOAD-START-HS    pic 9(2).
  01 LOAD-END-TIME.
    05 LOAD-END-HH      pic 9(2).
    05 LOAD-END-MM      pic 9(2).
    05 LOAD-END-SS      pic 9(2).
    05 LOAD-END-HS      pic 9(2).
  01 LOAD-START-HSECS   pic 9(9).
  01 LOAD-END-HSECS     pic 9(9).
  01 LOAD-HSECS         pic 9(9).
  01 LOAD-PATH          pic x(5).

  01 WS-LOCK-NAME       pic x(100).
  01 WS-LOCK-OWNER      pic x(20) value "MAP-IMAGE".
  01 WS-LOCK-RESULT     pic x.
  01 WS-EXC-PROGRAM     pic x(20) value "MAP-IMAGE".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

linkage section.
  copy input.
  copy nodemap.
  01 START-NODES-OUTER.
    05 START-NODES      pic 9(6) occurs START-NODES-MAX-COUNT times.
  01 LS-ACTION            pic x(8).
    88 LOAD-NODES           value "LOAD".
    88 LOAD-NODES-STARTS    value "LOADSTRT".
    88 SAVE-NODES           value "SAVE".
  01 LS-START-NODE-COUNT  pic 9(4).
  01 LS-INSTR-FILENAME    pic x(100).
  01 LS-MAP-FILENAME      pic x(100).
  01 LS-DUP-POLICY        pic x(8).
  01 LS-CALLER            pic x(20).
  01 LS-RESULT            pic x.
    88 IMAGE-DONE           value "0".
    88 IMAGE-NOT-DONE       value "1".

procedure division using LS-ACTION, INPUT-DATA, START-NODES-OUTER,
    LS-START-NODE-COUNT, LS-INSTR-FILENAME, LS-MAP-FILENAME,
    LS-DUP-POLICY, LS-CALLER, LS-RESULT.
  *> the parsers' short cut: LOAD is asked first and, when the image on
  *> disk was compiled from exactly these files, hands back the node
  *> table and instructions -- and for LOADSTRT the ghost-start list
  *> too -- without a parse; SAVE is asked after a clean full parse and
  *> compiles the result for the programs that follow. Both record in
  *> run-stats.log which way the caller got its map. MAP_IMAGE=N
  *> forces the full parse and writes no image, for measuring the
  *> saving or ruling the image out

  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move "/data/map-image.bin" to WS-IMAGE-FILE
  call "resolve-path" using WS-IMAGE-FILE end-call
  move "/data/run-stats.log" to WS-STATS-FILE
  call "resolve-path" using WS-STATS-FILE end-call
  accept WS-MAP-IMAGE from environment "MAP_IMAGE"
  set IMAGE-NOT-DONE to true

  evaluate true
    when LOAD-NODES
    when LOAD-NODES-STARTS
      move function current-date(9:8) to LOAD-START-TIME
      perform MEASURE-INPUT-FILES
      if WS-MAP-IMAGE not = "N" and MEASURES-OK = "Y"
        perform LOAD-IMAGE
      end-if
      if IMAGE-DONE
        move "IMAGE" to LOAD-PATH
        perform WRITE-STATS-LINE
      end-if
    when SAVE-NODES
      move "PARSE" to LOAD-PATH
      perform WRITE-STATS-LINE
      if WS-MAP-IMAGE not = "N"
        perform SAVE-IMAGE
      end-if
    when other
      move 4 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "MAP-IMAGE: unknown action '" function trim(LS-ACTION) "'"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-evaluate
  move 0 to return-code
  goback.

*> byte count and last-change stamp of the map and instruction files
*> as they stand on disk right now
MEASURE-INPUT-FILES.
  move "N" to MEASURES-OK
  move LS-MAP-FILENAME to MEASURE-NAME
  perform MEASURE-ONE-FILE
  if MEASURE-STATUS not = "0"
    move spaces to MEASURED-MAP-NAME MEASURED-INSTR-NAME
    exit paragraph
  end-if
  move MEASURE-BYTES to MAP-BYTES
  move MEASURE-MODIFIED to MAP-MODIFIED
  move LS-INSTR-FILENAME to MEASURE-NAME
  perform MEASURE-ONE-FILE
  if MEASURE-STATUS not = "0"
    move spaces to MEASURED-MAP-NAME MEASURED-INSTR-NAME
    exit paragraph
  end-if
  move MEASURE-BYTES to INSTR-BYTES
  move MEASURE-MODIFIED to INSTR-MODIFIED
  move LS-MAP-FILENAME to MEASURED-MAP-NAME
  move LS-INSTR-FILENAME to MEASURED-INSTR-NAME
  move "Y" to MEASURES-OK.

*> one file's byte count and yyyymmddhhmmss last-change stamp
MEASURE-ONE-FILE.
  move "0" to MEASURE-STATUS
  call "CBL_CHECK_FILE_EXIST" using MEASURE-NAME FILE-DETAILS end-call
  if return-code not = 0
    move "1" to MEASURE-STATUS
    move 0 to return-code
    exit paragraph
  end-if
  move FILE-SIZE to MEASURE-BYTES
  compute MEASURE-MODIFIED =
    ((FILE-YEAR * 100 + FILE-MONTH) * 100 + FILE-DAY) * 1000000
      + FILE-HOURS * 10000 + FILE-MINUTES * 100 + FILE-SECONDS.

*> read the image back when its stamp matches the files just measured
*> -- any mismatch, short read or checksum disagreement leaves the
*> caller to parse, with no node table allocated on its behalf
LOAD-IMAGE.
  open input IMAGE-FILE
  if WS-IMAGE-STATUS not = "00"
    exit paragraph
  end-if
  read IMAGE-FILE into IMAGE-HEADER
    at end
      close IMAGE-FILE
      exit paragraph
  end-read
  move "Y" to IMAGE-USABLE
  if IMG-RECORD-TYPE not = "H" or IMG-FORMAT not = IMAGE-FORMAT-ID
      or IMG-MAP-NAME not = LS-MAP-FILENAME
      or IMG-INSTR-NAME not = LS-INSTR-FILENAME
      or IMG-MAP-BYTES not = MAP-BYTES
      or IMG-MAP-MODIFIED not = MAP-MODIFIED
      or IMG-INSTR-BYTES not = INSTR-BYTES
      or IMG-INSTR-MODIFIED not = INSTR-MODIFIED
      or IMG-DUP-POLICY not = LS-DUP-POLICY
    move "N" to IMAGE-USABLE
  end-if
  *> an image compiled from a map with more ghost starts than the list
  *> holds carries no usable list -- a caller that needs the list gets
  *> the full parse, which reports that limit
  if LOAD-NODES-STARTS and IMG-START-COUNT > START-NODES-MAX-COUNT
    move "N" to IMAGE-USABLE
  end-if
  if IMAGE-USABLE = "N"
    close IMAGE-FILE
    exit paragraph
  end-if

  if NODES-MAP-PTR not = null
    free NODES-MAP-PTR
  end-if
  compute TABLE-BYTES = IMG-ZZZ-VALUE * NODES-ENTRY-LENGTH
  allocate TABLE-BYTES characters initialized returning NODES-MAP-PTR
  set address of NODES-TABLE to NODES-MAP-PTR
  move 1 to BLOCK-OFFSET
  perform varying BLOCK-IDX from 1 by 1
      until BLOCK-IDX > IMG-BLOCK-COUNT or IMAGE-USABLE = "N"
    read IMAGE-FILE
      at end
        move "N" to IMAGE-USABLE
        exit perform
    end-read
    compute BLOCK-LENGTH = TABLE-BYTES - BLOCK-OFFSET + 1
    if BLOCK-LENGTH > IMAGE-BLOCK-BYTES
      move IMAGE-BLOCK-BYTES to BLOCK-LENGTH
    end-if
    move IMAGE-RECORD(1:BLOCK-LENGTH)
      to NODES-TABLE(BLOCK-OFFSET:BLOCK-LENGTH)
    add BLOCK-LENGTH to BLOCK-OFFSET
  end-perform
  if IMAGE-USABLE = "Y"
    read IMAGE-FILE into IMAGE-TRAILER
      at end
        move "N" to IMAGE-USABLE
    end-read
  end-if
  close IMAGE-FILE
  if IMAGE-USABLE = "Y"
    if IMG-T-RECORD-TYPE not = "T"
        or IMG-T-BLOCK-COUNT not = IMG-BLOCK-COUNT
        or IMG-T-CHECKSUM not = IMG-CHECKSUM
        or BLOCK-OFFSET not = TABLE-BYTES + 1
      move "N" to IMAGE-USABLE
    end-if
  end-if

  if IMAGE-USABLE = "Y"
    move IMG-CODE-LENGTH to NODE-CODE-LENGTH
    move IMG-ZZZ-VALUE to NODE-ZZZ-VALUE
    move IMG-INSTRUCTIONS to INSTRUCTIONS
    call "checksum-input" using INPUT-DATA LOADED-CHECKSUM end-call
    if LOADED-CHECKSUM not = IMG-CHECKSUM
      move "N" to IMAGE-USABLE
    end-if
  end-if
  if IMAGE-USABLE = "N"
    free NODES-MAP-PTR
    set NODES-MAP-PTR to null
    exit paragraph
  end-if

  if LOAD-NODES-STARTS
    move IMG-START-COUNT to LS-START-NODE-COUNT
    perform varying START-IDX from 1 by 1
        until START-IDX > IMG-START-COUNT
      move IMG-START-NODE(START-IDX) to START-NODES(START-IDX)
    end-perform
  end-if
  set IMAGE-DONE to true.

*> compile the freshly parsed map into the image, under the image lock
*> so two programs finishing a parse together cannot interleave blocks
SAVE-IMAGE.
  if LS-MAP-FILENAME not = MEASURED-MAP-NAME
      or LS-INSTR-FILENAME not = MEASURED-INSTR-NAME
    perform MEASURE-INPUT-FILES
    if MEASURES-OK = "N"
      exit paragraph
    end-if
  end-if
  set address of NODES-TABLE to NODES-MAP-PTR
  move spaces to IMAGE-HEADER
  move "H" to IMG-RECORD-TYPE
  move IMAGE-FORMAT-ID to IMG-FORMAT
  call "checksum-input" using INPUT-DATA IMG-CHECKSUM end-call
  move LS-MAP-FILENAME to IMG-MAP-NAME
  move LS-INSTR-FILENAME to IMG-INSTR-NAME
  move MAP-BYTES to IMG-MAP-BYTES
  move MAP-MODIFIED to IMG-MAP-MODIFIED
  move INSTR-BYTES to IMG-INSTR-BYTES
  move INSTR-MODIFIED to IMG-INSTR-MODIFIED
  move LS-DUP-POLICY to IMG-DUP-POLICY
  move NODE-CODE-LENGTH to IMG-CODE-LENGTH
  move NODE-ZZZ-VALUE to IMG-ZZZ-VALUE
  move LS-START-NODE-COUNT to IMG-START-COUNT
  perform varying START-IDX from 1 by 1
      until START-IDX > START-NODES-MAX-COUNT
    if START-IDX > LS-START-NODE-COUNT
      move 0 to IMG-START-NODE(START-IDX)
    else
      move START-NODES(START-IDX) to IMG-START-NODE(START-IDX)
    end-if
  end-perform
  compute TABLE-BYTES = NODE-ZZZ-VALUE * NODES-ENTRY-LENGTH
  compute IMG-BLOCK-COUNT =
    (TABLE-BYTES + IMAGE-BLOCK-BYTES - 1) / IMAGE-BLOCK-BYTES
  move function current-date(1:14) to IMG-WRITTEN
  call "run-id" using WS-RUN-ID end-call
  move WS-RUN-ID to IMG-RUN-ID
  move INSTRUCTIONS to IMG-INSTRUCTIONS

  move "/data/map-image.lock" to WS-LOCK-NAME
  call "resolve-path" using WS-LOCK-NAME end-call
  call "acquire-lock" using WS-LOCK-NAME WS-LOCK-OWNER WS-LOCK-RESULT
  end-call
  if WS-LOCK-RESULT = "1"
    *> no image this time is only a lost saving -- the next program
    *> parses for itself and tries again
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "MAP-IMAGE: image lock busy -- map image not written"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    exit paragraph
  end-if
  open output IMAGE-FILE
  if WS-IMAGE-STATUS not = "00"
    move "DNV0130" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-IMAGE-FILE) to WS-EXC-VALUE(1)
    move WS-IMAGE-STATUS to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    call "release-lock" using WS-LOCK-NAME end-call
    exit paragraph
  end-if
  write IMAGE-RECORD from IMAGE-HEADER
  move 1 to BLOCK-OFFSET
  perform varying BLOCK-IDX from 1 by 1 until BLOCK-IDX > IMG-BLOCK-COUNT
    compute BLOCK-LENGTH = TABLE-BYTES - BLOCK-OFFSET + 1
    if BLOCK-LENGTH > IMAGE-BLOCK-BYTES
      move IMAGE-BLOCK-BYTES to BLOCK-LENGTH
    end-if
    move spaces to IMAGE-RECORD
    move NODES-TABLE(BLOCK-OFFSET:BLOCK-LENGTH)
      to IMAGE-RECORD(1:BLOCK-LENGTH)
    write IMAGE-RECORD
    add BLOCK-LENGTH to BLOCK-OFFSET
  end-perform
  move spaces to IMAGE-TRAILER
  move "T" to IMG-T-RECORD-TYPE
  move IMG-BLOCK-COUNT to IMG-T-BLOCK-COUNT
  move IMG-CHECKSUM to IMG-T-CHECKSUM
  write IMAGE-RECORD from IMAGE-TRAILER
  close IMAGE-FILE
  call "release-lock" using WS-LOCK-NAME end-call.

*> one MAPLOAD line per parser call: which program, IMAGE or PARSE,
*> and the hundredths of a second the map took to arrive
WRITE-STATS-LINE.
  move function current-date(9:8) to LOAD-END-TIME
  compute LOAD-START-HSECS =
    ((LOAD-START-HH * 60 + LOAD-START-MM) * 60 + LOAD-START-SS) * 100
      + LOAD-START-HS
  compute LOAD-END-HSECS =
    ((LOAD-END-HH * 60 + LOAD-END-MM) * 60 + LOAD-END-SS) * 100
      + LOAD-END-HS
  if LOAD-END-HSECS < LOAD-START-HSECS
    compute LOAD-HSECS = LOAD-END-HSECS + 8640000 - LOAD-START-HSECS
  else
    compute LOAD-HSECS = LOAD-END-HSECS - LOAD-START-HSECS
  end-if
  move function current-date(1:8) to RUN-DATE
  call "run-id" using WS-RUN-ID end-call
  open extend STATS-FILE
  if WS-STATS-STATUS = "35"
    open output STATS-FILE
  end-if
  move spaces to STATS-LINE
  string
    RUN-DATE " MAPLOAD " function trim(LS-CALLER) " " LOAD-PATH
    " HSECS " LOAD-HSECS " NODES " NODE-ZZZ-VALUE " RUN " WS-RUN-ID
    delimited by size into STATS-LINE
  end-string
  write STATS-LINE
  close STATS-FILE.
