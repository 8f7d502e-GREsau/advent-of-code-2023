    01 PARSE-NODE-STATUS pic x.
    01 REJECT-COUNT      pic 9(6) value 0.
    01 WS-EXC-PROGRAM    pic x(20) value "PARSE-INPUT".
    copy excmsg.
    01 JOB-LOG-RC        pic 99.
    01 JOB-LOG-TEXT      pic x(200).
    01 WS-RAW-LINE-TEXT  pic a(1000).
    01 WS-RAW-NODE       pic a(20).
    01 WS-RAW-NODE-L     pic a(20).
    01 INSTR-LINE-LEN    pic 9(5).
    01 NODES-TABLE-BYTES pic 9(9) comp.
    01 INSTR-APPEND-PTR  pic 9(5).
    01 MAP-IMAGE-ACTION  pic x(8).
    01 MAP-IMAGE-RESULT  pic x.
    *> the ghost-start list is not this entry's business, but it is
    *> collected all the same so the compiled map image serves
    *> PARSE-INPUT2's callers too
    78 START-NODES-MAX-COUNT value 50.
    01 START-NODES-OUTER.
      05 START-NODES     pic 9(6) occurs START-NODES-MAX-COUNT times.
    01 START-NODE-COUNT  pic 9(4) value 0.

  linkage section.
    copy input.
    copy nodemap.
    01 LS-INSTR-FILENAME  pic x(100).
    01 LS-MAP-FILENAME    pic x(100).
    01 LS-CALLER          pic x(20).

procedure division using INPUT-DATA, LS-INSTR-FILENAME, LS-MAP-FILENAME,
    LS-CALLER.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move "/data/map-reject-report.txt" to WS-REJECT-REPORT-FILE
  end-if
  if WS-DUP-POLICY not = "FIRST" and WS-DUP-POLICY not = "LAST"
      and WS-DUP-POLICY not = "FAIL"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "DUP_POLICY must be FIRST, LAST or FAIL!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0137" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if

  *> a compiled image of exactly these files (see MAP-IMAGE) saves the
  *> whole parse -- the reject report is left as the last full parse
  *> wrote it
  move "LOAD" to MAP-IMAGE-ACTION
  call "map-image" using MAP-IMAGE-ACTION INPUT-DATA START-NODES-OUTER
    START-NODE-COUNT WS-INSTR-FILENAME WS-MAP-FILENAME
    WS-DUP-POLICY LS-CALLER MAP-IMAGE-RESULT end-call
  if MAP-IMAGE-RESULT = "0"
    goback
  end-if

  open output REJECT-REPORT
  move 0 to START-NODE-COUNT

  open input INSTR-FILE
  if WS-INSTR-STATUS = "35"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Instructions file '" function trim(WS-INSTR-FILENAME)
      "' does not exist!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0138" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-INSTR-FILENAME) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    close REJECT-REPORT
    move 12 to return-code
    goback
      exit perform
    end-read
    if WS-INSTR-STATUS = "04" or WS-INSTR-STATUS = "06"
      move 16 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Instruction line exceeds the " INSTRUCTIONS-MAX-LEN
        "-character capacity defined for INSTRUCTIONS in the INPUT "
        "copybook!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0139" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      close INSTR-FILE
      close REJECT-REPORT
      move 16 to return-code
      *> past the last instruction, so a string filling the field to
      *> the brim would never wrap
      if INSTR-APPEND-PTR + INSTR-LINE-LEN - 1 >= INSTRUCTIONS-MAX-LEN
        move 16 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "Concatenated instruction lines exceed the usable "
          "INSTRUCTIONS capacity (one position is reserved as the "
          "end-of-string sentinel)!"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move "DNV0140" to WS-EXC-MSG-ID
        move spaces to WS-EXC-VALUES
        call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
          WS-EXC-VALUES end-call
        close INSTR-FILE
        close REJECT-REPORT
        move 16 to return-code

  open input MAP-FILE
  if WS-FILE-STATUS = "35"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Map file '" function trim(WS-MAP-FILENAME)
      "' does not exist!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0141" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-MAP-FILENAME) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    close REJECT-REPORT
    move 12 to return-code
    goback
    if function length(function trim(LINE-NODE-WIDE)) > NODE-CODE-MAX-LEN
        or function length(function trim(LINE-NODE-L-WIDE)) > NODE-CODE-MAX-LEN
        or function length(function trim(LINE-NODE-R-WIDE)) > NODE-CODE-MAX-LEN
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Node code wider than " NODE-CODE-MAX-LEN
        " characters found in map file!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move spaces to REJECT-REPORT-LINE
      string "REJECTED LINE '" function trim(LINE-TEXT)
        "' -- NODE CODE WIDER THAN " NODE-CODE-MAX-LEN " CHARACTERS"
      end-string
      write REJECT-REPORT-LINE
      add 1 to REJECT-COUNT
      move "DNV0142" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(LINE-TEXT) to WS-EXC-VALUE(1)
      move NODE-CODE-MAX-LEN to WS-EXC-VALUE(2)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      close MAP-FILE
      close REJECT-REPORT
      move 8 to return-code
    call "parse-node" using LINE-NODE CURRENT-NODE NODE-CODE-LENGTH
      PARSE-NODE-STATUS end-call
    if PARSE-NODE-STATUS = "1"
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Malformed node code '" LINE-NODE "' found in map file!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move spaces to REJECT-REPORT-LINE
      string "REJECTED LINE '" function trim(LINE-TEXT)
        "' -- BAD NODE CODE '" LINE-NODE "'"
      end-string
      write REJECT-REPORT-LINE
      add 1 to REJECT-COUNT
      move "DNV0143" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(LINE-TEXT) to WS-EXC-VALUE(1)
      move LINE-NODE to WS-EXC-VALUE(2)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      close MAP-FILE
      close REJECT-REPORT
      move 8 to return-code
    call "parse-node" using LINE-NODE-L NODES-L(CURRENT-NODE) NODE-CODE-LENGTH
      PARSE-NODE-STATUS end-call
    if PARSE-NODE-STATUS = "1"
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Malformed node code '" LINE-NODE-L "' found in map file!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move spaces to REJECT-REPORT-LINE
      string "REJECTED LINE '" function trim(LINE-TEXT)
        "' -- BAD L-TARGET CODE '" LINE-NODE-L "'"
      end-string
      write REJECT-REPORT-LINE
      add 1 to REJECT-COUNT
      move "DNV0144" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(LINE-TEXT) to WS-EXC-VALUE(1)
      move LINE-NODE-L to WS-EXC-VALUE(2)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      close MAP-FILE
      close REJECT-REPORT
      move 8 to return-code
    call "parse-node" using LINE-NODE-R NODES-R(CURRENT-NODE) NODE-CODE-LENGTH
      PARSE-NODE-STATUS end-call
    if PARSE-NODE-STATUS = "1"
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Malformed node code '" LINE-NODE-R "' found in map file!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move spaces to REJECT-REPORT-LINE
      string "REJECTED LINE '" function trim(LINE-TEXT)
        "' -- BAD R-TARGET CODE '" LINE-NODE-R "'"
      end-string
      write REJECT-REPORT-LINE
      add 1 to REJECT-COUNT
      move "DNV0145" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(LINE-TEXT) to WS-EXC-VALUE(1)
      move LINE-NODE-R to WS-EXC-VALUE(2)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      close MAP-FILE
      close REJECT-REPORT
      move 8 to return-code
      write REJECT-REPORT-LINE
      evaluate WS-DUP-POLICY
        when "FAIL"
          move 8 to JOB-LOG-RC
          move spaces to JOB-LOG-TEXT
          string "Duplicate definition of node '"
            function trim(LINE-NODE) "' in map file!"
            delimited by size into JOB-LOG-TEXT
          end-string
          call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
          add 1 to REJECT-COUNT
          move "DNV0146" to WS-EXC-MSG-ID
          move spaces to WS-EXC-VALUES
          move function trim(LINE-NODE) to WS-EXC-VALUE(1)
          move DUP-OLD-L-TEXT to WS-EXC-VALUE(2)
          move DUP-OLD-R-TEXT to WS-EXC-VALUE(3)
          move DUP-NEW-L-TEXT to WS-EXC-VALUE(4)
          move DUP-NEW-R-TEXT to WS-EXC-VALUE(5)
          move function trim(WS-DUP-POLICY) to WS-EXC-VALUE(6)
          call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
            WS-EXC-VALUES end-call
          close MAP-FILE
          close REJECT-REPORT
          move 8 to return-code
    end-if

    move "Y" to NODES-DEFINED(CURRENT-NODE)

    if DUPLICATE-NODE = "N" and function mod(CURRENT-NODE, 26) = 1 then
      *> counting stops one past the list's capacity -- enough for the
      *> image to show PARSE-INPUT2 the list would have overflowed
      if START-NODE-COUNT <= START-NODES-MAX-COUNT
        add 1 to START-NODE-COUNT
      end-if
      if START-NODE-COUNT <= START-NODES-MAX-COUNT
        move CURRENT-NODE to START-NODES(START-NODE-COUNT)
      end-if
    end-if
  end-perform

  close MAP-FILE
    write REJECT-REPORT-LINE
  end-if
  close REJECT-REPORT

  move "SAVE" to MAP-IMAGE-ACTION
  call "map-image" using MAP-IMAGE-ACTION INPUT-DATA START-NODES-OUTER
    START-NODE-COUNT WS-INSTR-FILENAME WS-MAP-FILENAME
    WS-DUP-POLICY LS-CALLER MAP-IMAGE-RESULT end-call
  move 0 to return-code
  goback.
