  01 DUP-OLD-R          pic a(4).

  01 WS-EXC-PROGRAM     pic x(20) value "STREAM-LOAD-INDEX".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  end-if
  if WS-DUP-POLICY not = "FIRST" and WS-DUP-POLICY not = "LAST"
      and WS-DUP-POLICY not = "FAIL"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "DUP_POLICY must be FIRST, LAST or FAIL!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0239" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if

  open input MAP-FILE
  if WS-FILE-STATUS = "35"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Map file '" function trim(WS-MAP-FILENAME)
      "' does not exist!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0240" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-MAP-FILENAME) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
          > STREAM-CODE-MAX-LEN
        or function length(function trim(LINE-NODE-R-WIDE))
          > STREAM-CODE-MAX-LEN
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Node code wider than " STREAM-CODE-MAX-LEN
        " characters found in map file!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0241" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      close MAP-FILE
      close NODE-INDEX-FILE
      close REJECT-REPORT
    call "parse-node" using LINE-NODE CHECK-NUM NODE-CODE-LENGTH
      PARSE-NODE-STATUS end-call
    if PARSE-NODE-STATUS = "1"
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Malformed node code '" LINE-NODE "' found in map file!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      close MAP-FILE
      close NODE-INDEX-FILE
      close REJECT-REPORT
    call "parse-node" using LINE-NODE-L CHECK-NUM NODE-CODE-LENGTH
      PARSE-NODE-STATUS end-call
    if PARSE-NODE-STATUS = "1"
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Malformed node code '" LINE-NODE-L "' found in map file!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      close MAP-FILE
      close NODE-INDEX-FILE
      close REJECT-REPORT
    call "parse-node" using LINE-NODE-R CHECK-NUM NODE-CODE-LENGTH
      PARSE-NODE-STATUS end-call
    if PARSE-NODE-STATUS = "1"
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Malformed node code '" LINE-NODE-R "' found in map file!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      close MAP-FILE
      close NODE-INDEX-FILE
      close REJECT-REPORT
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
            move "DNV0242" to WS-EXC-MSG-ID
            move spaces to WS-EXC-VALUES
            move function trim(LINE-NODE) to WS-EXC-VALUE(1)
            move DUP-OLD-L to WS-EXC-VALUE(2)
            move DUP-OLD-R to WS-EXC-VALUE(3)
            move LINE-NODE-L to WS-EXC-VALUE(4)
            move LINE-NODE-R to WS-EXC-VALUE(5)
            move function trim(WS-DUP-POLICY) to WS-EXC-VALUE(6)
            call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
              WS-EXC-VALUES end-call
            close MAP-FILE
            close NODE-INDEX-FILE
            close REJECT-REPORT
            move LINE-NODE-R to NODE-IDX-R-CODE
            rewrite NODE-IDX-RECORD
            if WS-INDEX-STATUS not = "00"
              move 16 to JOB-LOG-RC
              move spaces to JOB-LOG-TEXT
              string "Rewrite of duplicate node '" LINE-NODE
                "' failed with status " WS-INDEX-STATUS "!"
                delimited by size into JOB-LOG-TEXT
              end-string
              call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT
              end-call
              move "DNV0243" to WS-EXC-MSG-ID
              move spaces to WS-EXC-VALUES
              move function trim(LINE-NODE) to WS-EXC-VALUE(1)
              call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
                WS-EXC-VALUES end-call
              close MAP-FILE
              close NODE-INDEX-FILE
              close REJECT-REPORT
  close NODE-INDEX-FILE
  close REJECT-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Stream load complete: " LOADED-COUNT " node(s) written to "
    "the index, " REPLACED-COUNT " duplicate definition(s) replaced, "
    KEPT-FIRST-COUNT " kept as first defined"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.
