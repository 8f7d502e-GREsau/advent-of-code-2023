  01 IDX-LOOKUP-STATUS  pic x.

  01 WS-EXC-PROGRAM     pic x(20) value "VERIFY-TRAVERSAL".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

linkage section.
  *> heap node table behind INPUT-DATA (see the INPUT and NODEMAP
  *> touches
  accept WS-INSTR-FILENAME from environment "INSTR_FILE"
  accept WS-MAP-FILENAME from environment "MAP_FILE"
  call "parse-input" using INPUT-DATA WS-INSTR-FILENAME WS-MAP-FILENAME
    WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    goback
    call "parse-node" using WS-START-NODE-CODE TABLE-NODE NODE-CODE-LENGTH
      PARSE-NODE-STATUS end-call
    if PARSE-NODE-STATUS = "1"
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Malformed START_NODE code '" WS-START-NODE-CODE "'!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 12 to return-code
      goback
    end-if
    call "parse-node" using WS-END-NODE-CODE END-NODE NODE-CODE-LENGTH
      PARSE-NODE-STATUS end-call
    if PARSE-NODE-STATUS = "1"
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Malformed END_NODE code '" WS-END-NODE-CODE "'!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 12 to return-code
      goback
    end-if
  open output VERIFY-REPORT

  if function trim(INSTRUCTIONS) = spaces and TABLE-NODE not = END-NODE
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No instructions loaded -- cannot verify a traversal!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0252" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    close VERIFY-REPORT
    move 8 to return-code
    goback
      end-string
      write VERIFY-REPORT-LINE
      close VERIFY-REPORT
      move 4 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "VERIFY: both paths still agreed when the step ceiling "
        "stopped the walk"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 4 to return-code
      goback
    end-if
      end-string
      write VERIFY-REPORT-LINE
      close VERIFY-REPORT
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "VERIFY: node '" function trim(IDX-CURRENT-CODE)
        "' missing from the index at step " INSTRUCTION-COUNT
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 8 to return-code
      goback
    end-if
        call "parse-node" using IDX-R-CODE INDEX-NODE NODE-CODE-LENGTH
          PARSE-NODE-STATUS end-call
      when other
        move 8 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "Unexpected direction character!"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move "DNV0253" to WS-EXC-MSG-ID
        move spaces to WS-EXC-VALUES
        call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
          WS-EXC-VALUES end-call
        close VERIFY-REPORT
        move 8 to return-code
        goback
      end-string
      write VERIFY-REPORT-LINE
      close VERIFY-REPORT
      move 8 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "VERIFY: paths diverge at step " INSTRUCTION-COUNT
        " -- table " function trim(TABLE-NODE-TEXT) " vs index "
        function trim(INDEX-NODE-TEXT)
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 8 to return-code
      goback
    end-if
    move space to NODES-DEFINED(NODE-IDX)
  end-perform
  call "parse-input2" using INPUT-DATA START-NODES-OUTER
    WS-INSTR-FILENAME WS-MAP-FILENAME START-NODE-COUNT
    WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    close VERIFY-REPORT
        end-string
        write VERIFY-REPORT-LINE
        close VERIFY-REPORT
        move 4 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "VERIFY: ghost " START-NODE-INDEX
          " still agreed when the step ceiling stopped the walk"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move 4 to return-code
        goback
      end-if
        end-string
        write VERIFY-REPORT-LINE
        close VERIFY-REPORT
        move 8 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "VERIFY: node '" function trim(IDX-CURRENT-CODE)
          "' missing from the index on ghost " START-NODE-INDEX
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move 8 to return-code
        goback
      end-if
          call "parse-node" using IDX-R-CODE INDEX-NODE NODE-CODE-LENGTH
            PARSE-NODE-STATUS end-call
        when other
          move 8 to JOB-LOG-RC
          move spaces to JOB-LOG-TEXT
          string "Unexpected direction character!"
            delimited by size into JOB-LOG-TEXT
          end-string
          call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
          move "DNV0253" to WS-EXC-MSG-ID
          move spaces to WS-EXC-VALUES
          call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
            WS-EXC-VALUES end-call
          close VERIFY-REPORT
          move 8 to return-code
          goback
        end-string
        write VERIFY-REPORT-LINE
        close VERIFY-REPORT
        move 8 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "VERIFY: ghost " START-NODE-INDEX
          " paths diverge at step " INSTRUCTION-COUNT " -- table "
          function trim(TABLE-NODE-TEXT) " vs index "
          function trim(INDEX-NODE-TEXT)
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move 8 to return-code
        goback
      end-if
  write VERIFY-REPORT-LINE
  close VERIFY-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "VERIFY: both paths agree over the single path and all "
    START-NODE-COUNT " ghost path(s)"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.
