  01 CATALOG-AS-OF      pic 9(8) value 0.
  01 PARM-VALUE         pic x(100).
  01 WS-EXC-PROGRAM     pic x(20) value "INTERFACE-EXTRACT".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  call "resolve-map-version" using CATALOG-AS-OF WS-MAP-FILENAME
    WS-INSTR-FILENAME end-call
  call "parse-input2" using INPUT-DATA START-NODES-OUTER WS-INSTR-FILENAME
    WS-MAP-FILENAME START-NODE-COUNT WS-EXC-PROGRAM end-call
  if return-code not = 0
    goback
  end-if

  open input LCM-CACHE-FILE
  if WS-LCM-CACHE-STATUS not = "00"
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No PART2 result on file -- run PART2 before extracting "
      "the interface!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0089" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if
  close LCM-CACHE-FILE

  if CACHED-CHECKSUM not = INPUT-CHECKSUM
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "The PART2 result on file belongs to a different "
      "map/instructions pair -- re-run PART2 before extracting!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0090" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if
          move PARTNER-CODE to INTF-PARTNER-CODE
        else
          add 1 to UNTRANSLATED-COUNT
          move 4 to JOB-LOG-RC
          move spaces to JOB-LOG-TEXT
          string "No partner location code on file for node '"
            function trim(GHOST-CODE-4) "'!"
            delimited by size into JOB-LOG-TEXT
          end-string
          call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
          move "DNV0091" to WS-EXC-MSG-ID
          move spaces to WS-EXC-VALUES
          move function trim(GHOST-CODE-4) to WS-EXC-VALUE(1)
          call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
            WS-EXC-VALUES end-call
        end-if
        write INTF-RECORD
        add 1 to DETAIL-COUNT
    close INTERFACE-FILE
    call "CBL_DELETE_FILE" using WS-INTERFACE-FILE
      returning DELETE-RESULT end-call
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Interface extract HELD: " UNTRANSLATED-COUNT " ghost "
      "node(s) have no partner location code -- maintain the "
      "translation table and re-run"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if
  write SEND-LOG-LINE
  close SEND-LOG

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Interface extract written: " RECORD-COUNT " record(s), "
    DETAIL-COUNT " ghost detail(s)"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.
