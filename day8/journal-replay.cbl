  01 BASE-LINE  pic x(80).

  fd MAINT-JOURNAL.
  01 MAINT-JOURNAL-LINE  pic x(240).

working-storage section.
  01 WS-MAINT-JOURNAL-FILE  pic x(100).
  01 BASE-R-WIDE        pic a(20).
  01 JOURNAL-TIMESTAMP  pic x(14).
  01 JOURNAL-USER       pic x(20).
  01 JOURNAL-ACTION     pic x(8).
  01 JOURNAL-NODE-CODE  pic a(4).
  01 JOURNAL-WORD       pic x(6).
  01 JOURNAL-BEFORE-L   pic x(4).
  01 BASE-COUNT         pic 9(6) value 0.
  01 APPLIED-COUNT      pic 9(6) value 0.
  01 SKIPPED-COUNT      pic 9(6) value 0.
  01 ROLLBACK-COUNT     pic 9(6) value 0.
  01 ROLLBACK-MAP       pic x(100).
  01 ROLLBACK-INSTR     pic x(100).
  01 ROLLBACK-DUMMY     pic x(100).

  01 NODES-TABLE-BYTES  pic 9(9) comp.
  01 WS-EXC-PROGRAM     pic x(20) value "JOURNAL-REPLAY".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

linkage section.
  *> heap node table behind INPUT-DATA (see the INPUT and NODEMAP
  if WS-BASE-FILENAME not = spaces
    open input BASE-FILE
    if WS-BASE-STATUS not = "00"
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Base file '" function trim(WS-BASE-FILENAME)
        "' could not be opened!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0092" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(WS-BASE-FILENAME) to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 12 to return-code
      goback
    end-if
        call "parse-node" using BASE-NODE-CODE CURRENT-NODE
          NODE-CODE-LENGTH PARSE-NODE-STATUS end-call
        if PARSE-NODE-STATUS = "1"
          move 8 to JOB-LOG-RC
          move spaces to JOB-LOG-TEXT
          string "Malformed node code '" BASE-NODE-CODE
            "' in the base file!"
            delimited by size into JOB-LOG-TEXT
          end-string
          call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
          move 8 to return-code
          goback
        end-if
          JOURNAL-NODE-CODE JOURNAL-WORD JOURNAL-BEFORE-L
          JOURNAL-BEFORE-R JOURNAL-WORD-2 JOURNAL-AFTER-L JOURNAL-AFTER-R
      end-unstring
      *> a ROLLBACK-MAP record reinstated a whole cataloged map and
      *> rebuilt the index from it -- the rebuild restarts from that map
      *> here, exactly as the rollback did, and only later journaled
      *> changes are applied over it
      if JOURNAL-ACTION = "ROLLBACK"
        if WS-AS-OF not = spaces and JOURNAL-TIMESTAMP > WS-AS-OF
          add 1 to SKIPPED-COUNT
          exit perform cycle
        end-if
        move spaces to ROLLBACK-DUMMY ROLLBACK-MAP ROLLBACK-INSTR
        unstring MAINT-JOURNAL-LINE
            delimited by " MAP " or " INSTR " or " REASON "
          into ROLLBACK-DUMMY ROLLBACK-MAP ROLLBACK-INSTR
        end-unstring
        call "parse-input" using INPUT-DATA ROLLBACK-INSTR ROLLBACK-MAP
          WS-EXC-PROGRAM end-call
        set address of NODES-TABLE to NODES-MAP-PTR
        if return-code not = 0
          move 8 to JOB-LOG-RC
          move spaces to JOB-LOG-TEXT
          string "Rolled-back map '" function trim(ROLLBACK-MAP)
            "' named in the journal no longer parses!"
            delimited by size into JOB-LOG-TEXT
          end-string
          call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
          move "DNV0093" to WS-EXC-MSG-ID
          move spaces to WS-EXC-VALUES
          move function trim(ROLLBACK-MAP) to WS-EXC-VALUE(1)
          call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
            WS-EXC-VALUES end-call
          move 8 to return-code
          goback
        end-if
        move "N" to FIRST-RECORD
        add 1 to ROLLBACK-COUNT
        exit perform cycle
      end-if
      *> lifecycle, ownership and description lines share the journal
      *> but carry no L/R targets -- there is nothing in them to replay
      if JOURNAL-ACTION(1:3) = "REF"
        exit perform cycle
      end-if
      if JOURNAL-NODE-CODE = spaces
        exit perform cycle
      end-if
      call "parse-node" using JOURNAL-NODE-CODE CURRENT-NODE
        NODE-CODE-LENGTH PARSE-NODE-STATUS end-call
      if PARSE-NODE-STATUS = "1"
        move 8 to JOB-LOG-RC
        move spaces to JOB-LOG-TEXT
        string "Malformed node code '" JOURNAL-NODE-CODE
          "' in the journal!"
          delimited by size into JOB-LOG-TEXT
        end-string
        call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
        move 8 to return-code
        goback
      end-if
    end-perform
    close MAINT-JOURNAL
  else
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "JOURNAL-REPLAY: no maintenance journal on file -- only the "
      "base copy will be loaded"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if

  if FIRST-RECORD = "Y"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "JOURNAL-REPLAY: nothing to rebuild from -- base file and "
      "journal are both empty or absent!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if
  *> built fresh from a parsed map
  call "build-node-index" using INPUT-DATA end-call

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Journal replay complete: " BASE-COUNT " base record(s), "
    APPLIED-COUNT " journaled transaction(s) applied, "
    SKIPPED-COUNT " after the AS_OF cutoff skipped, "
    ROLLBACK-COUNT " rollback(s) reloaded"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.
