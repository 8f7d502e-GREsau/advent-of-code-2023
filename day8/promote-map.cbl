
  01 AUTH-FUNCTION  pic x(20).
  01 AUTH-ALLOWED   pic x.
  01 FREEZE-FUNCTION  pic x(20).
  01 FREEZE-DETAIL    pic x(60).
  01 FREEZE-VERDICT   pic x.
  01 WS-EXC-PROGRAM      pic x(20) value "PROMOTE-MAP".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

linkage section.
  *> heap node table behind INPUT-DATA (see the INPUT and NODEMAP
  move "PROMOTE-MAP" to AUTH-FUNCTION
  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0196" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if
  accept WS-STAGE-MAP from environment "STAGE_MAP_FILE"
  accept WS-STAGE-INSTR from environment "STAGE_INSTR_FILE"
  if WS-STAGE-MAP = spaces or WS-STAGE-INSTR = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "STAGE_MAP_FILE and STAGE_INSTR_FILE must both be supplied!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0197" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if

  *> inside a change-freeze window only an approved emergency change
  *> goes ahead -- see CHECK-FREEZE and the freeze calendar
  move "PROMOTE-MAP" to FREEZE-FUNCTION
  move spaces to FREEZE-DETAIL
  string "PROMOTE " function trim(WS-STAGE-MAP)
    delimited by size into FREEZE-DETAIL
  end-string
  call "check-freeze" using FREEZE-FUNCTION FREEZE-DETAIL
    FREEZE-VERDICT end-call
  if FREEZE-VERDICT = "Y"
    move "DNV0198" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if

  open output PROMOTION-REPORT
  move spaces to PROMOTION-LINE
  string
  end-string
  write PROMOTION-LINE

  call "parse-input" using INPUT-DATA WS-STAGE-INSTR WS-STAGE-MAP
    WS-EXC-PROGRAM end-call
  set address of NODES-TABLE to NODES-MAP-PTR
  if return-code not = 0
    move spaces to PROMOTION-LINE
    end-string
    write PROMOTION-LINE
    close PROMOTION-REPORT
    move return-code to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Promotion refused: candidate failed the parse"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move JOB-LOG-RC to return-code
    goback
  end-if
  move spaces to PROMOTION-LINE
    end-string
    write PROMOTION-LINE
    close PROMOTION-REPORT
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Promotion refused: candidate failed the gauntlet"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if
      end-string
      write PROMOTION-LINE
      close PROMOTION-REPORT
      move 16 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Promotion FAILED backing up the outgoing map -- "
        "production left untouched!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 16 to return-code
      goback
  end-evaluate
      end-string
      write PROMOTION-LINE
      close PROMOTION-REPORT
      move 16 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Promotion FAILED backing up the outgoing instructions "
        "-- production left untouched!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 16 to return-code
      goback
  end-evaluate
    end-string
    write PROMOTION-LINE
    close PROMOTION-REPORT
    move 16 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Promotion FAILED copying the candidate map into place -- "
      "restore production from the dated backup!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 16 to return-code
    goback
  end-if
    end-string
    write PROMOTION-LINE
    close PROMOTION-REPORT
    move 16 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Promotion FAILED copying the candidate instructions into "
      "place -- restore production from the dated backup!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 16 to return-code
    goback
  end-if

  close PROMOTION-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Promotion complete: candidate is now the production map "
    "(cataloged effective " EFFECTIVE-DATE ")"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.
