    organization line sequential file status WS-PARM-STATUS.
  select EFFECTIVE-FILE assign to dynamic WS-EFFECTIVE-FILE
    organization line sequential file status WS-EFFECTIVE-STATUS.
  select EFFECTIVE-HISTORY assign to dynamic WS-EFFECTIVE-HISTORY-FILE
    organization line sequential file status WS-EFFECTIVE-HISTORY-STATUS.
  select RUN-LOG assign to dynamic WS-RUN-LOG-FILE organization line sequential
    file status WS-RUN-LOG-STATUS.

  fd EFFECTIVE-FILE.
  01 EFFECTIVE-LINE  pic x(160).

  fd EFFECTIVE-HISTORY.
  01 EFFECTIVE-HISTORY-LINE  pic x(180).

  fd RUN-LOG.
  01 RUN-LOG-LINE  pic x(120).

working-storage section.
  01 WS-PARM-FILE  pic x(100).
  01 WS-EFFECTIVE-FILE  pic x(100).
  01 WS-EFFECTIVE-HISTORY-FILE  pic x(100).
  01 WS-RUN-LOG-FILE  pic x(100).
  78 PARM-TABLE-MAX value 100.

  01 PARMS-LOADED      pic x value "N".
  01 WS-PARM-STATUS    pic x(2).
  01 WS-EFFECTIVE-STATUS pic x(2).
  01 WS-EFFECTIVE-HISTORY-STATUS pic x(2).
  01 WS-RUN-LOG-STATUS pic x(2).
  01 WS-PROFILE        pic x(8).
  01 RUN-DATE          pic 9(8).
  call "resolve-path" using WS-PARM-FILE end-call
  move "/data/effective-parms.txt" to WS-EFFECTIVE-FILE
  call "resolve-path" using WS-EFFECTIVE-FILE end-call
  move "/data/effective-parms-history.txt" to WS-EFFECTIVE-HISTORY-FILE
  call "resolve-path" using WS-EFFECTIVE-HISTORY-FILE end-call
  move "/data/run-history.log" to WS-RUN-LOG-FILE
  call "resolve-path" using WS-RUN-LOG-FILE end-call
  if PARMS-LOADED = "N"
      delimited by size into EFFECTIVE-LINE
    end-string
    write EFFECTIVE-LINE
    perform KEEP-EFFECTIVE-HISTORY
    if PARM-COUNT = 0
      move spaces to EFFECTIVE-LINE
      string "NO PROFILE ENTRIES ON FILE FOR '" function trim(WS-PROFILE)
        delimited by size into EFFECTIVE-LINE
      end-string
      write EFFECTIVE-LINE
      perform KEEP-EFFECTIVE-HISTORY
    end-if
    perform varying PARM-IDX from 1 by 1 until PARM-IDX > PARM-COUNT
      move spaces to EFFECTIVE-LINE
        delimited by size into EFFECTIVE-LINE
      end-string
      write EFFECTIVE-LINE
      perform KEEP-EFFECTIVE-HISTORY
    end-perform
    close EFFECTIVE-FILE
  end-if
    goback
  end-if

  *> RECORD is a virtual key too: the caller hands over a setting it
  *> decided for itself (the map pair the catalog picked, say) as a
  *> ready-made "KEY = value (source)" text to go into the block
  if LS-KEY = "RECORD"
    open extend EFFECTIVE-FILE
    move spaces to EFFECTIVE-LINE
    string "  " function trim(LS-VALUE)
      delimited by size into EFFECTIVE-LINE
    end-string
    write EFFECTIVE-LINE
    perform KEEP-EFFECTIVE-HISTORY
    close EFFECTIVE-FILE
    goback
  end-if

  move 0 to MATCH-IDX
  perform varying PARM-IDX from 1 by 1 until PARM-IDX > PARM-COUNT
    if PARM-KEY(PARM-IDX) = LS-KEY
        delimited by size into EFFECTIVE-LINE
      end-string
      write EFFECTIVE-LINE
      perform KEEP-EFFECTIVE-HISTORY
      close EFFECTIVE-FILE
    end-if
  end-if
      delimited by size into EFFECTIVE-LINE
    end-string
    write EFFECTIVE-LINE
    perform KEEP-EFFECTIVE-HISTORY
    close EFFECTIVE-FILE

    move "/data/run-history.lock" to WS-LOCK-NAME

  move CHOSEN-VALUE to LS-VALUE
  goback.

*> the effective-parameters file holds only the latest run's block; every
*> line is also kept on the history, stamped with the run id, so the
*> settings behind any past run can still be found by its id
KEEP-EFFECTIVE-HISTORY.
  open extend EFFECTIVE-HISTORY
  if WS-EFFECTIVE-HISTORY-STATUS = "35"
    open output EFFECTIVE-HISTORY
  end-if
  if WS-EFFECTIVE-HISTORY-STATUS not = "00"
    exit paragraph
  end-if
  move spaces to EFFECTIVE-HISTORY-LINE
  string "RUN " WS-RUN-ID " " EFFECTIVE-LINE
    delimited by size into EFFECTIVE-HISTORY-LINE
  end-string
  write EFFECTIVE-HISTORY-LINE
  close EFFECTIVE-HISTORY.
