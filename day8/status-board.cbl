    organization line sequential file status WS-REGISTRY-STATUS.
  select BOARD-REPORT assign to dynamic WS-BOARD-REPORT-FILE
    organization line sequential.
  select ALERT-STATUS-REPORT assign to dynamic WS-ALERT-REPORT-FILE
    organization line sequential file status WS-ALERT-REPORT-STATUS.

data division.
file section.
  fd BOARD-REPORT.
  01 BOARD-LINE  pic x(220).

  fd ALERT-STATUS-REPORT.
  01 ALERT-REPORT-LINE  pic x(220).

working-storage section.
  78 STALE-SECONDS value 1800. *> must match RUN-REGISTRY's window

  01 WS-REGISTRY-FILE   pic x(100).
  01 WS-BOARD-REPORT-FILE pic x(100).
  01 WS-REGISTRY-STATUS pic x(2).
  01 WS-ALERT-REPORT-FILE pic x(100).
  01 WS-ALERT-REPORT-STATUS pic x(2).

  01 LINE-MARK          pic x(8).
  01 LINE-PROGRAM       pic x(20).

  01 LIVE-COUNT         pic 9(2) value 0.
  01 STALE-COUNT        pic 9(2) value 0.
  01 ENDED-COUNT        pic 9(2) value 0.
  01 ALERT-WAITING      pic 9(6) value 0.

  01 WS-EXC-PROGRAM     pic x(20) value "STATUS-BOARD".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> the who's-running board: one line per registered run with its
  call "resolve-path" using WS-REGISTRY-FILE end-call
  move "/data/run-status-board.txt" to WS-BOARD-REPORT-FILE
  call "resolve-path" using WS-BOARD-REPORT-FILE end-call
  move "/data/alert-status.txt" to WS-ALERT-REPORT-FILE
  call "resolve-path" using WS-ALERT-REPORT-FILE end-call
  move function current-date(1:14) to NOW-STAMP
  compute NOW-SECS = function numval(NOW-STAMP(9:2)) * 3600
    + function numval(NOW-STAMP(11:2)) * 60
      delimited by size into BOARD-LINE
    end-string
    write BOARD-LINE
    perform LIST-WAITING-ALERTS
    close BOARD-REPORT
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Status board: no run registry on file"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    goback
  end-if

    move spaces to LINE-MARK LINE-PROGRAM LINE-RUN-ID LINE-INPUT
      LINE-START LINE-HB LINE-POSITION
    unstring REGISTRY-LINE
        delimited by "ACTIVE " or "ENDED " or " RUN " or " INPUT "
          or " START " or " HB " or " AT "
      into LINE-MARK LINE-PROGRAM LINE-RUN-ID LINE-INPUT LINE-START
        LINE-HB LINE-POSITION
    end-unstring
    if LINE-PROGRAM = spaces
      exit perform cycle
    end-if
    *> a closed-out outcome (a flow step's completion code) is history,
    *> not a run -- listed for the operator but never LIVE or STALE
    if REGISTRY-LINE(1:6) = "ENDED "
      add 1 to ENDED-COUNT
      move spaces to BOARD-LINE
      string
        "  ENDED  " LINE-PROGRAM " RUN " LINE-RUN-ID
        " STARTED " LINE-START " ENDED " LINE-HB
        " " function trim(LINE-POSITION)
        " INPUT " function trim(LINE-INPUT)
        delimited by size into BOARD-LINE
      end-string
      write BOARD-LINE
      exit perform cycle
    end-if

    *> age across the date boundary, the same arithmetic RUN-REGISTRY
    *> applies -- a 23:55 heartbeat is still LIVE at 00:05

  move spaces to BOARD-LINE
  string LIVE-COUNT " LIVE RUN(S), " STALE-COUNT
    " STALE ENTRY(S) FROM RUNS THAT DIED WITHOUT DEREGISTERING, "
    ENDED-COUNT " ENDED OUTCOME(S)"
    delimited by size into BOARD-LINE
  end-string
  write BOARD-LINE
  perform LIST-WAITING-ALERTS
  close BOARD-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Status board: " LIVE-COUNT " live run(s), " STALE-COUNT
    " stale entry(s) -- see /data/run-status-board.txt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if ALERT-WAITING > 0
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Status board: " ALERT-WAITING " operator alert(s) waiting "
      "on acknowledgment"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if
  goback.

*> operator alerts nobody has acknowledged yet, escalated ones first,
*> as the alert dispatcher last left them (see ALERT-DISPATCHER)
LIST-WAITING-ALERTS.
  open input ALERT-STATUS-REPORT
  if WS-ALERT-REPORT-STATUS not = "00"
    exit paragraph
  end-if
  move spaces to BOARD-LINE
  write BOARD-LINE
  perform forever
    read ALERT-STATUS-REPORT at end
      exit perform
    end-read
    evaluate true
      when ALERT-REPORT-LINE(1:9) = "ESCALATED"
          or ALERT-REPORT-LINE(1:7) = "UNACKED"
        add 1 to ALERT-WAITING
        move spaces to BOARD-LINE
        string "  " ALERT-REPORT-LINE delimited by size into BOARD-LINE
        end-string
        write BOARD-LINE
      when ALERT-REPORT-LINE(1:14) = "OPERATOR ALERT"
          or ALERT-REPORT-LINE(1:7) = "TOTALS:"
          or ALERT-REPORT-LINE(1:8) = "WARNING:"
        move ALERT-REPORT-LINE to BOARD-LINE
        write BOARD-LINE
      when other
        continue
    end-evaluate
  end-perform
  close ALERT-STATUS-REPORT.
