    file status WS-STORE-STATUS.
  select QUERY-REPORT assign to dynamic WS-QUERY-REPORT-FILE
    organization line sequential.
  select JOB-LOG-SOURCE assign to dynamic WS-JOB-LOG-SOURCE-FILE
    organization line sequential file status WS-JOB-LOG-STATUS.
  select HOUSEKEEPING-CATALOG assign to dynamic WS-CATALOG-FILE
    organization line sequential file status WS-CATALOG-STATUS.

data division.
file section.
    copy runhist.

  fd QUERY-REPORT.
  01 QUERY-REPORT-LINE  pic x(280).

  fd JOB-LOG-SOURCE.
  01 JOB-LOG-SOURCE-LINE  pic x(280).

  fd HOUSEKEEPING-CATALOG.
  01 CATALOG-LINE  pic x(120).

working-storage section.
  01 WS-STORE-FILE      pic x(100).
  01 WS-QUERY-REPORT-FILE pic x(100).
  01 WS-STORE-STATUS    pic x(2).
  01 WS-JOB-LOG-FILE    pic x(100).
  01 WS-JOB-LOG-SOURCE-FILE pic x(100).
  01 WS-JOB-LOG-STATUS  pic x(2).
  01 WS-CATALOG-FILE    pic x(100).
  01 WS-CATALOG-STATUS  pic x(2).

  01 WS-QUERY-TYPE      pic x(10).
  01 WS-QUERY-MODE      pic x(10).
  01 WS-QUERY-MONTH     pic x(6).
  01 FROM-DATE-NUM      pic 9(8).
  01 TO-DATE-NUM        pic 9(8).
  01 WS-QUERY-RUN-ID    pic x(8).

  *> job-log scan work fields -- the catalog names the dated
  *> generations LOG-HOUSEKEEPING has rolled off the live job log
  01 CATALOG-DATE       pic x(8).
  01 CATALOG-NAME       pic x(100).
  01 GENERATION-PREFIX  pic x(101).
  01 PREFIX-LEN         pic 9(3).
  01 JOB-LINE-DATE      pic x(8).
  01 JOB-LINE-RUN-ID    pic x(8).

  01 HIT-COUNT          pic 9(6) value 0.
  01 LAST-CLEAN-FOUND   pic x value "N".
  01 LAST-CLEAN-DATE    pic 9(8).

  01 WS-EXC-PROGRAM     pic x(20) value "QUERY-RUN-HISTORY".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> the questions we actually ask of three years of run history,
  *>                   QUERY_END node pair
  *>   QUERY=SUSPENDED every SUSPENDED entry in QUERY_MONTH (yyyymm,
  *>                   default the current month)
  *>   QUERY=RUN       every console message run QUERY_RUN_ID wrote to
  *>                   the job log, between FROM_DATE and TO_DATE --
  *>                   run ids are only unique within a day, so the
  *>                   dates narrow a reused id to the run wanted
  move "/data/run-history.idx" to WS-STORE-FILE
  call "resolve-path" using WS-STORE-FILE end-call
  move "/data/run-history-query.txt" to WS-QUERY-REPORT-FILE
  if WS-QUERY-MONTH = spaces
    move function current-date(1:6) to WS-QUERY-MONTH
  end-if
  accept WS-QUERY-RUN-ID from environment "QUERY_RUN_ID"
  compute FROM-DATE-NUM = function numval(WS-FROM-DATE)
  compute TO-DATE-NUM = function numval(WS-TO-DATE)

  *> the job log is a flat file, not part of the keyed store, so it is
  *> answered before the store is needed at all
  if WS-QUERY-TYPE = "RUN"
    perform QUERY-JOB-LOG
    goback
  end-if

  open input RUN-HISTORY-STORE
  if WS-STORE-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No run-history store on file -- run LOAD-RUN-HISTORY "
      "first!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0199" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
        delimited by size into QUERY-REPORT-LINE
      end-string
    when other
      string "QUERY MUST BE RANGE, LASTCLEAN, SUSPENDED OR RUN"
        delimited by size into QUERY-REPORT-LINE
      end-string
      write QUERY-REPORT-LINE
      close QUERY-REPORT
      close RUN-HISTORY-STORE
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "QUERY must be RANGE, LASTCLEAN, SUSPENDED or RUN!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move 12 to return-code
      goback
  end-evaluate
  write QUERY-REPORT-LINE
  close QUERY-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Run-history query: " HIT-COUNT " matching entry(s) -- see "
    "/data/run-history-query.txt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.

*> pull one run's console record off the job log: every dated
*> generation still in the housekeeping catalog first, oldest first,
*> then whatever the live job log holds since its last roll
QUERY-JOB-LOG.
  if WS-QUERY-RUN-ID = spaces
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "QUERY=RUN needs QUERY_RUN_ID -- the run id is on every "
      "job-log, exception-log and run-history line"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    exit paragraph
  end-if
  move "/data/job-log.txt" to WS-JOB-LOG-FILE
  call "resolve-path" using WS-JOB-LOG-FILE end-call
  move "/data/housekeeping-catalog.txt" to WS-CATALOG-FILE
  call "resolve-path" using WS-CATALOG-FILE end-call

  open output QUERY-REPORT
  move spaces to QUERY-REPORT-LINE
  string "RUN-HISTORY QUERY: JOB LOG FOR RUN " WS-QUERY-RUN-ID " "
    WS-FROM-DATE " THROUGH " WS-TO-DATE
    delimited by size into QUERY-REPORT-LINE
  end-string
  write QUERY-REPORT-LINE

  move spaces to GENERATION-PREFIX
  string function trim(WS-JOB-LOG-FILE) "."
    delimited by size into GENERATION-PREFIX
  end-string
  compute PREFIX-LEN = function length(function trim(GENERATION-PREFIX))
  open input HOUSEKEEPING-CATALOG
  if WS-CATALOG-STATUS = "00"
    perform forever
      read HOUSEKEEPING-CATALOG at end
        exit perform
      end-read
      move spaces to CATALOG-DATE CATALOG-NAME
      unstring CATALOG-LINE delimited by space
        into CATALOG-DATE CATALOG-NAME
      end-unstring
      if CATALOG-NAME(1:PREFIX-LEN) = GENERATION-PREFIX(1:PREFIX-LEN)
        move CATALOG-NAME to WS-JOB-LOG-SOURCE-FILE
        perform SCAN-JOB-LOG
      end-if
    end-perform
    close HOUSEKEEPING-CATALOG
  end-if
  move WS-JOB-LOG-FILE to WS-JOB-LOG-SOURCE-FILE
  perform SCAN-JOB-LOG

  move spaces to QUERY-REPORT-LINE
  string HIT-COUNT " MATCHING ENTRY(S)"
    delimited by size into QUERY-REPORT-LINE
  end-string
  write QUERY-REPORT-LINE
  close QUERY-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Run-history query: " HIT-COUNT " job-log line(s) for run "
    function trim(WS-QUERY-RUN-ID) " -- see /data/run-history-query.txt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if HIT-COUNT = 0
    move 4 to return-code
  end-if
  exit paragraph.

*> copy the matching lines of one job-log file to the query report --
*> a generation purged since it was cataloged is simply skipped
SCAN-JOB-LOG.
  open input JOB-LOG-SOURCE
  if WS-JOB-LOG-STATUS not = "00"
    exit paragraph
  end-if
  perform forever
    read JOB-LOG-SOURCE at end
      exit perform
    end-read
    move spaces to JOB-LINE-DATE JOB-LINE-RUN-ID
    unstring JOB-LOG-SOURCE-LINE delimited by all space
      into JOB-LINE-DATE JOB-LINE-RUN-ID
    end-unstring
    if JOB-LINE-RUN-ID = WS-QUERY-RUN-ID
        and JOB-LINE-DATE >= WS-FROM-DATE
        and JOB-LINE-DATE <= WS-TO-DATE
      add 1 to HIT-COUNT
      move spaces to QUERY-REPORT-LINE
      string "  " function trim(JOB-LOG-SOURCE-LINE)
        delimited by size into QUERY-REPORT-LINE
      end-string
      write QUERY-REPORT-LINE
    end-if
  end-perform
  close JOB-LOG-SOURCE
  exit paragraph.
