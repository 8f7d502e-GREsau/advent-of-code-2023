working-storage section.
  01 WS-HOUSEKEEPING-CATALOG-FILE  pic x(100).
  01 WS-HOUSEKEEPING-REPORT-FILE  pic x(100).
  78 MANAGED-FILE-COUNT value 7.
  78 CATALOG-MAX value 1000.

  *> the run-history, exception and job logs append forever, so they are
  *> rolled (copied to a dated generation, then emptied); the per-run
  *> reports are overwritten by every run, so they are only copied --
  *> the dated generation is what preserves each day's evidence
  01 MANAGED-FILES-OUTER.
    05 filler pic x(41) value "Y/data/run-history.log".
    05 filler pic x(41) value "Y/data/exception.log".
    05 filler pic x(41) value "Y/data/job-log.txt".
    05 filler pic x(41) value "N/data/path-trace.txt".
    05 filler pic x(41) value "N/data/map-reject-report.txt".
    05 filler pic x(41) value "N/data/map-sanity.txt".
  01 DELETED-COUNT      pic 9(4) value 0.
  01 DELETE-RESULT      pic 9(2) comp.

  01 WS-EXC-PROGRAM     pic x(20) value "LOG-HOUSEKEEPING".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  write HOUSEKEEPING-REPORT-LINE
  close HOUSEKEEPING-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Housekeeping: " ARCHIVED-COUNT " file(s) archived, "
    DELETED-COUNT " generation(s) purged"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.
