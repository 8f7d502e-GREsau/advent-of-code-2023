identification division.
program-id. job-log.

environment division.
input-output section.
file-control.
  select JOB-LOG-FILE assign to dynamic WS-JOB-LOG-FILE
    organization line sequential file status WS-JOB-LOG-STATUS.

data division.
file section.
  fd JOB-LOG-FILE.
  01 JOB-LOG-LINE  pic x(280).

working-storage section.
  01 WS-JOB-LOG-FILE    pic x(100).
  01 WS-JOB-LOG-STATUS  pic x(2).
  01 WS-RUN-DATE        pic 9(8).
  01 WS-RUN-TIME        pic x(8).
  01 WS-RUN-ID          pic x(8).
  01 LOG-PROGRAM        pic x(20).
  01 LOG-RC             pic 99.
  01 LOG-SEVERITY       pic x(7).

linkage section.
  01 LS-PROGRAM-NAME  pic x(20).
  01 LS-RC            pic 99.
  01 LS-TEXT          pic x(200).

procedure division using LS-PROGRAM-NAME, LS-RC, LS-TEXT.
  *> every console message from the batch call tree goes through here:
  *> it still reaches the console (the operator watching the job sees
  *> exactly what was shown before), and a copy lands on the job log so
  *> the morning after there is a record of what a run said, not just
  *> of what it wrote. One line per message, in fixed columns:
  *>   date  run-id  time  program  severity  rc  text
  *> the date leads like every other log here, so PERIOD-CLOSE seals the
  *> job log by month with the rest, and the run id sits second as it
  *> does on the exception log, so one grep for the id pulls a whole run
  display function trim(LS-TEXT trailing)

  move "/data/job-log.txt" to WS-JOB-LOG-FILE
  call "resolve-path" using WS-JOB-LOG-FILE end-call
  move function current-date(1:8) to WS-RUN-DATE
  move function current-date(9:8) to WS-RUN-TIME
  call "run-id" using WS-RUN-ID end-call
  move LS-PROGRAM-NAME to LOG-PROGRAM
  move LS-RC to LOG-RC

  *> the severity is the band of the suite's return-code scheme the
  *> message belongs to (see NAVIGATOR), named so a reader does not
  *> need the scheme to hand
  evaluate true
    when LOG-RC < 4
      move "INFO" to LOG-SEVERITY
    when LOG-RC < 8
      move "WARNING" to LOG-SEVERITY
    when LOG-RC < 12
      move "DATA" to LOG-SEVERITY
    when LOG-RC < 16
      move "ENVIRON" to LOG-SEVERITY
    when other
      move "LIMIT" to LOG-SEVERITY
  end-evaluate

  open extend JOB-LOG-FILE
  if WS-JOB-LOG-STATUS = "35"
    open output JOB-LOG-FILE
  end-if
  *> a job log that cannot be written must never stop the job it is
  *> recording -- the message has already reached the console
  if WS-JOB-LOG-STATUS not = "00"
    goback
  end-if

  move spaces to JOB-LOG-LINE
  string
    WS-RUN-DATE " " WS-RUN-ID " " WS-RUN-TIME " " LOG-PROGRAM " "
    LOG-SEVERITY " " LOG-RC " " function trim(LS-TEXT)
    delimited by size into JOB-LOG-LINE
  end-string
  write JOB-LOG-LINE
  close JOB-LOG-FILE

  goback.
