  01 BUSINESS-DATE      pic 9(8).
  01 BD-PROC-FLAG       pic x.
  01 BD-NONPROC-ACTION  pic x(4).
  01 MANIFEST-BY-CALLER  pic x.
  01 SAVED-RC           pic s9(4).
  01 WS-EXC-PROGRAM  pic x(20) value "NAVIGATOR".
  copy excmsg.
  01 JOB-LOG-RC      pic 99.
  01 JOB-LOG-TEXT    pic x(200).

procedure division.
  *> return-code scheme used consistently across this call tree, so the
  *> the run, so the settings in force are on file before any mode runs
  move "PROFILE" to PARM-KEY
  call "run-parms" using PARM-KEY PARM-VALUE end-call
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Run " WS-RUN-ID " parameters: profile "
    function trim(PARM-VALUE) " -- see /data/effective-parms.txt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call

  *> the processing calendar decides whether today's business date is
  *> a day the batch runs at all -- FAIL refuses up front, WARN lets it
    BD-NONPROC-ACTION end-call
  if BD-PROC-FLAG = "N"
    if BD-NONPROC-ACTION = "FAIL"
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "Business date " BUSINESS-DATE " is not a processing "
        "day -- batch refused per the processing calendar"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0132" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 12 to return-code
      goback
    else
      move 4 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "WARNING: business date " BUSINESS-DATE " is not a "
        "processing day -- running anyway per the processing calendar"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    end-if
  end-if

  move WS-MODE to AUTH-FUNCTION
  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0133" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-MODE) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if
    when "JOURNEY"
      call "journey" end-call
    when other
      move 12 to JOB-LOG-RC
      move spaces to JOB-LOG-TEXT
      string "MODE must be set to SINGLE, GHOST, MAINT, VERIFY or "
        "JOURNEY!"
        delimited by size into JOB-LOG-TEXT
      end-string
      call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
      move "DNV0134" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move 12 to return-code
      goback
  end-evaluate

  *> the run's evidence manifest is its last act (see WRITE-MANIFEST)
  *> -- unless a driver dispatching several modes under the one run id
  *> has undertaken to seal the whole run itself once it is done
  accept MANIFEST-BY-CALLER from environment "MANIFEST_BY_CALLER"
  if MANIFEST-BY-CALLER not = "Y"
    move return-code to SAVED-RC
    call "write-manifest" end-call
    move SAVED-RC to return-code
  end-if

  *> and the operations dashboard is redrawn with this run's result
  move return-code to SAVED-RC
  call "ops-dashboard" end-call
  move SAVED-RC to return-code
  goback.
