    organization line sequential file status WS-CLOSED-STATUS.
  select CLOSE-REPORT assign to dynamic WS-CLOSE-REPORT-FILE
    organization line sequential.
  select MANIFEST-INDEX assign to dynamic WS-MANIFEST-INDEX-FILE
    organization line sequential file status WS-MANIFEST-INDEX-STATUS.

data division.
file section.
  fd SOURCE-FILE.
  01 SOURCE-LINE  pic x(500).

  fd PERIOD-FILE.
  01 PERIOD-LINE  pic x(500).

  fd CLOSED-PERIODS.
  01 CLOSED-LINE  pic x(80).
  fd CLOSE-REPORT.
  01 CLOSE-REPORT-LINE  pic x(160).

  fd MANIFEST-INDEX.
  01 MANIFEST-INDEX-LINE  pic x(200).

working-storage section.
  78 MANAGED-FILE-COUNT value 5.

  *> the living files a certified month must be carved out of -- the
  *> same roll-forward logs housekeeping manages by age, cut here by
  *> business month instead so an audit period never straddles archives.
  *> The job log rides along so the console record of a sealed month is
  *> sealed with the results it explains, and the incident ledger so a
  *> month's incidents -- opened, worked and closed -- are sealed with
  *> the exceptions behind them
  01 MANAGED-FILES-OUTER.
    05 filler pic x(40) value "/data/run-history.log".
    05 filler pic x(40) value "/data/run-stats.log".
    05 filler pic x(40) value "/data/exception.log".
    05 filler pic x(40) value "/data/job-log.txt".
    05 filler pic x(40) value "/data/incident-ledger.txt".
  01 MANAGED-FILES-TABLE redefines MANAGED-FILES-OUTER.
    05 MANAGED-NAME    pic x(40) occurs MANAGED-FILE-COUNT times.
  01 MANAGED-SHORT-OUTER.
    05 filler pic x(12) value "run-history".
    05 filler pic x(12) value "run-stats".
    05 filler pic x(12) value "exceptions".
    05 filler pic x(12) value "job-log".
    05 filler pic x(12) value "incidents".
  01 MANAGED-SHORT-TABLE redefines MANAGED-SHORT-OUTER.
    05 MANAGED-SHORT   pic x(12) occurs MANAGED-FILE-COUNT times.
  01 MANAGED-IDX        pic 9.
  01 EXCEPTION-LINES    pic 9(6) value 0.
  01 TOTAL-SEALED       pic 9(8) value 0.

  *> every run manifest sealed in the period (see WRITE-MANIFEST),
  *> once each however many times its run re-sealed it
  78 PERIOD-MANIFESTS-MAX value 2000.
  01 WS-MANIFEST-INDEX-FILE   pic x(100).
  01 WS-MANIFEST-INDEX-STATUS pic x(2).
  01 INDEX-PREFIX       pic x(120).
  01 INDEX-MANIFEST     pic x(100).
  *> the index names a run's manifest as it was sealed; once a later
  *> day's run of the same id has rolled it to <manifest>.<its date>
  *> the index date picks that generation out
  01 INDEX-DATE         pic x(8).
  01 GENERATION-MANIFEST pic x(100).
  01 MANIFEST-HDR-WORDS.
    05 MANIFEST-HDR-WORD pic x(20) occurs 5 times.
  01 PERIOD-MANIFESTS.
    05 PERIOD-MANIFEST  pic x(100) occurs PERIOD-MANIFESTS-MAX times.
  01 PERIOD-MANIFEST-COUNT pic 9(4) value 0.
  01 PERIOD-MANIFEST-IDX   pic 9(4).
  01 MANIFESTS-SEALED   pic 9(4) value 0.
  01 MANIFESTS-MISSING  pic 9(4) value 0.
  01 SAVED-RC           pic s9(4).

  *> the period's node visits by the team that owned each node on the
  *> day of the visit -- certified with the close, so a later transfer
  *> cannot quietly move a sealed month's activity to the new owner
  78 CLOSE-TEAMS-MAX value 100.
  01 CLOSE-TEAMS.
    05 CLOSE-TEAM occurs CLOSE-TEAMS-MAX times.
      10 CLOSE-TEAM-NAME   pic x(20).
      10 CLOSE-TEAM-VISITS pic 9(8).
  01 CLOSE-TEAM-COUNT   pic 9(3) value 0.
  01 CLOSE-TEAM-IDX     pic 9(3).
  01 CLOSE-TEAM-OVERFLOW pic x value "N".
  01 VISIT-CODE         pic a(4).
  01 VISIT-DATE         pic 9(8).
  01 PERIOD-VISITS      pic 9(8) value 0.
  01 REF-DESC           pic x(40).
  01 REF-TEAM           pic x(20).
  01 REF-NODE-STATUS    pic x(10).
  01 REF-FOUND          pic x.

  01 ALREADY-CLOSED     pic x.
  01 CLOSE-TIMESTAMP    pic x(14).

  01 AUTH-FUNCTION      pic x(20).
  01 AUTH-ALLOWED       pic x.
  01 WS-EXC-PROGRAM     pic x(20) value "PERIOD-CLOSE".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> month-end close: the period's run-history, stats and exception
  move "PERIOD-CLOSE" to AUTH-FUNCTION
  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    move "DNV0188" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 8 to return-code
    goback
  end-if
    close CLOSED-PERIODS
  end-if
  if ALREADY-CLOSED = "Y"
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Period " WS-PERIOD " is already closed -- the sealed "
      "files stand, nothing re-extracted"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if
    end-if
  end-perform

  perform SEAL-PERIOD-MANIFESTS
  perform ATTRIBUTE-TEAM-ACTIVITY

  move spaces to CLOSE-REPORT-LINE
  string "PERIOD TOTALS: " PART1-RUNS " PART1 RUN(S), " PART2-RUNS
    " PART2 RUN(S), " SUSPENDED-RUNS " SUSPENSION(S), "
  write CLOSED-LINE
  close CLOSED-PERIODS

  move return-code to SAVED-RC
  move SAVED-RC to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Period " WS-PERIOD " closed: " TOTAL-SEALED " line(s) "
    "sealed -- late entries for it will be flagged from now on"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  call "write-manifest" end-call
  move SAVED-RC to return-code
  goback.

*> the period's run manifests, each copied whole (seal line included)
*> into one sealed period file, so the month's evidence travels with
*> its history, stats and exceptions
SEAL-PERIOD-MANIFESTS.
  move "/data/manifest-index.txt" to WS-MANIFEST-INDEX-FILE
  call "resolve-path" using WS-MANIFEST-INDEX-FILE end-call
  open input MANIFEST-INDEX
  if WS-MANIFEST-INDEX-STATUS = "00"
    perform forever
      read MANIFEST-INDEX at end
        exit perform
      end-read
      if MANIFEST-INDEX-LINE(1:6) not = WS-PERIOD
        exit perform cycle
      end-if
      move spaces to INDEX-PREFIX INDEX-MANIFEST
      unstring MANIFEST-INDEX-LINE delimited by " MANIFEST "
        into INDEX-PREFIX INDEX-MANIFEST
      end-unstring
      if INDEX-MANIFEST = spaces
        exit perform cycle
      end-if
      move MANIFEST-INDEX-LINE(1:8) to INDEX-DATE
      perform RESOLVE-MANIFEST-GENERATION
      perform varying PERIOD-MANIFEST-IDX from 1 by 1
          until PERIOD-MANIFEST-IDX > PERIOD-MANIFEST-COUNT
        if PERIOD-MANIFEST(PERIOD-MANIFEST-IDX) = INDEX-MANIFEST
          exit perform
        end-if
      end-perform
      if PERIOD-MANIFEST-IDX > PERIOD-MANIFEST-COUNT
          and PERIOD-MANIFEST-COUNT < PERIOD-MANIFESTS-MAX
        add 1 to PERIOD-MANIFEST-COUNT
        move INDEX-MANIFEST to PERIOD-MANIFEST(PERIOD-MANIFEST-COUNT)
      end-if
    end-perform
    close MANIFEST-INDEX
  end-if

  move spaces to WS-PERIOD-FILE
  string "/data/period-" WS-PERIOD "-manifests.log"
    delimited by size into WS-PERIOD-FILE
  end-string
  call "resolve-path" using WS-PERIOD-FILE end-call
  move 0 to FILE-OUT-COUNT
  open output PERIOD-FILE
  perform varying PERIOD-MANIFEST-IDX from 1 by 1
      until PERIOD-MANIFEST-IDX > PERIOD-MANIFEST-COUNT
    move PERIOD-MANIFEST(PERIOD-MANIFEST-IDX) to WS-SOURCE-FILE
    open input SOURCE-FILE
    if WS-SOURCE-STATUS = "00"
      add 1 to MANIFESTS-SEALED
      perform forever
        read SOURCE-FILE at end
          exit perform
        end-read
        move SOURCE-LINE to PERIOD-LINE
        write PERIOD-LINE
        add 1 to FILE-OUT-COUNT
      end-perform
      close SOURCE-FILE
    else
      add 1 to MANIFESTS-MISSING
      move spaces to CLOSE-REPORT-LINE
      string "MANIFEST " function trim(WS-SOURCE-FILE)
        " NOT ON FILE -- THAT RUN'S EVIDENCE CANNOT BE SEALED"
        delimited by size into CLOSE-REPORT-LINE
      end-string
      write CLOSE-REPORT-LINE
      move "DNV0189" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move WS-PERIOD to WS-EXC-VALUE(1)
      move function trim(WS-SOURCE-FILE) to WS-EXC-VALUE(2)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
    end-if
  end-perform
  close PERIOD-FILE
  add FILE-OUT-COUNT to TOTAL-SEALED
  move spaces to CLOSE-REPORT-LINE
  string "SEALED " function trim(WS-PERIOD-FILE) ": "
    MANIFESTS-SEALED " RUN MANIFEST(S), " FILE-OUT-COUNT
    " LINE(S) -- " MANIFESTS-MISSING " MANIFEST(S) MISSING"
    delimited by size into CLOSE-REPORT-LINE
  end-string
  write CLOSE-REPORT-LINE.

*> INDEX-MANIFEST stands when its header is still for INDEX-DATE;
*> otherwise the dated generation write-manifest archived it to, when
*> that is on file (a name on neither is reported missing as indexed)
RESOLVE-MANIFEST-GENERATION.
  move INDEX-MANIFEST to WS-SOURCE-FILE
  open input SOURCE-FILE
  if WS-SOURCE-STATUS = "00"
    move spaces to SOURCE-LINE
    read SOURCE-FILE at end
      continue
    end-read
    close SOURCE-FILE
    move spaces to MANIFEST-HDR-WORDS
    unstring SOURCE-LINE delimited by all space
      into MANIFEST-HDR-WORD(1) MANIFEST-HDR-WORD(2)
        MANIFEST-HDR-WORD(3) MANIFEST-HDR-WORD(4) MANIFEST-HDR-WORD(5)
    end-unstring
    if MANIFEST-HDR-WORD(4) = "DATE"
        and MANIFEST-HDR-WORD(5)(1:8) = INDEX-DATE
      exit paragraph
    end-if
  end-if
  move spaces to GENERATION-MANIFEST
  string function trim(INDEX-MANIFEST) "." INDEX-DATE
    delimited by size into GENERATION-MANIFEST
  end-string
  move GENERATION-MANIFEST to WS-SOURCE-FILE
  open input SOURCE-FILE
  if WS-SOURCE-STATUS = "00"
    close SOURCE-FILE
    move GENERATION-MANIFEST to INDEX-MANIFEST
  end-if.

*> the period's PART1 visits from the path-trace history, each charged
*> to the node's owner on the visit date (LOOKUP-NODE-REF-ASOF), one
*> close-report line per team
ATTRIBUTE-TEAM-ACTIVITY.
  move "/data/path-trace-history.txt" to WS-SOURCE-FILE
  call "resolve-path" using WS-SOURCE-FILE end-call
  open input SOURCE-FILE
  if WS-SOURCE-STATUS not = "00"
    move spaces to CLOSE-REPORT-LINE
    string "SOURCE " function trim(WS-SOURCE-FILE)
      " NOT ON FILE -- NO TEAM ACTIVITY TO ATTRIBUTE"
      delimited by size into CLOSE-REPORT-LINE
    end-string
    write CLOSE-REPORT-LINE
    exit paragraph
  end-if
  perform forever
    read SOURCE-FILE at end
      exit perform
    end-read
    move spaces to LINE-DATE VISIT-CODE
    unstring SOURCE-LINE delimited by all space
      into LINE-DATE VISIT-CODE
    end-unstring
    if LINE-DATE(1:6) not = WS-PERIOD or LINE-DATE is not numeric
        or VISIT-CODE = spaces
      exit perform cycle
    end-if
    move LINE-DATE to VISIT-DATE
    call "lookup-node-ref-asof" using VISIT-CODE VISIT-DATE REF-DESC
      REF-TEAM REF-NODE-STATUS REF-FOUND end-call
    if REF-FOUND not = "0" or REF-TEAM = spaces
      move "(UNASSIGNED)" to REF-TEAM
    end-if
    perform varying CLOSE-TEAM-IDX from 1 by 1
        until CLOSE-TEAM-IDX > CLOSE-TEAM-COUNT
      if CLOSE-TEAM-NAME(CLOSE-TEAM-IDX) = REF-TEAM
        exit perform
      end-if
    end-perform
    if CLOSE-TEAM-IDX > CLOSE-TEAM-COUNT
      if CLOSE-TEAM-COUNT >= CLOSE-TEAMS-MAX
        move "Y" to CLOSE-TEAM-OVERFLOW
        exit perform cycle
      end-if
      add 1 to CLOSE-TEAM-COUNT
      move CLOSE-TEAM-COUNT to CLOSE-TEAM-IDX
      move REF-TEAM to CLOSE-TEAM-NAME(CLOSE-TEAM-IDX)
      move 0 to CLOSE-TEAM-VISITS(CLOSE-TEAM-IDX)
    end-if
    add 1 to CLOSE-TEAM-VISITS(CLOSE-TEAM-IDX)
    add 1 to PERIOD-VISITS
  end-perform
  close SOURCE-FILE

  move spaces to CLOSE-REPORT-LINE
  string "ACTIVITY BY OWNING TEAM: " PERIOD-VISITS " NODE VISIT(S) IN "
    WS-PERIOD ", EACH CHARGED TO THE NODE'S OWNER ON THE VISIT DATE"
    delimited by size into CLOSE-REPORT-LINE
  end-string
  write CLOSE-REPORT-LINE
  perform varying CLOSE-TEAM-IDX from 1 by 1
      until CLOSE-TEAM-IDX > CLOSE-TEAM-COUNT
    move spaces to CLOSE-REPORT-LINE
    string "  TEAM " CLOSE-TEAM-NAME(CLOSE-TEAM-IDX) " VISITS "
      CLOSE-TEAM-VISITS(CLOSE-TEAM-IDX)
      delimited by size into CLOSE-REPORT-LINE
    end-string
    write CLOSE-REPORT-LINE
  end-perform
  if CLOSE-TEAM-OVERFLOW = "Y"
    move spaces to CLOSE-REPORT-LINE
    string "  WARNING: MORE TEAMS THAN THE CLOSE TABLE HOLDS -- "
      "TEAM FIGURES ABOVE ARE INCOMPLETE"
      delimited by size into CLOSE-REPORT-LINE
    end-string
    write CLOSE-REPORT-LINE
  end-if.
