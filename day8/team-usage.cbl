  01 REF-DESC           pic x(40).
  01 REF-TEAM           pic x(20).
  01 REF-FOUND          pic x.
  01 REF-NODE-STATUS    pic x(10).
  01 VISIT-DATE         pic 9(8).

  01 COSTS-OUTER.
    05 COSTS            pic 9(5) occurs COST-TABLE-SIZE times.
  01 COST-DISPLAY       pic 9(18).

  01 WS-EXC-PROGRAM     pic x(20) value "TEAM-USAGE".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> the chargeback statement the steering group approved: the trace
  *> history (one dated line per PART1 visit) joined to node-ref
  *> ownership as of each visit's date and, when a cost file is on
  *> hand, to per-node departure costs -- per team: visits, share of
  *> the walked steps, accumulated cost. FROM_DATE/TO_DATE bound the
  *> statement period
  move "/data/path-trace-history.txt" to WS-TRACE-HISTORY-FILE
  call "resolve-path" using WS-TRACE-HISTORY-FILE end-call
  move "/data/team-usage-report.txt" to WS-USAGE-REPORT-FILE

  open input TRACE-HISTORY
  if WS-TRACE-HIST-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "No path-trace history on file -- nothing to account!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0248" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 12 to return-code
    goback
  end-if
        COSTS-LOADED end-call
    end-if

    *> a visit is charged to the team that owned the node on the day of
    *> the visit, not to whoever owns it now -- a node transferred
    *> mid-period splits its visits between its two owners
    if LINE-DATE is numeric
      move LINE-DATE to VISIT-DATE
    else
      move RUN-DATE to VISIT-DATE
    end-if
    call "lookup-node-ref-asof" using LINE-CODE VISIT-DATE REF-DESC
      REF-TEAM REF-NODE-STATUS REF-FOUND end-call
    if REF-FOUND not = "0" or REF-TEAM = spaces
      move "(UNASSIGNED)" to REF-TEAM
    end-if
    end-string
    write USAGE-LINE
    close USAGE-REPORT
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Team usage: no visits in the statement period"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    goback
  end-if

  end-if
  close USAGE-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Team usage statement written for " TEAM-COUNT " team(s) -- "
    "see /data/team-usage-report.txt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  if TEAMS-OVERFLOWED = "Y"
    move 4 to return-code
  end-if
