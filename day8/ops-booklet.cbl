  01 BOOKLET-LINE  pic x(132).

working-storage section.
  78 SECTION-COUNT value 11.
  78 PAGE-BODY-LINES value 55. *> lines per page under the 5-line page header

  *> the files a night's run leaves behind, in shift-handover
  *> reading order (the open handover items and open incidents straight
  *> after the health check, since they are what the incoming shift
  *> picks up first) -- each becomes one booklet section starting on a
  *> fresh page; a file that is absent tonight still gets its section
  *> page saying so, so nobody wonders whether it was forgotten
  01 SECTIONS-OUTER.
    05 filler pic x(70)
       value "MORNING HEALTH CHECK          /data/morning-health.txt".
    05 filler pic x(70)
       value "SHIFT HANDOVER OPEN ITEMS     /data/handover-status.txt".
    05 filler pic x(70)
       value "OPEN INCIDENTS BY TEAM        /data/incident-report.txt".
    05 filler pic x(70)
       value "GHOST BREAKDOWN               /data/ghost-breakdown.txt".
    05 filler pic x(70)
       value "PART1/PART2 CROSSCHECK        /data/part1-part2-crosscheck.txt".
    05 filler pic x(70)
       value "END-OF-DAY BALANCING          /data/eod-balance.txt".
    05 filler pic x(70)
       value "PATH TRACE                    /data/path-trace.txt".
    05 filler pic x(70)
      10 SECTION-START-PAGE pic 9(3).
      10 SECTION-LINES      pic 9(5).
      10 SECTION-PRESENT    pic x.
  01 SECTION-IDX        pic 9(2).

  01 WS-SECTION-FILE    pic x(100).
  01 WS-BOOKLET-FILE    pic x(100).
  01 NEXT-START-PAGE    pic 9(3).
  01 SECTION-PAGE-COUNT pic 9(3).

  01 WS-EXC-PROGRAM     pic x(20) value "OPS-BOOKLET".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

procedure division.
  *> one printable artifact per night for the handover binder: cover
  *> page with run id, date and the health verdict, a table of
  end-perform

  close BOOKLET-FILE
  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Operations booklet assembled: " PAGE-NUMBER " page(s) -- "
    "see /data/ops-booklet.txt"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.

*> start a fresh page with the running header; every page of the
