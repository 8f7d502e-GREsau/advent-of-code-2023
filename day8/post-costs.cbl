identification division.
program-id. post-costs.

environment division.
input-output section.
file-control.
  select CENTRE-FILE assign to dynamic WS-CENTRE-FILE
    organization line sequential file status WS-CENTRE-STATUS.
  select POSTING-FILE assign to dynamic WS-POSTING-FILE
    organization line sequential file status WS-POSTING-STATUS.

data division.
file section.
  fd CENTRE-FILE.
  01 CENTRE-LINE  pic x(80).

  fd POSTING-FILE.
    copy cost-post.

working-storage section.
  *> must match NODE-ZZZ in the INPUT copybook
  78 COST-TABLE-SIZE value 456976.
  78 CENTRES-MAX value 200.
  78 TEAMS-MAX value 100.
  *> one slot past TEAMS-MAX catches every team beyond the table, so
  *> the posted total still balances to the walk's journey cost
  78 TEAM-SLOTS value 101.

  01 WS-CENTRE-FILE     pic x(100).
  01 WS-CENTRE-STATUS   pic x(2).
  01 WS-POSTING-FILE    pic x(100).
  01 WS-POSTING-STATUS  pic x(2).
  01 RUN-DATE           pic 9(8).
  01 PERIOD-CLOSED      pic x.

  *> team-to-cost-centre mapping: "TEAM|CENTRE" per line, team names
  *> exactly as the node reference carries them. The reserved team
  *> "(OFFSET)" names the centre every entry's credit leg goes to
  01 CENTRE-TABLE.
    05 CENTRE-ENTRY occurs CENTRES-MAX times.
      10 CENTRE-TEAM    pic x(20).
      10 CENTRE-CODE    pic x(10).
  01 CENTRE-COUNT       pic 9(3) value 0.
  01 CENTRE-IDX         pic 9(3).
  01 CENTRE-LINE-TEAM   pic x(20).
  01 CENTRE-LINE-CODE   pic x(10).
  01 OFFSET-CENTRE      pic x(10).
  01 CENTRES-LOADED     pic x.

  01 TEAM-TABLE.
    05 TEAM-ENTRY occurs TEAM-SLOTS times.
      10 TEAM-NAME      pic x(20).
      10 TEAM-STEPS     binary-double unsigned.
      10 TEAM-COST      binary-double unsigned.
  01 TEAM-COUNT         pic 9(3) value 0.
  01 TEAM-IDX           pic 9(3).
  01 MATCH-IDX          pic 9(3).
  01 TEAMS-OVERFLOWED   pic x.

  01 NODE-IDX           pic 9(6).
  01 NODE-TEXT          pic a(4).
  01 REF-DESC           pic x(40).
  01 REF-TEAM           pic x(20).
  01 REF-NODE-STATUS    pic x(10).
  01 REF-FOUND          pic x.
  01 NODE-CHARGE        binary-double unsigned.

  01 ENTRY-COUNT        pic 9(6) value 0.
  01 RECORD-COUNT       pic 9(6) value 0.
  01 UNMAPPED-COUNT     pic 9(3) value 0.
  01 DEBIT-TOTAL        binary-double unsigned value 0.
  01 CREDIT-TOTAL       binary-double unsigned value 0.
  01 TEAM-CENTRE        pic x(10).
  01 CONTROL-DISPLAY    pic 9(18).
  01 DEBIT-DISPLAY      pic 9(18).

  01 WS-EXC-PROGRAM     pic x(20) value "POST-COSTS".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

linkage section.
  01 LS-NODE-CODE-LENGTH  pic 9.
  01 LS-NODE-ZZZ-VALUE    pic 9(6).
  01 COSTS-OUTER.
    05 COSTS            pic 9(5) occurs COST-TABLE-SIZE times.
  01 DEPARTS-TABLE.
    05 DEPARTS          binary-long unsigned occurs COST-TABLE-SIZE times.
  01 LS-RUN-ID            pic x(8).
  01 LS-BUSINESS-DATE     pic 9(8).
  01 LS-CONTROL-COST      binary-double unsigned.
  01 LS-POST-WARNED       pic x.

procedure division using LS-NODE-CODE-LENGTH, LS-NODE-ZZZ-VALUE,
    COSTS-OUTER, DEPARTS-TABLE, LS-RUN-ID, LS-BUSINESS-DATE,
    LS-CONTROL-COST, LS-POST-WARNED.
  *> the finance posting for one completed walk: the caller counts how
  *> many times the walk LEFT each node, and each departure is charged
  *> that node's step cost (see LOAD-STEP-COSTS) to the team that owned
  *> the node on the business date (see LOOKUP-NODE-REF-ASOF), so a
  *> re-run for an earlier date, or a night that crosses a transfer's
  *> effective date, charges the owner of record for the day posted.
  *> One balanced entry per team goes out -- debit the team's cost
  *> centre, credit the offset centre -- under a header and a trailer
  *> carrying the control totals. A
  *> business date in a month PERIOD-CLOSE has sealed diverts the whole
  *> batch to the late-adjustment file instead of the current posting
  move "N" to LS-POST-WARNED
  move "N" to TEAMS-OVERFLOWED
  move 0 to TEAM-COUNT ENTRY-COUNT RECORD-COUNT UNMAPPED-COUNT
  move 0 to DEBIT-TOTAL CREDIT-TOTAL CENTRE-COUNT
  move spaces to OFFSET-CENTRE
  move function current-date(1:8) to RUN-DATE

  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move "/data/team-cost-centres.txt" to WS-CENTRE-FILE
  call "resolve-path" using WS-CENTRE-FILE end-call

  move "N" to CENTRES-LOADED
  open input CENTRE-FILE
  if WS-CENTRE-STATUS = "00"
    move "Y" to CENTRES-LOADED
    perform forever
      read CENTRE-FILE at end
        exit perform
      end-read
      if CENTRE-LINE = spaces or CENTRE-LINE(1:1) = "*"
        exit perform cycle
      end-if
      move spaces to CENTRE-LINE-TEAM CENTRE-LINE-CODE
      unstring CENTRE-LINE delimited by "|"
        into CENTRE-LINE-TEAM CENTRE-LINE-CODE
      end-unstring
      if CENTRE-LINE-TEAM = spaces or CENTRE-LINE-CODE = spaces
        exit perform cycle
      end-if
      if CENTRE-LINE-TEAM = "(OFFSET)"
        move CENTRE-LINE-CODE to OFFSET-CENTRE
        exit perform cycle
      end-if
      if CENTRE-COUNT < CENTRES-MAX
        add 1 to CENTRE-COUNT
        move CENTRE-LINE-TEAM to CENTRE-TEAM(CENTRE-COUNT)
        move CENTRE-LINE-CODE to CENTRE-CODE(CENTRE-COUNT)
      end-if
    end-perform
    close CENTRE-FILE
  else
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "POST-COSTS: no team-to-cost-centre mapping at '"
      function trim(WS-CENTRE-FILE) "' -- every entry posts to "
      "centre UNMAPPED!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0190" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-CENTRE-FILE) to WS-EXC-VALUE(1)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move "Y" to LS-POST-WARNED
  end-if
  if OFFSET-CENTRE = spaces
    move "UNMAPPED" to OFFSET-CENTRE
    if CENTRES-LOADED = "Y"
      move "DNV0191" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(WS-CENTRE-FILE) to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move "Y" to LS-POST-WARNED
    end-if
  end-if

  *> roll the per-node departures up to the owning teams
  perform varying NODE-IDX from 1 by 1
      until NODE-IDX > LS-NODE-ZZZ-VALUE
    if DEPARTS(NODE-IDX) = 0
      exit perform cycle
    end-if
    call "decode-node" using NODE-IDX NODE-TEXT LS-NODE-CODE-LENGTH
    end-call
    call "lookup-node-ref-asof" using NODE-TEXT LS-BUSINESS-DATE REF-DESC
      REF-TEAM REF-NODE-STATUS REF-FOUND end-call
    if REF-FOUND not = "0" or REF-TEAM = spaces
      move "(UNASSIGNED)" to REF-TEAM
    end-if

    move 0 to MATCH-IDX
    perform varying TEAM-IDX from 1 by 1 until TEAM-IDX > TEAM-COUNT
      if TEAM-NAME(TEAM-IDX) = REF-TEAM
        move TEAM-IDX to MATCH-IDX
        exit perform
      end-if
    end-perform
    if MATCH-IDX = 0
      if TEAM-COUNT >= TEAMS-MAX
        move "Y" to TEAMS-OVERFLOWED
        move "(OVERFLOW)" to REF-TEAM
        if TEAM-COUNT = TEAMS-MAX
          add 1 to TEAM-COUNT
          move REF-TEAM to TEAM-NAME(TEAM-COUNT)
          move 0 to TEAM-STEPS(TEAM-COUNT)
          move 0 to TEAM-COST(TEAM-COUNT)
        end-if
        move TEAM-SLOTS to MATCH-IDX
      else
        add 1 to TEAM-COUNT
        move TEAM-COUNT to MATCH-IDX
        move REF-TEAM to TEAM-NAME(MATCH-IDX)
        move 0 to TEAM-STEPS(MATCH-IDX)
        move 0 to TEAM-COST(MATCH-IDX)
      end-if
    end-if
    compute NODE-CHARGE = DEPARTS(NODE-IDX) * COSTS(NODE-IDX)
    add DEPARTS(NODE-IDX) to TEAM-STEPS(MATCH-IDX)
    add NODE-CHARGE to TEAM-COST(MATCH-IDX)
  end-perform

  call "check-period" using LS-BUSINESS-DATE PERIOD-CLOSED end-call
  if PERIOD-CLOSED = "Y"
    *> late adjustments accumulate batch after batch until finance
    *> books them against the reopened month -- never overwritten
    move "/data/cost-postings-late.txt" to WS-POSTING-FILE
    call "resolve-path" using WS-POSTING-FILE end-call
    open extend POSTING-FILE
    if WS-POSTING-STATUS = "35"
      open output POSTING-FILE
    end-if
  else
    move "/data/cost-postings.txt" to WS-POSTING-FILE
    call "resolve-path" using WS-POSTING-FILE end-call
    open output POSTING-FILE
  end-if
  if WS-POSTING-STATUS not = "00"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "POST-COSTS: cannot open '" function trim(WS-POSTING-FILE)
      "' (status " WS-POSTING-STATUS ") -- no posting produced!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0192" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(WS-POSTING-FILE) to WS-EXC-VALUE(1)
    move WS-POSTING-STATUS to WS-EXC-VALUE(2)
    move LS-RUN-ID to WS-EXC-VALUE(3)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move "Y" to LS-POST-WARNED
    goback
  end-if

  move spaces to COSTP-RECORD
  move "H" to COSTP-RECORD-TYPE
  move RUN-DATE to COSTP-RUN-DATE
  move LS-RUN-ID to COSTP-RUN-ID
  move LS-BUSINESS-DATE to COSTP-BUS-DATE
  move LS-BUSINESS-DATE(1:6) to COSTP-PERIOD
  if PERIOD-CLOSED = "Y"
    set COSTP-LATE-BATCH to true
  else
    set COSTP-CURRENT-BATCH to true
  end-if
  move "PART1" to COSTP-SOURCE
  move LS-CONTROL-COST to COSTP-CONTROL-COST
  write COSTP-RECORD
  add 1 to RECORD-COUNT

  perform varying TEAM-IDX from 1 by 1 until TEAM-IDX > TEAM-COUNT
    if TEAM-COST(TEAM-IDX) = 0
      exit perform cycle
    end-if
    move "UNMAPPED" to TEAM-CENTRE
    perform varying CENTRE-IDX from 1 by 1
        until CENTRE-IDX > CENTRE-COUNT
      if CENTRE-TEAM(CENTRE-IDX) = TEAM-NAME(TEAM-IDX)
        move CENTRE-CODE(CENTRE-IDX) to TEAM-CENTRE
        exit perform
      end-if
    end-perform
    if TEAM-CENTRE = "UNMAPPED" and CENTRES-LOADED = "Y"
      add 1 to UNMAPPED-COUNT
      move "DNV0193" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(TEAM-NAME(TEAM-IDX)) to WS-EXC-VALUE(1)
      move function trim(WS-CENTRE-FILE) to WS-EXC-VALUE(2)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      move "Y" to LS-POST-WARNED
    end-if

    add 1 to ENTRY-COUNT
    move spaces to COSTP-RECORD
    move "D" to COSTP-RECORD-TYPE
    move ENTRY-COUNT to COSTP-ENTRY-NO
    set COSTP-DEBIT to true
    move LS-BUSINESS-DATE to COSTP-D-BUS-DATE
    move LS-RUN-ID to COSTP-D-RUN-ID
    move TEAM-NAME(TEAM-IDX) to COSTP-TEAM
    move TEAM-CENTRE to COSTP-COST-CENTRE
    move TEAM-COST(TEAM-IDX) to COSTP-AMOUNT
    move TEAM-STEPS(TEAM-IDX) to COSTP-STEPS
    write COSTP-RECORD
    add 1 to RECORD-COUNT
    add TEAM-COST(TEAM-IDX) to DEBIT-TOTAL

    set COSTP-CREDIT to true
    move OFFSET-CENTRE to COSTP-COST-CENTRE
    write COSTP-RECORD
    add 1 to RECORD-COUNT
    add TEAM-COST(TEAM-IDX) to CREDIT-TOTAL
  end-perform

  move spaces to COSTP-RECORD
  move "T" to COSTP-RECORD-TYPE
  move ENTRY-COUNT to COSTP-ENTRY-COUNT
  compute COSTP-RECORD-COUNT = RECORD-COUNT + 1
  move DEBIT-TOTAL to COSTP-DEBIT-TOTAL
  move CREDIT-TOTAL to COSTP-CREDIT-TOTAL
  write COSTP-RECORD
  add 1 to RECORD-COUNT
  close POSTING-FILE

  *> the posted debits must account for every unit of the walk's
  *> journey cost -- a gap means a departure went uncharged
  if DEBIT-TOTAL not = LS-CONTROL-COST
    move LS-CONTROL-COST to CONTROL-DISPLAY
    move DEBIT-TOTAL to DEBIT-DISPLAY
    move "DNV0194" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(DEBIT-DISPLAY) to WS-EXC-VALUE(1)
    move function trim(CONTROL-DISPLAY) to WS-EXC-VALUE(2)
    move LS-RUN-ID to WS-EXC-VALUE(3)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move "Y" to LS-POST-WARNED
  end-if
  if TEAMS-OVERFLOWED = "Y"
    move "DNV0195" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move "Y" to LS-POST-WARNED
  end-if

  if PERIOD-CLOSED = "Y"
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Cost posting: period " LS-BUSINESS-DATE(1:6)
      " is closed -- " ENTRY-COUNT " entry(ies) diverted to "
      function trim(WS-POSTING-FILE)
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  else
    move 0 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Cost posting: " ENTRY-COUNT " entry(ies) written to "
      function trim(WS-POSTING-FILE)
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if
  if UNMAPPED-COUNT > 0
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Cost posting: " UNMAPPED-COUNT " team(s) with no cost "
      "centre -- posted to UNMAPPED, see exception.log"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if
  goback.
