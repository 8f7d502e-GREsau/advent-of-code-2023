identification division.
program-id. load-commitments.

environment division.
input-output section.
file-control.
  select COMMITMENT-FILE assign to dynamic WS-COMMITMENT-FILE
    organization line sequential file status WS-COMMITMENT-STATUS.

data division.
file section.
  fd COMMITMENT-FILE.
  01 COMMITMENT-LINE  pic x(120).

working-storage section.
  01 WS-COMMITMENT-FILE    pic x(100).
  01 WS-COMMITMENT-STATUS  pic x(2).
  01 CM-ID-TEXT         pic x(20).
  01 CM-FROM-TEXT       pic x(10).
  01 CM-TO-TEXT         pic x(10).
  01 CM-STEPS-TEXT      pic x(10).
  01 CM-COST-TEXT       pic x(14).
  01 CM-OWNER-TEXT      pic x(30).
  01 CM-LINE-NO         pic 9(6) value 0.
  01 ALIAS-FLAG         pic x.
  01 ALIAS-OLD          pic a(4).
  01 WS-EXC-PROGRAM     pic x(20) value "LOAD-COMMITMENTS".
  copy excmsg.

linkage section.
  copy commitments.
  01 LS-FILE-FOUND  pic x.

procedure division using COMMITMENTS-OUTER, LS-FILE-FOUND.
  *> one line per commitment, "*" starting a comment:
  *>   ID|FROM|TO|MAX STEPS|MAX COST|OWNER
  *> either limit may be left blank (no limit of that kind); the codes
  *> are checked against the map by CHECK-COMMITMENT, not here, since
  *> the loader has no map in hand. No file at all leaves the count at
  *> zero and LS-FILE-FOUND at N
  move 0 to COMMITMENT-COUNT
  move 0 to CM-LINE-NO
  move "N" to LS-FILE-FOUND

  move "/data/commitments.txt" to WS-COMMITMENT-FILE
  call "resolve-path" using WS-COMMITMENT-FILE end-call

  open input COMMITMENT-FILE
  if WS-COMMITMENT-STATUS not = "00"
    goback
  end-if
  move "Y" to LS-FILE-FOUND

  perform forever
    read COMMITMENT-FILE at end
      exit perform
    end-read
    add 1 to CM-LINE-NO
    if COMMITMENT-LINE = spaces or COMMITMENT-LINE(1:1) = "*"
      exit perform cycle
    end-if
    move spaces to CM-ID-TEXT CM-FROM-TEXT CM-TO-TEXT CM-STEPS-TEXT
      CM-COST-TEXT CM-OWNER-TEXT
    unstring COMMITMENT-LINE delimited by "|"
      into CM-ID-TEXT CM-FROM-TEXT CM-TO-TEXT CM-STEPS-TEXT
        CM-COST-TEXT CM-OWNER-TEXT
    end-unstring

    *> a limit that is not a number is not guessed at -- the line is
    *> reported and left out, as a malformed closure is
    if function trim(CM-ID-TEXT) = spaces
        or (function trim(CM-STEPS-TEXT) not = spaces
            and function trim(CM-STEPS-TEXT) is not numeric)
        or (function trim(CM-COST-TEXT) not = spaces
            and function trim(CM-COST-TEXT) is not numeric)
      move "DNV0108" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move CM-LINE-NO to WS-EXC-VALUE(1)
      move function trim(COMMITMENT-LINE) to WS-EXC-VALUE(2)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      exit perform cycle
    end-if

    if COMMITMENT-COUNT >= COMMITMENTS-MAX
      move "DNV0109" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move COMMITMENTS-MAX to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      exit perform
    end-if
    add 1 to COMMITMENT-COUNT
    move function upper-case(function trim(CM-ID-TEXT))
      to CMT-ID(COMMITMENT-COUNT)
    move function trim(CM-FROM-TEXT) to CMT-FROM(COMMITMENT-COUNT)
    move function trim(CM-TO-TEXT) to CMT-TO(COMMITMENT-COUNT)
    move 0 to CMT-MAX-STEPS(COMMITMENT-COUNT)
    if function trim(CM-STEPS-TEXT) not = spaces
      move function trim(CM-STEPS-TEXT) to CMT-MAX-STEPS(COMMITMENT-COUNT)
    end-if
    move 0 to CMT-MAX-COST(COMMITMENT-COUNT)
    if function trim(CM-COST-TEXT) not = spaces
      move function trim(CM-COST-TEXT) to CMT-MAX-COST(COMMITMENT-COUNT)
    end-if
    move function trim(CM-OWNER-TEXT) to CMT-OWNER(COMMITMENT-COUNT)
    if CMT-OWNER(COMMITMENT-COUNT) = spaces
      move "UNASSIGNED" to CMT-OWNER(COMMITMENT-COUNT)
    end-if

    *> a contract written before a rename still names the old code;
    *> it is held to the node's current one
    call "resolve-alias" using CMT-FROM(COMMITMENT-COUNT) ALIAS-FLAG
      ALIAS-OLD end-call
    call "resolve-alias" using CMT-TO(COMMITMENT-COUNT) ALIAS-FLAG
      ALIAS-OLD end-call
  end-perform
  close COMMITMENT-FILE

  goback.
