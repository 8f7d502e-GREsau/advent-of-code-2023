identification division.
program-id. load-closures.

environment division.
input-output section.
file-control.
  select CLOSURE-FILE assign to dynamic WS-CLOSURE-FILE
    organization line sequential file status WS-CLOSURE-STATUS.

data division.
file section.
  fd CLOSURE-FILE.
  01 CLOSURE-LINE  pic x(120).

working-storage section.
  01 WS-CLOSURE-FILE    pic x(100).
  01 WS-CLOSURE-STATUS  pic x(2).
  01 CL-NODE-TEXT       pic x(10).
  01 CL-DIR-TEXT        pic x(5).
  01 CL-FROM-TEXT       pic x(10).
  01 CL-TO-TEXT         pic x(10).
  01 CL-REASON-TEXT     pic x(100).
  01 CL-NODE-CODE       pic a(4).
  01 CL-NODE-NUM        pic 9(6).
  01 CL-FROM            pic 9(8).
  01 CL-TO              pic 9(8).
  01 CL-LINE-NO         pic 9(6) value 0.
  01 PARSE-NODE-STATUS  pic x.
  01 WS-EXC-PROGRAM     pic x(20) value "LOAD-CLOSURES".
  copy excmsg.

linkage section.
  01 LS-AS-OF             pic 9(8).
  01 LS-NODE-CODE-LENGTH  pic 9.
  copy closures.

procedure division using LS-AS-OF, LS-NODE-CODE-LENGTH, CLOSURES-OUTER.
  *> one line per planned closure: "NODE|L|from|to|reason", dates as
  *> yyyymmdd. A blank to-date is an open-ended closure that stays in
  *> force until someone puts an end date on it. Only closures whose
  *> window covers LS-AS-OF (normally the business date) are returned
  *> -- a file with nothing in force, or no file at all, leaves the
  *> count at zero and every caller walks exactly as before
  move 0 to CLOSURE-COUNT
  move 0 to CL-LINE-NO

  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move "/data/route-closures.txt" to WS-CLOSURE-FILE
  call "resolve-path" using WS-CLOSURE-FILE end-call

  open input CLOSURE-FILE
  if WS-CLOSURE-STATUS not = "00"
    goback
  end-if

  perform forever
    read CLOSURE-FILE at end
      exit perform
    end-read
    add 1 to CL-LINE-NO
    if CLOSURE-LINE = spaces or CLOSURE-LINE(1:1) = "*"
      exit perform cycle
    end-if
    move spaces to CL-NODE-TEXT CL-DIR-TEXT CL-FROM-TEXT CL-TO-TEXT
      CL-REASON-TEXT
    unstring CLOSURE-LINE delimited by "|"
      into CL-NODE-TEXT CL-DIR-TEXT CL-FROM-TEXT CL-TO-TEXT
        CL-REASON-TEXT
    end-unstring
    move function trim(CL-NODE-TEXT) to CL-NODE-CODE
    move function upper-case(function trim(CL-DIR-TEXT)) to CL-DIR-TEXT
    if function trim(CL-TO-TEXT) = spaces
      move "99999999" to CL-TO-TEXT
    end-if

    *> a malformed line is skipped and reported, never guessed at --
    *> a closure read wrong is either a phantom blockage or a missed one
    if (CL-DIR-TEXT not = "L" and CL-DIR-TEXT not = "R")
        or function trim(CL-FROM-TEXT) is not numeric
        or function trim(CL-TO-TEXT) is not numeric
      move "DNV0105" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move CL-LINE-NO to WS-EXC-VALUE(1)
      move function trim(CLOSURE-LINE) to WS-EXC-VALUE(2)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      exit perform cycle
    end-if
    move function trim(CL-FROM-TEXT) to CL-FROM
    move function trim(CL-TO-TEXT) to CL-TO
    if LS-AS-OF < CL-FROM or LS-AS-OF > CL-TO
      exit perform cycle
    end-if

    *> a caller with no map in hand (the morning health check) passes
    *> a zero code length and gets the listing without node numbers
    move 0 to CL-NODE-NUM
    move "0" to PARSE-NODE-STATUS
    if LS-NODE-CODE-LENGTH > 0
      call "parse-node" using CL-NODE-CODE CL-NODE-NUM
        LS-NODE-CODE-LENGTH PARSE-NODE-STATUS end-call
    end-if
    if PARSE-NODE-STATUS not = "0"
      move "DNV0106" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move CL-LINE-NO to WS-EXC-VALUE(1)
      move function trim(CL-NODE-TEXT) to WS-EXC-VALUE(2)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      exit perform cycle
    end-if

    if CLOSURE-COUNT >= CLOSURES-MAX
      move "DNV0107" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move CLOSURES-MAX to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      exit perform
    end-if
    add 1 to CLOSURE-COUNT
    move CL-NODE-CODE to CLOSURE-NODE(CLOSURE-COUNT)
    move CL-DIR-TEXT(1:1) to CLOSURE-DIR(CLOSURE-COUNT)
    move CL-FROM to CLOSURE-FROM(CLOSURE-COUNT)
    move CL-TO to CLOSURE-TO(CLOSURE-COUNT)
    move CL-REASON-TEXT to CLOSURE-REASON(CLOSURE-COUNT)
    move CL-NODE-NUM to CLOSURE-NODE-NUM(CLOSURE-COUNT)
  end-perform
  close CLOSURE-FILE

  goback.
