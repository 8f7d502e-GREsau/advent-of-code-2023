identification division.
program-id. resolve-path.

environment division.
input-output section.
file-control.
  select RUN-FILES assign to dynamic WS-RUN-FILES-FILE
    organization line sequential file status WS-RUN-FILES-STATUS.

data division.
file section.
  fd RUN-FILES.
  01 RUN-FILES-LINE  pic x(120).

working-storage section.
  *> single place the data-directory root is decided: every program
  *> passes its /data/... names through here before the first OPEN, so
  01 ROOT-LENGTH     pic 9(2) value 0.
  01 WORK-PATH       pic x(100).

  *> every /data name a run resolves is noted once on the run's file
  *> list, run-files-<run id>.txt, which WRITE-MANIFEST reads at the end
  *> of the run to find what the run wrote. The list is named here
  *> directly rather than through this resolver, and the manifests and
  *> lists themselves are never noted -- a manifest must not list itself
  78 NOTED-MAX value 500.
  01 WS-RUN-FILES-FILE   pic x(100).
  01 WS-RUN-FILES-STATUS pic x(2).
  01 WS-RUN-ID           pic x(8).
  01 NOTED-COUNT         pic 9(4) value 0.
  01 NOTED-TABLE.
    05 NOTED-PATH        pic x(100) occurs NOTED-MAX times.
  01 NOTED-IDX           pic 9(4).
  01 ORIGINAL-PATH       pic x(100).

  *> a run id is only the time of day the run started, so a list left
  *> by an earlier day's run of the same id is rolled to its dated
  *> generation, run-files-<run id>.txt.<date it began>, before this
  *> run names anything -- extended instead, its START would date this
  *> run's output from that day
  01 WS-GENERATION-FILE  pic x(100).
  01 NOW-STAMP           pic x(14).
  01 RUN-BEGAN           pic x(14).
  01 PRIOR-DAY           pic 9(8).
  01 RENAME-RESULT       pic 9(2) comp.
  01 SAVED-RETURN-CODE   pic s9(9) comp.

linkage section.
  01 LS-PATH  pic x(100).

        subtract 1 from ROOT-LENGTH
      end-if
    end-if
    perform ROLL-EARLIER-LIST
  end-if

  move LS-PATH to ORIGINAL-PATH
  *> only names under the conventional /data prefix are rerooted --
  *> anything else (fixtures, explicit operator-supplied paths) is the
  *> caller's own business and passes through untouched
    end-string
    move WORK-PATH to LS-PATH
  end-if

  if ORIGINAL-PATH(1:6) = "/data/"
      and ORIGINAL-PATH(7:9) not = "manifest-"
      and ORIGINAL-PATH(7:10) not = "run-files-"
    perform NOTE-RUN-FILE
  end-if
  goback.

*> LS-PATH onto this run's file list, the first time it is seen
NOTE-RUN-FILE.
  perform varying NOTED-IDX from 1 by 1 until NOTED-IDX > NOTED-COUNT
    if NOTED-PATH(NOTED-IDX) = LS-PATH
      exit paragraph
    end-if
  end-perform
  if NOTED-COUNT >= NOTED-MAX
    exit paragraph
  end-if
  add 1 to NOTED-COUNT
  move LS-PATH to NOTED-PATH(NOTED-COUNT)

  perform NAME-RUN-FILES
  *> the first name of the run opens the list with the moment the run
  *> began: anything on the list changed since then the run wrote
  open extend RUN-FILES
  if WS-RUN-FILES-STATUS = "35"
    open output RUN-FILES
    if WS-RUN-FILES-STATUS = "00"
      move spaces to RUN-FILES-LINE
      string "START " function current-date(1:14)
        delimited by size into RUN-FILES-LINE
      end-string
      write RUN-FILES-LINE
    end-if
  end-if
  if WS-RUN-FILES-STATUS = "00"
    move LS-PATH to RUN-FILES-LINE
    write RUN-FILES-LINE
    close RUN-FILES
  end-if.

*> WS-RUN-FILES-FILE for this run, under the data root
NAME-RUN-FILES.
  call "run-id" using WS-RUN-ID end-call
  move spaces to WS-RUN-FILES-FILE
  if ROOT-LENGTH > 0
    string DATA-ROOT(1:ROOT-LENGTH) "/run-files-" WS-RUN-ID ".txt"
      delimited by size into WS-RUN-FILES-FILE
    end-string
  else
    string "/data/run-files-" WS-RUN-ID ".txt"
      delimited by size into WS-RUN-FILES-FILE
    end-string
  end-if.

*> this run began at its id's time of day today, or yesterday when
*> that time is still to come; a list whose START is earlier than that
*> is an earlier run's. CBL_RENAME_FILE posts its result through
*> RETURN-CODE, which must reach the caller untouched
ROLL-EARLIER-LIST.
  perform NAME-RUN-FILES
  open input RUN-FILES
  if WS-RUN-FILES-STATUS not = "00"
    exit paragraph
  end-if
  move spaces to RUN-FILES-LINE
  read RUN-FILES
    at end continue
  end-read
  close RUN-FILES
  if RUN-FILES-LINE(1:6) not = "START " or RUN-FILES-LINE(7:14) is not numeric
      or WS-RUN-ID(1:6) is not numeric
    exit paragraph
  end-if
  move function current-date(1:14) to NOW-STAMP
  move spaces to RUN-BEGAN
  if WS-RUN-ID(1:6) <= NOW-STAMP(9:6)
    string NOW-STAMP(1:8) WS-RUN-ID(1:6)
      delimited by size into RUN-BEGAN
    end-string
  else
    compute PRIOR-DAY = function date-of-integer(
        function integer-of-date(function numval(NOW-STAMP(1:8))) - 1)
    string PRIOR-DAY WS-RUN-ID(1:6)
      delimited by size into RUN-BEGAN
    end-string
  end-if
  if RUN-FILES-LINE(7:14) >= RUN-BEGAN
    exit paragraph
  end-if
  move spaces to WS-GENERATION-FILE
  string function trim(WS-RUN-FILES-FILE) "." RUN-FILES-LINE(7:8)
    delimited by size into WS-GENERATION-FILE
  end-string
  move return-code to SAVED-RETURN-CODE
  call "CBL_RENAME_FILE" using WS-RUN-FILES-FILE WS-GENERATION-FILE
    returning RENAME-RESULT end-call
  move SAVED-RETURN-CODE to return-code.
