
  01 NODES-TABLE-BYTES  pic 9(9) comp.
  01 WS-EXC-PROGRAM     pic x(20) value "MAP-GENERATOR".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

linkage section.
  *> heap node table behind INPUT-DATA (see the INPUT and NODEMAP
  end-if

  if GEN-CODE-LEN < 3 or GEN-CODE-LEN > NODE-CODE-MAX-LEN
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "GEN_CODE_LEN must be 3 or 4!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if
    returning NODES-MAP-PTR
  set address of NODES-TABLE to NODES-MAP-PTR
  if GEN-INSTR-LEN < 1 or GEN-INSTR-LEN >= INSTRUCTIONS-MAX-LEN
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "GEN_INSTR_LEN must fit the INSTRUCTIONS capacity!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if
  *> that is what makes offset and interval both equal GEN_CYCLE
  compute RING-NODES-NEEDED = GEN-GHOSTS * (GEN-CYCLE + 1)
  if GEN-NODES < RING-NODES-NEEDED + GEN-ORPHANS + GEN-DEADENDS
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "GEN_NODES is too small for " GEN-GHOSTS " ghost ring(s) "
      "of " GEN-CYCLE " plus the planted defects!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if
  if GEN-NODES > NODE-ZZZ-VALUE - GEN-GHOSTS * 2 - 30
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "GEN_NODES exceeds what a " GEN-CODE-LEN "-letter code "
      "space can hold with room for defect targets!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 12 to return-code
    goback
  end-if
  write GEN-REPORT-LINE
  close GEN-REPORT

  move 0 to JOB-LOG-RC
  move spaces to JOB-LOG-TEXT
  string "Synthetic map generated: " WRITTEN-COUNT " node(s) to '"
    function trim(WS-GEN-MAP-FILE) "'"
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  goback.

*> next free node number whose code ends neither in A nor in Z
    add 1 to ALLOC-CURSOR
  end-perform
  if ALLOC-FAILED = "Y"
    move 16 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Code space exhausted while allocating synthetic nodes!"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move "DNV0129" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
    move 16 to return-code
    goback
  end-if.
