  01 AUTH-COUNT        pic 9(3) value 0.
  01 AUTH-IDX          pic 9(3).
  01 VERDICT-TEXT      pic x(12).
  01 INQUIRY-ONLY      pic x.
  01 APPROVAL-CHECK    pic x.
  01 CHECK-IDENTITY    pic x(20).
  01 JOB-LOG-PROGRAM   pic x(20) value "CHECK-AUTHORITY".
  01 JOB-LOG-RC        pic 99.
  01 JOB-LOG-TEXT      pic x(200).

linkage section.
  01 LS-FUNCTION  pic x(20).
    88 ACCESS-REFUSED  value "N".

procedure division using LS-FUNCTION, LS-ALLOWED.
  *> an allowed flag of "?" coming in asks the question without making
  *> an attempt -- the operator console uses it to decide which
  *> functions to offer, and drawing a menu is not an access attempt,
  *> so the answer is neither logged nor displayed. Launching the
  *> function afterwards calls again the ordinary way and is logged
  move "N" to INQUIRY-ONLY
  if LS-ALLOWED = "?"
    move "Y" to INQUIRY-ONLY
  end-if
  *> an allowed flag of "E" asks about the emergency approver named in
  *> FREEZE_APPROVER instead of the operator -- the second person behind
  *> a change made inside a change-freeze window. Nobody approves their
  *> own emergency, and the attempt is logged under the approver's name
  move "N" to APPROVAL-CHECK
  if LS-ALLOWED = "E"
    move "Y" to APPROVAL-CHECK
  end-if
  if AUTH-LOADED = "N"
    move "Y" to AUTH-LOADED
    move "/data/operator-auth.txt" to WS-AUTH-FILE
    end-if
  end-if

  move WS-OPERATOR to CHECK-IDENTITY
  if APPROVAL-CHECK = "Y"
    accept CHECK-IDENTITY from environment "FREEZE_APPROVER"
  end-if

  evaluate true
    when APPROVAL-CHECK = "Y"
        and (CHECK-IDENTITY = spaces or CHECK-IDENTITY = WS-OPERATOR)
      set ACCESS-REFUSED to true
      move "OWN-APPROVAL" to VERDICT-TEXT
    when AUTH-FILE-PRESENT = "N"
      set ACCESS-ALLOWED to true
      move "NO-AUTH-FILE" to VERDICT-TEXT
    when other
      set ACCESS-REFUSED to true
      move "REFUSED" to VERDICT-TEXT
      perform varying AUTH-IDX from 1 by 1 until AUTH-IDX > AUTH-COUNT
        if AUTH-OPERATOR(AUTH-IDX) = CHECK-IDENTITY
            and (AUTH-FUNCTION(AUTH-IDX) = LS-FUNCTION
              or AUTH-FUNCTION(AUTH-IDX) = "*")
          set ACCESS-ALLOWED to true
          move "ALLOWED" to VERDICT-TEXT
          exit perform
        end-if
      end-perform
  end-evaluate
  if INQUIRY-ONLY = "Y"
    goback
  end-if

  open extend ACCESS-LOG
  end-if
  move spaces to ACCESS-LOG-LINE
  string
    function current-date(1:14) " " function trim(CHECK-IDENTITY) " "
    function trim(LS-FUNCTION) " " function trim(VERDICT-TEXT)
    " RUN " WS-RUN-ID
    delimited by size into ACCESS-LOG-LINE
  write ACCESS-LOG-LINE
  close ACCESS-LOG

  if ACCESS-REFUSED and APPROVAL-CHECK = "Y"
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "'" function trim(CHECK-IDENTITY) "' cannot approve "
      function trim(LS-FUNCTION) " for operator '"
      function trim(WS-OPERATOR) "' -- refused and logged"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using JOB-LOG-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    goback
  end-if
  if ACCESS-REFUSED
    move 12 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "Operator '" function trim(CHECK-IDENTITY)
      "' is not authorized for " function trim(LS-FUNCTION)
      " -- refused and logged"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using JOB-LOG-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  end-if
  goback.
