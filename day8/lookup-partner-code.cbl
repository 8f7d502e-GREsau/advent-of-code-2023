    end-if
  end-if

  *> called with our code blank, the lookup runs the other way: their
  *> identifier in, our node code out -- the inbound route-request
  *> interface speaks their identifiers and has to be answered in ours
  if LS-NODE-CODE = spaces
    set PARTNER-CODE-NOT-FOUND to true
    perform varying PARTNER-IDX from 1 by 1
        until PARTNER-IDX > PARTNER-COUNT
      if PARTNER-THEIRS(PARTNER-IDX) = LS-PARTNER-CODE
        move PARTNER-OUR-CODE(PARTNER-IDX) to LS-NODE-CODE
        set PARTNER-CODE-FOUND to true
        exit perform
      end-if
    end-perform
    goback
  end-if

  move spaces to LS-PARTNER-CODE
  set PARTNER-CODE-NOT-FOUND to true
  perform varying PARTNER-IDX from 1 by 1
