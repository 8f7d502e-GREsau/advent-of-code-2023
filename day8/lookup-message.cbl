identification division.
program-id. lookup-message.

environment division.
input-output section.
file-control.
  select MESSAGE-CATALOG assign to dynamic WS-MESSAGE-CATALOG-FILE
    organization line sequential file status WS-CATALOG-STATUS.

data division.
file section.
  fd MESSAGE-CATALOG.
  01 MESSAGE-CATALOG-LINE  pic x(512).

working-storage section.
  01 WS-MESSAGE-CATALOG-FILE  pic x(100).
  01 WS-CATALOG-STATUS        pic x(2).
  78 MESSAGES-MAX value 500.

  *> the message catalog, one line per message the suite can raise:
  *>   id|severity|owning function|route|message text|runbook action
  *> "*" lines are comments. The severity is one of JOB-LOG's bands
  *> (INFO, WARNING, DATA, ENVIRON, LIMIT); the route is NODE for a
  *> message that goes to the queue of the team owning the node it
  *> names, else the queue it always goes to; &1 to &6 in the text are
  *> the values the raising program supplies (see the EXCMSG copybook).
  *> Loaded once on the first call and served from this resident table
  *> for the rest of the run unit, as the node reference is
  01 CATALOG-LOADED    pic x value "N".
  01 MESSAGE-COUNT     pic 9(4) value 0.
  01 MESSAGE-TABLE.
    05 MESSAGE-ENTRY occurs MESSAGES-MAX times.
      10 MSG-ID          pic x(8).
      10 MSG-SEVERITY    pic x(8).
      10 MSG-FUNCTION    pic x(20).
      10 MSG-ROUTE       pic x(20).
      10 MSG-TEXT        pic x(200).
      10 MSG-ACTION      pic x(200).
  01 MSG-IDX           pic 9(4).

linkage section.
  01 LS-MSG-ID       pic x(8).
  01 LS-SEVERITY     pic x(8).
  01 LS-FUNCTION     pic x(20).
  01 LS-ROUTE        pic x(20).
  01 LS-TEXT         pic x(200).
  01 LS-ACTION       pic x(200).
  01 LS-FOUND        pic x.
    88 MESSAGE-FOUND      value "0".
    88 MESSAGE-NOT-FOUND  value "1".

procedure division using LS-MSG-ID, LS-SEVERITY, LS-FUNCTION, LS-ROUTE,
    LS-TEXT, LS-ACTION, LS-FOUND.
  if CATALOG-LOADED = "N"
    move "Y" to CATALOG-LOADED
    move "/data/message-catalog.txt" to WS-MESSAGE-CATALOG-FILE
    call "resolve-path" using WS-MESSAGE-CATALOG-FILE end-call
    open input MESSAGE-CATALOG
    if WS-CATALOG-STATUS = "00"
      perform forever
        read MESSAGE-CATALOG at end
          exit perform
        end-read
        if MESSAGE-CATALOG-LINE = spaces
            or MESSAGE-CATALOG-LINE(1:1) = "*"
          exit perform cycle
        end-if
        if MESSAGE-COUNT >= MESSAGES-MAX
          exit perform
        end-if
        add 1 to MESSAGE-COUNT
        move spaces to MESSAGE-ENTRY(MESSAGE-COUNT)
        unstring MESSAGE-CATALOG-LINE delimited by "|"
          into MSG-ID(MESSAGE-COUNT) MSG-SEVERITY(MESSAGE-COUNT)
            MSG-FUNCTION(MESSAGE-COUNT) MSG-ROUTE(MESSAGE-COUNT)
            MSG-TEXT(MESSAGE-COUNT) MSG-ACTION(MESSAGE-COUNT)
        end-unstring
      end-perform
      close MESSAGE-CATALOG
    end-if
  end-if

  *> a message the catalog does not know is still raised -- the caller
  *> gets blanks and decides how to show it
  move spaces to LS-SEVERITY LS-FUNCTION LS-ROUTE LS-TEXT LS-ACTION
  set MESSAGE-NOT-FOUND to true
  perform varying MSG-IDX from 1 by 1 until MSG-IDX > MESSAGE-COUNT
    if MSG-ID(MSG-IDX) = LS-MSG-ID
      move MSG-SEVERITY(MSG-IDX) to LS-SEVERITY
      move MSG-FUNCTION(MSG-IDX) to LS-FUNCTION
      move MSG-ROUTE(MSG-IDX) to LS-ROUTE
      move MSG-TEXT(MSG-IDX) to LS-TEXT
      move MSG-ACTION(MSG-IDX) to LS-ACTION
      set MESSAGE-FOUND to true
      exit perform
    end-if
  end-perform

  goback.
