  *> shared log. Anything unattributable goes to the operations queue.
  *> The code is validated inline rather than through PARSE-NODE --
  *> PARSE-NODE logs its own rejects through this very program, and a
  *> malformed quoted fragment must not recurse. The owning team is
  *> the one that owned the node on the day the exception was raised
  *> (see LOOKUP-NODE-REF-ASOF), so a transfer scheduled for next
  *> month leaves today's exceptions with today's owner
  01 WS-TEAM-QUEUE-FILE        pic x(100).
  01 WS-TEAM-QUEUE-STATUS      pic x(2).
  01 WS-QUEUE-CATALOG-FILE     pic x(100).
  01 REF-DESC                  pic x(40).
  01 REF-TEAM                  pic x(20).
  01 REF-FOUND                 pic x.
  01 REF-NODE-STATUS           pic x(10).
  01 QUEUE-TEAM                pic x(20).
  01 CATALOG-HAS-QUEUE         pic x.

  *> the message as catalogued (see LOOKUP-MESSAGE), its text with the
  *> caller's values put in for &1 to &6
  01 MSG-SEVERITY              pic x(8).
  01 MSG-FUNCTION              pic x(20).
  01 MSG-ROUTE                 pic x(20).
  01 MSG-TEMPLATE              pic x(200).
  01 MSG-ACTION                pic x(200).
  01 MSG-FOUND                 pic x.
  01 MESSAGE-TEXT              pic x(200).
  01 TEXT-PTR                  pic 9(3).
  01 TEMPLATE-LEN              pic 9(3).
  01 TEMPLATE-IDX              pic 9(3).
  01 VALUE-NUM                 pic 9.

linkage section.
  01 LS-PROGRAM-NAME  pic x(20).
  01 LS-MSG-ID        pic x(8).
  01 LS-VALUES.
    05 LS-VALUE       pic x(100) occurs 6 times.

procedure division using LS-PROGRAM-NAME, LS-MSG-ID, LS-VALUES.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  move "/data/exception.log" to WS-EXCEPTION-LOG-FILE
    move spaces to LATE-SUFFIX
  end-if

  perform BUILD-MESSAGE-TEXT

  *> the message id follows the program name, so whatever reads the
  *> log groups by the id and never by wording
  move spaces to EXCEPTION-LOG-LINE
  string
    WS-RUN-DATE " " WS-RUN-ID " " function trim(LS-PROGRAM-NAME) " "
    function trim(LS-MSG-ID) " " function trim(MESSAGE-TEXT) LATE-SUFFIX
    delimited by size into EXCEPTION-LOG-LINE
  end-string
  write EXCEPTION-LOG-LINE
  close EXCEPTION-LOG

  *> route a copy to the queue the catalog names for the message; for a
  *> NODE message (or one the catalog does not know) that is the owning
  *> team's queue when the message names a node -- the first
  *> single-quoted token is the candidate
  move spaces to QUOTED-TEXT QUOTE-REST
  unstring MESSAGE-TEXT delimited by "'"
    into QUOTE-REST QUOTED-TEXT
  end-unstring
  move "N" to CODE-OK
  end-if

  move "OPERATIONS" to QUEUE-TEAM
  if MSG-ROUTE not = spaces and MSG-ROUTE not = "NODE"
    move "N" to CODE-OK
    move MSG-ROUTE to QUEUE-TEAM
  end-if
  if CODE-OK = "Y"
    move QUOTED-TEXT(1:4) to QUOTED-CODE
    call "lookup-node-ref-asof" using QUOTED-CODE WS-RUN-DATE REF-DESC
      REF-TEAM REF-NODE-STATUS REF-FOUND end-call
    if REF-FOUND = "0" and REF-TEAM not = spaces
      move function trim(REF-TEAM) to QUEUE-TEAM
      inspect QUEUE-TEAM replacing all " " by "-"
  end-if

  goback.

*> MESSAGE-TEXT: the catalogued text for LS-MSG-ID with the values
*> substituted. A message missing from the catalog is still logged, in
*> full, with its values in order -- a stale catalog must never lose
*> an exception
BUILD-MESSAGE-TEXT.
  call "lookup-message" using LS-MSG-ID MSG-SEVERITY MSG-FUNCTION
    MSG-ROUTE MSG-TEMPLATE MSG-ACTION MSG-FOUND end-call
  move spaces to MESSAGE-TEXT
  move 1 to TEXT-PTR
  if MSG-FOUND not = "0"
    string "(not in the message catalog)" delimited by size
      into MESSAGE-TEXT with pointer TEXT-PTR
    end-string
    perform varying VALUE-NUM from 1 by 1 until VALUE-NUM > 6
      if LS-VALUE(VALUE-NUM) not = spaces
        string " " function trim(LS-VALUE(VALUE-NUM)) delimited by size
          into MESSAGE-TEXT with pointer TEXT-PTR
        end-string
      end-if
    end-perform
    exit paragraph
  end-if

  compute TEMPLATE-LEN = function length(function trim(MSG-TEMPLATE))
  perform varying TEMPLATE-IDX from 1 by 1
      until TEMPLATE-IDX > TEMPLATE-LEN
    if MSG-TEMPLATE(TEMPLATE-IDX:1) = "&" and TEMPLATE-IDX < TEMPLATE-LEN
        and MSG-TEMPLATE(TEMPLATE-IDX + 1:1) >= "1"
        and MSG-TEMPLATE(TEMPLATE-IDX + 1:1) <= "6"
      move MSG-TEMPLATE(TEMPLATE-IDX + 1:1) to VALUE-NUM
      if LS-VALUE(VALUE-NUM) not = spaces
        string function trim(LS-VALUE(VALUE-NUM)) delimited by size
          into MESSAGE-TEXT with pointer TEXT-PTR
        end-string
      end-if
      add 1 to TEMPLATE-IDX
    else
      string MSG-TEMPLATE(TEMPLATE-IDX:1) delimited by size
        into MESSAGE-TEXT with pointer TEXT-PTR
      end-string
    end-if
  end-perform.
