
  01 CHAR-IDX  pic 9.
  01 WS-EXC-PROGRAM   pic x(20) value "PARSE-NODE".
  copy excmsg.

linkage section.
  01 IN-TEXT    pic a(4).
    if IN-TEXT(CHAR-IDX:1) < "A" or IN-TEXT(CHAR-IDX:1) > "Z"
      set NODE-CODE-BAD to true
      move 0 to OUT-NUM
      move "DNV0158" to WS-EXC-MSG-ID
      move spaces to WS-EXC-VALUES
      move function trim(IN-TEXT) to WS-EXC-VALUE(1)
      call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
        WS-EXC-VALUES end-call
      goback
    end-if
    compute OUT-NUM = OUT-NUM * 26 + function ord(IN-TEXT(CHAR-IDX:1)) - A-CHAR
