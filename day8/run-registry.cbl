working-storage section.
  78 REGISTRY-MAX value 50.
  78 STALE-SECONDS value 1800. *> heartbeat older than this = presumed dead
  78 ENDED-KEEP-SECONDS value 86400. *> outcomes stay on view for a day
  78 DASHBOARD-SECONDS value 60. *> heartbeat redraws at most this often

  *> who is actually executing right now: every entry point REGISTERs
  *> itself here on startup and DEREGISTERs on its way out, and the
  *> staleness window, and FORCE_RUN=Y overrides the refusal for an
  *> operator who knows the other run is gone. Every rewrite goes
  *> through the lock convention (see ACQUIRE-LOCK)
  *> OUTCOME closes an entry without removing it: the line is rewritten
  *> as ENDED with the final position (the flow runner posts each
  *> step's completion code this way), never blocks a REGISTER, and is
  *> swept once it is a day old
  01 WS-REGISTRY-FILE   pic x(100).
  01 WS-REGISTRY-STATUS pic x(2).
  01 WS-RUN-ID          pic x(8).
      10 REG-START      pic x(14).
      10 REG-HB         pic x(14).
      10 REG-POSITION   pic x(40).
      10 REG-STATE      pic x(6).
      10 REG-KEEP       pic x.
  01 ENTRY-COUNT        pic 9(2) value 0.
  01 ENTRY-IDX          pic 9(2).
  01 HB-SECS            pic 9(8).
  01 NOW-SECS           pic 9(8).
  01 HB-AGE-SECS        pic s9(9).
  01 AGE-STAMP          pic x(14).
  01 OLDEST-ENDED       pic 9(2).
  01 LAST-DASHBOARD     pic x(14) value spaces.
  01 SAVED-RC           pic s9(4).

  01 WS-LOCK-NAME       pic x(100).
  01 WS-LOCK-OWNER      pic x(20) value "RUN-REGISTRY".
  01 WS-LOCK-RESULT     pic x.
  01 JOB-LOG-PROGRAM    pic x(20) value "RUN-REGISTRY".
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

linkage section.
  01 LS-ACTION    pic x(10).
  if WS-LOCK-RESULT = "1"
    *> a blocked registry must not take the night's run down with it --
    *> carry on unregistered rather than refuse to walk
    move 4 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "RUN-REGISTRY: could not acquire '"
      function trim(WS-LOCK-NAME) "' -- registry not updated"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using JOB-LOG-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    goback
  end-if

      add 1 to ENTRY-COUNT
      move spaces to REG-ENTRY(ENTRY-COUNT)
      unstring REGISTRY-LINE
          delimited by "ACTIVE " or "ENDED " or " RUN " or " INPUT "
            or " START " or " HB " or " AT "
        into LINE-MARK REG-PROGRAM(ENTRY-COUNT) REG-RUN-ID(ENTRY-COUNT)
          REG-INPUT(ENTRY-COUNT) REG-START(ENTRY-COUNT)
          REG-HB(ENTRY-COUNT) REG-POSITION(ENTRY-COUNT)
      end-unstring
      move "Y" to REG-KEEP(ENTRY-COUNT)
      if REGISTRY-LINE(1:6) = "ENDED "
        move "ENDED" to REG-STATE(ENTRY-COUNT)
        move REG-HB(ENTRY-COUNT) to AGE-STAMP
        perform COMPUTE-STAMP-AGE
        if HB-AGE-SECS >= ENDED-KEEP-SECONDS
          move "N" to REG-KEEP(ENTRY-COUNT)
        end-if
      else
        move "ACTIVE" to REG-STATE(ENTRY-COUNT)
      end-if
    end-perform
    close REGISTRY-FILE
  end-if
        if REG-PROGRAM(ENTRY-IDX) = LS-PROGRAM
            and REG-INPUT(ENTRY-IDX) = LS-INPUT
            and REG-RUN-ID(ENTRY-IDX) not = WS-RUN-ID
            and REG-STATE(ENTRY-IDX) = "ACTIVE"
          *> same program against the same input: live, or leftover?
          *> only a fresh heartbeat blocks the new run -- a heartbeat
          *> past the staleness window marks a run that died without
          *> deregistering, and its entry is swept out here
          move REG-HB(ENTRY-IDX) to AGE-STAMP
          perform COMPUTE-STAMP-AGE
          if HB-AGE-SECS < STALE-SECONDS
              and WS-FORCE-RUN not = "Y"
            move "Y" to REFUSED
      if REFUSED = "Y"
        set REGISTRY-REFUSED to true
      else
        if ENTRY-COUNT >= REGISTRY-MAX
          *> a full table gives up its oldest finished outcome before
          *> it turns a live run away unregistered
          move 0 to OLDEST-ENDED
          perform varying ENTRY-IDX from 1 by 1
              until ENTRY-IDX > ENTRY-COUNT
            if REG-STATE(ENTRY-IDX) = "ENDED" and REG-KEEP(ENTRY-IDX) = "Y"
              if OLDEST-ENDED = 0
                move ENTRY-IDX to OLDEST-ENDED
              else
                if REG-HB(ENTRY-IDX) < REG-HB(OLDEST-ENDED)
                  move ENTRY-IDX to OLDEST-ENDED
                end-if
              end-if
            end-if
          end-perform
          if OLDEST-ENDED > 0
            move REG-ENTRY(ENTRY-COUNT) to REG-ENTRY(OLDEST-ENDED)
            subtract 1 from ENTRY-COUNT
          end-if
        end-if
        if ENTRY-COUNT < REGISTRY-MAX
          add 1 to ENTRY-COUNT
          move LS-PROGRAM to REG-PROGRAM(ENTRY-COUNT)
          move NOW-STAMP to REG-START(ENTRY-COUNT)
          move NOW-STAMP to REG-HB(ENTRY-COUNT)
          move LS-POSITION to REG-POSITION(ENTRY-COUNT)
          move "ACTIVE" to REG-STATE(ENTRY-COUNT)
          move "Y" to REG-KEEP(ENTRY-COUNT)
        end-if
      end-if
        if REG-PROGRAM(ENTRY-IDX) = LS-PROGRAM
            and REG-RUN-ID(ENTRY-IDX) = WS-RUN-ID
            and REG-INPUT(ENTRY-IDX) = LS-INPUT
            and REG-STATE(ENTRY-IDX) = "ACTIVE"
          move "N" to REG-KEEP(ENTRY-IDX)
        end-if
      end-perform

    *> the live entry becomes the outcome; an earlier outcome for the
    *> same identity (a resumed step run again under its flow's run id)
    *> is superseded
    when "OUTCOME"
      perform varying ENTRY-IDX from 1 by 1
          until ENTRY-IDX > ENTRY-COUNT
        if REG-PROGRAM(ENTRY-IDX) = LS-PROGRAM
            and REG-RUN-ID(ENTRY-IDX) = WS-RUN-ID
            and REG-INPUT(ENTRY-IDX) = LS-INPUT
          if REG-STATE(ENTRY-IDX) = "ACTIVE"
            move "ENDED" to REG-STATE(ENTRY-IDX)
            move NOW-STAMP to REG-HB(ENTRY-IDX)
            move LS-POSITION to REG-POSITION(ENTRY-IDX)
          else
            move "N" to REG-KEEP(ENTRY-IDX)
          end-if
        end-if
      end-perform

    when other
      continue
  end-evaluate
      if REG-KEEP(ENTRY-IDX) = "Y"
        move spaces to REGISTRY-LINE
        string
          function trim(REG-STATE(ENTRY-IDX)) " "
          function trim(REG-PROGRAM(ENTRY-IDX))
          " RUN " REG-RUN-ID(ENTRY-IDX)
          " INPUT " function trim(REG-INPUT(ENTRY-IDX))
          " START " REG-START(ENTRY-IDX)
  end-if

  call "release-lock" using WS-LOCK-NAME end-call

  *> a long walk heartbeats every few thousand steps; the operations
  *> dashboard follows it, but is redrawn no more than once a minute
  *> whatever the heartbeat rate. Stays resident between calls, so the
  *> last redraw is remembered for the life of the run
  if LS-ACTION = "HEARTBEAT"
    move LAST-DASHBOARD to AGE-STAMP
    perform COMPUTE-STAMP-AGE
    if HB-AGE-SECS >= DASHBOARD-SECONDS or HB-AGE-SECS < 0
      move NOW-STAMP to LAST-DASHBOARD
      move return-code to SAVED-RC
      call "ops-dashboard" end-call
      move SAVED-RC to return-code
    end-if
  end-if
  goback.

*> seconds from AGE-STAMP to now, across the date boundary: a 23:55
*> heartbeat is five minutes old at 00:05, not a day old -- the exact
*> window the overnight double-PART2 used to slip through. An
*> unreadable stamp is a broken entry, not a live run, and reads as
*> just stale
COMPUTE-STAMP-AGE.
  move AGE-STAMP to HB-DATE
  if AGE-STAMP(1:14) is numeric
    compute HB-SECS = function numval(AGE-STAMP(9:2)) * 3600
      + function numval(AGE-STAMP(11:2)) * 60
      + function numval(AGE-STAMP(13:2))
    compute NOW-SECS = function numval(NOW-STAMP(9:2)) * 3600
      + function numval(NOW-STAMP(11:2)) * 60
      + function numval(NOW-STAMP(13:2))
    compute HB-AGE-SECS =
      (function integer-of-date(function numval(NOW-STAMP(1:8)))
        - function integer-of-date(function numval(HB-DATE)))
        * 86400
      + NOW-SECS - HB-SECS
  else
    move STALE-SECONDS to HB-AGE-SECS
  end-if.
