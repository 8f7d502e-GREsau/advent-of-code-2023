  01 PART2-PREV-DATE   pic x(8).
  01 PART2-PREV-ELAPSED pic 9(8).

  *> map loads by way of the compiled image against full parses (see
  *> MAP-IMAGE) -- the saving is the difference in the averages
  01 LOAD-HSECS         pic 9(9).
  01 IMAGE-LOADS        pic 9(8) value 0.
  01 IMAGE-HSECS        pic 9(12) value 0.
  01 PARSE-LOADS        pic 9(8) value 0.
  01 PARSE-HSECS        pic 9(12) value 0.
  01 AVERAGE-HSECS      pic 9(9).
  01 LOADS-DISPLAY      pic z(7)9.
  01 AVERAGE-DISPLAY    pic z(8)9.

procedure division.
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
          end-string
          write STATS-TREND-LINE

        when "MAPLOAD"
          move STAT-TOKEN(6) to LOAD-HSECS
          if STAT-TOKEN(4) = "IMAGE"
            add 1 to IMAGE-LOADS
            add LOAD-HSECS to IMAGE-HSECS
          else
            add 1 to PARSE-LOADS
            add LOAD-HSECS to PARSE-HSECS
          end-if

        when other
          continue
      end-evaluate
    end-perform
    close STATS-FILE

    if IMAGE-LOADS > 0 or PARSE-LOADS > 0
      move IMAGE-LOADS to LOADS-DISPLAY
      move 0 to AVERAGE-HSECS
      if IMAGE-LOADS > 0
        compute AVERAGE-HSECS rounded = IMAGE-HSECS / IMAGE-LOADS
      end-if
      move AVERAGE-HSECS to AVERAGE-DISPLAY
      move spaces to STATS-TREND-LINE
      string "MAP LOADS FROM COMPILED IMAGE " function trim(LOADS-DISPLAY)
        " AVERAGE " function trim(AVERAGE-DISPLAY) " HUNDREDTHS"
        delimited by size into STATS-TREND-LINE
      end-string
      write STATS-TREND-LINE
      move PARSE-LOADS to LOADS-DISPLAY
      move 0 to AVERAGE-HSECS
      if PARSE-LOADS > 0
        compute AVERAGE-HSECS rounded = PARSE-HSECS / PARSE-LOADS
      end-if
      move AVERAGE-HSECS to AVERAGE-DISPLAY
      move spaces to STATS-TREND-LINE
      string "MAP LOADS BY FULL PARSE      " function trim(LOADS-DISPLAY)
        " AVERAGE " function trim(AVERAGE-DISPLAY) " HUNDREDTHS"
        delimited by size into STATS-TREND-LINE
      end-string
      write STATS-TREND-LINE
    end-if
  end-if

  close STATS-TREND-REPORT
