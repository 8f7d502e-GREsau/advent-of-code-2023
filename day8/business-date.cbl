  01 NOW-SECS          pic 9(8).
  01 DATE-INTEGER      pic 9(8).
  01 DAY-OF-WEEK-NUM   pic 9.
  01 PINNED-DATE-TEXT  pic x(8) value spaces.

linkage section.
  01 LS-BUSINESS-DATE   pic 9(8).
        function integer-of-date(THE-BUSINESS-DATE) - 1
      compute THE-BUSINESS-DATE = function date-of-integer(DATE-INTEGER)
    end-if
    *> a re-performance of a past run books to that run's business
    *> date, not to today's: BUSINESS_DATE pins it outright
    accept PINNED-DATE-TEXT from environment "BUSINESS_DATE"
    if PINNED-DATE-TEXT is numeric
      move PINNED-DATE-TEXT to THE-BUSINESS-DATE
    end-if

    move "Y" to THE-PROC-FLAG
    compute DATE-INTEGER = function integer-of-date(THE-BUSINESS-DATE)
