      *> SCHOOL-YEAR-CONTROL record: the month and day of the
      *> placement cutoff. A student is placed by the age they reach
      *> on this date in the current school year, not by the age on
      *> the night the roster happens to run. 1231 places by birth
      *> year.
           05 SchYrCutoffMonthDay     pic 9(4).
      *>       MMDD.
