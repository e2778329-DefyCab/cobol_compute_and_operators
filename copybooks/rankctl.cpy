      *> CLASS-RANK-CONTROL record: the counseling office's options
      *> for the class rank and honor roll run.
           05 RnkSchoolYear           pic 9(4).
      *>       the school year to rank. Zero = the current school
      *>       year, the calendar year of the run.
           05 RnkIncludeArchive       pic x(1).
      *>       "Y" = the cumulative average also takes in the
      *>       student's GRADEHISTARCHIVE years. Otherwise the live
      *>       history only.
           05 RnkHonorMinLetter       pic x(1).
      *>       the lowest letter grade for the ranked year that
      *>       still makes the honor roll, e.g. "B" = A or B.
           05 RnkHonorMinAverage      pic 9(3).
      *>       the lowest cumulative average, in whole points, that
      *>       still makes the honor roll.
