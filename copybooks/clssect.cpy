      *> CLASS-SECTION record: one homeroom class of a grade at a
      *> school for a school year, keyed in by each school office
      *> before term starts.
           05 CsSchoolCode            pic x(3).
           05 CsSchoolYear            pic 9(4).
           05 CsGradeType             pic x(1).
      *>       "0" = grundskola, "G" = gymnasium, as on the
      *>       STUDENT-GRADE-HISTORY placement.
           05 CsGradeLevel            pic 9(2).
           05 CsSectionId             pic x(3).
      *>       the class name within the grade, e.g. "5A".
           05 CsTeacherName           pic x(25).
           05 CsCapacity              pic 9(3).
      *>       seats in the class.
