      *> SIS-SNAPSHOT record: the district's monthly enrolment
      *> snapshot - one row per student the district SIS holds for
      *> our schools, as the district sees them.
           05 SnapStudentId           pic x(6).
           05 SnapSchoolCode          pic x(3).
           05 SnapEnrollStatus        pic x(1).
      *>       "A" = active, "W" = withdrawn. Spaces read as active.
           05 SnapGradeType           pic x(1).
      *>       "0" = grundskola, "G" = gymnasium, " " = none.
           05 SnapGradeLevel          pic 9(2).
