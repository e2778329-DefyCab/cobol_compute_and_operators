      *> ATTENDANCE-TRANSACTION record: one student's attendance for
      *> one school day, keyed by the school office. Applied to the
      *> ATTENDANCE-SUMMARY by the attendance run; unknown and
      *> withdrawn students are rejected there.
           05 AttStudentId            pic x(6).
           05 AttDate                 pic 9(8).
      *>       CCYYMMDD.
           05 AttCode                 pic x(1).
      *>       "P" = present, "A" = absent (unexcused), "E" = excused
      *>       absence, "L" = late (present, arrived late).
           05 AttSchoolCode           pic x(3).
      *>       the school reporting the day. Spaces = the student's
      *>       school on STUDENT-MASTER.
