      *> ATTENDANCE-SUMMARY record: one per student per term, kept in
      *> student and term order by the attendance run, which is its
      *> only writer.
           05 AsumKey.
               10 AsumStudentId       pic x(6).
               10 AsumTerm.
                   15 AsumTermYear    pic 9(4).
                   15 AsumTermNo      pic 9(1).
      *>       1 = spring term (VT), 2 = autumn term (HT), so the
      *>       key sorts the terms in the order they happen.
           05 AsumSchoolCode          pic x(3).
      *>       the school that reported the student's latest day.
           05 AsumGradeType           pic x(1).
           05 AsumGradeLevel          pic 9(2).
      *>       the student's placement from the latest
      *>       STUDENT-GRADE-HISTORY row when the term was last
      *>       updated - what the absence-rate report groups by.
           05 AsumDaysRecorded        pic 9(3).
           05 AsumPresentDays         pic 9(3).
           05 AsumAbsentDays          pic 9(3).
      *>       unexcused absences - what the notice thresholds count.
           05 AsumExcusedDays         pic 9(3).
           05 AsumLateDays            pic 9(3).
           05 AsumLastAttDate         pic 9(8).
      *>       the latest day recorded for the term. Information
      *>       only - whether a day is already counted is decided by
      *>       its ATTENDANCE-DAYS row, so a day keyed late or
      *>       corrected the next day is still applied.
           05 AsumNoticeLevel         pic 9(1).
      *>       the highest unexcused-absence threshold the guardian
      *>       has been sent a notice for this term (0, 1 or 2).
           05 AsumLastNoticeDate      pic 9(8).
