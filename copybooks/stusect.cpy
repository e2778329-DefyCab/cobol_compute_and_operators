      *> STUDENT-SECTION record: the homeroom class each active,
      *> placed student sits in this school year, in student ID
      *> order. Rewritten whole by every class assignment run.
           05 SsStudentId             pic x(6).
           05 SsSchoolYear            pic 9(4).
           05 SsSchoolCode            pic x(3).
           05 SsGradeType             pic x(1).
           05 SsGradeLevel            pic 9(2).
           05 SsSectionId             pic x(3).
           05 SsAssignDate            pic 9(8).
      *>       CCYYMMDD the student was seated in this class.
           05 SsAssignAction          pic x(1).
      *>       how the last run arrived at the seat: "K" = kept,
      *>       "N" = new student, "T" = transfer from another school,
      *>       "M" = moved within the school (new grade or class
      *>       gone).
