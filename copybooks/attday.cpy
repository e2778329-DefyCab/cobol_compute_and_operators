      *> ATTENDANCE-DAYS record: one per student per school day
      *> counted, in student, term and date order, kept beside the
      *> ATTENDANCE-SUMMARY by the attendance run, its only writer.
      *> It is how the run knows a day is already counted, whatever
      *> order the days are keyed in.
           05 AdayDayKey.
               10 AdayKey.
                   15 AdayStudentId   pic x(6).
                   15 AdayTerm.
                       20 AdayTermYear pic 9(4).
                       20 AdayTermNo  pic 9(1).
               10 AdayDate            pic 9(8).
           05 AdayCode                pic x(1).
      *>       the code the day is counted under in the summary. A
      *>       later transaction for the day with another code moves
      *>       the count to that code.
           05 AdaySchoolCode          pic x(3).
           05 AdayAppliedDate         pic 9(8).
      *>       CCYYMMDD of the run that last set the code.
