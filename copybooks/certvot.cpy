      *> CERTIFIED-VOTERS record: one per student on the certified
      *> roster, written by the certification run alongside the
      *> printed CERTIFIED-ROSTER and in student ID order, so the
      *> ballot tally can check each voter against exactly what the
      *> committee signed.
           05 CvStudentId             pic x(6).
           05 CvSchoolCode            pic x(3).
      *>       the school on STUDENT-MASTER at certification.
           05 CvElectionDate          pic 9(8).
      *>       CCYYMMDD - the ELECTION-CONTROL date certified for.
           05 CvAge                   pic 99.
      *>       age on the election date.
           05 CvEligible              pic x(1).
      *>       "Y" or "N", as printed on the roster.
