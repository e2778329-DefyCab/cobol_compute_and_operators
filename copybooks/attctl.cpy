      *> ATTENDANCE-CONTROL record: the attendance run's settings.
           05 AttCtlFirstThreshold    pic 9(3).
           05 AttCtlSecondThreshold   pic 9(3).
      *>       unexcused absences in a term at which the student is
      *>       flagged and the guardian sent a notice - once per
      *>       threshold per term.
           05 AttCtlAutumnStartMonth  pic 9(2).
      *>       first month of the autumn term; earlier months belong
      *>       to the spring term of the same calendar year.
           05 AttCtlReportTerm        pic 9(5).
      *>       CCYYT term the absence-rate report covers (T: 1 =
      *>       spring, 2 = autumn). Zero = the term of the run date.
