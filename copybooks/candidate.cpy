      *> CANDIDATE record: one per candidate standing in a school's
      *> student council election. A ballot counts only for a
      *> candidate registered here for the voter's school and the
      *> ELECTION-CONTROL date.
           05 CandSchoolCode          pic x(3).
           05 CandElectionDate        pic 9(8).
      *>       CCYYMMDD.
           05 CandCandidateId         pic x(6).
      *>       the ID marked on the ballot - normally the candidate's
      *>       own student ID.
           05 CandName                pic x(20).
