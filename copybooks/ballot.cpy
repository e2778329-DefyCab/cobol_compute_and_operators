      *> BALLOT record: one per ballot cast, keyed from the paper
      *> ballots in the order they were taken from the box.
           05 BalVoterId              pic x(6).
           05 BalSchoolCode           pic x(3).
           05 BalCandidateId          pic x(6).
