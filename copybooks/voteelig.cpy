           05 VoteLogSchoolCode       pic x(3).
      *>       the school the determination was made under. Spaces
      *>       on rows written before the field existed.
           05 VoteLogBirthDate        pic x(8).
      *>       the date of birth the determination was made from, so
      *>       the certification run can re-judge eligibility as of
      *>       the election date. Spaces on rows written before the
      *>       field existed or for students with no date of birth.
