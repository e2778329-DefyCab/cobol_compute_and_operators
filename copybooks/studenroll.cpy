           05 EnrollSchoolCode        pic x(3).
      *>       which of the district's schools the student attends.
      *>       Spaces on rosters cut before the field existed.
           05 EnrollBirthDate         pic x(8).
      *>       CCYYMMDD date of birth. When present it replaces
      *>       EnrollAge - the batch run derives the age from it -
      *>       so the placement never rests on a stale keyed age.
      *>       Spaces on rosters cut before the field existed, which
      *>       still run on the keyed age.
