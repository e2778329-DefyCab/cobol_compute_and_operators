      *> with.
           05 CorrStudentId           pic x(6).
           05 CorrCorrectedAge        pic 99.
           05 CorrBirthDate           pic x(8).
      *>       the corrected CCYYMMDD date of birth. When keyed it
      *>       takes precedence over CorrCorrectedAge, which is then
      *>       left zero. Spaces on corrections that only carry an
      *>       age.
