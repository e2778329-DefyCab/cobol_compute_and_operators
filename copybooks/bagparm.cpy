      *> BIRTH-AGE parameter block passed to the birthage subprogram:
      *> the caller fills in the date of birth and the date the age
      *> is wanted on, and gets back the age in whole years plus a
      *> result code saying whether the date of birth could be used.
           05 BagBirthDate            pic x(8).
      *>       CCYYMMDD as keyed - not trusted to be a date.
           05 BagAsOfDate             pic 9(8).
      *>       CCYYMMDD the age is wanted on (run date, school-year
      *>       cutoff, election date).
           05 BagAge                  pic 99.
      *>       whole years on BagAsOfDate. Zero unless the result is
      *>       valid.
           05 BagResult               pic x.
               88 BagBirthDateValid   value "V".
               88 BagBirthDateMissing value "M".
      *>       spaces - the caller falls back on a keyed age.
               88 BagBirthDateInvalid value "I".
      *>       not numeric, not a calendar date, before 1900 or
      *>       making the student older than 99.
               88 BagBirthDateFuture  value "F".
      *>       a real date, but after BagAsOfDate.
