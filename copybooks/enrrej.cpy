           05 ERejReason              pic x(20).
           05 ERejRunDate             pic 9(8).
      *>       CCYYMMDD of the edit run that rejected the record.
           05 ERejBirthDate           pic x(8).
      *>       the date of birth as keyed - may be garbage.
