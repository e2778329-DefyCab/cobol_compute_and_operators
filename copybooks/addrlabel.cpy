      *> ADDRESS-LABEL record: one per household mailing in the
      *> night's guardian letters, in postal code order - the same
      *> order as the letters themselves, so envelopes and contents
      *> come off the printers matched.
           05 LblPostalCode           pic x(6).
           05 LblCity                 pic x(20).
           05 LblGuardianName         pic x(30).
           05 LblAddressLine1         pic x(30).
           05 LblAddressLine2         pic x(30).
           05 LblHouseholdId          pic x(8).
      *>       the household ID, or the student ID for a household
      *>       of one.
           05 LblLetterCount          pic 9(2).
      *>       letters in the envelope.
