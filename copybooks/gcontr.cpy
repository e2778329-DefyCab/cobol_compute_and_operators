      *> GUARDIAN-CONTACT transaction record: one action from the
      *> office against a student's GUARDIAN-CONTACT record.
      *> Actions: "A" = add a contact, "C" = change (non-blank fields
      *> replace the ones on file), "D" = delete, "R" = returned
      *> mail - the address is flagged undeliverable and the
      *> household's letters are held from the next run on. Unknown
      *> students and illegal moves are rejected by the run.
           05 GctStudentId            pic x(6).
           05 GctAction               pic x(1).
           05 GctGuardianName         pic x(30).
           05 GctAddressLine1         pic x(30).
           05 GctAddressLine2         pic x(30).
           05 GctPostalCode           pic x(6).
           05 GctCity                 pic x(20).
           05 GctLangCode             pic x(2).
           05 GctHouseholdId          pic x(8).
      *>       the fields above are required on "A" (address line 2
      *>       and household optional), optional on "C", ignored on
      *>       "D" and "R". A "C" that changes any address field is
      *>       a new address and clears the undeliverable flag.
           05 GctEffectiveDate        pic 9(8).
      *>       CCYYMMDD - on "R" the date the mail came back.
