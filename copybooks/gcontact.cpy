      *> GUARDIAN-CONTACT record: indexed on student ID, one per
      *> student - who the guardian letters go to and in which
      *> language. Students sharing a GconHouseholdId are one
      *> household and get one mailing between them. Maintained by
      *> the guardian contact transaction run only.
           05 GconStudentId           pic x(6).
           05 GconGuardianName        pic x(30).
           05 GconAddressLine1        pic x(30).
           05 GconAddressLine2        pic x(30).
      *>       c/o, apartment - spaces when not needed.
           05 GconPostalCode          pic x(6).
      *>       as printed, e.g. "123 45".
           05 GconCity                pic x(20).
           05 GconLangCode            pic x(2).
      *>       "SV" or "EN" - the language the guardian's letters
      *>       print in. Spaces follow the run's LANG-CONTROL.
           05 GconHouseholdId         pic x(8).
      *>       spaces - the student is a household of one.
           05 GconUndeliverable       pic x(1).
      *>       "Y" - mail to this address came back; the household's
      *>       letters are held for the office until a changed
      *>       address clears it. Space otherwise.
           05 GconUndelivDate         pic 9(8).
      *>       CCYYMMDD the returned mail was recorded; zero when
      *>       the address is deliverable.
           05 GconLastUpdate          pic 9(8).
      *>       CCYYMMDD of the last maintenance transaction.
