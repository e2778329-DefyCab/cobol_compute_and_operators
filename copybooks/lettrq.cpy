      *> LETTER-QUEUE record: one guardian letter queued by the batch
      *> run - the student's results plus the guardian contact it
      *> goes to. The run-end letter pass sorts the queue into
      *> household mailings in postal code order.
           05 LqHouseholdKey.
               10 LqHouseholdType     pic x(1).
      *>       "H" - a household ID from the contact; "S" - a
      *>       student with no household ID (or no contact), keyed
      *>       on the student ID so they stand alone.
               10 LqHouseholdId       pic x(8).
           05 LqHoldFlag              pic x(1).
      *>       "Y" - this student's contact is flagged undeliverable.
           05 LqContactFlag           pic x(1).
      *>       "Y" - a contact is on file for the student.
           05 LqDisposition           pic x(1).
      *>       set by the household pass: "M" mailed, "H" held for
      *>       returned mail, "N" no contact on file.
           05 LqStudentId             pic x(6).
           05 LqStudentName           pic x(20).
           05 LqSchoolCode            pic x(3).
           05 LqGradeType             pic x(1).
           05 LqGradeLevel            pic 9(2).
           05 LqScore                 pic 9(3).
           05 LqScoreLetter           pic x(1).
           05 LqPassFail              pic x(1).
           05 LqMailTo.
      *>       the guardian contact - the household pass overwrites
      *>       it with the address the whole household is mailed at.
               10 LqGuardianName      pic x(30).
               10 LqAddressLine1      pic x(30).
               10 LqAddressLine2      pic x(30).
               10 LqPostalCode        pic x(6).
               10 LqCity              pic x(20).
               10 LqLangCode          pic x(2).
               10 LqUndelivDate       pic 9(8).
      *>       when the returned mail was recorded - zero unless
      *>       held.
