      *> MASTER-AUDIT-REQUEST control record: which changes the
      *> registrar wants listed from MASTER-CHANGE-AUDIT - one
      *> student's, or everything in a date range, or both.
           05 AreqStudentId           pic x(6).
      *>       spaces = every student.
           05 AreqFromDate            pic 9(8).
           05 AreqToDate              pic 9(8).
      *>       CCYYMMDD, inclusive. Zero = open-ended on that side.
