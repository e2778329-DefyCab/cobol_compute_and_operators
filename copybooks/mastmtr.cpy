      *> MASTER-MAINTENANCE transaction record: one correction from
      *> the office to a STUDENT-MASTER record, keyed by the
      *> operator named on it. Actions: "N" = name correction, "S"
      *> = school code correction (a keying fix, not a transfer -
      *> transfers stay with the student-status run), "T" = status
      *> correction, "B" = date of birth correction. Unknown IDs,
      *> missing operators and corrections that change nothing are
      *> rejected by the master maintenance run.
           05 MmtStudentId            pic x(6).
           05 MmtAction               pic x(1).
           05 MmtOperatorId           pic x(8).
           05 MmtNewName              pic x(20).
      *>       required on "N".
           05 MmtNewSchool            pic x(3).
      *>       required on "S".
           05 MmtNewStatus            pic x(1).
      *>       "A" or "W" - required on "T".
           05 MmtNewBirthDate         pic x(8).
      *>       CCYYMMDD - required on "B".
           05 MmtEffectiveDate        pic 9(8).
      *>       CCYYMMDD the corrected status took effect, on "T".
      *>       Zero = the run date.
