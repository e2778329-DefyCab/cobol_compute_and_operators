      *> MASTER-CHANGE-AUDIT record: one row appended by every
      *> program that adds, changes or deletes a STUDENT-MASTER
      *> record - the record as it stood before and after, which
      *> program did it and when, so "who changed this child's
      *> school and when" is answered from the file.
           05 AudStudentId            pic x(6).
           05 AudChangeDate           pic 9(8).
      *>       CCYYMMDD.
           05 AudChangeTime           pic 9(6).
      *>       HHMMSS.
           05 AudProgram              pic x(15).
      *>       the PROGRAM-ID that made the change.
           05 AudAction               pic x(1).
      *>       "A" = record added, "C" = changed, "D" = deleted.
           05 AudOperatorId           pic x(8).
      *>       the operator keyed on a master maintenance
      *>       transaction. Spaces on changes made by the batch
      *>       runs, where the program is the whole answer.
           05 AudBeforeImage          pic x(56).
      *>       the STUDENT-MASTER record before the change - spaces
      *>       on an add.
           05 AudAfterImage           pic x(56).
      *>       the record after the change - spaces on a delete.
