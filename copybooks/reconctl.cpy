      *> SIS-RECON-CONTROL record: options for the reconciliation
      *> run against the district snapshot.
           05 RcnQueueCorrections     pic x(1).
      *>       "Y" - queue a corrective "D" detail or "W" withdrawal
      *>       row on SIS-EXTRACT-DETAIL for every discrepancy, so the
      *>       next nightly feed puts the district right. Anything
      *>       else - report only.
