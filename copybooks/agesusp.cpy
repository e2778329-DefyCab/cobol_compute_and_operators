      *>       drives the year-end retention cutoff. Spaces on rows
      *>       written before the field existed (treated as older
      *>       than any cutoff).
           05 SuspBirthDate           pic x(8).
      *>       the date of birth as keyed on the roster - impossible
      *>       and future dates of birth are routed here too, with
      *>       the reason saying which. Spaces on rows written before
      *>       the field existed.
