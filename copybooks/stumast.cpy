      *>       existed - treated as active.
           05 MastStatusDate          pic 9(8).
      *>       CCYYMMDD the current status/school took effect.
           05 MastBirthDate           pic x(8).
      *>       CCYYMMDD date of birth, taken from the roster when it
      *>       carries one. MastAge is the age on MastLastUpdate;
      *>       anything that needs an age on another date derives it
      *>       from here. Spaces when no roster has carried a date
      *>       of birth for the student yet.
