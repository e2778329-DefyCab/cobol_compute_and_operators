      *> JOB-STEP-CONTROL record: one row per step of the nightly
      *> batch window, in the order the steps run. Maintained by
      *> operations; read by the job-stream controller only.
           05 JscStepName             pic x(15).
      *>       the name prerequisites refer to, e.g. "ROSTEREDIT".
           05 JscRequired             pic x(1).
      *>       "R" = required - a failure ends the night's stream;
      *>       "O" = optional - a failure holds back only the steps
      *>       that name it as a prerequisite.
           05 JscPrereqs.
               10 JscPrereqName       pic x(15) occurs 3 times.
      *>       steps that must have finished cleanly tonight before
      *>       this one may start. Spaces where unused.
           05 JscCommand              pic x(80).
      *>       the command that runs the step, e.g. "./rosteredit".
