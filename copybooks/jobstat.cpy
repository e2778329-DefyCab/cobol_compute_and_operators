      *> JOB-STEP-STATUS record: appended by the job-stream
      *> controller - a "S" row as each step starts and a second row
      *> with its outcome when it ends, so a step that was running
      *> when the stream died shows as started but never ended. The
      *> latest row for a step on a batch night is its state.
           05 JssBatchDate            pic 9(8).
      *>       CCYYMMDD of the night the window belongs to - a window
      *>       that runs past midnight stays on the evening's date.
           05 JssStepName             pic x(15).
           05 JssStartTime            pic 9(6).
           05 JssEndTime              pic 9(6).
      *>       HHMMSS; zero on the "S" row.
           05 JssOutcome              pic x(1).
      *>       "S" = started, "C" = completed cleanly, "F" = failed
      *>       (non-zero return code), "R" = refused - a
      *>       prerequisite had not completed tonight.
           05 JssReturnCode           pic 9(5).
           05 JssRunDate              pic 9(8).
      *>       CCYYMMDD the row was written.
