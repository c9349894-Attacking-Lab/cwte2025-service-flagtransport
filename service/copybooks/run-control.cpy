      * Shared end-of-day run-control file record layout.
      * COPY this into the FD of any program that opens
      * data/run-control.dat so the physical record layout can never
      * drift between programs.
      * One step of the job stream for one business date, in stream
      * order: when it last started and ended and the return code it
      * ended with. A step moves Running -> Completed or Failed; a
      * rerun of the business date skips Completed steps and runs a
      * Failed (or interrupted, still Running) step again, counting
      * the attempt.
       01 Run-Control.
           05 RN-Key.
               10 RN-Business-Date PIC 9(8).
               10 RN-Step-No PIC 9(3).
               10 RN-Step PIC X(16).
           05 RN-State PIC X.
               88 RN-Running VALUE "R".
               88 RN-Completed VALUE "C".
               88 RN-Failed VALUE "F".
           05 RN-Start-Date PIC 9(8).
           05 RN-Start-Time PIC 9(6).
      *    ZERO while the step is running.
           05 RN-End-Date PIC 9(8).
           05 RN-End-Time PIC 9(6).
           05 RN-Return-Code PIC 9(4).
      *    Highest return code the step may end with and still count
      *    as completed, as the control file had it on the last run.
           05 RN-Max-Return-Code PIC 9(2).
           05 RN-Attempts PIC 9(3).
