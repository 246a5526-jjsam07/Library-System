      *    Request block for the BatchSchedule subprogram, which
      *    reads jobsched.bin for NightlyBatch and OpsConsole.
      *      "L" - list the steps due on BSR-RUN-DATE in run order
      *            (answer in BSR-STEP-COUNT and the BSR-STEP
      *            table); an empty schedule is first seeded with
      *            the standing nightly sequence
      *      "X" - run the program BSR-CALL-PROGRAM for
      *            BSR-RUN-DATE, passing whatever that program needs
      *            to run unattended (BSR-CALL-OK "N" when it is not
      *            one the schedule may run)
      *      "V" - only check that BSR-CALL-PROGRAM is one the
      *            schedule may run (BSR-CALL-OK)
      *      "G" - get the schedule row for step BSR-STEP-NUM(1),
      *            due tonight or not (BSR-STEP-COUNT 1 when found,
      *            0 when the step is not on the schedule)
       01 BATCHSCHED-REQUEST.
           05 BSR-FUNC PIC X(1).
           05 BSR-RUN-DATE PIC 9(8).
           05 BSR-CALL-PROGRAM PIC X(20).
           05 BSR-CALL-OK PIC X(1).
           05 BSR-STEP-COUNT PIC 9(2).
           05 BSR-STEP OCCURS 40 TIMES.
               10 BSR-STEP-NUM PIC 9(2).
               10 BSR-STEP-NAME PIC X(20).
               10 BSR-PROGRAM PIC X(20).
