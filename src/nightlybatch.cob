
       WORKING-STORAGE SECTION.
       COPY runctlrecord-ws.
       COPY spool-request.
       COPY batchsched-request.
       COPY sysstatus-request.
       01 HOLDS-SYSTEM-FLAG-WS PIC X VALUE "N".

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 STEP-ALREADY-DONE-WS PIC X VALUE "N".
       01 STEPS-RUN-WS PIC 9(2) VALUE 0.
       01 STEPS-SKIPPED-WS PIC 9(2) VALUE 0.
       01 STEPS-FAILED-WS PIC 9(2) VALUE 0.
       01 STEP-IDX-WS PIC 9(2).

      *    Unattended nightly driver: builds tonight's step list
      *    from the batch schedule (jobsched.bin, through
      *    BatchSchedule) - the every-night closing sequence plus
      *    whatever is due on this weekday, on the month's first
      *    business day or at a term end - and runs it in order
      *    with no operator at the keyboard, writing a run-control
      *    row to runctl.bin as each step completes.
      *    Launched again after a crash it resumes
      *    from the first step of tonight's window without a
      *    completed row, so a failure mid-backup at 2am no longer
      *    means redoing the whole window by hand in the morning.
      *    Step numbers 7-9 belong to the year-end close, which runs
      *    its own phases under this same run-control convention;
      *    90-99 are the warehouse extract's per-file checkpoints.
       PROCEDURE DIVISION.
       StartPara.
           PERFORM CloseSystemForRun
           PERFORM OpenRunControl
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           DISPLAY "NIGHTLY BATCH FOR " TODAY-MM-WS "/" TODAY-DD-WS
               "/" TODAY-YYYY-WS
           MOVE "L" TO BSR-FUNC
           MOVE TODAY-DATE-WS TO BSR-RUN-DATE
           CALL "BatchSchedule" USING BATCHSCHED-REQUEST
           DISPLAY BSR-STEP-COUNT " STEP(S) SCHEDULED TONIGHT."
           PERFORM VARYING STEP-IDX-WS FROM 1 BY 1
                   UNTIL STEP-IDX-WS > BSR-STEP-COUNT
               MOVE BSR-STEP-NUM(STEP-IDX-WS) TO STEP-NUM-WS
               MOVE BSR-STEP-NAME(STEP-IDX-WS) TO STEP-NAME-WS
               PERFORM CheckStepDone
               IF STEP-ALREADY-DONE-WS = "N"
                   PERFORM RunScheduledStep
               END-IF
           END-PERFORM

           CLOSE RUNCTLFILE
           DISPLAY " "
           DISPLAY "NIGHTLY BATCH COMPLETE: " STEPS-RUN-WS
               " STEP(S) RUN, " STEPS-SKIPPED-WS
               " ALREADY DONE THIS WINDOW."
           IF STEPS-FAILED-WS > 0
               DISPLAY STEPS-FAILED-WS " STEP(S) COULD NOT BE RUN - "
                   "SEE THE OPERATIONS CONSOLE."
           END-IF
           PERFORM ReopenSystemAfterRun
           STOP RUN.

      *    A step whose program cannot be started is left without a
      *    completion row, so the morning readiness screen shows it
      *    and a restart tries it again.
       RunScheduledStep.
           MOVE "X" TO BSR-FUNC
           MOVE BSR-PROGRAM(STEP-IDX-WS) TO BSR-CALL-PROGRAM
           CALL "BatchSchedule" USING BATCHSCHED-REQUEST
           IF BSR-CALL-OK = "Y"
               PERFORM RecordStepDone
           ELSE
               DISPLAY "STEP " STEP-NUM-WS ": PROGRAM "
                   BSR-CALL-PROGRAM " COULD NOT BE RUN - NOT "
                   "CHECKPOINTED."
               ADD 1 TO STEPS-FAILED-WS
           END-IF.

       OpenRunControl.
           OPEN EXTEND RUNCTLFILE
           IF FILE-DOES-NOT-EXIST-WS
           IF STEP-ALREADY-DONE-WS = "N"
               DISPLAY " "
               DISPLAY "STEP " STEP-NUM-WS ": " STEP-NAME-WS
               PERFORM NameStepForSpool
           END-IF.

      *    Reports a step prints are indexed as run by the step.
       NameStepForSpool.
           MOVE "W" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-RUN-BY
           STRING "NIGHTLY STEP " STEP-NUM-WS
               DELIMITED BY SIZE INTO SPOOL-RUN-BY
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.

       RecordStepDone.
           MOVE TODAY-YYYY-WS TO RUN-YYYY
           MOVE TODAY-MM-WS TO RUN-MM
           MOVE STEP-NUM-WS TO RUN-STEP-NUM
           MOVE STEP-NAME-WS TO RUN-STEP-NAME
           MOVE "C" TO RUN-STATUS
           MOVE 0 TO RUN-BATCH-DATE
           MOVE 0 TO RUN-BATCH-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
                   END-REWRITE
           END-WRITE
           ADD 1 TO STEPS-RUN-WS.

      *    The desks are read-only while the night's steps rewrite the
      *    files; a step that sets the flag itself runs under this
      *    one and leaves it for the driver to clear.
       CloseSystemForRun.
           MOVE "S" TO SST-FUNC
           MOVE "R" TO SST-STATE
           MOVE "NIGHTLY BATCH RUNNING" TO SST-REASON
           MOVE 240 TO SST-MINUTES
           MOVE "NightlyBatch" TO SST-SET-BY
           CALL "SystemStatus" USING SST-REQUEST
           MOVE SST-DONE TO HOLDS-SYSTEM-FLAG-WS.

       ReopenSystemAfterRun.
           IF HOLDS-SYSTEM-FLAG-WS = "Y"
               MOVE "C" TO SST-FUNC
               MOVE "NightlyBatch" TO SST-SET-BY
               CALL "SystemStatus" USING SST-REQUEST
               MOVE "N" TO HOLDS-SYSTEM-FLAG-WS
           END-IF.
