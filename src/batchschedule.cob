       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchSchedule.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOBSCHEDFILE ASSIGN TO "jobsched.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JOB-STEP-NUM
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL TERMENDFILE ASSIGN TO "termend.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TED-DATE
           FILE STATUS IS TERM-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD JOBSCHEDFILE.
       COPY jobschedrecord-fs.
       FD TERMENDFILE.
       COPY termendrecord-fs.

       WORKING-STORAGE SECTION.
       COPY jobschedrecord-ws.
       COPY caldays-request.
       COPY term-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 TERM-FILE-STATUS-WS PIC X(2).
           88 TERM-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 ROWS-SEEN-WS PIC 9(3) VALUE 0.
       01 STEP-IS-DUE-WS PIC X VALUE "N".
       01 CALL-KIND-WS PIC X(1) VALUE SPACE.
           88 CALL-PLAIN-WS VALUE "P".
           88 CALL-WITH-DATE-WS VALUE "D".
           88 CALL-AS-OPERATOR-WS VALUE "B".
       01 IS-TERM-END-WS PIC X VALUE "N".
       01 FIRST-OPEN-DAY-WS PIC 9(8).
       01 RUN-DATE-YMD-WS.
           05 RUN-YYYY-WS PIC 9(4).
           05 RUN-MM-WS PIC 9(2).
           05 RUN-DD-WS PIC 9(2).
       01 RUN-DAYNUM-WS PIC 9(7).
       01 WEEKDAY-DIFF-WS PIC 9(7).
       01 WEEKDAY-QUOT-WS PIC 9(7).
       01 WEEKDAY-NUM-WS PIC 9(1).
       01 BATCH-OPERATOR-ID-WS PIC 9(10) VALUE 0.
       01 BATCH-OPERATOR-NAME-WS PIC X(20) VALUE "NIGHTLY BATCH".
       01 STEP-ORDER-TABLE-WS.
           05 STEP-ORDER-WS PIC 9(3) OCCURS 40 TIMES.
       01 SORT-IDX-WS PIC 9(2).
       01 SORT-JDX-WS PIC 9(2).
       01 SWAP-ORDER-WS PIC 9(3).
       01 SWAP-STEP-WS PIC X(42).

       LINKAGE SECTION.
       COPY batchsched-request.

      *    The batch schedule behind NightlyBatch: which step runs
      *    on which night comes from jobsched.bin rather than a
      *    fixed list in the driver. A step is due every night (D),
      *    on its marked weekdays (W), on the first business day of
      *    the month (M - the first day of the month the library
      *    calendar has open), or on a term end - the last day of a
      *    term on the term master or a date in termend.bin (T).
      *    The programs the schedule may run are listed here once,
      *    with what each needs to run with nobody at the
      *    keyboard - a run date, or an operator name and run date
      *    for the menu programs that have an unattended mode - so
      *    NightlyBatch and an OpsConsole rerun start a step exactly
      *    the same way.
       PROCEDURE DIVISION USING BATCHSCHED-REQUEST.
       StartPara.
           EVALUATE BSR-FUNC
               WHEN "L"
                   PERFORM ListStepsDue
               WHEN "X"
                   PERFORM LookUpCatalogue
                   IF BSR-CALL-OK = "Y"
                       PERFORM RunCataloguedProgram
                   END-IF
               WHEN "V"
                   PERFORM LookUpCatalogue
               WHEN "G"
                   PERFORM GetOneStep
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT PROGRAM.

      *    Every program the schedule may start, by how it is
      *    called. Anything else - a screen that needs answers
      *    typed, an import that needs a file dropped first - is
      *    refused.
       LookUpCatalogue.
           MOVE "Y" TO BSR-CALL-OK
           EVALUATE BSR-CALL-PROGRAM
               WHEN "OverdueSweepReport"
               WHEN "HoldShelfSweep"
               WHEN "LowStockReport"
               WHEN "ReconciliationReport"
               WHEN "DueSoonSweep"
               WHEN "BackupDataFiles"
               WHEN "InterestAlerts"
               WHEN "FineAccrual"
               WHEN "SpoolRetention"
               WHEN "FineAgingReport"
               WHEN "GateAlarmImport"
               WHEN "ClaimSearchSweep"
               WHEN "AgencyStatusImport"
               WHEN "CashReconReport"
               WHEN "EodSummaryReport"
               WHEN "LibraryStatisticsReport"
               WHEN "SeriesReport"
               WHEN "ShelfListReport"
               WHEN "TurnoverReport"
               WHEN "ValuationReport"
               WHEN "WaitlistDemandReport"
               WHEN "ControlTotals"
               WHEN "WarehouseExtract"
               WHEN "AdminAccessReview"
               WHEN "OperatorReview"
               WHEN "CoBorrowBuild"
               WHEN "CapacityReport"
                   MOVE "P" TO CALL-KIND-WS
               WHEN "GLJournalExport"
               WHEN "CirculationReport"
               WHEN "NewTitlesBulletin"
               WHEN "ReserveUsageReport"
               WHEN "AgencyReferral"
               WHEN "DeptInvoice"
               WHEN "BinderyOverdue"
               WHEN "AuditVerify"
               WHEN "PayPlanReview"
               WHEN "EventReminders"
               WHEN "QuestionStats"
                   MOVE "D" TO CALL-KIND-WS
               WHEN "Membership"
               WHEN "Serials"
               WHEN "AuthorityMaint"
                   MOVE "B" TO CALL-KIND-WS
               WHEN OTHER
                   MOVE SPACE TO CALL-KIND-WS
                   MOVE "N" TO BSR-CALL-OK
           END-EVALUATE.

       RunCataloguedProgram.
           EVALUATE TRUE
               WHEN CALL-PLAIN-WS
                   CALL BSR-CALL-PROGRAM
                       ON EXCEPTION MOVE "N" TO BSR-CALL-OK
                   END-CALL
               WHEN CALL-WITH-DATE-WS
                   CALL BSR-CALL-PROGRAM USING BY CONTENT
                       BSR-RUN-DATE
                       ON EXCEPTION MOVE "N" TO BSR-CALL-OK
                   END-CALL
               WHEN CALL-AS-OPERATOR-WS
                   CALL BSR-CALL-PROGRAM USING BY CONTENT
                       BATCH-OPERATOR-ID-WS BATCH-OPERATOR-NAME-WS
                       BSR-RUN-DATE
                       ON EXCEPTION MOVE "N" TO BSR-CALL-OK
                   END-CALL
           END-EVALUATE.

       ListStepsDue.
           MOVE 0 TO BSR-STEP-COUNT
           MOVE BSR-RUN-DATE TO RUN-DATE-YMD-WS
           PERFORM OpenScheduleFile
           PERFORM JudgeRunDate
           MOVE 0 TO JOB-STEP-NUM
           START JOBSCHEDFILE KEY IS >= JOB-STEP-NUM
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ JOBSCHEDFILE NEXT INTO JOB-SCHEDULE-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM JudgeOneStep
               END-READ
           END-PERFORM
           CLOSE JOBSCHEDFILE
           PERFORM SortStepsByOrder.

       GetOneStep.
           MOVE 0 TO BSR-STEP-COUNT
           PERFORM OpenScheduleFile
           MOVE BSR-STEP-NUM(1) TO JOB-STEP-NUM
           READ JOBSCHEDFILE INTO JOB-SCHEDULE-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO BSR-STEP-COUNT
                   MOVE JOB-STEP-NAME-WS TO BSR-STEP-NAME(1)
                   MOVE JOB-PROGRAM-WS TO BSR-PROGRAM(1)
           END-READ
           CLOSE JOBSCHEDFILE.

      *    An empty schedule is seeded with the sequence the driver
      *    always ran, plus the monthly reports that used to be run
      *    by hand, so the first night under the schedule runs what
      *    the last night without it did.
       OpenScheduleFile.
           OPEN INPUT JOBSCHEDFILE
           IF FILE-DOES-NOT-EXIST-WS
               MOVE 0 TO ROWS-SEEN-WS
           ELSE
               MOVE 1 TO ROWS-SEEN-WS
               MOVE 0 TO JOB-STEP-NUM
               START JOBSCHEDFILE KEY IS >= JOB-STEP-NUM
                   INVALID KEY MOVE 0 TO ROWS-SEEN-WS
               END-START
               CLOSE JOBSCHEDFILE
           END-IF
           IF ROWS-SEEN-WS = 0
               PERFORM SeedSchedule
           END-IF
           OPEN INPUT JOBSCHEDFILE.

       SeedSchedule.
           OPEN OUTPUT JOBSCHEDFILE
           MOVE "NNNNNNN" TO JOB-WEEKDAYS
           MOVE "Y" TO JOB-ACTIVE
           MOVE "INSTALLED" TO JOB-SET-BY
           MOVE BSR-RUN-DATE TO JOB-SET-DATE
           MOVE "D" TO JOB-FREQ
           MOVE 1 TO JOB-STEP-NUM
           MOVE 10 TO JOB-RUN-ORDER
           MOVE "OverdueSweepReport" TO JOB-PROGRAM
           MOVE "OVERDUE SWEEP" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 2 TO JOB-STEP-NUM
           MOVE 20 TO JOB-RUN-ORDER
           MOVE "HoldShelfSweep" TO JOB-PROGRAM
           MOVE "HOLD SHELF SWEEP" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 3 TO JOB-STEP-NUM
           MOVE 30 TO JOB-RUN-ORDER
           MOVE "LowStockReport" TO JOB-PROGRAM
           MOVE "LOW STOCK REPORT" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 4 TO JOB-STEP-NUM
           MOVE 40 TO JOB-RUN-ORDER
           MOVE "ReconciliationReport" TO JOB-PROGRAM
           MOVE "RECONCILIATION" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 5 TO JOB-STEP-NUM
           MOVE 50 TO JOB-RUN-ORDER
           MOVE "DueSoonSweep" TO JOB-PROGRAM
           MOVE "DUE-SOON REMINDERS" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 11 TO JOB-STEP-NUM
           MOVE 60 TO JOB-RUN-ORDER
           MOVE "FineAccrual" TO JOB-PROGRAM
           MOVE "FINE ACCRUAL" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 27 TO JOB-STEP-NUM
           MOVE 65 TO JOB-RUN-ORDER
           MOVE "PayPlanReview" TO JOB-PROGRAM
           MOVE "PAYMENT PLAN REVIEW" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 28 TO JOB-STEP-NUM
           MOVE 66 TO JOB-RUN-ORDER
           MOVE "EventReminders" TO JOB-PROGRAM
           MOVE "EVENT REMINDERS" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 12 TO JOB-STEP-NUM
           MOVE 70 TO JOB-RUN-ORDER
           MOVE "GLJournalExport" TO JOB-PROGRAM
           MOVE "GL JOURNAL EXPORT" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 13 TO JOB-STEP-NUM
           MOVE 80 TO JOB-RUN-ORDER
           MOVE "SpoolRetention" TO JOB-PROGRAM
           MOVE "REPORT RETENTION" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 19 TO JOB-STEP-NUM
           MOVE 81 TO JOB-RUN-ORDER
           MOVE "ControlTotals" TO JOB-PROGRAM
           MOVE "CONTROL TOTALS" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 26 TO JOB-STEP-NUM
           MOVE 78 TO JOB-RUN-ORDER
           MOVE "AuditVerify" TO JOB-PROGRAM
           MOVE "AUDIT CHAIN VERIFY" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 14 TO JOB-STEP-NUM
           MOVE 82 TO JOB-RUN-ORDER
           MOVE "M" TO JOB-FREQ
           MOVE "CirculationReport" TO JOB-PROGRAM
           MOVE "MONTHLY CIRCULATION" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 15 TO JOB-STEP-NUM
           MOVE 84 TO JOB-RUN-ORDER
           MOVE "FineAgingReport" TO JOB-PROGRAM
           MOVE "FINE AGING" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 16 TO JOB-STEP-NUM
           MOVE 86 TO JOB-RUN-ORDER
           MOVE "Membership" TO JOB-PROGRAM
           MOVE "MEMBERSHIP EXPIRY" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 17 TO JOB-STEP-NUM
           MOVE 88 TO JOB-RUN-ORDER
           MOVE "NewTitlesBulletin" TO JOB-PROGRAM
           MOVE "NEW TITLES BULLETIN" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 18 TO JOB-STEP-NUM
           MOVE 89 TO JOB-RUN-ORDER
           MOVE "Serials" TO JOB-PROGRAM
           MOVE "SERIALS CLAIM RUN" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 24 TO JOB-STEP-NUM
           MOVE 79 TO JOB-RUN-ORDER
           MOVE "DeptInvoice" TO JOB-PROGRAM
           MOVE "DEPARTMENTAL INVOICE" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 29 TO JOB-STEP-NUM
           MOVE 85 TO JOB-RUN-ORDER
           MOVE "QuestionStats" TO JOB-PROGRAM
           MOVE "REFERENCE QUESTIONS" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 21 TO JOB-STEP-NUM
           MOVE 87 TO JOB-RUN-ORDER
           MOVE "Q" TO JOB-FREQ
           MOVE "AdminAccessReview" TO JOB-PROGRAM
           MOVE "ADMIN ACCESS REVIEW" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 22 TO JOB-STEP-NUM
           MOVE 83 TO JOB-RUN-ORDER
           MOVE "W" TO JOB-FREQ
           MOVE "NNNNNNY" TO JOB-WEEKDAYS
           MOVE "OperatorReview" TO JOB-PROGRAM
           MOVE "OPERATOR REVIEW" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 23 TO JOB-STEP-NUM
           MOVE 85 TO JOB-RUN-ORDER
           MOVE "CoBorrowBuild" TO JOB-PROGRAM
           MOVE "ALSO-BORROWED BUILD" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 30 TO JOB-STEP-NUM
           MOVE 84 TO JOB-RUN-ORDER
           MOVE "CapacityReport" TO JOB-PROGRAM
           MOVE "CAPACITY AND RANGES" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE "YNNNNNN" TO JOB-WEEKDAYS
           MOVE 25 TO JOB-STEP-NUM
           MOVE 92 TO JOB-RUN-ORDER
           MOVE "BinderyOverdue" TO JOB-PROGRAM
           MOVE "OVERDUE FROM BINDERY" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE "NNNNNNN" TO JOB-WEEKDAYS
           MOVE "D" TO JOB-FREQ
           MOVE 6 TO JOB-STEP-NUM
           MOVE 90 TO JOB-RUN-ORDER
           MOVE "BackupDataFiles" TO JOB-PROGRAM
           MOVE "BACKUP" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 20 TO JOB-STEP-NUM
           MOVE 95 TO JOB-RUN-ORDER
           MOVE "WarehouseExtract" TO JOB-PROGRAM
           MOVE "WAREHOUSE EXTRACT" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           MOVE 10 TO JOB-STEP-NUM
           MOVE 100 TO JOB-RUN-ORDER
           MOVE "InterestAlerts" TO JOB-PROGRAM
           MOVE "INTEREST ALERTS" TO JOB-STEP-NAME
           WRITE JOB-SCHEDULE-RECORD
           CLOSE JOBSCHEDFILE
           DISPLAY "BATCH SCHEDULE SEEDED WITH THE STANDING NIGHTLY "
               "STEPS.".

      *    What kind of night it is, worked out once: the weekday
      *    (1 Monday - 7 Sunday, the same count CalendarDays uses
      *    for its weekday pattern), whether it is the month's first
      *    open day, and whether it is a term end - the last day of
      *    a term on the term master, or an extra date kept in
      *    termend.bin.
       JudgeRunDate.
           CALL "DayNum" USING RUN-DATE-YMD-WS RUN-DAYNUM-WS
           COMPUTE WEEKDAY-DIFF-WS = RUN-DAYNUM-WS - 730792
           DIVIDE WEEKDAY-DIFF-WS BY 7 GIVING WEEKDAY-QUOT-WS
               REMAINDER WEEKDAY-NUM-WS
           ADD 1 TO WEEKDAY-NUM-WS
           MOVE "O" TO CALDAYS-FUNC
           MOVE RUN-YYYY-WS TO CALDAYS-YYYY-1
           MOVE RUN-MM-WS TO CALDAYS-MM-1
           MOVE 1 TO CALDAYS-DD-1
           CALL "CalendarDays" USING CALDAYS-REQUEST
           MOVE CALDAYS-DATE-2 TO FIRST-OPEN-DAY-WS
           MOVE "N" TO IS-TERM-END-WS
           MOVE "D" TO TRQ-FUNC
           MOVE BSR-RUN-DATE TO TRQ-DATE
           CALL "TermLookup" USING TRQ-REQUEST
           IF TRQ-TERM-FOUND AND TRQ-END = BSR-RUN-DATE
               MOVE "Y" TO IS-TERM-END-WS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TERMENDFILE
           IF TERM-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE BSR-RUN-DATE TO TED-DATE
           READ TERMENDFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO IS-TERM-END-WS
           END-READ
           CLOSE TERMENDFILE.

       JudgeOneStep.
           IF NOT JOB-IS-ACTIVE-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO STEP-IS-DUE-WS
           EVALUATE TRUE
               WHEN JOB-RUNS-DAILY-WS
                   MOVE "Y" TO STEP-IS-DUE-WS
               WHEN JOB-RUNS-WEEKDAYS-WS
                   IF JOB-WEEKDAY-WS(WEEKDAY-NUM-WS) = "Y"
                       MOVE "Y" TO STEP-IS-DUE-WS
                   END-IF
               WHEN JOB-RUNS-MONTHLY-WS
                   IF FIRST-OPEN-DAY-WS = BSR-RUN-DATE
                       MOVE "Y" TO STEP-IS-DUE-WS
                   END-IF
               WHEN JOB-RUNS-QUARTERLY-WS
                   IF FIRST-OPEN-DAY-WS = BSR-RUN-DATE AND
                           (RUN-MM-WS = 1 OR RUN-MM-WS = 4 OR
                            RUN-MM-WS = 7 OR RUN-MM-WS = 10)
                       MOVE "Y" TO STEP-IS-DUE-WS
                   END-IF
               WHEN JOB-RUNS-TERM-END-WS
                   MOVE IS-TERM-END-WS TO STEP-IS-DUE-WS
           END-EVALUATE
           IF STEP-IS-DUE-WS = "N" OR BSR-STEP-COUNT >= 40
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BSR-STEP-COUNT
           MOVE JOB-RUN-ORDER-WS TO STEP-ORDER-WS(BSR-STEP-COUNT)
           MOVE JOB-STEP-NUM-WS TO BSR-STEP-NUM(BSR-STEP-COUNT)
           MOVE JOB-STEP-NAME-WS TO BSR-STEP-NAME(BSR-STEP-COUNT)
           MOVE JOB-PROGRAM-WS TO BSR-PROGRAM(BSR-STEP-COUNT).

       SortStepsByOrder.
           PERFORM VARYING SORT-IDX-WS FROM 1 BY 1
                   UNTIL SORT-IDX-WS >= BSR-STEP-COUNT
               PERFORM VARYING SORT-JDX-WS FROM 1 BY 1
                       UNTIL SORT-JDX-WS >= BSR-STEP-COUNT
                   IF STEP-ORDER-WS(SORT-JDX-WS) >
                           STEP-ORDER-WS(SORT-JDX-WS + 1)
                       MOVE STEP-ORDER-WS(SORT-JDX-WS)
                           TO SWAP-ORDER-WS
                       MOVE STEP-ORDER-WS(SORT-JDX-WS + 1)
                           TO STEP-ORDER-WS(SORT-JDX-WS)
                       MOVE SWAP-ORDER-WS
                           TO STEP-ORDER-WS(SORT-JDX-WS + 1)
                       MOVE BSR-STEP(SORT-JDX-WS) TO SWAP-STEP-WS
                       MOVE BSR-STEP(SORT-JDX-WS + 1)
                           TO BSR-STEP(SORT-JDX-WS)
                       MOVE SWAP-STEP-WS
                           TO BSR-STEP(SORT-JDX-WS + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
