       IDENTIFICATION DIVISION.
       PROGRAM-ID. CapacityReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAPSNAPFILE ASSIGN TO "capsnap.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAP-REF-ID
           FILE STATUS IS SNAP-FILE-STATUS-WS.

           SELECT OPTIONAL BOOKRECORD ASSIGN TO "library.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOOK-ID
           ALTERNATE RECORD KEY IS BOOKNAME
           ALTERNATE RECORD KEY IS AUTHORNAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS CATEGORY WITH DUPLICATES
           ALTERNATE RECORD KEY IS ISBN WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL BORROWRECORD ASSIGN TO "borrow.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL CIRCEVENTFILE ASSIGN TO "circevent.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIRC-REF-ID
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL HISTORYRECORD ASSIGN TO "history.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HISTORY-REF-ID
           ALTERNATE RECORD KEY IS HSTUDENT-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS HBOOK-ID WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL AUDITRECORD ASSIGN TO "audit.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDIT-REF-ID
           ALTERNATE RECORD KEY IS AUDIT-BOOK-ID WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL JOURNALRECORD ASSIGN TO "journal.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JOURNAL-REF-ID
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL FINERECORD ASSIGN TO "fine.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FINE-REF-ID
           ALTERNATE RECORD KEY IS FSTUDENT-ID WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL PAYMENTRECORD ASSIGN TO "payment.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAY-REF-ID
           ALTERNATE RECORD KEY IS PAY-STUDENT-ID WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL NOTICEHIST ASSIGN TO "noticehist.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NH-REF-ID
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL BOOKCHANGEFILE ASSIGN TO "bookchange.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BCHG-REF-ID
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL WORKQUEUE ASSIGN TO "workqueue.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WQ-REF-ID
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL CLASSSETRECORD ASSIGN TO "classset.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-BOOKING-ID
           ALTERNATE RECORD KEY IS CS-BOOK-ID WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL SERIESFILE ASSIGN TO SERIES-NAME-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SERIES-KEY
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD CAPSNAPFILE.
       COPY capsnaprecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD BORROWRECORD.
       COPY borrowrecord-fs.
       FD CIRCEVENTFILE.
       COPY circeventrecord-fs.
       FD HISTORYRECORD.
       COPY historyrecord-fs.
       FD AUDITRECORD.
       COPY auditrecord-fs.
       FD JOURNALRECORD.
       COPY journalrecord-fs.
       FD FINERECORD.
       COPY finerecord-fs.
       FD PAYMENTRECORD.
       COPY payrecord-fs.
       FD NOTICEHIST.
       COPY noticehistrecord-fs.
       FD BOOKCHANGEFILE.
       COPY bookchangerecord-fs.
       FD WORKQUEUE.
       COPY workqueuerecord-fs.
       FD CLASSSETRECORD.
       COPY classsetrecord-fs.
      *    Every NextNumber series file has the same single-row
      *    shape as studentseq.bin, so one description reads them
      *    all.
       FD SERIESFILE.
       01 SERIES-RECORD.
           05 SERIES-KEY PIC 9(1).
           05 SERIES-NEXT-ID PIC 9(10).

       WORKING-STORAGE SECTION.
       COPY capsnaprecord-ws.
       COPY policyrecord-ws.
       COPY wqex-request.
       COPY spool-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 SNAP-FILE-STATUS-WS PIC X(2).
           88 SNAP-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 EOF-WS PIC X VALUE "N".

       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
           05 TODAY-DD-WS PIC 9(2).
       01 TODAY-DAYNUM-WS PIC 9(7).
       01 PRIOR-DATE-WS.
           05 PRIOR-YYYY-WS PIC 9(4).
           05 PRIOR-MM-WS PIC 9(2).
           05 PRIOR-DD-WS PIC 9(2).
       01 PRIOR-DAYNUM-WS PIC 9(7).
       01 SPAN-DAYS-WS PIC 9(7).
       01 RUNOUT-DATE-WS PIC 9(8).
       01 RUNOUT-DAYS-WS PIC 9(3).

      *    The item being measured, whichever kind it is.
       01 ITEM-NAME-WS PIC X(16).
       01 ITEM-KIND-WS PIC X(1).
       01 ITEM-USED-WS PIC 9(12).
       01 ITEM-BYTES-WS PIC 9(12).
       01 ITEM-LIMIT-WS PIC 9(12).
       01 ITEM-PEAK-ONLY-WS PIC X VALUE "N".
       01 PRIOR-FOUND-WS PIC X VALUE "N".
       01 PRIOR-USED-WS PIC 9(12).
       01 PRIOR-BYTES-WS PIC 9(12).
       01 DAILY-USED-WS PIC S9(11)V9(4).
       01 DAILY-BYTES-WS PIC S9(11)V9(4).
       01 WEEKLY-USED-WS PIC S9(11).
       01 WEEKLY-BYTES-WS PIC S9(11).
       01 DAYS-LEFT-WS PIC 9(11).
       01 PERCENT-USED-WS PIC 9(3).
       01 ITEM-WARN-WS PIC X VALUE "N".

       01 RECORD-COUNT-WS PIC 9(12).
       01 PEAK-CIRC-SEQ-WS PIC 9(2) VALUE 0.
       01 PEAK-BCHG-SEQ-WS PIC 9(2) VALUE 0.
       01 HIGH-BOOKING-ID-WS PIC 9(6) VALUE 0.
       01 HIGH-QUEUE-REF-WS PIC 9(6) VALUE 0.
       01 SERIES-NAME-WS PIC X(16).
       01 FILE-LIMIT-BYTES-WS PIC 9(12).
       01 HORIZON-DAYS-WS PIC 9(3).
       01 NEARLY-SPENT-PCT-WS PIC 9(3) VALUE 90.
       01 NEVER-WS PIC 9(7) VALUE 9999999.

      *    CBL_CHECK_FILE_EXIST hands back the size on disk. A file
      *    handler that keeps an indexed file as a data part and an
      *    index part is measured as the two together.
       01 SIZE-NAME-WS PIC X(20).
       01 SIZE-FOUND-WS PIC X VALUE "N".
       01 CHECK-STATUS-WS PIC S9(9) BINARY VALUE 0.
       01 CHECK-DETAILS-WS.
           05 CHECK-SIZE-WS PIC X(8) COMP-X.
           05 CHECK-DATE-WS PIC X(4).
           05 CHECK-TIME-WS PIC X(4).

      *    Warnings are held and queued at the end: workqueue.bin is
      *    itself one of the files measured.
       01 WARN-COUNT-WS PIC 9(2) VALUE 0.
       01 WARN-TABLE-WS.
           05 WARN-REASON-WS PIC X(50) OCCURS 40 TIMES.
       01 WARN-IDX-WS PIC 9(2).
       01 ITEM-COUNT-WS PIC 9(3) VALUE 0.

       01 RECORDS-OUT-WS PIC Z(9)9.
       01 BYTES-OUT-WS PIC Z(11)9.
       01 USED-OUT-WS PIC Z(11)9.
       01 LIMIT-OUT-WS PIC Z(11)9.
       01 PCT-OUT-WS PIC ZZ9.
       01 WEEKLY-OUT-WS PIC -(7)9.
       01 WEEKLY-BYTES-OUT-WS PIC -(10)9.
       01 RUNOUT-OUT-WS PIC X(11).
       01 FLAG-OUT-WS PIC X(3).
       01 DAYS-OUT-WS PIC ZZ9.

      *    Weekly capacity report. Several keys and counters in
      *    this system are narrow - six-digit PO, ILL, class-set,
      *    work-queue and question numbers, two-digit tie-breakers
      *    on the event and book-change logs - and the logs grow
      *    without bound between year-end closes. For each data
      *    file that grows with use the run counts the records and
      *    takes the size on disk; for each number range it takes
      *    the numbers used so far, from the NextNumber series
      *    files and the high-water keys of the files that number
      *    their own rows. Each measurement is kept in capsnap.bin;
      *    the latest earlier one gives the growth per week, and
      *    the growth gives the day the range runs out or the file
      *    reaches the policy's file limit. For the tie-breakers
      *    the measure is the most rows ever written inside one
      *    hundredth of a second - a peak, not a running total, so
      *    it has no run-out date. Anything projected to run out
      *    inside the policy's warning horizon, or already nine-
      *    tenths spent, is flagged and queued for review as
      *    CAPACITY; OpsConsole shows the flags from the latest run.
       PROCEDURE DIVISION.
       StartPara.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           CALL "DayNum" USING TODAY-DATE-WS TODAY-DAYNUM-WS
           CALL "LoadPolicy" USING POLICY-WS
           MOVE POL-CAPACITY-WARN-DAYS-WS TO HORIZON-DAYS-WS
           COMPUTE FILE-LIMIT-BYTES-WS = POL-FILE-LIMIT-MB-WS
               * 1048576
           DISPLAY " "
           DISPLAY "DATA FILE CAPACITY AND NUMBER RANGES"
           PERFORM OpenSnapshotFile
           MOVE "O" TO SPOOL-FUNC
           MOVE "capacity" TO SPOOL-PREFIX
           MOVE SPACES TO SPOOL-TITLE
           STRING "CAPACITY AND NUMBER RANGES AS AT " TODAY-DATE-WS
               DELIMITED BY SIZE INTO SPOOL-TITLE
           END-STRING
           MOVE "  DATA FILE           RECORDS        BYTES  "
               TO SPOOL-HEADING
           MOVE "RECS/WK    BYTES/WK RUNS OUT" TO SPOOL-HEADING(45:28)
           CALL "ReportSpool" USING SPOOL-REQUEST
           DISPLAY " "
           DISPLAY SPOOL-HEADING
           MOVE "L" TO SPOOL-FUNC
           PERFORM MeasureDataFiles
           MOVE SPACES TO SPOOL-LINE
           PERFORM WriteReportLine
           MOVE "  NUMBER RANGE             USED  LAST NUMBER"
               TO SPOOL-LINE
           MOVE " USED  USED/WK RUNS OUT" TO SPOOL-LINE(45:23)
           PERFORM WriteReportLine
           PERFORM MeasureNumberRanges
           CLOSE CAPSNAPFILE
           PERFORM QueueWarnings
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING ITEM-COUNT-WS " ITEM(S) MEASURED, " WARN-COUNT-WS
               " WITHIN " HORIZON-DAYS-WS " DAYS OR NEARLY SPENT."
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           DISPLAY SPOOL-TOTAL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.
           EXIT PROGRAM.

       OpenSnapshotFile.
           OPEN EXTEND CAPSNAPFILE
           IF SNAP-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT CAPSNAPFILE
               CLOSE CAPSNAPFILE
           ELSE
               CLOSE CAPSNAPFILE
           END-IF
           OPEN I-O CAPSNAPFILE.

      *    The files that grow with use, and the catalog, roster and
      *    loans they all hang from.
       MeasureDataFiles.
           MOVE "library.bin" TO ITEM-NAME-WS
           PERFORM CountBooks
           PERFORM JudgeDataFile
           MOVE "student.bin" TO ITEM-NAME-WS
           PERFORM CountStudents
           PERFORM JudgeDataFile
           MOVE "borrow.bin" TO ITEM-NAME-WS
           PERFORM CountLoans
           PERFORM JudgeDataFile
           MOVE "circevent.bin" TO ITEM-NAME-WS
           PERFORM CountCircEvents
           PERFORM JudgeDataFile
           MOVE "history.bin" TO ITEM-NAME-WS
           PERFORM CountHistory
           PERFORM JudgeDataFile
           MOVE "audit.bin" TO ITEM-NAME-WS
           PERFORM CountAudit
           PERFORM JudgeDataFile
           MOVE "journal.bin" TO ITEM-NAME-WS
           PERFORM CountJournal
           PERFORM JudgeDataFile
           MOVE "fine.bin" TO ITEM-NAME-WS
           PERFORM CountFines
           PERFORM JudgeDataFile
           MOVE "payment.bin" TO ITEM-NAME-WS
           PERFORM CountPayments
           PERFORM JudgeDataFile
           MOVE "noticehist.bin" TO ITEM-NAME-WS
           PERFORM CountNoticeHistory
           PERFORM JudgeDataFile
           MOVE "bookchange.bin" TO ITEM-NAME-WS
           PERFORM CountBookChanges
           PERFORM JudgeDataFile
           MOVE "workqueue.bin" TO ITEM-NAME-WS
           PERFORM CountWorkQueue
           PERFORM JudgeDataFile
           MOVE "classset.bin" TO ITEM-NAME-WS
           PERFORM CountClassSets
           PERFORM JudgeDataFile.

      *    The NextNumber series by the width of the field each
      *    number lands in, then the ranges kept as file keys.
       MeasureNumberRanges.
           MOVE "STUDENT-ID" TO ITEM-NAME-WS
           MOVE "studentseq.bin" TO SERIES-NAME-WS
           MOVE 9999999999 TO ITEM-LIMIT-WS
           PERFORM JudgeSeriesFile
           MOVE "PO-NUMBER" TO ITEM-NAME-WS
           MOVE "poseq.bin" TO SERIES-NAME-WS
           MOVE 999999 TO ITEM-LIMIT-WS
           PERFORM JudgeSeriesFile
           MOVE "ILL-REF-ID" TO ITEM-NAME-WS
           MOVE "illseq.bin" TO SERIES-NAME-WS
           MOVE 999999 TO ITEM-LIMIT-WS
           PERFORM JudgeSeriesFile
           MOVE "GIFT-NUMBER" TO ITEM-NAME-WS
           MOVE "giftseq.bin" TO SERIES-NAME-WS
           MOVE 999999 TO ITEM-LIMIT-WS
           PERFORM JudgeSeriesFile
           MOVE "SALE-NUMBER" TO ITEM-NAME-WS
           MOVE "saleseq.bin" TO SERIES-NAME-WS
           MOVE 9999999999 TO ITEM-LIMIT-WS
           PERFORM JudgeSeriesFile
           MOVE "APPR-ID" TO ITEM-NAME-WS
           MOVE "apprseq.bin" TO SERIES-NAME-WS
           MOVE 9999999999 TO ITEM-LIMIT-WS
           PERFORM JudgeSeriesFile
           MOVE "NBR-BATCH-NUM" TO ITEM-NAME-WS
           MOVE "noticeseq.bin" TO SERIES-NAME-WS
           MOVE 99999999 TO ITEM-LIMIT-WS
           PERFORM JudgeSeriesFile
           MOVE "BSH-SHIP-NUM" TO ITEM-NAME-WS
           MOVE "bindseq.bin" TO SERIES-NAME-WS
           MOVE 999999 TO ITEM-LIMIT-WS
           PERFORM JudgeSeriesFile
           MOVE "QST-ID" TO ITEM-NAME-WS
           MOVE "questseq.bin" TO SERIES-NAME-WS
           MOVE 999999 TO ITEM-LIMIT-WS
           PERFORM JudgeSeriesFile
           MOVE "CS-BOOKING-ID" TO ITEM-NAME-WS
           MOVE HIGH-BOOKING-ID-WS TO ITEM-USED-WS
           MOVE 999999 TO ITEM-LIMIT-WS
           PERFORM JudgeRange
           MOVE "WQ-REF-ID" TO ITEM-NAME-WS
           MOVE HIGH-QUEUE-REF-WS TO ITEM-USED-WS
           MOVE 999999 TO ITEM-LIMIT-WS
           PERFORM JudgeRange
           MOVE "Y" TO ITEM-PEAK-ONLY-WS
           MOVE "CIRC-SEQ" TO ITEM-NAME-WS
           MOVE PEAK-CIRC-SEQ-WS TO ITEM-USED-WS
           MOVE 99 TO ITEM-LIMIT-WS
           PERFORM JudgeRange
           MOVE "BCHG-SEQ" TO ITEM-NAME-WS
           MOVE PEAK-BCHG-SEQ-WS TO ITEM-USED-WS
           MOVE 99 TO ITEM-LIMIT-WS
           PERFORM JudgeRange
           MOVE "N" TO ITEM-PEAK-ONLY-WS.

      *    A series file holds the next number to hand out; one
      *    never drawn from has used nothing.
       JudgeSeriesFile.
           MOVE 0 TO ITEM-USED-WS
           OPEN INPUT SERIESFILE
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE SERIESFILE
           ELSE
               MOVE 1 TO SERIES-KEY
               READ SERIESFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SERIES-NEXT-ID > 0
                           COMPUTE ITEM-USED-WS = SERIES-NEXT-ID - 1
                       END-IF
               END-READ
               CLOSE SERIESFILE
           END-IF
           PERFORM JudgeRange.

       JudgeRange.
           MOVE "R" TO ITEM-KIND-WS
           MOVE 0 TO ITEM-BYTES-WS
           PERFORM JudgeItem.

       JudgeDataFile.
           MOVE "F" TO ITEM-KIND-WS
           MOVE RECORD-COUNT-WS TO ITEM-USED-WS
           MOVE FILE-LIMIT-BYTES-WS TO ITEM-LIMIT-WS
           PERFORM SizeOneFile
           PERFORM JudgeItem.

       SizeOneFile.
           MOVE 0 TO ITEM-BYTES-WS
           MOVE ITEM-NAME-WS TO SIZE-NAME-WS
           PERFORM AddFileSize
           IF SIZE-FOUND-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SIZE-NAME-WS
           STRING ITEM-NAME-WS DELIMITED BY SPACE ".dat"
               DELIMITED BY SIZE INTO SIZE-NAME-WS
           END-STRING
           PERFORM AddFileSize
           MOVE SPACES TO SIZE-NAME-WS
           STRING ITEM-NAME-WS DELIMITED BY SPACE ".idx"
               DELIMITED BY SIZE INTO SIZE-NAME-WS
           END-STRING
           PERFORM AddFileSize.

       AddFileSize.
           MOVE "N" TO SIZE-FOUND-WS
           CALL "CBL_CHECK_FILE_EXIST" USING SIZE-NAME-WS
               CHECK-DETAILS-WS
               RETURNING CHECK-STATUS-WS
           END-CALL
           IF CHECK-STATUS-WS = 0
               ADD CHECK-SIZE-WS TO ITEM-BYTES-WS
               MOVE "Y" TO SIZE-FOUND-WS
           END-IF.

      *    Growth is measured from the latest earlier row for the
      *    item and scaled to a week, whatever the gap since; the
      *    projection divides what is left by the daily growth. A
      *    file is projected on its bytes, a range on its numbers.
       JudgeItem.
           ADD 1 TO ITEM-COUNT-WS
           PERFORM FindPriorMeasure
           MOVE NEVER-WS TO DAYS-LEFT-WS
           MOVE 0 TO DAILY-USED-WS
           MOVE 0 TO DAILY-BYTES-WS
           MOVE 0 TO WEEKLY-USED-WS
           MOVE 0 TO WEEKLY-BYTES-WS
           IF PRIOR-FOUND-WS = "Y"
               CALL "DayNum" USING PRIOR-DATE-WS PRIOR-DAYNUM-WS
               COMPUTE SPAN-DAYS-WS = TODAY-DAYNUM-WS
                   - PRIOR-DAYNUM-WS
               COMPUTE DAILY-USED-WS ROUNDED =
                   (ITEM-USED-WS - PRIOR-USED-WS) / SPAN-DAYS-WS
               COMPUTE DAILY-BYTES-WS ROUNDED =
                   (ITEM-BYTES-WS - PRIOR-BYTES-WS) / SPAN-DAYS-WS
               COMPUTE WEEKLY-USED-WS ROUNDED = DAILY-USED-WS * 7
               COMPUTE WEEKLY-BYTES-WS ROUNDED = DAILY-BYTES-WS * 7
           END-IF
           IF ITEM-KIND-WS = "F"
               COMPUTE PERCENT-USED-WS =
                   (ITEM-BYTES-WS * 100) / ITEM-LIMIT-WS
               IF ITEM-BYTES-WS >= ITEM-LIMIT-WS
                   MOVE 0 TO DAYS-LEFT-WS
               ELSE
                   IF DAILY-BYTES-WS > 0
                       COMPUTE DAYS-LEFT-WS = (ITEM-LIMIT-WS
                           - ITEM-BYTES-WS) / DAILY-BYTES-WS
                   END-IF
               END-IF
           ELSE
               COMPUTE PERCENT-USED-WS =
                   (ITEM-USED-WS * 100) / ITEM-LIMIT-WS
               IF ITEM-USED-WS >= ITEM-LIMIT-WS
                   MOVE 0 TO DAYS-LEFT-WS
               ELSE
                   IF DAILY-USED-WS > 0 AND ITEM-PEAK-ONLY-WS = "N"
                       COMPUTE DAYS-LEFT-WS = (ITEM-LIMIT-WS
                           - ITEM-USED-WS) / DAILY-USED-WS
                   END-IF
               END-IF
           END-IF
           IF DAYS-LEFT-WS > NEVER-WS
               MOVE NEVER-WS TO DAYS-LEFT-WS
           END-IF
           MOVE "N" TO ITEM-WARN-WS
           IF DAYS-LEFT-WS <= HORIZON-DAYS-WS OR
                   PERCENT-USED-WS >= NEARLY-SPENT-PCT-WS
               MOVE "Y" TO ITEM-WARN-WS
               PERFORM HoldWarning
           END-IF
           PERFORM SaveMeasure
           PERFORM WriteItemLine.

       FindPriorMeasure.
           MOVE "N" TO PRIOR-FOUND-WS
           MOVE ITEM-NAME-WS TO CAP-ITEM
           MOVE 0 TO CAP-DATE
           START CAPSNAPFILE KEY IS >= CAP-REF-ID
               INVALID KEY MOVE "Y" TO EOF-WS
               NOT INVALID KEY MOVE "N" TO EOF-WS
           END-START
           PERFORM UNTIL EOF-WS = "Y"
               READ CAPSNAPFILE NEXT INTO CAP-SNAP-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       IF CAP-ITEM-WS NOT = ITEM-NAME-WS OR
                               CAP-DATE-WS >= TODAY-DATE-WS
                           MOVE "Y" TO EOF-WS
                       ELSE
                           MOVE "Y" TO PRIOR-FOUND-WS
                           MOVE CAP-DATE-WS TO PRIOR-DATE-WS
                           MOVE CAP-USED-WS TO PRIOR-USED-WS
                           MOVE CAP-BYTES-WS TO PRIOR-BYTES-WS
                       END-IF
               END-READ
           END-PERFORM.

      *    A rerun the same day replaces the day's row.
       SaveMeasure.
           MOVE ITEM-NAME-WS TO CAP-ITEM-WS
           MOVE TODAY-DATE-WS TO CAP-DATE-WS
           MOVE ITEM-KIND-WS TO CAP-KIND-WS
           MOVE ITEM-USED-WS TO CAP-USED-WS
           MOVE ITEM-BYTES-WS TO CAP-BYTES-WS
           MOVE ITEM-LIMIT-WS TO CAP-LIMIT-WS
           MOVE DAYS-LEFT-WS TO CAP-DAYS-LEFT-WS
           MOVE ITEM-WARN-WS TO CAP-WARN-WS
           MOVE CAP-REF-ID-WS TO CAP-REF-ID
           READ CAPSNAPFILE
               INVALID KEY
                   MOVE CAP-SNAP-WS TO CAP-SNAP-RECORD
                   WRITE CAP-SNAP-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE CAP-SNAP-WS TO CAP-SNAP-RECORD
                   REWRITE CAP-SNAP-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.

       WriteItemLine.
           PERFORM FormatRunOut
           MOVE SPACES TO FLAG-OUT-WS
           IF ITEM-WARN-WS = "Y"
               MOVE " **" TO FLAG-OUT-WS
           END-IF
           MOVE WEEKLY-USED-WS TO WEEKLY-OUT-WS
           MOVE SPACES TO SPOOL-LINE
           IF ITEM-KIND-WS = "F"
               MOVE ITEM-USED-WS TO RECORDS-OUT-WS
               MOVE ITEM-BYTES-WS TO BYTES-OUT-WS
               MOVE WEEKLY-BYTES-WS TO WEEKLY-BYTES-OUT-WS
               STRING "  " ITEM-NAME-WS " " RECORDS-OUT-WS " "
                   BYTES-OUT-WS " " WEEKLY-OUT-WS " "
                   WEEKLY-BYTES-OUT-WS " " RUNOUT-OUT-WS FLAG-OUT-WS
                   DELIMITED BY SIZE INTO SPOOL-LINE
               END-STRING
           ELSE
               MOVE ITEM-USED-WS TO USED-OUT-WS
               MOVE ITEM-LIMIT-WS TO LIMIT-OUT-WS
               MOVE PERCENT-USED-WS TO PCT-OUT-WS
               STRING "  " ITEM-NAME-WS " " USED-OUT-WS " "
                   LIMIT-OUT-WS " " PCT-OUT-WS "% " WEEKLY-OUT-WS " "
                   RUNOUT-OUT-WS FLAG-OUT-WS
                   DELIMITED BY SIZE INTO SPOOL-LINE
               END-STRING
           END-IF
           PERFORM WriteReportLine.

      *    The run-out date is shown when it falls within 999 days,
      *    the farthest the date routine counts forward.
       FormatRunOut.
           EVALUATE TRUE
               WHEN ITEM-PEAK-ONLY-WS = "Y"
                   MOVE "PEAK ONLY" TO RUNOUT-OUT-WS
               WHEN DAYS-LEFT-WS = 0
                   MOVE "FULL NOW" TO RUNOUT-OUT-WS
               WHEN DAYS-LEFT-WS < NEVER-WS AND DAYS-LEFT-WS <= 999
                   MOVE DAYS-LEFT-WS TO RUNOUT-DAYS-WS
                   CALL "DateAdd" USING TODAY-DATE-WS RUNOUT-DAYS-WS
                       RUNOUT-DATE-WS
                   MOVE RUNOUT-DATE-WS TO RUNOUT-OUT-WS
               WHEN DAYS-LEFT-WS < NEVER-WS
                   MOVE "> 999 DAYS" TO RUNOUT-OUT-WS
               WHEN PRIOR-FOUND-WS = "N"
                   MOVE "NO TREND" TO RUNOUT-OUT-WS
               WHEN OTHER
                   MOVE "NOT GROWING" TO RUNOUT-OUT-WS
           END-EVALUATE.

       HoldWarning.
           IF WARN-COUNT-WS >= 40
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WARN-COUNT-WS
           MOVE SPACES TO WARN-REASON-WS(WARN-COUNT-WS)
           IF DAYS-LEFT-WS <= HORIZON-DAYS-WS
               MOVE DAYS-LEFT-WS TO DAYS-OUT-WS
               MOVE PERCENT-USED-WS TO PCT-OUT-WS
               STRING ITEM-NAME-WS DELIMITED BY SPACE
                   " RUNS OUT IN " DAYS-OUT-WS " DAYS, " PCT-OUT-WS
                   "% USED" DELIMITED BY SIZE
                   INTO WARN-REASON-WS(WARN-COUNT-WS)
               END-STRING
           ELSE
               MOVE PERCENT-USED-WS TO PCT-OUT-WS
               STRING ITEM-NAME-WS DELIMITED BY SPACE
                   " AT " PCT-OUT-WS "% OF ITS LIMIT"
                   DELIMITED BY SIZE
                   INTO WARN-REASON-WS(WARN-COUNT-WS)
               END-STRING
           END-IF.

       QueueWarnings.
           PERFORM VARYING WARN-IDX-WS FROM 1 BY 1
                   UNTIL WARN-IDX-WS > WARN-COUNT-WS
               MOVE "CAPACITY" TO WQEX-SOURCE
               MOVE 0 TO WQEX-KEY-ID
               MOVE WARN-REASON-WS(WARN-IDX-WS) TO WQEX-REASON
               CALL "QueueException" USING WQEX-REQUEST
           END-PERFORM.

       WriteReportLine.
           DISPLAY SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.

       CountBooks.
           MOVE 0 TO RECORD-COUNT-WS
           OPEN INPUT BOOKRECORD
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE BOOKRECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ BOOKRECORD NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END ADD 1 TO RECORD-COUNT-WS
               END-READ
           END-PERFORM
           CLOSE BOOKRECORD.

       CountStudents.
           MOVE 0 TO RECORD-COUNT-WS
           OPEN INPUT STUDENTRECORD
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE STUDENTRECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ STUDENTRECORD NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END ADD 1 TO RECORD-COUNT-WS
               END-READ
           END-PERFORM
           CLOSE STUDENTRECORD.

       CountLoans.
           MOVE 0 TO RECORD-COUNT-WS
           OPEN INPUT BORROWRECORD
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE BORROWRECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ BORROWRECORD NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END ADD 1 TO RECORD-COUNT-WS
               END-READ
           END-PERFORM
           CLOSE BORROWRECORD.

      *    The event log also gives the tie-breaker's peak.
       CountCircEvents.
           MOVE 0 TO RECORD-COUNT-WS
           MOVE 0 TO PEAK-CIRC-SEQ-WS
           OPEN INPUT CIRCEVENTFILE
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE CIRCEVENTFILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ CIRCEVENTFILE NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       ADD 1 TO RECORD-COUNT-WS
                       IF CIRC-SEQ > PEAK-CIRC-SEQ-WS
                           MOVE CIRC-SEQ TO PEAK-CIRC-SEQ-WS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CIRCEVENTFILE.

       CountHistory.
           MOVE 0 TO RECORD-COUNT-WS
           OPEN INPUT HISTORYRECORD
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE HISTORYRECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ HISTORYRECORD NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END ADD 1 TO RECORD-COUNT-WS
               END-READ
           END-PERFORM
           CLOSE HISTORYRECORD.

       CountAudit.
           MOVE 0 TO RECORD-COUNT-WS
           OPEN INPUT AUDITRECORD
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE AUDITRECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ AUDITRECORD NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END ADD 1 TO RECORD-COUNT-WS
               END-READ
           END-PERFORM
           CLOSE AUDITRECORD.

       CountJournal.
           MOVE 0 TO RECORD-COUNT-WS
           OPEN INPUT JOURNALRECORD
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE JOURNALRECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ JOURNALRECORD NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END ADD 1 TO RECORD-COUNT-WS
               END-READ
           END-PERFORM
           CLOSE JOURNALRECORD.

       CountFines.
           MOVE 0 TO RECORD-COUNT-WS
           OPEN INPUT FINERECORD
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE FINERECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ FINERECORD NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END ADD 1 TO RECORD-COUNT-WS
               END-READ
           END-PERFORM
           CLOSE FINERECORD.

       CountPayments.
           MOVE 0 TO RECORD-COUNT-WS
           OPEN INPUT PAYMENTRECORD
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE PAYMENTRECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ PAYMENTRECORD NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END ADD 1 TO RECORD-COUNT-WS
               END-READ
           END-PERFORM
           CLOSE PAYMENTRECORD.

       CountNoticeHistory.
           MOVE 0 TO RECORD-COUNT-WS
           OPEN INPUT NOTICEHIST
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE NOTICEHIST
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ NOTICEHIST NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END ADD 1 TO RECORD-COUNT-WS
               END-READ
           END-PERFORM
           CLOSE NOTICEHIST.

       CountBookChanges.
           MOVE 0 TO RECORD-COUNT-WS
           MOVE 0 TO PEAK-BCHG-SEQ-WS
           OPEN INPUT BOOKCHANGEFILE
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE BOOKCHANGEFILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ BOOKCHANGEFILE NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       ADD 1 TO RECORD-COUNT-WS
                       IF BCHG-SEQ > PEAK-BCHG-SEQ-WS
                           MOVE BCHG-SEQ TO PEAK-BCHG-SEQ-WS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKCHANGEFILE.

      *    Work-queue and class-set numbers are the highest key on
      *    file plus one, so the last key read is the range used.
       CountWorkQueue.
           MOVE 0 TO RECORD-COUNT-WS
           MOVE 0 TO HIGH-QUEUE-REF-WS
           OPEN INPUT WORKQUEUE
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE WORKQUEUE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ WORKQUEUE NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       ADD 1 TO RECORD-COUNT-WS
                       MOVE WQ-REF-ID TO HIGH-QUEUE-REF-WS
               END-READ
           END-PERFORM
           CLOSE WORKQUEUE.

       CountClassSets.
           MOVE 0 TO RECORD-COUNT-WS
           MOVE 0 TO HIGH-BOOKING-ID-WS
           OPEN INPUT CLASSSETRECORD
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE CLASSSETRECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ CLASSSETRECORD NEXT
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       ADD 1 TO RECORD-COUNT-WS
                       MOVE CS-BOOKING-ID TO HIGH-BOOKING-ID-WS
               END-READ
           END-PERFORM
           CLOSE CLASSSETRECORD.
