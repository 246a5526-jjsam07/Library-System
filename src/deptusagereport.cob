       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptUsageReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CIRCEVENTFILE ASSIGN TO "circevent.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIRC-REF-ID
           FILE STATUS IS CIRC-FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS STUDENT-FILE-STATUS-WS.

           SELECT OPTIONAL RESERVERECORD ASSIGN TO "reserve.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESERVE-REF-ID
           ALTERNATE RECORD KEY IS RSV-BOOK-ID WITH DUPLICATES
           FILE STATUS IS RSV-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD CIRCEVENTFILE.
       COPY circeventrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD RESERVERECORD.
       COPY reserverecord-fs.

       WORKING-STORAGE SECTION.
       COPY circeventrecord-ws.
       COPY studentrecord-ws.
       COPY reserverecord-ws.
       COPY deptbilling-request.
       COPY spool-request.

       01 CIRC-FILE-STATUS-WS PIC X(2).
           88 CIRC-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 RSV-FILE-STATUS-WS PIC X(2).
           88 RSV-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 SCAN-DONE-WS PIC X VALUE "N".
       01 RSV-DONE-WS PIC X VALUE "N".
       01 ON-RESERVE-WS PIC X VALUE "N".
       01 ENTRY-SCAN-WS PIC X(8) VALUE SPACES.
       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
           05 TODAY-DD-WS PIC 9(2).
       01 TODAY-DATE-NUM-WS REDEFINES TODAY-DATE-WS PIC 9(8).
       01 FROM-DATE-WS PIC 9(8).
       01 TO-DATE-WS PIC 9(8).
       01 EVENT-DATE-WS PIC 9(8).
       01 EVENT-DEPT-WS PIC X(6).

      *    One row per department met in the period, kept in code
      *    order as rows are added; patrons with no department, or
      *    no longer on the roster, are counted under (NONE).
       01 DEPT-SUM-TABLE-WS.
           05 DSUM-COUNT-WS PIC 9(3) VALUE 0.
           05 DSUM-ENTRY-WS OCCURS 200 TIMES.
               10 DSUM-CODE-WS PIC X(6).
               10 DSUM-LOANS-WS PIC 9(7).
               10 DSUM-RESERVE-WS PIC 9(7).
               10 DSUM-FINES-WS PIC 9(5).
               10 DSUM-FINE-AMT-WS PIC 9(7)V99.
               10 DSUM-BILLED-AMT-WS PIC 9(7)V99.
       01 DSUM-IDX-WS PIC 9(3).
       01 DSUM-SCAN-WS PIC 9(3).
       01 DSUM-FOUND-WS PIC X VALUE "N".
       01 DSUM-OVERFLOW-WS PIC 9(5) VALUE 0.

       01 TOTAL-LOANS-WS PIC 9(7) VALUE 0.
       01 TOTAL-RESERVE-WS PIC 9(7) VALUE 0.
       01 TOTAL-FINES-WS PIC 9(5) VALUE 0.
       01 TOTAL-FINE-AMT-WS PIC 9(7)V99 VALUE 0.
       01 TOTAL-BILLED-AMT-WS PIC 9(7)V99 VALUE 0.
       01 FINE-AMT-ED-WS PIC Z(6)9.99.
       01 BILLED-AMT-ED-WS PIC Z(6)9.99.
       01 ROW-NAME-WS PIC X(24).

      *    Library use by academic department over a period keyed
      *    at the prompt: loans, how many of them were course
      *    reserve loans, fines assessed and their amount, and the
      *    amount routed to the department's own invoice. It all
      *    comes from the circulation event log: each CHECKOUT is
      *    put under the borrower's department on the roster today,
      *    and counts as reserve use when the title was on a course
      *    reserve whose term covered the day of the loan; each
      *    FINEASSD is a fine, and each transfer logged by
      *    departmental billing the amount the department carries.
       PROCEDURE DIVISION.
       StartPara.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           DISPLAY " "
           DISPLAY "LIBRARY USE BY DEPARTMENT"
           COMPUTE FROM-DATE-WS = (TODAY-YYYY-WS * 10000)
               + (TODAY-MM-WS * 100) + 1
           MOVE TODAY-DATE-NUM-WS TO TO-DATE-WS
           DISPLAY "FROM DATE (YYYYMMDD) [" FROM-DATE-WS "]: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS NOT = SPACES
               IF ENTRY-SCAN-WS IS NOT NUMERIC
                   DISPLAY "DATES MUST BE KEYED AS YYYYMMDD."
                   EXIT PROGRAM
               END-IF
               MOVE ENTRY-SCAN-WS TO FROM-DATE-WS
           END-IF
           DISPLAY "TO DATE (YYYYMMDD) [" TO-DATE-WS "]: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS NOT = SPACES
               IF ENTRY-SCAN-WS IS NOT NUMERIC
                   DISPLAY "DATES MUST BE KEYED AS YYYYMMDD."
                   EXIT PROGRAM
               END-IF
               MOVE ENTRY-SCAN-WS TO TO-DATE-WS
           END-IF
           IF TO-DATE-WS < FROM-DATE-WS
               DISPLAY "THE PERIOD MUST END AFTER IT STARTS."
               EXIT PROGRAM
           END-IF
           OPEN INPUT CIRCEVENTFILE
           IF CIRC-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO CIRCULATION EVENTS ON FILE."
               CLOSE CIRCEVENTFILE
               EXIT PROGRAM
           END-IF
           OPEN INPUT STUDENTRECORD
           OPEN INPUT RESERVERECORD
           PERFORM ScanPeriodEvents
           CLOSE RESERVERECORD
           CLOSE STUDENTRECORD
           CLOSE CIRCEVENTFILE
           MOVE "O" TO SPOOL-FUNC
           MOVE "deptusage" TO SPOOL-PREFIX
           MOVE SPACES TO SPOOL-TITLE
           STRING "LIBRARY USE BY DEPARTMENT " FROM-DATE-WS " TO "
               TO-DATE-WS DELIMITED BY SIZE INTO SPOOL-TITLE
           END-STRING
           MOVE "DEPT   NAME                       LOANS RESERVE"
               TO SPOOL-HEADING
           MOVE " FINES   FINE AMT     BILLED" TO SPOOL-HEADING(48:28)
           CALL "ReportSpool" USING SPOOL-REQUEST
           DISPLAY " "
           DISPLAY SPOOL-HEADING
           PERFORM VARYING DSUM-IDX-WS FROM 1 BY 1
                   UNTIL DSUM-IDX-WS > DSUM-COUNT-WS
               PERFORM ShowDeptRow
           END-PERFORM
           IF DSUM-OVERFLOW-WS > 0
               DISPLAY DSUM-OVERFLOW-WS " EVENT(S) PAST THE 200TH "
                   "DEPARTMENT LEFT OUT OF THE ROWS."
           END-IF
           MOVE TOTAL-FINE-AMT-WS TO FINE-AMT-ED-WS
           MOVE TOTAL-BILLED-AMT-WS TO BILLED-AMT-ED-WS
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING "TOTAL " DSUM-COUNT-WS " DEPT(S) " TOTAL-LOANS-WS
               " LOANS " TOTAL-RESERVE-WS " RESERVE "
               TOTAL-FINES-WS " FINES $" FINE-AMT-ED-WS
               " BILLED $" BILLED-AMT-ED-WS
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           DISPLAY SPOOL-TOTAL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.
           EXIT PROGRAM.

      *    The event log is keyed by timestamp, so the period is one
      *    START and a read to the first event past its last day.
       ScanPeriodEvents.
           MOVE LOW-VALUES TO CIRC-REF-ID
           MOVE FROM-DATE-WS TO CIRC-DATE
           START CIRCEVENTFILE KEY IS >= CIRC-REF-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ CIRCEVENTFILE NEXT INTO CIRC-EVENT-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       MOVE CIRC-DATE-WS TO EVENT-DATE-WS
                       IF EVENT-DATE-WS > TO-DATE-WS
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM JudgeOneEvent
                       END-IF
               END-READ
           END-PERFORM.

       JudgeOneEvent.
           EVALUATE TRUE
               WHEN CIRC-IS-CHECKOUT-WS
                   PERFORM FindEventDept
                   IF DSUM-FOUND-WS = "N"
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO DSUM-LOANS-WS(DSUM-IDX-WS)
                   ADD 1 TO TOTAL-LOANS-WS
                   PERFORM CheckOnReserve
                   IF ON-RESERVE-WS = "Y"
                       ADD 1 TO DSUM-RESERVE-WS(DSUM-IDX-WS)
                       ADD 1 TO TOTAL-RESERVE-WS
                   END-IF
               WHEN CIRC-IS-FINE-ASSESSED-WS
                   PERFORM FindEventDept
                   IF DSUM-FOUND-WS = "N"
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO DSUM-FINES-WS(DSUM-IDX-WS)
                   ADD CIRC-AMOUNT-WS TO DSUM-FINE-AMT-WS(DSUM-IDX-WS)
                   ADD 1 TO TOTAL-FINES-WS
                   ADD CIRC-AMOUNT-WS TO TOTAL-FINE-AMT-WS
               WHEN CIRC-EVENT-TYPE-WS = "FINEXFER" AND
                       CIRC-OPERATOR-WS = "DEPT BILLING"
                   PERFORM FindEventDept
                   IF DSUM-FOUND-WS = "N"
                       EXIT PARAGRAPH
                   END-IF
                   ADD CIRC-AMOUNT-WS
                       TO DSUM-BILLED-AMT-WS(DSUM-IDX-WS)
                   ADD CIRC-AMOUNT-WS TO TOTAL-BILLED-AMT-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FindEventDept.
           MOVE "(NONE)" TO EVENT-DEPT-WS
           IF NOT STUDENT-FILE-DOES-NOT-EXIST-WS
               MOVE CIRC-STUDENT-ID-WS TO STUDENT-ID
               READ STUDENTRECORD INTO STUDENT-WS
                   NOT INVALID KEY
                       IF STUDENT-DEPT-WS NOT = SPACES
                           MOVE STUDENT-DEPT-WS TO EVENT-DEPT-WS
                       END-IF
               END-READ
           END-IF
           PERFORM FindDeptSlot.

      *    The table is kept in code order: a new department is
      *    slotted in ahead of the first code above it.
       FindDeptSlot.
           MOVE "N" TO DSUM-FOUND-WS
           PERFORM VARYING DSUM-IDX-WS FROM 1 BY 1
                   UNTIL DSUM-IDX-WS > DSUM-COUNT-WS
                   OR DSUM-CODE-WS(DSUM-IDX-WS) >= EVENT-DEPT-WS
               CONTINUE
           END-PERFORM
           IF DSUM-IDX-WS <= DSUM-COUNT-WS
               IF DSUM-CODE-WS(DSUM-IDX-WS) = EVENT-DEPT-WS
                   MOVE "Y" TO DSUM-FOUND-WS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF DSUM-COUNT-WS >= 200
               ADD 1 TO DSUM-OVERFLOW-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DSUM-SCAN-WS FROM DSUM-COUNT-WS BY -1
                   UNTIL DSUM-SCAN-WS < DSUM-IDX-WS
               MOVE DSUM-ENTRY-WS(DSUM-SCAN-WS)
                   TO DSUM-ENTRY-WS(DSUM-SCAN-WS + 1)
           END-PERFORM
           ADD 1 TO DSUM-COUNT-WS
           MOVE EVENT-DEPT-WS TO DSUM-CODE-WS(DSUM-IDX-WS)
           MOVE 0 TO DSUM-LOANS-WS(DSUM-IDX-WS)
           MOVE 0 TO DSUM-RESERVE-WS(DSUM-IDX-WS)
           MOVE 0 TO DSUM-FINES-WS(DSUM-IDX-WS)
           MOVE 0 TO DSUM-FINE-AMT-WS(DSUM-IDX-WS)
           MOVE 0 TO DSUM-BILLED-AMT-WS(DSUM-IDX-WS)
           MOVE "Y" TO DSUM-FOUND-WS.

      *    Any reserve row for the title whose term dates cover the
      *    day of the loan makes it a reserve loan.
       CheckOnReserve.
           MOVE "N" TO ON-RESERVE-WS
           IF RSV-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE CIRC-BOOK-ID-WS TO RSV-BOOK-ID
           START RESERVERECORD KEY IS = RSV-BOOK-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO RSV-DONE-WS
           PERFORM UNTIL RSV-DONE-WS = "Y"
               READ RESERVERECORD NEXT INTO RESERVE-WS
                   AT END MOVE "Y" TO RSV-DONE-WS
                   NOT AT END
                       IF RSV-BOOK-ID-WS NOT = CIRC-BOOK-ID-WS
                           MOVE "Y" TO RSV-DONE-WS
                       ELSE
                           IF EVENT-DATE-WS >= RSV-TERM-START-WS AND
                                   EVENT-DATE-WS <= RSV-TERM-END-WS
                               MOVE "Y" TO ON-RESERVE-WS
                               MOVE "Y" TO RSV-DONE-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ShowDeptRow.
           MOVE SPACES TO ROW-NAME-WS
           IF DSUM-CODE-WS(DSUM-IDX-WS) NOT = "(NONE)"
               MOVE "L" TO DBL-FUNC
               MOVE DSUM-CODE-WS(DSUM-IDX-WS) TO DBL-DEPT-CODE
               CALL "DeptBilling" USING DBL-REQUEST
               IF DBL-DEPT-FOUND
                   MOVE DBL-DEPT-NAME TO ROW-NAME-WS
               ELSE
                   MOVE "(NOT ON THE MASTER)" TO ROW-NAME-WS
               END-IF
           END-IF
           MOVE DSUM-FINE-AMT-WS(DSUM-IDX-WS) TO FINE-AMT-ED-WS
           MOVE DSUM-BILLED-AMT-WS(DSUM-IDX-WS) TO BILLED-AMT-ED-WS
           MOVE "L" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-LINE
           STRING DSUM-CODE-WS(DSUM-IDX-WS) " " ROW-NAME-WS " "
               DSUM-LOANS-WS(DSUM-IDX-WS) " "
               DSUM-RESERVE-WS(DSUM-IDX-WS) " "
               DSUM-FINES-WS(DSUM-IDX-WS) " " FINE-AMT-ED-WS " "
               BILLED-AMT-ED-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           DISPLAY SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.
