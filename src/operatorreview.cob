       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorReview.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ADMINRECORD ASSIGN TO "admin.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADMIN-ID
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS STUDENT-FILE-STATUS-WS.

           SELECT OPTIONAL CIRCEVENTFILE ASSIGN TO "circevent.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIRC-REF-ID
           FILE STATUS IS CIRC-FILE-STATUS-WS.

           SELECT OPTIONAL PAYMENTRECORD ASSIGN TO "payment.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAY-REF-ID
           ALTERNATE RECORD KEY IS PAY-STUDENT-ID WITH DUPLICATES
           FILE STATUS IS PAY-FILE-STATUS-WS.

           SELECT OPTIONAL AUDITRECORD ASSIGN TO "audit.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDIT-REF-ID
           ALTERNATE RECORD KEY IS AUDIT-BOOK-ID WITH DUPLICATES
           FILE STATUS IS AUDIT-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD ADMINRECORD.
       COPY adminrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD CIRCEVENTFILE.
       COPY circeventrecord-fs.
       FD PAYMENTRECORD.
       COPY payrecord-fs.
       FD AUDITRECORD.
       COPY auditrecord-fs.

       WORKING-STORAGE SECTION.
       COPY adminrecord-ws.
       COPY circeventrecord-ws.
       COPY payrecord-ws.
       COPY auditrecord-ws.
       COPY caldays-request.
       COPY spool-request.

       01 EOF-WS PIC A VALUE "N".
       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 CIRC-FILE-STATUS-WS PIC X(2).
           88 CIRC-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 PAY-FILE-STATUS-WS PIC X(2).
           88 PAY-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 AUDIT-FILE-STATUS-WS PIC X(2).
           88 AUDIT-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
           05 TODAY-DD-WS PIC 9(2).
       01 TODAY-DAYNUM-WS PIC 9(7).
       01 WORK-DAYNUM-WS PIC 9(7).
       01 ENTRY-DATE-WS PIC 9(8).
       01 ENTRY-AGE-WS PIC S9(7).
       01 IN-WINDOW-WS PIC X VALUE "N".
       01 START-DATE-WS.
           05 START-YYYY-WS PIC 9(4).
           05 START-MM-WS PIC 9(2).
           05 START-DD-WS PIC 9(2).

      *    The week under review is today and the six days before
      *    it. Counter work before the doors open or after they
      *    close - the same 08:00 to 20:00 the room bookings run
      *    to - or on a day the calendar has the building shut is
      *    after hours.
       01 REVIEW-WINDOW-DAYS-WS PIC 9(3) VALUE 6.
       01 OPENS-AT-HOUR-WS PIC 9(2) VALUE 8.
       01 CLOSES-AT-HOUR-WS PIC 9(2) VALUE 20.
       01 LAST-DAY-CHECKED-WS PIC 9(8) VALUE 0.
       01 LAST-DAY-CLOSED-WS PIC X VALUE "N".
       01 AFTER-HOURS-WS PIC X VALUE "N".

      *    One entry per name on admin.bin, with the address of the
      *    library card they hold themselves (spaces when there is
      *    none or it is no longer on the roster), and what each
      *    did over the week. Batch names such as AMNESTY are not
      *    staff and are not on the table.
       01 OPERATOR-TABLE-WS.
           05 OPERATOR-COUNT-WS PIC 9(3) VALUE 0.
           05 OPERATOR-ENTRY-WS OCCURS 200 TIMES.
               10 OPR-NAME-WS PIC X(20).
               10 OPR-HOME-CARD-WS PIC 9(10).
               10 OPR-HOME-ADDR-WS PIC X(300).
               10 OPR-TXNS-WS PIC 9(5).
               10 OPR-VOIDS-WS PIC 9(5).
               10 OPR-WAIVED-WS PIC 9(7)V99.
               10 OPR-ADJUSTED-WS PIC 9(7)V99.
               10 OPR-OVERRIDES-WS PIC 9(5).
               10 OPR-AFTER-HOURS-WS PIC 9(5).
               10 OPR-HOUSEHOLD-WS PIC 9(5).
       01 OPR-IDX-WS PIC 9(3).
       01 OPR-SCAN-WS PIC 9(3).
       01 OPR-FOUND-WS PIC X VALUE "N".
       01 LOOKUP-NAME-WS PIC X(20).

      *    Peer averages are taken over the operators who did
      *    anything at all this week; a measure is flagged when an
      *    operator's figure is more than FLAG-FACTOR-WS times the
      *    average. With fewer than two active operators there are
      *    no peers and nothing is flagged.
       01 FLAG-FACTOR-WS PIC 9(2) VALUE 2.
       01 ACTIVE-COUNT-WS PIC 9(3) VALUE 0.
       01 FLAGGED-COUNT-WS PIC 9(3) VALUE 0.
       01 SUM-TXNS-WS PIC 9(7) VALUE 0.
       01 SUM-VOIDS-WS PIC 9(7) VALUE 0.
       01 SUM-WAIVED-WS PIC 9(9)V99 VALUE 0.
       01 SUM-ADJUSTED-WS PIC 9(9)V99 VALUE 0.
       01 SUM-OVERRIDES-WS PIC 9(7) VALUE 0.
       01 SUM-AFTER-HOURS-WS PIC 9(7) VALUE 0.
       01 SUM-HOUSEHOLD-WS PIC 9(7) VALUE 0.
       01 AVG-TXNS-WS PIC 9(5)V99 VALUE 0.
       01 AVG-VOIDS-WS PIC 9(5)V99 VALUE 0.
       01 AVG-WAIVED-WS PIC 9(7)V99 VALUE 0.
       01 AVG-ADJUSTED-WS PIC 9(7)V99 VALUE 0.
       01 AVG-OVERRIDES-WS PIC 9(5)V99 VALUE 0.
       01 AVG-AFTER-HOURS-WS PIC 9(5)V99 VALUE 0.
       01 AVG-HOUSEHOLD-WS PIC 9(5)V99 VALUE 0.
       01 FLAG-LETTERS-WS PIC X(6).
       01 FLAG-POS-WS PIC 9(2).

       01 REVIEW-LINE-WS.
           05 RVL-NAME-WS PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 RVL-TXNS-WS PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RVL-VOIDS-WS PIC ZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RVL-WAIVED-WS PIC ZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RVL-ADJUSTED-WS PIC ZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RVL-OVERRIDES-WS PIC ZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RVL-AFTER-HOURS-WS PIC ZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RVL-HOUSEHOLD-WS PIC ZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RVL-FLAGS-WS PIC X(13).

      *    The weekly operator review for the head librarian: for
      *    each member of staff, from circevent.bin, payment.bin and
      *    audit.bin over the last seven days -
      *      TXNS  counter transactions logged under their name
      *      VOID  transactions they voided (VOID on audit.bin)
      *      WAIVED$ / ADJUST$  fines waived (WV) and assessments
      *            adjusted down or up (AD, AI), by dollar value
      *      OVRD  restricted-collection blocks overridden
      *            (RESTROVRD on audit.bin)
      *      AFTH  transactions outside opening hours
      *      HSHD  transactions against their own card or any
      *            account at the same address
      *    An operator well above the peer average on any of these
      *    is marked REVIEW with a letter per measure: V void, W
      *    waived, A adjusted, O override, H after hours, F family
      *    (household). A flag is a question to ask, not a finding.
       PROCEDURE DIVISION.
       StartPara.
           OPEN INPUT ADMINRECORD
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO ADMIN FILE ON HAND."
               EXIT PROGRAM
           END-IF
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           CALL "DayNum" USING TODAY-DATE-WS TODAY-DAYNUM-WS
           OPEN INPUT STUDENTRECORD
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ ADMINRECORD NEXT INTO ADMIN-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM LoadOneOperator
               END-READ
           END-PERFORM
           CLOSE ADMINRECORD

           PERFORM TallyCircEvents
           CLOSE STUDENTRECORD
           PERFORM TallyPayments
           PERFORM TallyAuditActions
           PERFORM WorkOutAverages

           MOVE "O" TO SPOOL-FUNC
           MOVE "opreview" TO SPOOL-PREFIX
           MOVE SPACES TO SPOOL-TITLE
           STRING "OPERATOR REVIEW - SEVEN DAYS TO " TODAY-DATE-WS
               DELIMITED BY SIZE INTO SPOOL-TITLE
           END-STRING
           MOVE SPACES TO SPOOL-HEADING
           STRING "OPERATOR              TXNS VOID  WAIVED$  ADJUST$ "
               "OVRD AFTH HSHD FLAGS" DELIMITED BY SIZE
               INTO SPOOL-HEADING
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           DISPLAY " "
           DISPLAY "OPERATOR REVIEW - SEVEN DAYS TO " TODAY-DATE-WS
           DISPLAY SPOOL-HEADING

           PERFORM VARYING OPR-IDX-WS FROM 1 BY 1
                   UNTIL OPR-IDX-WS > OPERATOR-COUNT-WS
               PERFORM ReportOneOperator
           END-PERFORM
           PERFORM ReportPeerAverage

           DISPLAY " "
           DISPLAY OPERATOR-COUNT-WS " OPERATOR(S), " ACTIVE-COUNT-WS
               " ACTIVE THIS WEEK, " FLAGGED-COUNT-WS
               " FLAGGED FOR REVIEW."
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING "OPERATORS: " OPERATOR-COUNT-WS
               "  ACTIVE: " ACTIVE-COUNT-WS
               "  FLAGGED FOR REVIEW: " FLAGGED-COUNT-WS
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.
           EXIT PROGRAM.

      *    A card that is not numeric on an older record counts as
      *    none. The address is compared in capitals so a change of
      *    case at registration does not hide a household.
       LoadOneOperator.
           IF OPERATOR-COUNT-WS NOT < 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OPERATOR-COUNT-WS
           MOVE OPERATOR-COUNT-WS TO OPR-IDX-WS
           MOVE ADMINNAME-WS TO OPR-NAME-WS(OPR-IDX-WS)
           IF ADMIN-HOME-CARD-WS IS NUMERIC
               MOVE ADMIN-HOME-CARD-WS TO OPR-HOME-CARD-WS(OPR-IDX-WS)
           ELSE
               MOVE 0 TO OPR-HOME-CARD-WS(OPR-IDX-WS)
           END-IF
           MOVE SPACES TO OPR-HOME-ADDR-WS(OPR-IDX-WS)
           MOVE 0 TO OPR-TXNS-WS(OPR-IDX-WS)
           MOVE 0 TO OPR-VOIDS-WS(OPR-IDX-WS)
           MOVE 0 TO OPR-WAIVED-WS(OPR-IDX-WS)
           MOVE 0 TO OPR-ADJUSTED-WS(OPR-IDX-WS)
           MOVE 0 TO OPR-OVERRIDES-WS(OPR-IDX-WS)
           MOVE 0 TO OPR-AFTER-HOURS-WS(OPR-IDX-WS)
           MOVE 0 TO OPR-HOUSEHOLD-WS(OPR-IDX-WS)
           IF OPR-HOME-CARD-WS(OPR-IDX-WS) = 0 OR
                   STUDENT-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE OPR-HOME-CARD-WS(OPR-IDX-WS) TO STUDENT-ID
           READ STUDENTRECORD
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE FUNCTION UPPER-CASE(STUDENTADDR)
               TO OPR-HOME-ADDR-WS(OPR-IDX-WS).

       FindOperator.
           MOVE "N" TO OPR-FOUND-WS
           IF LOOKUP-NAME-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING OPR-SCAN-WS FROM 1 BY 1
                   UNTIL OPR-SCAN-WS > OPERATOR-COUNT-WS
                   OR OPR-FOUND-WS = "Y"
               IF OPR-NAME-WS(OPR-SCAN-WS) = LOOKUP-NAME-WS
                   MOVE "Y" TO OPR-FOUND-WS
                   MOVE OPR-SCAN-WS TO OPR-IDX-WS
               END-IF
           END-PERFORM.

       JudgeEntryDate.
           MOVE "N" TO IN-WINDOW-WS
           IF ENTRY-DATE-WS IS NOT NUMERIC OR ENTRY-DATE-WS = 0
               EXIT PARAGRAPH
           END-IF
           CALL "DayNum" USING ENTRY-DATE-WS WORK-DAYNUM-WS
           COMPUTE ENTRY-AGE-WS = TODAY-DAYNUM-WS - WORK-DAYNUM-WS
           IF ENTRY-AGE-WS >= 0 AND
                   ENTRY-AGE-WS <= REVIEW-WINDOW-DAYS-WS
               MOVE "Y" TO IN-WINDOW-WS
           END-IF.

      *    circevent.bin is keyed by date, so the scan starts a
      *    little before the week - six days back when that stays
      *    in this month, otherwise the 23rd of last month, which
      *    no month is short enough to put inside the week - and
      *    stops at the end of the file.
       TallyCircEvents.
           OPEN INPUT CIRCEVENTFILE
           IF CIRC-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE TODAY-DATE-WS TO START-DATE-WS
           IF TODAY-DD-WS > REVIEW-WINDOW-DAYS-WS
               SUBTRACT REVIEW-WINDOW-DAYS-WS FROM START-DD-WS
           ELSE
               MOVE 23 TO START-DD-WS
               IF START-MM-WS = 1
                   MOVE 12 TO START-MM-WS
                   SUBTRACT 1 FROM START-YYYY-WS
               ELSE
                   SUBTRACT 1 FROM START-MM-WS
               END-IF
           END-IF
           MOVE LOW-VALUES TO CIRC-REF-ID
           MOVE START-DATE-WS TO CIRC-DATE
           MOVE "N" TO EOF-WS
           START CIRCEVENTFILE KEY IS >= CIRC-REF-ID
               INVALID KEY MOVE "Y" TO EOF-WS
           END-START
           PERFORM UNTIL EOF-WS = "Y"
               READ CIRCEVENTFILE NEXT INTO CIRC-EVENT-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM TallyOneEvent
               END-READ
           END-PERFORM
           CLOSE CIRCEVENTFILE.

       TallyOneEvent.
           MOVE CIRC-OPERATOR-WS TO LOOKUP-NAME-WS
           PERFORM FindOperator
           IF OPR-FOUND-WS = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE CIRC-DATE-WS TO ENTRY-DATE-WS
           PERFORM JudgeEntryDate
           IF IN-WINDOW-WS = "N"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OPR-TXNS-WS(OPR-IDX-WS)
           PERFORM JudgeAfterHours
           IF AFTER-HOURS-WS = "Y"
               ADD 1 TO OPR-AFTER-HOURS-WS(OPR-IDX-WS)
           END-IF
           PERFORM JudgeHousehold.

      *    The calendar is asked once per day seen, not per event.
       JudgeAfterHours.
           MOVE "N" TO AFTER-HOURS-WS
           IF CIRC-HH-WS < OPENS-AT-HOUR-WS OR
                   CIRC-HH-WS NOT < CLOSES-AT-HOUR-WS
               MOVE "Y" TO AFTER-HOURS-WS
               EXIT PARAGRAPH
           END-IF
           IF ENTRY-DATE-WS NOT = LAST-DAY-CHECKED-WS
               MOVE "C" TO CALDAYS-FUNC
               MOVE ENTRY-DATE-WS TO CALDAYS-DATE-1
               MOVE ENTRY-DATE-WS TO CALDAYS-DATE-2
               CALL "CalendarDays" USING CALDAYS-REQUEST
               MOVE ENTRY-DATE-WS TO LAST-DAY-CHECKED-WS
               MOVE CALDAYS-CLOSED-FLAG TO LAST-DAY-CLOSED-WS
           END-IF
           IF LAST-DAY-CLOSED-WS = "Y"
               MOVE "Y" TO AFTER-HOURS-WS
           END-IF.

      *    Their own card always counts; any other account counts
      *    when its address matches the one on their own card.
       JudgeHousehold.
           IF CIRC-STUDENT-ID-WS = 0 OR
                   OPR-HOME-CARD-WS(OPR-IDX-WS) = 0
               EXIT PARAGRAPH
           END-IF
           IF CIRC-STUDENT-ID-WS = OPR-HOME-CARD-WS(OPR-IDX-WS)
               ADD 1 TO OPR-HOUSEHOLD-WS(OPR-IDX-WS)
               EXIT PARAGRAPH
           END-IF
           IF OPR-HOME-ADDR-WS(OPR-IDX-WS) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE CIRC-STUDENT-ID-WS TO STUDENT-ID
           READ STUDENTRECORD
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF FUNCTION UPPER-CASE(STUDENTADDR) =
                   OPR-HOME-ADDR-WS(OPR-IDX-WS)
               ADD 1 TO OPR-HOUSEHOLD-WS(OPR-IDX-WS)
           END-IF.

       TallyPayments.
           OPEN INPUT PAYMENTRECORD
           IF PAY-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ PAYMENTRECORD NEXT INTO PAYMENT-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM TallyOnePayment
               END-READ
           END-PERFORM
           CLOSE PAYMENTRECORD.

       TallyOnePayment.
           IF NOT PAY-IS-WAIVER-WS AND NOT PAY-IS-ADJUSTMENT-WS
                   AND NOT PAY-IS-ADJUST-UP-WS
               EXIT PARAGRAPH
           END-IF
           MOVE PAY-OPERATOR-WS TO LOOKUP-NAME-WS
           PERFORM FindOperator
           IF OPR-FOUND-WS = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE PAY-DATE-WS TO ENTRY-DATE-WS
           PERFORM JudgeEntryDate
           IF IN-WINDOW-WS = "N"
               EXIT PARAGRAPH
           END-IF
           IF PAY-IS-WAIVER-WS
               ADD PAY-AMOUNT-WS TO OPR-WAIVED-WS(OPR-IDX-WS)
           ELSE
               ADD PAY-AMOUNT-WS TO OPR-ADJUSTED-WS(OPR-IDX-WS)
           END-IF.

       TallyAuditActions.
           OPEN INPUT AUDITRECORD
           IF AUDIT-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ AUDITRECORD NEXT INTO AUDIT-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM TallyOneAction
               END-READ
           END-PERFORM
           CLOSE AUDITRECORD.

       TallyOneAction.
           IF AUDIT-ACTION-WS NOT = "VOID" AND
                   AUDIT-ACTION-WS NOT = "RESTROVRD"
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-USER-WS TO LOOKUP-NAME-WS
           PERFORM FindOperator
           IF OPR-FOUND-WS = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-DATE-WS TO ENTRY-DATE-WS
           PERFORM JudgeEntryDate
           IF IN-WINDOW-WS = "N"
               EXIT PARAGRAPH
           END-IF
           IF AUDIT-ACTION-WS = "VOID"
               ADD 1 TO OPR-VOIDS-WS(OPR-IDX-WS)
           ELSE
               ADD 1 TO OPR-OVERRIDES-WS(OPR-IDX-WS)
           END-IF.

       WorkOutAverages.
           PERFORM VARYING OPR-IDX-WS FROM 1 BY 1
                   UNTIL OPR-IDX-WS > OPERATOR-COUNT-WS
               IF OPR-TXNS-WS(OPR-IDX-WS) > 0 OR
                       OPR-VOIDS-WS(OPR-IDX-WS) > 0 OR
                       OPR-WAIVED-WS(OPR-IDX-WS) > 0 OR
                       OPR-ADJUSTED-WS(OPR-IDX-WS) > 0 OR
                       OPR-OVERRIDES-WS(OPR-IDX-WS) > 0
                   ADD 1 TO ACTIVE-COUNT-WS
                   ADD OPR-TXNS-WS(OPR-IDX-WS) TO SUM-TXNS-WS
                   ADD OPR-VOIDS-WS(OPR-IDX-WS) TO SUM-VOIDS-WS
                   ADD OPR-WAIVED-WS(OPR-IDX-WS) TO SUM-WAIVED-WS
                   ADD OPR-ADJUSTED-WS(OPR-IDX-WS) TO SUM-ADJUSTED-WS
                   ADD OPR-OVERRIDES-WS(OPR-IDX-WS)
                       TO SUM-OVERRIDES-WS
                   ADD OPR-AFTER-HOURS-WS(OPR-IDX-WS)
                       TO SUM-AFTER-HOURS-WS
                   ADD OPR-HOUSEHOLD-WS(OPR-IDX-WS)
                       TO SUM-HOUSEHOLD-WS
               END-IF
           END-PERFORM
           IF ACTIVE-COUNT-WS = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE AVG-TXNS-WS ROUNDED = SUM-TXNS-WS / ACTIVE-COUNT-WS
           COMPUTE AVG-VOIDS-WS ROUNDED =
               SUM-VOIDS-WS / ACTIVE-COUNT-WS
           COMPUTE AVG-WAIVED-WS ROUNDED =
               SUM-WAIVED-WS / ACTIVE-COUNT-WS
           COMPUTE AVG-ADJUSTED-WS ROUNDED =
               SUM-ADJUSTED-WS / ACTIVE-COUNT-WS
           COMPUTE AVG-OVERRIDES-WS ROUNDED =
               SUM-OVERRIDES-WS / ACTIVE-COUNT-WS
           COMPUTE AVG-AFTER-HOURS-WS ROUNDED =
               SUM-AFTER-HOURS-WS / ACTIVE-COUNT-WS
           COMPUTE AVG-HOUSEHOLD-WS ROUNDED =
               SUM-HOUSEHOLD-WS / ACTIVE-COUNT-WS.

       ReportOneOperator.
           MOVE OPR-NAME-WS(OPR-IDX-WS) TO RVL-NAME-WS
           MOVE OPR-TXNS-WS(OPR-IDX-WS) TO RVL-TXNS-WS
           MOVE OPR-VOIDS-WS(OPR-IDX-WS) TO RVL-VOIDS-WS
           MOVE OPR-WAIVED-WS(OPR-IDX-WS) TO RVL-WAIVED-WS
           MOVE OPR-ADJUSTED-WS(OPR-IDX-WS) TO RVL-ADJUSTED-WS
           MOVE OPR-OVERRIDES-WS(OPR-IDX-WS) TO RVL-OVERRIDES-WS
           MOVE OPR-AFTER-HOURS-WS(OPR-IDX-WS) TO RVL-AFTER-HOURS-WS
           MOVE OPR-HOUSEHOLD-WS(OPR-IDX-WS) TO RVL-HOUSEHOLD-WS
           PERFORM JudgeFlags
           MOVE SPACES TO RVL-FLAGS-WS
           IF FLAG-LETTERS-WS NOT = SPACES
               ADD 1 TO FLAGGED-COUNT-WS
               STRING "REVIEW " FLAG-LETTERS-WS DELIMITED BY SIZE
                   INTO RVL-FLAGS-WS
               END-STRING
           END-IF
           DISPLAY REVIEW-LINE-WS
           MOVE "L" TO SPOOL-FUNC
           MOVE REVIEW-LINE-WS TO SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.

       JudgeFlags.
           MOVE SPACES TO FLAG-LETTERS-WS
           MOVE 1 TO FLAG-POS-WS
           IF ACTIVE-COUNT-WS < 2
               EXIT PARAGRAPH
           END-IF
           IF OPR-VOIDS-WS(OPR-IDX-WS) > 0 AND
                   OPR-VOIDS-WS(OPR-IDX-WS) >
                   AVG-VOIDS-WS * FLAG-FACTOR-WS
               MOVE "V" TO FLAG-LETTERS-WS(FLAG-POS-WS:1)
               ADD 1 TO FLAG-POS-WS
           END-IF
           IF OPR-WAIVED-WS(OPR-IDX-WS) > 0 AND
                   OPR-WAIVED-WS(OPR-IDX-WS) >
                   AVG-WAIVED-WS * FLAG-FACTOR-WS
               MOVE "W" TO FLAG-LETTERS-WS(FLAG-POS-WS:1)
               ADD 1 TO FLAG-POS-WS
           END-IF
           IF OPR-ADJUSTED-WS(OPR-IDX-WS) > 0 AND
                   OPR-ADJUSTED-WS(OPR-IDX-WS) >
                   AVG-ADJUSTED-WS * FLAG-FACTOR-WS
               MOVE "A" TO FLAG-LETTERS-WS(FLAG-POS-WS:1)
               ADD 1 TO FLAG-POS-WS
           END-IF
           IF OPR-OVERRIDES-WS(OPR-IDX-WS) > 0 AND
                   OPR-OVERRIDES-WS(OPR-IDX-WS) >
                   AVG-OVERRIDES-WS * FLAG-FACTOR-WS
               MOVE "O" TO FLAG-LETTERS-WS(FLAG-POS-WS:1)
               ADD 1 TO FLAG-POS-WS
           END-IF
           IF OPR-AFTER-HOURS-WS(OPR-IDX-WS) > 0 AND
                   OPR-AFTER-HOURS-WS(OPR-IDX-WS) >
                   AVG-AFTER-HOURS-WS * FLAG-FACTOR-WS
               MOVE "H" TO FLAG-LETTERS-WS(FLAG-POS-WS:1)
               ADD 1 TO FLAG-POS-WS
           END-IF
           IF OPR-HOUSEHOLD-WS(OPR-IDX-WS) > 0 AND
                   OPR-HOUSEHOLD-WS(OPR-IDX-WS) >
                   AVG-HOUSEHOLD-WS * FLAG-FACTOR-WS
               MOVE "F" TO FLAG-LETTERS-WS(FLAG-POS-WS:1)
           END-IF.

       ReportPeerAverage.
           MOVE "PEER AVERAGE" TO RVL-NAME-WS
           MOVE AVG-TXNS-WS TO RVL-TXNS-WS
           MOVE AVG-VOIDS-WS TO RVL-VOIDS-WS
           MOVE AVG-WAIVED-WS TO RVL-WAIVED-WS
           MOVE AVG-ADJUSTED-WS TO RVL-ADJUSTED-WS
           MOVE AVG-OVERRIDES-WS TO RVL-OVERRIDES-WS
           MOVE AVG-AFTER-HOURS-WS TO RVL-AFTER-HOURS-WS
           MOVE AVG-HOUSEHOLD-WS TO RVL-HOUSEHOLD-WS
           MOVE SPACES TO RVL-FLAGS-WS
           DISPLAY REVIEW-LINE-WS
           MOVE "L" TO SPOOL-FUNC
           MOVE REVIEW-LINE-WS TO SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.
