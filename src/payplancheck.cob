       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayPlanCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAYPLANFILE ASSIGN TO "payplan.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PPL-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS PLAN-FILE-STATUS-WS.

           SELECT OPTIONAL PAYPLANFINEFILE ASSIGN TO "payplanfine.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PPF-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS PPF-FILE-STATUS-WS.

           SELECT OPTIONAL FINERECORD ASSIGN TO "fine.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FINE-REF-ID
           ALTERNATE RECORD KEY IS FSTUDENT-ID WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS FINE-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYPLANFILE.
       COPY payplanrecord-fs.
       FD PAYPLANFINEFILE.
       COPY payplanfinerecord-fs.
       FD FINERECORD.
       COPY finerecord-fs.

       WORKING-STORAGE SECTION.
       COPY payplanrecord-ws.
       COPY payplanfinerecord-ws.
       COPY finerecord-ws.

       01 PLAN-FILE-STATUS-WS PIC X(2).
           88 PLAN-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 PPF-FILE-STATUS-WS PIC X(2).
           88 PPF-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 FINE-FILE-STATUS-WS PIC X(2).
           88 FINE-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.

       01 SCAN-DONE-WS PIC X VALUE "N".
       01 PLAN-FOUND-WS PIC X VALUE "N".
       01 OPEN-PLAN-KEY-WS PIC X(18).
       01 SCHEDULE-DONE-WS PIC X VALUE "N".
       01 PLAN-MISSED-WS PIC X VALUE "N".
       01 RUN-DATE-WS PIC 9(8).
       01 FINE-OWED-WS PIC 9(5)V99.
       01 COVERED-OWED-WS PIC 9(7)V99.
       01 EXPECTED-WS PIC 9(7)V99.
       01 NEW-DUE-WS PIC 9(8).

       LINKAGE SECTION.
       COPY payplan-request.

      *    Payment plans. What a plan has paid is not posted to it:
      *    it is what has come off the fines it covers since the day
      *    it was agreed, whether paid at the desk, by the bursar or
      *    waived, so no payment program has to know plans exist.
      *    The schedule is one installment every PPL-INTERVAL-DAYS
      *    from the first due date; by each installment date the
      *    plan must have paid that many installments (never more
      *    than the agreed total). An installment date gone by with
      *    less paid than that is a missed installment.
       PROCEDURE DIVISION USING PPQ-REQUEST.
       StartPara.
           MOVE SPACE TO PPQ-STATUS
           MOVE SPACE TO PPQ-PRIOR-STATUS
           MOVE 0 TO PPQ-START-DATE
           MOVE 0 TO PPQ-COVERED-OWED
           MOVE 0 TO PPQ-PAID-TO-DATE
           MOVE 0 TO PPQ-EXPECTED
           MOVE 0 TO PPQ-NEXT-DUE
           IF PPQ-RUN-DATE = 0
               ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
           ELSE
               MOVE PPQ-RUN-DATE TO RUN-DATE-WS
           END-IF
           IF PPQ-FUNC = "R"
               OPEN I-O PAYPLANFILE
           ELSE
               OPEN INPUT PAYPLANFILE
           END-IF
           IF PLAN-FILE-ABSENT-ON-OPEN-WS
               CLOSE PAYPLANFILE
               EXIT PROGRAM
           END-IF
           PERFORM FindOpenPlan
           IF PLAN-FOUND-WS = "Y"
               MOVE PPL-STATUS-WS TO PPQ-PRIOR-STATUS
               PERFORM TotalCoveredOwed
               PERFORM JudgeSchedule
               IF PPQ-FUNC = "R"
                   PERFORM RewritePlan
               END-IF
           END-IF
           CLOSE PAYPLANFILE.
           EXIT PROGRAM.

      *    A patron has one open plan at a time; the latest open
      *    row is the one in force.
       FindOpenPlan.
           MOVE "N" TO PLAN-FOUND-WS
           MOVE PPQ-STUDENT-ID TO PPL-STUDENT-ID
           MOVE 0 TO PPL-START-DATE
           MOVE "N" TO SCAN-DONE-WS
           START PAYPLANFILE KEY IS >= PPL-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ PAYPLANFILE NEXT INTO PAY-PLAN-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF PPL-STUDENT-ID-WS NOT = PPQ-STUDENT-ID
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           IF PPL-IS-OPEN-WS
                               MOVE PPL-REF-ID-WS TO OPEN-PLAN-KEY-WS
                               MOVE "Y" TO PLAN-FOUND-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF PLAN-FOUND-WS = "Y"
               MOVE OPEN-PLAN-KEY-WS TO PPL-REF-ID
               READ PAYPLANFILE INTO PAY-PLAN-WS
                   INVALID KEY MOVE "N" TO PLAN-FOUND-WS
               END-READ
           END-IF.

      *    A fine settled (other than referred to the agency, which
      *    the patron still owes) owes nothing; a fine gone from
      *    fine.bin owes nothing either.
       TotalCoveredOwed.
           MOVE 0 TO COVERED-OWED-WS
           OPEN INPUT PAYPLANFINEFILE
           IF PPF-FILE-ABSENT-ON-OPEN-WS
               CLOSE PAYPLANFINEFILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FINERECORD
           MOVE PPL-REF-ID-WS TO PPF-PLAN-REF
           MOVE LOW-VALUES TO PPF-FINE-REF
           MOVE "N" TO SCAN-DONE-WS
           START PAYPLANFINEFILE KEY IS >= PPF-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ PAYPLANFINEFILE NEXT INTO PAY-PLAN-FINE-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF PPF-PLAN-REF-WS NOT = PPL-REF-ID-WS
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM AddFineOwed
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINERECORD
           CLOSE PAYPLANFINEFILE.

       AddFineOwed.
           IF FINE-FILE-ABSENT-ON-OPEN-WS
               EXIT PARAGRAPH
           END-IF
           MOVE PPF-FINE-REF-WS TO FINE-REF-ID
           READ FINERECORD INTO FINE-WS
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF FINE-IS-SETTLED-WS AND NOT FINE-IS-REFERRED-WS
               EXIT PARAGRAPH
           END-IF
           IF FAMOUNT-PAID-WS < FAMOUNT-DUE-WS
               COMPUTE FINE-OWED-WS = FAMOUNT-DUE-WS - FAMOUNT-PAID-WS
               ADD FINE-OWED-WS TO COVERED-OWED-WS
           END-IF.

       JudgeSchedule.
           MOVE 0 TO PPL-PAID-TO-DATE-WS
           IF COVERED-OWED-WS < PPL-AGREED-TOTAL-WS
               COMPUTE PPL-PAID-TO-DATE-WS =
                   PPL-AGREED-TOTAL-WS - COVERED-OWED-WS
           END-IF
           MOVE "N" TO PLAN-MISSED-WS
           IF COVERED-OWED-WS = 0
               MOVE "D" TO PPL-STATUS-WS
           ELSE
               MOVE "N" TO SCHEDULE-DONE-WS
               PERFORM StepSchedule UNTIL SCHEDULE-DONE-WS = "Y"
               IF PLAN-MISSED-WS = "Y"
                   MOVE "L" TO PPL-STATUS-WS
               ELSE
                   MOVE "C" TO PPL-STATUS-WS
               END-IF
           END-IF
           PERFORM ComputeExpected
           MOVE PPL-STATUS-WS TO PPQ-STATUS
           MOVE PPL-START-DATE-WS TO PPQ-START-DATE
           MOVE COVERED-OWED-WS TO PPQ-COVERED-OWED
           MOVE PPL-PAID-TO-DATE-WS TO PPQ-PAID-TO-DATE
           MOVE EXPECTED-WS TO PPQ-EXPECTED
           MOVE PPL-NEXT-DUE-WS TO PPQ-NEXT-DUE.

      *    One installment date at a time: a date still to come ends
      *    the walk; a date gone by and paid for moves on to the
      *    next; a date gone by and not paid for is the miss.
       StepSchedule.
           IF PPL-NEXT-DUE-WS NOT < RUN-DATE-WS
               MOVE "Y" TO SCHEDULE-DONE-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM ComputeExpected
           IF PPL-PAID-TO-DATE-WS < EXPECTED-WS
               MOVE "Y" TO PLAN-MISSED-WS
               MOVE "Y" TO SCHEDULE-DONE-WS
               EXIT PARAGRAPH
           END-IF
           IF EXPECTED-WS NOT < PPL-AGREED-TOTAL-WS
               MOVE "Y" TO SCHEDULE-DONE-WS
               EXIT PARAGRAPH
           END-IF
           CALL "DateAdd" USING PPL-NEXT-DUE-WS PPL-INTERVAL-DAYS-WS
               NEW-DUE-WS
           MOVE NEW-DUE-WS TO PPL-NEXT-DUE-WS
           ADD 1 TO PPL-INSTALLMENTS-DUE-WS.

       ComputeExpected.
           COMPUTE EXPECTED-WS =
               PPL-INSTALLMENTS-DUE-WS * PPL-INSTALLMENT-WS
           IF EXPECTED-WS > PPL-AGREED-TOTAL-WS
               MOVE PPL-AGREED-TOTAL-WS TO EXPECTED-WS
           END-IF.

       RewritePlan.
           IF PPL-STATUS-WS NOT = PPQ-PRIOR-STATUS
               MOVE RUN-DATE-WS TO PPL-STATUS-DATE-WS
           END-IF
           MOVE PPL-REF-ID-WS TO PPL-REF-ID
           READ PAYPLANFILE
               INVALID KEY EXIT PARAGRAPH
           END-READ
           REWRITE PAY-PLAN-RECORD FROM PAY-PLAN-WS
               INVALID KEY CONTINUE
           END-REWRITE.
