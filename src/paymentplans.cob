       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaymentPlans.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAYPLANFILE ASSIGN TO "payplan.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PPL-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

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

           SELECT OPTIONAL DISPUTERECORD ASSIGN TO "dispute.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DISPUTE-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS DSP-FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS STUDENT-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYPLANFILE.
       COPY payplanrecord-fs.
       FD PAYPLANFINEFILE.
       COPY payplanfinerecord-fs.
       FD FINERECORD.
       COPY finerecord-fs.
       FD DISPUTERECORD.
       COPY disputerecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.

       WORKING-STORAGE SECTION.
       COPY payplanrecord-ws.
       COPY payplanfinerecord-ws.
       COPY finerecord-ws.
       COPY disputerecord-ws.
       COPY studentrecord-ws.
       COPY payplan-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 PPF-FILE-STATUS-WS PIC X(2).
           88 PPF-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 FINE-FILE-STATUS-WS PIC X(2).
           88 FINE-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 DSP-FILE-STATUS-WS PIC X(2).
           88 DSP-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.

       01 OPTION-WS PIC 9.
       01 ID-SCAN-WS PIC X(10) VALUE SPACES.
       01 AMOUNT-SCAN-WS PIC X(10) VALUE SPACES.
       01 DAYS-SCAN-WS PIC X(3) VALUE SPACES.
       01 DATE-SCAN-WS PIC X(8) VALUE SPACES.
       01 CONFIRM-WS PIC X VALUE SPACE.
       01 PP-STUDENT-ID-WS PIC 9(10).
       01 TODAY-DATE-WS PIC 9(8).
       01 REVIEW-RUN-DATE-WS PIC 9(8) VALUE 0.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 FINE-IN-DISPUTE-WS PIC X VALUE "N".
       01 FINE-OWED-WS PIC 9(5)V99.
       01 OPEN-OWED-WS PIC 9(7)V99.
       01 OPEN-COUNT-WS PIC 9(3).
       01 INSTALLMENT-COUNT-WS PIC 9(5).
       01 FINE-TABLE-WS.
           05 FINE-ENTRY-WS OCCURS 200 TIMES.
               10 FT-FINE-REF-WS PIC X(36).
               10 FT-OWED-WS PIC 9(5)V99.
       01 FT-IDX-WS PIC 9(3).
       01 OWED-EDIT-WS PIC Z(6)9.99.
       01 AMOUNT-EDIT-WS PIC Z(4)9.99.
       01 FINE-EDIT-WS PIC Z(4)9.99.

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    Installment payment plans for patrons whose balance is
      *    past the borrowing block. A plan covers every fine the
      *    patron still owes that is final - not still accruing, not
      *    under a pending dispute - for the total owed on them that
      *    day, paid as a fixed installment every so many days from
      *    the first due date. While the plan is current the covered
      *    fines are left out of the borrowing block (PayPlanCheck);
      *    payments are taken at the fine screen as always, and the
      *    plan sees them come off the covered fines. A patron has
      *    one open plan at a time. The status report is the same
      *    run the batch schedule makes each night (PayPlanReview).
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "PAYMENT PLANS - OPERATOR: " ADMINNAME-LS
               DISPLAY "[1] SET UP A PLAN"
               DISPLAY "[2] SHOW A PATRON'S PLAN"
               DISPLAY "[3] CANCEL A PLAN"
               DISPLAY "[4] PLAN STATUS REPORT"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM SetUpPlan
                   WHEN 2 PERFORM ShowPlan
                   WHEN 3 PERFORM CancelPlan
                   WHEN 4
                       CALL "PayPlanReview" USING REVIEW-RUN-DATE-WS
                   WHEN 0
                       EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       AskStudentId.
           DISPLAY "STUDENT ID: " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           IF ID-SCAN-WS = SPACES
               MOVE 0 TO PP-STUDENT-ID-WS
           ELSE
               MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO PP-STUDENT-ID-WS
           END-IF.

       QueryPlan.
           MOVE "Q" TO PPQ-FUNC
           MOVE PP-STUDENT-ID-WS TO PPQ-STUDENT-ID
           MOVE 0 TO PPQ-RUN-DATE
           CALL "PayPlanCheck" USING PPQ-REQUEST.

       SetUpPlan.
           PERFORM AskStudentId
           IF PP-STUDENT-ID-WS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT STUDENTRECORD
           IF STUDENT-FILE-ABSENT-ON-OPEN-WS
               CLOSE STUDENTRECORD
               DISPLAY "NO STUDENTS ON FILE."
               EXIT PARAGRAPH
           END-IF
           MOVE PP-STUDENT-ID-WS TO STUDENT-ID
           READ STUDENTRECORD INTO STUDENT-WS
               INVALID KEY
                   CLOSE STUDENTRECORD
                   DISPLAY "NO SUCH STUDENT."
                   EXIT PARAGRAPH
           END-READ
           CLOSE STUDENTRECORD
           PERFORM QueryPlan
           IF PPQ-PLAN-CURRENT OR PPQ-PLAN-LATE
               DISPLAY "THIS PATRON ALREADY HAS AN OPEN PLAN, AGREED "
                   PPQ-START-DATE "."
               EXIT PARAGRAPH
           END-IF
           IF PPQ-PLAN-CLEARED
               MOVE "R" TO PPQ-FUNC
               CALL "PayPlanCheck" USING PPQ-REQUEST
           END-IF
           PERFORM GatherOpenFines
           IF OPEN-COUNT-WS = 0
               DISPLAY "NO FINAL FINES OWED - NOTHING FOR A PLAN TO "
                   "COVER."
               EXIT PARAGRAPH
           END-IF
           MOVE OPEN-OWED-WS TO OWED-EDIT-WS
           DISPLAY OPEN-COUNT-WS " FINE(S), $" OWED-EDIT-WS
               " OWED, WILL BE COVERED."
           IF OPEN-OWED-WS > 99999.99
               DISPLAY "TOO LARGE FOR ONE PLAN - SEE THE SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "INSTALLMENT AMOUNT: " WITH NO ADVANCING
           MOVE SPACES TO AMOUNT-SCAN-WS
           ACCEPT AMOUNT-SCAN-WS
           IF AMOUNT-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(AMOUNT-SCAN-WS) TO PPL-INSTALLMENT-WS
           IF PPL-INSTALLMENT-WS = 0
               DISPLAY "AN INSTALLMENT AMOUNT IS REQUIRED."
               EXIT PARAGRAPH
           END-IF
           IF PPL-INSTALLMENT-WS > OPEN-OWED-WS
               MOVE OPEN-OWED-WS TO PPL-INSTALLMENT-WS
           END-IF
           DISPLAY "DAYS BETWEEN INSTALLMENTS (ENTER FOR 30): "
               WITH NO ADVANCING
           MOVE SPACES TO DAYS-SCAN-WS
           ACCEPT DAYS-SCAN-WS
           IF DAYS-SCAN-WS = SPACES
               MOVE 30 TO PPL-INTERVAL-DAYS-WS
           ELSE
               MOVE FUNCTION NUMVAL(DAYS-SCAN-WS)
                   TO PPL-INTERVAL-DAYS-WS
           END-IF
           IF PPL-INTERVAL-DAYS-WS = 0
               MOVE 30 TO PPL-INTERVAL-DAYS-WS
           END-IF
           CALL "DateAdd" USING TODAY-DATE-WS PPL-INTERVAL-DAYS-WS
               PPL-NEXT-DUE-WS
           DISPLAY "FIRST INSTALLMENT DUE (YYYYMMDD, ENTER FOR "
               PPL-NEXT-DUE-WS "): " WITH NO ADVANCING
           MOVE SPACES TO DATE-SCAN-WS
           ACCEPT DATE-SCAN-WS
           IF DATE-SCAN-WS NOT = SPACES
               IF DATE-SCAN-WS IS NOT NUMERIC OR
                       DATE-SCAN-WS < TODAY-DATE-WS
                   DISPLAY "NOT A DATE FROM TODAY ON - NO PLAN SET UP."
                   EXIT PARAGRAPH
               END-IF
               MOVE DATE-SCAN-WS TO PPL-NEXT-DUE-WS
           END-IF
           DIVIDE OPEN-OWED-WS BY PPL-INSTALLMENT-WS
               GIVING INSTALLMENT-COUNT-WS
           IF INSTALLMENT-COUNT-WS * PPL-INSTALLMENT-WS < OPEN-OWED-WS
               ADD 1 TO INSTALLMENT-COUNT-WS
           END-IF
           MOVE PPL-INSTALLMENT-WS TO AMOUNT-EDIT-WS
           DISPLAY INSTALLMENT-COUNT-WS " INSTALLMENT(S) OF $"
               AMOUNT-EDIT-WS " EVERY " PPL-INTERVAL-DAYS-WS
               " DAYS FROM " PPL-NEXT-DUE-WS "."
           DISPLAY "AGREE THE PLAN (Y/N)? " WITH NO ADVANCING
           ACCEPT CONFIRM-WS
           IF CONFIRM-WS NOT = "Y" AND CONFIRM-WS NOT = "y"
               DISPLAY "NO PLAN SET UP."
               EXIT PARAGRAPH
           END-IF
           PERFORM WritePlan.

      *    The fines the plan takes on, held in FINE-TABLE-WS until
      *    the plan is agreed.
       GatherOpenFines.
           MOVE 0 TO OPEN-COUNT-WS
           MOVE 0 TO OPEN-OWED-WS
           OPEN INPUT FINERECORD
           IF FINE-FILE-ABSENT-ON-OPEN-WS
               CLOSE FINERECORD
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DISPUTERECORD
           MOVE PP-STUDENT-ID-WS TO FSTUDENT-ID
           MOVE "N" TO SCAN-DONE-WS
           START FINERECORD KEY IS = FSTUDENT-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ FINERECORD NEXT INTO FINE-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF FSTUDENT-ID-WS NOT = PP-STUDENT-ID-WS
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM TakeFineIfFinal
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTERECORD
           CLOSE FINERECORD.

       TakeFineIfFinal.
           IF FINE-IS-SETTLED-WS AND NOT FINE-IS-REFERRED-WS
               EXIT PARAGRAPH
           END-IF
           IF FINE-IS-ACCRUING-WS OR FAMOUNT-PAID-WS >= FAMOUNT-DUE-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FINE-IN-DISPUTE-WS
           IF NOT DSP-FILE-ABSENT-ON-OPEN-WS
               MOVE FINE-REF-ID-WS TO DISPUTE-REF-ID
               READ DISPUTERECORD INTO DISPUTE-WS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DSP-IS-PENDING-WS
                           MOVE "Y" TO FINE-IN-DISPUTE-WS
                       END-IF
               END-READ
           END-IF
           IF FINE-IN-DISPUTE-WS = "Y" OR OPEN-COUNT-WS = 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OPEN-COUNT-WS
           COMPUTE FINE-OWED-WS = FAMOUNT-DUE-WS - FAMOUNT-PAID-WS
           MOVE FINE-REF-ID-WS TO FT-FINE-REF-WS(OPEN-COUNT-WS)
           MOVE FINE-OWED-WS TO FT-OWED-WS(OPEN-COUNT-WS)
           ADD FINE-OWED-WS TO OPEN-OWED-WS
           MOVE FINE-OWED-WS TO FINE-EDIT-WS
           DISPLAY "  BOOK " FBOOK-ID-WS " ASSESSED " FASSESSED-DATE-WS
               " OWED $" FINE-EDIT-WS.

       WritePlan.
           PERFORM OpenPlanFiles
           MOVE PP-STUDENT-ID-WS TO PPL-STUDENT-ID-WS
           MOVE TODAY-DATE-WS TO PPL-START-DATE-WS
           MOVE OPEN-OWED-WS TO PPL-AGREED-TOTAL-WS
           MOVE 1 TO PPL-INSTALLMENTS-DUE-WS
           MOVE 0 TO PPL-PAID-TO-DATE-WS
           MOVE "C" TO PPL-STATUS-WS
           MOVE TODAY-DATE-WS TO PPL-STATUS-DATE-WS
           MOVE OPEN-COUNT-WS TO PPL-FINE-COUNT-WS
           MOVE ADMINNAME-LS TO PPL-OPERATOR-WS
           WRITE PAY-PLAN-RECORD FROM PAY-PLAN-WS
               INVALID KEY
                   DISPLAY "A PLAN FOR THIS PATRON WAS ALREADY AGREED "
                       "TODAY - NO PLAN SET UP."
                   CLOSE PAYPLANFINEFILE
                   CLOSE PAYPLANFILE
                   EXIT PARAGRAPH
           END-WRITE
           PERFORM VARYING FT-IDX-WS FROM 1 BY 1
                   UNTIL FT-IDX-WS > OPEN-COUNT-WS
               MOVE PPL-REF-ID-WS TO PPF-PLAN-REF-WS
               MOVE FT-FINE-REF-WS(FT-IDX-WS) TO PPF-FINE-REF-WS
               MOVE FT-OWED-WS(FT-IDX-WS) TO PPF-OWED-AT-START-WS
               WRITE PAY-PLAN-FINE-RECORD FROM PAY-PLAN-FINE-WS
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM
           CLOSE PAYPLANFINEFILE
           CLOSE PAYPLANFILE
           DISPLAY "PLAN AGREED. THE COVERED FINES NO LONGER BLOCK "
               "BORROWING WHILE IT IS KEPT UP.".

       OpenPlanFiles.
           OPEN EXTEND PAYPLANFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT PAYPLANFILE
               CLOSE PAYPLANFILE
           ELSE
               CLOSE PAYPLANFILE
           END-IF
           OPEN I-O PAYPLANFILE
           OPEN EXTEND PAYPLANFINEFILE
           IF PPF-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT PAYPLANFINEFILE
               CLOSE PAYPLANFINEFILE
           ELSE
               CLOSE PAYPLANFINEFILE
           END-IF
           OPEN I-O PAYPLANFINEFILE.

       ShowPlan.
           PERFORM AskStudentId
           IF PP-STUDENT-ID-WS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM QueryPlan
           IF PPQ-NO-PLAN
               DISPLAY "NO OPEN PLAN FOR THIS PATRON."
               EXIT PARAGRAPH
           END-IF
           MOVE PP-STUDENT-ID-WS TO PPL-STUDENT-ID
           MOVE PPQ-START-DATE TO PPL-START-DATE
           OPEN INPUT PAYPLANFILE
           READ PAYPLANFILE INTO PAY-PLAN-WS
               INVALID KEY CONTINUE
           END-READ
           CLOSE PAYPLANFILE
           DISPLAY " "
           DISPLAY "PLAN AGREED " PPL-START-DATE-WS " BY "
               PPL-OPERATOR-WS
           MOVE PPL-AGREED-TOTAL-WS TO OWED-EDIT-WS
           DISPLAY "  COVERS " PPL-FINE-COUNT-WS " FINE(S), $"
               OWED-EDIT-WS " AGREED"
           MOVE PPL-INSTALLMENT-WS TO AMOUNT-EDIT-WS
           DISPLAY "  $" AMOUNT-EDIT-WS " EVERY "
               PPL-INTERVAL-DAYS-WS " DAYS"
           MOVE PPQ-PAID-TO-DATE TO OWED-EDIT-WS
           DISPLAY "  PAID SO FAR      $" OWED-EDIT-WS
           MOVE PPQ-EXPECTED TO OWED-EDIT-WS
           DISPLAY "  DUE BY " PPQ-NEXT-DUE "  $" OWED-EDIT-WS
           MOVE PPQ-COVERED-OWED TO OWED-EDIT-WS
           DISPLAY "  STILL OWED       $" OWED-EDIT-WS
           EVALUATE TRUE
               WHEN PPQ-PLAN-CURRENT
                   DISPLAY "  CURRENT - THE COVERED FINES DO NOT "
                       "BLOCK BORROWING."
               WHEN PPQ-PLAN-LATE
                   DISPLAY "  LATE - AN INSTALLMENT WAS MISSED; "
                       "BORROWING IS BLOCKED UNTIL IT IS PAID."
               WHEN OTHER
                   DISPLAY "  PAID OFF - THE PLAN CLOSES AT THE NEXT "
                       "REVIEW."
           END-EVALUATE.

       CancelPlan.
           PERFORM AskStudentId
           IF PP-STUDENT-ID-WS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM QueryPlan
           IF NOT PPQ-PLAN-CURRENT AND NOT PPQ-PLAN-LATE
               DISPLAY "NO OPEN PLAN FOR THIS PATRON."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CANCEL THE PLAN AGREED " PPQ-START-DATE
               "? THE COVERED FINES WILL BLOCK BORROWING AGAIN (Y/N) "
               WITH NO ADVANCING
           ACCEPT CONFIRM-WS
           IF CONFIRM-WS NOT = "Y" AND CONFIRM-WS NOT = "y"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PAYPLANFILE
           MOVE PP-STUDENT-ID-WS TO PPL-STUDENT-ID
           MOVE PPQ-START-DATE TO PPL-START-DATE
           READ PAYPLANFILE INTO PAY-PLAN-WS
               INVALID KEY
                   CLOSE PAYPLANFILE
                   EXIT PARAGRAPH
           END-READ
           MOVE "X" TO PPL-STATUS-WS
           MOVE TODAY-DATE-WS TO PPL-STATUS-DATE-WS
           REWRITE PAY-PLAN-RECORD FROM PAY-PLAN-WS
               INVALID KEY DISPLAY "UNABLE TO CANCEL THE PLAN."
               NOT INVALID KEY DISPLAY "PLAN CANCELLED."
           END-REWRITE
           CLOSE PAYPLANFILE.
