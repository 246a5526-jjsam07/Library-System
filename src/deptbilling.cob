       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptBilling.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPTFILE ASSIGN TO "dept.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DEPT-CODE
           SHARING WITH ALL OTHER
           FILE STATUS IS DEPT-FILE-STATUS-WS.

           SELECT OPTIONAL DEPTBILLFILE ASSIGN TO "deptbill.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DBR-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS BILL-FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS STUDENT-FILE-STATUS-WS.

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

       DATA DIVISION.
       FILE SECTION.
       FD DEPTFILE.
       COPY deptrecord-fs.
       FD DEPTBILLFILE.
       COPY deptbillrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD FINERECORD.
       COPY finerecord-fs.
       FD DISPUTERECORD.
       COPY disputerecord-fs.

       WORKING-STORAGE SECTION.
       COPY deptrecord-ws.
       COPY deptbillrecord-ws.
       COPY studentrecord-ws.
       COPY finerecord-ws.
       COPY disputerecord-ws.
       COPY circeventrecord-ws.

       01 DEPT-FILE-STATUS-WS PIC X(2).
           88 DEPT-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 BILL-FILE-STATUS-WS PIC X(2).
           88 BILL-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 FINE-FILE-STATUS-WS PIC X(2).
           88 FINE-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 DSP-FILE-STATUS-WS PIC X(2).
           88 DSP-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.

       01 SCAN-DONE-WS PIC X VALUE "N".
       01 DEPT-READ-OK-WS PIC X VALUE "N".
       01 TYPE-HITS-WS PIC 9(2) VALUE 0.
       01 FINE-IN-DISPUTE-WS PIC X VALUE "N".
       01 FINE-REMAINING-WS PIC 9(5)V99.
       01 TODAY-DATE-WS.
           05 TODAY-PERIOD-WS PIC 9(6).
           05 TODAY-DD-WS PIC 9(2).
       01 TODAY-DATE-NUM-WS REDEFINES TODAY-DATE-WS PIC 9(8).

       LINKAGE SECTION.
       COPY deptbilling-request.

      *    Departmental billing. A department set up on the master
      *    to be billed takes over the fines of its patrons - of the
      *    patron types it names, and of the fine types in its scope
      *    - from the patron's own balance: each such fine still
      *    open is entered on deptbill.bin under this month for the
      *    monthly departmental invoice, marked routed (FPAID "D")
      *    on fine.bin so it is no longer payable at our desk, and
      *    logged as a transfer the way the bursar export logs its
      *    own. A fine still accruing, or under a pending dispute,
      *    waits until it is final.
       PROCEDURE DIVISION USING DBL-REQUEST.
       StartPara.
           MOVE "N" TO DBL-FOUND
           MOVE SPACES TO DBL-DEPT-NAME
           MOVE "N" TO DBL-BILLING
           MOVE SPACES TO DBL-ACCOUNT
           MOVE 0 TO DBL-ROUTED-COUNT
           MOVE 0 TO DBL-ROUTED-AMOUNT
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           EVALUATE DBL-FUNC
               WHEN "L"
                   PERFORM LookUpDept
               WHEN "R"
                   PERFORM RouteStudentFines
           END-EVALUATE.
           EXIT PROGRAM.

       LookUpDept.
           PERFORM ReadDept
           IF DEPT-READ-OK-WS = "Y"
               MOVE "Y" TO DBL-FOUND
               MOVE DEPT-CODE-WS TO DBL-DEPT-CODE
               MOVE DEPT-NAME-WS TO DBL-DEPT-NAME
               MOVE DEPT-BILLING-WS TO DBL-BILLING
               MOVE DEPT-ACCOUNT-WS TO DBL-ACCOUNT
           END-IF.

       ReadDept.
           MOVE "N" TO DEPT-READ-OK-WS
           IF DBL-DEPT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DEPTFILE
           IF DEPT-FILE-ABSENT-ON-OPEN-WS
               CLOSE DEPTFILE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(DBL-DEPT-CODE) TO DEPT-CODE
           READ DEPTFILE INTO DEPT-WS
               KEY IS DEPT-CODE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO DEPT-READ-OK-WS
           END-READ
           CLOSE DEPTFILE.

      *    Most calls stop at the first test: a patron with no
      *    department, or one whose department does not bill.
       RouteStudentFines.
           OPEN INPUT STUDENTRECORD
           IF STUDENT-FILE-ABSENT-ON-OPEN-WS
               CLOSE STUDENTRECORD
               EXIT PARAGRAPH
           END-IF
           MOVE DBL-STUDENT-ID TO STUDENT-ID
           READ STUDENTRECORD INTO STUDENT-WS
               INVALID KEY
                   CLOSE STUDENTRECORD
                   EXIT PARAGRAPH
           END-READ
           CLOSE STUDENTRECORD
           IF STUDENT-DEPT-WS = SPACES OR PATRON-TYPE-WS = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE STUDENT-DEPT-WS TO DBL-DEPT-CODE
           PERFORM LookUpDept
           IF DEPT-READ-OK-WS = "N" OR NOT DEPT-BILLS-FINES-WS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TYPE-HITS-WS
           INSPECT DEPT-BILL-TYPES-WS TALLYING TYPE-HITS-WS
               FOR ALL PATRON-TYPE-WS
           IF TYPE-HITS-WS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O FINERECORD
           IF FINE-FILE-ABSENT-ON-OPEN-WS
               CLOSE FINERECORD
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DISPUTERECORD
           PERFORM OpenBillFile
           MOVE DBL-STUDENT-ID TO FSTUDENT-ID
           START FINERECORD KEY IS = FSTUDENT-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ FINERECORD NEXT INTO FINE-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF FSTUDENT-ID-WS NOT = DBL-STUDENT-ID
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM RouteOneFine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPTBILLFILE
           CLOSE DISPUTERECORD
           CLOSE FINERECORD.

       OpenBillFile.
           OPEN EXTEND DEPTBILLFILE
           IF BILL-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT DEPTBILLFILE
               CLOSE DEPTBILLFILE
           ELSE
               CLOSE DEPTBILLFILE
           END-IF
           OPEN I-O DEPTBILLFILE.

      *    Replacement charges go to every billing department;
      *    overdue fines only to one whose scope takes them all.
      *    Membership dues and agency fees stay the patron's own.
       RouteOneFine.
           IF FINE-IS-SETTLED-WS OR FINE-IS-ACCRUING-WS
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN FINE-IS-REPLACEMENT-WS
                   CONTINUE
               WHEN FINE-IS-OVERDUE-WS
                   IF NOT DEPT-BILLS-ALL-FINES-WS
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           COMPUTE FINE-REMAINING-WS =
               FAMOUNT-DUE-WS - FAMOUNT-PAID-WS
           IF FINE-REMAINING-WS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckFineDispute
           IF FINE-IN-DISPUTE-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE TODAY-PERIOD-WS TO DBR-PERIOD-WS
           MOVE DEPT-CODE-WS TO DBR-DEPT-CODE-WS
           MOVE FINE-REF-ID-WS TO DBR-FINE-REF-WS
           MOVE FTYPE-WS TO DBR-FTYPE-WS
           MOVE FINE-REMAINING-WS TO DBR-AMOUNT-WS
           MOVE TODAY-DATE-NUM-WS TO DBR-ROUTED-DATE-WS
           MOVE "N" TO DBR-INVOICED-WS
           MOVE 0 TO DBR-INVOICE-DATE-WS
           WRITE DEPT-BILL-RECORD FROM DEPT-BILL-WS
               INVALID KEY EXIT PARAGRAPH
           END-WRITE
           MOVE "D" TO FPAID-WS
           REWRITE FINE-RECORD FROM FINE-WS
               INVALID KEY
                   MOVE DBR-REF-ID-WS TO DBR-REF-ID
                   DELETE DEPTBILLFILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM LogRoutedEvent
           ADD 1 TO DBL-ROUTED-COUNT
           ADD FINE-REMAINING-WS TO DBL-ROUTED-AMOUNT.

       CheckFineDispute.
           MOVE "N" TO FINE-IN-DISPUTE-WS
           IF DSP-FILE-ABSENT-ON-OPEN-WS
               EXIT PARAGRAPH
           END-IF
           MOVE FSTUDENT-ID-WS TO DSP-STUDENT-ID
           MOVE FBOOK-ID-WS TO DSP-BOOK-ID
           MOVE FASSESSED-DATE-WS TO DSP-FINE-DATE
           MOVE FASSESSED-TIME-WS TO DSP-FINE-TIME
           READ DISPUTERECORD INTO DISPUTE-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF DSP-IS-PENDING-WS
                       MOVE "Y" TO FINE-IN-DISPUTE-WS
                   END-IF
           END-READ.

      *    The balance leaves the patron's account for the
      *    department's, so it goes in the activity log as a
      *    FINEXFER like the bursar's.
       LogRoutedEvent.
           MOVE "FINEXFER" TO CIRC-EVENT-TYPE-WS
           MOVE FSTUDENT-ID-WS TO CIRC-STUDENT-ID-WS
           MOVE FBOOK-ID-WS TO CIRC-BOOK-ID-WS
           MOVE "DEPT BILLING" TO CIRC-OPERATOR-WS
           MOVE FINE-REMAINING-WS TO CIRC-AMOUNT-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS.
