       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptInvoice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPTBILLFILE ASSIGN TO "deptbill.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DBR-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS STUDENT-FILE-STATUS-WS.

           SELECT INVOICEFILE ASSIGN TO INVOICE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICE-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD DEPTBILLFILE.
       COPY deptbillrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD INVOICEFILE.
       01 INVOICE-HEADER-LINE.
           05 IVH-TYPE PIC X(1).
           05 IVH-PERIOD PIC 9(6).
           05 IVH-DEPT-CODE PIC X(6).
           05 IVH-DEPT-NAME PIC X(40).
           05 IVH-ACCOUNT PIC X(20).
           05 IVH-INVOICE-DATE PIC 9(8).
       01 INVOICE-DETAIL-LINE.
           05 IVD-TYPE PIC X(1).
           05 IVD-STUDENT-ID PIC 9(10).
           05 IVD-STUDENT-NAME PIC X(50).
           05 IVD-BOOK-ID PIC 9(10).
           05 IVD-ASSESSED-DATE PIC 9(8).
           05 IVD-FTYPE PIC X(1).
           05 IVD-ROUTED-DATE PIC 9(8).
           05 IVD-AMOUNT PIC 9(5).99.
       01 INVOICE-TRAILER-LINE.
           05 IVT-TYPE PIC X(1).
           05 IVT-DEPT-CODE PIC X(6).
           05 IVT-ITEM-COUNT PIC 9(5).
           05 IVT-TOTAL PIC 9(7).99.

       WORKING-STORAGE SECTION.
       COPY deptbillrecord-ws.
       COPY studentrecord-ws.
       COPY deptbilling-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 INVOICE-FILE-STATUS-WS PIC X(2).
       01 INVOICE-NAME-WS PIC X(23).

       01 SCAN-DONE-WS PIC X VALUE "N".
       01 TODAY-DATE-WS.
           05 TODAY-PERIOD-WS.
               10 TODAY-YYYY-WS PIC 9(4).
               10 TODAY-MM-WS PIC 9(2).
           05 TODAY-DD-WS PIC 9(2).
       01 TODAY-DATE-NUM-WS REDEFINES TODAY-DATE-WS PIC 9(8).
       01 TODAY-PERIOD-NUM-WS PIC 9(6).
       01 BILLED-MONTH-WS.
           05 BILLED-YYYY-WS PIC 9(4).
           05 BILLED-MM-WS PIC 9(2).

       01 SECTION-OPEN-WS PIC X VALUE "N".
       01 SECTION-PERIOD-WS PIC 9(6).
       01 SECTION-DEPT-WS PIC X(6).
       01 SECTION-COUNT-WS PIC 9(5) VALUE 0.
       01 SECTION-TOTAL-WS PIC 9(7)V99 VALUE 0.
       01 SECTIONS-WRITTEN-WS PIC 9(5) VALUE 0.
       01 ITEMS-WRITTEN-WS PIC 9(5) VALUE 0.
       01 GRAND-TOTAL-WS PIC 9(9)V99 VALUE 0.

       LINKAGE SECTION.
       01 DIV-RUN-DATE-LS PIC 9(8).

      *    Monthly departmental invoice. Every fine routed to a
      *    department (deptbill.bin) in the months before the run's
      *    own and not yet invoiced is itemized into a dated file
      *    for the finance office - one section per department and
      *    month, headed with the department's account and closed
      *    with its count and total - and marked invoiced, so a
      *    second run the same month sends nothing twice. Rows
      *    routed this month wait for next month's run. Called with
      *    zero from the admin menu for today, or by the batch
      *    schedule with its run date on the first open day of the
      *    month.
       PROCEDURE DIVISION USING DIV-RUN-DATE-LS.
       StartPara.
           DISPLAY " "
           DISPLAY "DEPARTMENTAL INVOICE"
           IF DIV-RUN-DATE-LS = 0
               ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           ELSE
               MOVE DIV-RUN-DATE-LS TO TODAY-DATE-NUM-WS
           END-IF
           MOVE TODAY-PERIOD-WS TO TODAY-PERIOD-NUM-WS
           IF TODAY-MM-WS = 1
               COMPUTE BILLED-YYYY-WS = TODAY-YYYY-WS - 1
               MOVE 12 TO BILLED-MM-WS
           ELSE
               MOVE TODAY-YYYY-WS TO BILLED-YYYY-WS
               COMPUTE BILLED-MM-WS = TODAY-MM-WS - 1
           END-IF
           OPEN I-O DEPTBILLFILE
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO DEPARTMENTAL CHARGES ON FILE."
               EXIT PROGRAM
           END-IF
           OPEN INPUT STUDENTRECORD
           MOVE SPACES TO INVOICE-NAME-WS
           STRING "deptinvoice_" BILLED-MONTH-WS ".txt"
               DELIMITED BY SIZE INTO INVOICE-NAME-WS
           END-STRING
           OPEN OUTPUT INVOICEFILE

           MOVE LOW-VALUES TO DBR-REF-ID
           START DEPTBILLFILE KEY IS >= DBR-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ DEPTBILLFILE NEXT INTO DEPT-BILL-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF DBR-PERIOD-WS NOT < TODAY-PERIOD-NUM-WS
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM InvoiceOneCharge
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CloseSection

           CLOSE INVOICEFILE
           CLOSE STUDENTRECORD
           CLOSE DEPTBILLFILE
           DISPLAY " "
           DISPLAY ITEMS-WRITTEN-WS " CHARGE(S) IN " SECTIONS-WRITTEN-WS
               " DEPARTMENT SECTION(S) WRITTEN TO " INVOICE-NAME-WS
           DISPLAY "INVOICE TOTAL: $" GRAND-TOTAL-WS.
           EXIT PROGRAM.

       InvoiceOneCharge.
           IF DBR-IS-INVOICED-WS
               EXIT PARAGRAPH
           END-IF
           IF SECTION-OPEN-WS = "Y" AND
                   (DBR-PERIOD-WS NOT = SECTION-PERIOD-WS OR
                    DBR-DEPT-CODE-WS NOT = SECTION-DEPT-WS)
               PERFORM CloseSection
           END-IF
           IF SECTION-OPEN-WS = "N"
               PERFORM OpenSection
           END-IF
           PERFORM ReadChargeStudent
           MOVE SPACES TO INVOICE-DETAIL-LINE
           MOVE "D" TO IVD-TYPE
           MOVE DBR-STUDENT-ID-WS TO IVD-STUDENT-ID
           MOVE STUDENTNAME-WS TO IVD-STUDENT-NAME
           MOVE DBR-BOOK-ID-WS TO IVD-BOOK-ID
           MOVE DBR-ASSESSED-DATE-WS TO IVD-ASSESSED-DATE
           MOVE DBR-FTYPE-WS TO IVD-FTYPE
           MOVE DBR-ROUTED-DATE-WS TO IVD-ROUTED-DATE
           MOVE DBR-AMOUNT-WS TO IVD-AMOUNT
           WRITE INVOICE-DETAIL-LINE
           MOVE "Y" TO DBR-INVOICED-WS
           MOVE TODAY-DATE-NUM-WS TO DBR-INVOICE-DATE-WS
           REWRITE DEPT-BILL-RECORD FROM DEPT-BILL-WS
               INVALID KEY
                   DISPLAY "  UNABLE TO MARK CHARGE INVOICED FOR "
                       "STUDENT " DBR-STUDENT-ID-WS
           END-REWRITE
           ADD 1 TO SECTION-COUNT-WS
           ADD DBR-AMOUNT-WS TO SECTION-TOTAL-WS
           ADD 1 TO ITEMS-WRITTEN-WS
           ADD DBR-AMOUNT-WS TO GRAND-TOTAL-WS.

      *    A department removed from the master since its charges
      *    were routed is still invoiced, under its code alone.
       OpenSection.
           MOVE "Y" TO SECTION-OPEN-WS
           MOVE DBR-PERIOD-WS TO SECTION-PERIOD-WS
           MOVE DBR-DEPT-CODE-WS TO SECTION-DEPT-WS
           MOVE 0 TO SECTION-COUNT-WS
           MOVE 0 TO SECTION-TOTAL-WS
           MOVE "L" TO DBL-FUNC
           MOVE DBR-DEPT-CODE-WS TO DBL-DEPT-CODE
           CALL "DeptBilling" USING DBL-REQUEST
           MOVE SPACES TO INVOICE-HEADER-LINE
           MOVE "H" TO IVH-TYPE
           MOVE DBR-PERIOD-WS TO IVH-PERIOD
           MOVE DBR-DEPT-CODE-WS TO IVH-DEPT-CODE
           IF DBL-DEPT-FOUND
               MOVE DBL-DEPT-NAME TO IVH-DEPT-NAME
               MOVE DBL-ACCOUNT TO IVH-ACCOUNT
           END-IF
           MOVE TODAY-DATE-NUM-WS TO IVH-INVOICE-DATE
           WRITE INVOICE-HEADER-LINE
           ADD 1 TO SECTIONS-WRITTEN-WS.

       CloseSection.
           IF SECTION-OPEN-WS = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INVOICE-TRAILER-LINE
           MOVE "T" TO IVT-TYPE
           MOVE SECTION-DEPT-WS TO IVT-DEPT-CODE
           MOVE SECTION-COUNT-WS TO IVT-ITEM-COUNT
           MOVE SECTION-TOTAL-WS TO IVT-TOTAL
           WRITE INVOICE-TRAILER-LINE
           DISPLAY "  " SECTION-PERIOD-WS " " SECTION-DEPT-WS " "
               SECTION-COUNT-WS " CHARGE(S) $" SECTION-TOTAL-WS
           MOVE "N" TO SECTION-OPEN-WS.

       ReadChargeStudent.
           MOVE SPACES TO STUDENTNAME-WS
           IF NOT STUDENT-FILE-DOES-NOT-EXIST-WS
               MOVE DBR-STUDENT-ID-WS TO STUDENT-ID
               READ STUDENTRECORD INTO STUDENT-WS
                   INVALID KEY MOVE SPACES TO STUDENTNAME-WS
               END-READ
           END-IF.
