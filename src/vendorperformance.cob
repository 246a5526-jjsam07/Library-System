       IDENTIFICATION DIVISION.
       PROGRAM-ID. VendorPerformance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PORECORD ASSIGN TO "po.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-NUMBER
           FILE STATUS IS PO-FILE-STATUS-WS.

           SELECT OPTIONAL POLINERECORD ASSIGN TO "poline.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-LINE-REF-ID
           ALTERNATE RECORD KEY IS POL-PO-NUMBER WITH DUPLICATES
           ALTERNATE RECORD KEY IS POL-BOOK-ID WITH DUPLICATES
           FILE STATUS IS POL-FILE-STATUS-WS.

           SELECT OPTIONAL INVOICERECORD ASSIGN TO "invoice.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INVOICE-REF-ID
           ALTERNATE RECORD KEY IS INV-PO-NUMBER WITH DUPLICATES
           FILE STATUS IS INV-FILE-STATUS-WS.

           SELECT OPTIONAL SERIALISSUE ASSIGN TO "serialissue.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SISSUE-REF-ID
           FILE STATUS IS ISSUE-FILE-STATUS-WS.

           SELECT OPTIONAL SUBSRECORD ASSIGN TO "subs.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUB-ID
           FILE STATUS IS SUB-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD PORECORD.
       COPY porecord-fs.
       FD POLINERECORD.
       COPY polinerecord-fs.
       FD INVOICERECORD.
       COPY invoicerecord-fs.
       FD SERIALISSUE.
       COPY serialissuerecord-fs.
       FD SUBSRECORD.
       COPY subsrecord-fs.

       WORKING-STORAGE SECTION.
       COPY porecord-ws.
       COPY polinerecord-ws.
       COPY invoicerecord-ws.
       COPY serialissuerecord-ws.
       COPY subsrecord-ws.
       COPY vendorlookup-request.
       COPY spool-request.

       01 PO-FILE-STATUS-WS PIC X(2).
           88 PO-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 POL-FILE-STATUS-WS PIC X(2).
           88 POL-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 INV-FILE-STATUS-WS PIC X(2).
           88 INV-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 ISSUE-FILE-STATUS-WS PIC X(2).
           88 ISSUE-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 SUB-FILE-STATUS-WS PIC X(2).
           88 SUB-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.

       01 SCAN-DONE-WS PIC X VALUE "N".
       01 LINE-DONE-WS PIC X VALUE "N".
       01 ENTRY-SCAN-WS PIC X(4) VALUE SPACES.
       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
           05 TODAY-DD-WS PIC 9(2).
       01 REPORT-YEAR-WS PIC 9(4).
       01 CLAIM-YEAR-WS PIC 9(4).
       01 ROW-VENDOR-WS PIC X(8).
       01 ORDER-DAYNUM-WS PIC 9(7).
       01 RECEIVED-DAYNUM-WS PIC 9(7).

      *    One row per vendor code met in the year, kept in code
      *    order as rows are added; paperwork raised before the
      *    vendor master, with no code on it, is counted under
      *    (NONE).
       01 VENDOR-SUM-TABLE-WS.
           05 VSUM-COUNT-WS PIC 9(3) VALUE 0.
           05 VSUM-ENTRY-WS OCCURS 200 TIMES.
               10 VSUM-CODE-WS PIC X(8).
               10 VSUM-ORDERS-WS PIC 9(5).
               10 VSUM-LINES-WS PIC 9(5).
               10 VSUM-FILLED-WS PIC 9(5).
               10 VSUM-RECEIVED-WS PIC 9(5).
               10 VSUM-DAYS-WS PIC 9(7).
               10 VSUM-INV-LINES-WS PIC 9(5).
               10 VSUM-MISMATCH-WS PIC 9(5).
               10 VSUM-CLAIMS-WS PIC 9(5).
       01 VSUM-IDX-WS PIC 9(3).
       01 VSUM-SCAN-WS PIC 9(3).
       01 VSUM-FOUND-WS PIC X VALUE "N".
       01 VSUM-OVERFLOW-WS PIC 9(5) VALUE 0.

       01 TOTAL-ORDERS-WS PIC 9(5) VALUE 0.
       01 TOTAL-MISMATCH-WS PIC 9(5) VALUE 0.
       01 TOTAL-CLAIMS-WS PIC 9(5) VALUE 0.
       01 AVG-DAYS-WS PIC 9(5).
       01 FILL-PCT-WS PIC 9(3).
       01 ORDERS-ED-WS PIC Z(4)9.
       01 DAYS-ED-WS PIC Z(4)9.
       01 FILL-ED-WS PIC Z(4)9.
       01 INV-LINES-ED-WS PIC Z(4)9.
       01 MISMATCH-ED-WS PIC Z(4)9.
       01 CLAIMS-ED-WS PIC Z(4)9.
       01 ROW-NAME-WS PIC X(20).

      *    The yearly vendor performance report: for each vendor,
      *    the orders placed in the year keyed at the prompt, the
      *    average days from the order date to the latest delivery
      *    on each line received, the percentage of order lines
      *    filled in full, how many of the vendor's invoice lines
      *    failed the three-way match when keyed (held, or
      *    released only on review or a re-run), and how many
      *    serial issues were claimed from the vendor. The slowest
      *    vendor is the one with the highest average days.
       PROCEDURE DIVISION.
       StartPara.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           DISPLAY " "
           DISPLAY "VENDOR PERFORMANCE"
           MOVE TODAY-YYYY-WS TO REPORT-YEAR-WS
           DISPLAY "YEAR [" REPORT-YEAR-WS "]: " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS NOT = SPACES
               IF ENTRY-SCAN-WS IS NOT NUMERIC
                   DISPLAY "THE YEAR MUST BE KEYED AS YYYY."
                   EXIT PROGRAM
               END-IF
               MOVE ENTRY-SCAN-WS TO REPORT-YEAR-WS
           END-IF
           PERFORM ScanOrders
           PERFORM ScanInvoices
           PERFORM ScanClaims
           MOVE "O" TO SPOOL-FUNC
           MOVE "vendperf" TO SPOOL-PREFIX
           MOVE SPACES TO SPOOL-TITLE
           STRING "VENDOR PERFORMANCE " REPORT-YEAR-WS
               DELIMITED BY SIZE INTO SPOOL-TITLE
           END-STRING
           MOVE "CODE     NAME                 ORDRS AVG-D"
               TO SPOOL-HEADING
           MOVE " FILL% INVLN MISMT CLAIM" TO SPOOL-HEADING(42:24)
           CALL "ReportSpool" USING SPOOL-REQUEST
           DISPLAY " "
           DISPLAY SPOOL-HEADING
           PERFORM VARYING VSUM-IDX-WS FROM 1 BY 1
                   UNTIL VSUM-IDX-WS > VSUM-COUNT-WS
               PERFORM ShowVendorRow
           END-PERFORM
           IF VSUM-OVERFLOW-WS > 0
               DISPLAY VSUM-OVERFLOW-WS " ITEM(S) PAST THE 200TH "
                   "VENDOR LEFT OUT OF THE ROWS."
           END-IF
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING "TOTAL " VSUM-COUNT-WS " VENDOR(S) "
               TOTAL-ORDERS-WS " ORDERS " TOTAL-MISMATCH-WS
               " MISMATCHED LINES " TOTAL-CLAIMS-WS " CLAIMS"
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           DISPLAY SPOOL-TOTAL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.
           EXIT PROGRAM.

      *    Orders still in draft have not been placed with anyone.
       ScanOrders.
           OPEN INPUT PORECORD
           IF PO-FILE-ABSENT-ON-OPEN-WS
               CLOSE PORECORD
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT POLINERECORD
           MOVE ZEROS TO PO-NUMBER
           START PORECORD KEY IS >= PO-NUMBER
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ PORECORD NEXT INTO PO-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF PO-O-YYYY-WS = REPORT-YEAR-WS AND
                               NOT PO-IS-DRAFT-WS
                           PERFORM TallyOneOrder
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POLINERECORD
           CLOSE PORECORD.

       TallyOneOrder.
           MOVE PO-VENDOR-CODE-WS TO ROW-VENDOR-WS
           PERFORM FindVendorSlot
           IF VSUM-FOUND-WS = "N"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO VSUM-ORDERS-WS(VSUM-IDX-WS)
           ADD 1 TO TOTAL-ORDERS-WS
           IF POL-FILE-ABSENT-ON-OPEN-WS
               EXIT PARAGRAPH
           END-IF
           CALL "DayNum" USING PO-ORDER-DATE-WS ORDER-DAYNUM-WS
           MOVE PO-NUMBER-WS TO POL-PO-NUMBER OF PO-LINE-REF-ID
           START POLINERECORD KEY IS = POL-PO-NUMBER
               OF PO-LINE-REF-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO LINE-DONE-WS
           PERFORM UNTIL LINE-DONE-WS = "Y"
               READ POLINERECORD NEXT INTO PO-LINE-WS
                   AT END MOVE "Y" TO LINE-DONE-WS
                   NOT AT END
                       IF POL-PO-NUMBER-WS NOT = PO-NUMBER-WS
                           MOVE "Y" TO LINE-DONE-WS
                       ELSE
                           PERFORM TallyOneLine
                       END-IF
               END-READ
           END-PERFORM.

       TallyOneLine.
           ADD 1 TO VSUM-LINES-WS(VSUM-IDX-WS)
           IF POL-QTY-RECEIVED-WS >= POL-QTY-ORDERED-WS
               ADD 1 TO VSUM-FILLED-WS(VSUM-IDX-WS)
           END-IF
           IF POL-RECEIVED-DATE-WS = 0
               EXIT PARAGRAPH
           END-IF
           CALL "DayNum" USING POL-RECEIVED-DATE-WS
               RECEIVED-DAYNUM-WS
           IF RECEIVED-DAYNUM-WS < ORDER-DAYNUM-WS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO VSUM-RECEIVED-WS(VSUM-IDX-WS)
           COMPUTE VSUM-DAYS-WS(VSUM-IDX-WS) =
               VSUM-DAYS-WS(VSUM-IDX-WS)
               + RECEIVED-DAYNUM-WS - ORDER-DAYNUM-WS.

      *    A line keyed clean is "M" with no note; one that failed
      *    is still "E", or was let through later with the note
      *    the review left on it.
       ScanInvoices.
           OPEN INPUT INVOICERECORD
           IF INV-FILE-ABSENT-ON-OPEN-WS
               CLOSE INVOICERECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INVOICE-REF-ID
           START INVOICERECORD KEY IS >= INVOICE-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ INVOICERECORD NEXT INTO INVOICE-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF INV-YYYY-WS = REPORT-YEAR-WS
                           PERFORM TallyOneInvoiceLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICERECORD.

       TallyOneInvoiceLine.
           MOVE INV-VENDOR-CODE-WS TO ROW-VENDOR-WS
           PERFORM FindVendorSlot
           IF VSUM-FOUND-WS = "N"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO VSUM-INV-LINES-WS(VSUM-IDX-WS)
           IF INV-IS-EXCEPTION-WS OR
                   INV-NOTE-WS = "ACCEPTED ON REVIEW" OR
                   INV-NOTE-WS = "MATCHED ON RE-RUN"
               ADD 1 TO VSUM-MISMATCH-WS(VSUM-IDX-WS)
               ADD 1 TO TOTAL-MISMATCH-WS
           END-IF.

       ScanClaims.
           OPEN INPUT SERIALISSUE
           IF ISSUE-FILE-ABSENT-ON-OPEN-WS
               CLOSE SERIALISSUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SUBSRECORD
           MOVE LOW-VALUES TO SISSUE-REF-ID
           START SERIALISSUE KEY IS >= SISSUE-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ SERIALISSUE NEXT INTO SERIAL-ISSUE-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       COMPUTE CLAIM-YEAR-WS = SI-CLAIM-DATE-WS / 10000
                       IF SI-CLAIM-DATE-WS NOT = 0 AND
                               CLAIM-YEAR-WS = REPORT-YEAR-WS
                           PERFORM TallyOneClaim
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUBSRECORD
           CLOSE SERIALISSUE.

       TallyOneClaim.
           MOVE SPACES TO ROW-VENDOR-WS
           IF NOT SUB-FILE-ABSENT-ON-OPEN-WS
               MOVE SI-SUB-ID-WS TO SUB-ID
               READ SUBSRECORD INTO SUBSCRIPTION-WS
                   NOT INVALID KEY
                       MOVE SUB-VENDOR-CODE-WS TO ROW-VENDOR-WS
               END-READ
           END-IF
           PERFORM FindVendorSlot
           IF VSUM-FOUND-WS = "N"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO VSUM-CLAIMS-WS(VSUM-IDX-WS)
           ADD 1 TO TOTAL-CLAIMS-WS.

      *    The table is kept in code order: a new vendor is slotted
      *    in ahead of the first code above it.
       FindVendorSlot.
           IF ROW-VENDOR-WS = SPACES
               MOVE "(NONE)" TO ROW-VENDOR-WS
           END-IF
           MOVE "N" TO VSUM-FOUND-WS
           PERFORM VARYING VSUM-IDX-WS FROM 1 BY 1
                   UNTIL VSUM-IDX-WS > VSUM-COUNT-WS
                   OR VSUM-CODE-WS(VSUM-IDX-WS) >= ROW-VENDOR-WS
               CONTINUE
           END-PERFORM
           IF VSUM-IDX-WS <= VSUM-COUNT-WS
               IF VSUM-CODE-WS(VSUM-IDX-WS) = ROW-VENDOR-WS
                   MOVE "Y" TO VSUM-FOUND-WS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF VSUM-COUNT-WS >= 200
               ADD 1 TO VSUM-OVERFLOW-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING VSUM-SCAN-WS FROM VSUM-COUNT-WS BY -1
                   UNTIL VSUM-SCAN-WS < VSUM-IDX-WS
               MOVE VSUM-ENTRY-WS(VSUM-SCAN-WS)
                   TO VSUM-ENTRY-WS(VSUM-SCAN-WS + 1)
           END-PERFORM
           ADD 1 TO VSUM-COUNT-WS
           MOVE ROW-VENDOR-WS TO VSUM-CODE-WS(VSUM-IDX-WS)
           MOVE 0 TO VSUM-ORDERS-WS(VSUM-IDX-WS)
           MOVE 0 TO VSUM-LINES-WS(VSUM-IDX-WS)
           MOVE 0 TO VSUM-FILLED-WS(VSUM-IDX-WS)
           MOVE 0 TO VSUM-RECEIVED-WS(VSUM-IDX-WS)
           MOVE 0 TO VSUM-DAYS-WS(VSUM-IDX-WS)
           MOVE 0 TO VSUM-INV-LINES-WS(VSUM-IDX-WS)
           MOVE 0 TO VSUM-MISMATCH-WS(VSUM-IDX-WS)
           MOVE 0 TO VSUM-CLAIMS-WS(VSUM-IDX-WS)
           MOVE "Y" TO VSUM-FOUND-WS.

       ShowVendorRow.
           MOVE SPACES TO ROW-NAME-WS
           IF VSUM-CODE-WS(VSUM-IDX-WS) NOT = "(NONE)"
               MOVE "L" TO VLK-FUNC
               MOVE VSUM-CODE-WS(VSUM-IDX-WS) TO VLK-CODE
               CALL "VendorLookup" USING VLK-REQUEST
               IF VLK-VENDOR-FOUND
                   MOVE VLK-NAME TO ROW-NAME-WS
               ELSE
                   MOVE "(NOT ON THE MASTER)" TO ROW-NAME-WS
               END-IF
           END-IF
           MOVE 0 TO AVG-DAYS-WS
           IF VSUM-RECEIVED-WS(VSUM-IDX-WS) > 0
               COMPUTE AVG-DAYS-WS ROUNDED =
                   VSUM-DAYS-WS(VSUM-IDX-WS)
                   / VSUM-RECEIVED-WS(VSUM-IDX-WS)
           END-IF
           MOVE 0 TO FILL-PCT-WS
           IF VSUM-LINES-WS(VSUM-IDX-WS) > 0
               COMPUTE FILL-PCT-WS ROUNDED =
                   VSUM-FILLED-WS(VSUM-IDX-WS) * 100
                   / VSUM-LINES-WS(VSUM-IDX-WS)
           END-IF
           MOVE VSUM-ORDERS-WS(VSUM-IDX-WS) TO ORDERS-ED-WS
           MOVE AVG-DAYS-WS TO DAYS-ED-WS
           MOVE FILL-PCT-WS TO FILL-ED-WS
           MOVE VSUM-INV-LINES-WS(VSUM-IDX-WS) TO INV-LINES-ED-WS
           MOVE VSUM-MISMATCH-WS(VSUM-IDX-WS) TO MISMATCH-ED-WS
           MOVE VSUM-CLAIMS-WS(VSUM-IDX-WS) TO CLAIMS-ED-WS
           MOVE "L" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-LINE
           STRING VSUM-CODE-WS(VSUM-IDX-WS) " " ROW-NAME-WS " "
               ORDERS-ED-WS " " DAYS-ED-WS " " FILL-ED-WS " "
               INV-LINES-ED-WS " " MISMATCH-ED-WS " " CLAIMS-ED-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           DISPLAY SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.
