       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJournalExport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FINERECORD ASSIGN TO "fine.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FINE-REF-ID
           ALTERNATE RECORD KEY IS FSTUDENT-ID WITH DUPLICATES
           FILE STATUS IS FINE-FILE-STATUS-WS.

           SELECT OPTIONAL PAYMENTRECORD ASSIGN TO "payment.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PAY-REF-ID
           ALTERNATE RECORD KEY IS PAY-STUDENT-ID WITH DUPLICATES
           FILE STATUS IS PAY-FILE-STATUS-WS.

           SELECT OPTIONAL CREDITFILE ASSIGN TO "credit.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CRD-REF-ID
           FILE STATUS IS CREDIT-FILE-STATUS-WS.

           SELECT OPTIONAL GLPOSTFILE ASSIGN TO "glpost.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GL-POST-DATE
           FILE STATUS IS GL-POST-FILE-STATUS-WS.

           SELECT GLJOURNALFILE ASSIGN TO GL-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD FINERECORD.
       COPY finerecord-fs.
       FD PAYMENTRECORD.
       COPY payrecord-fs.
       FD CREDITFILE.
       COPY creditrecord-fs.
       FD GLPOSTFILE.
       COPY glpostrecord-fs.
       FD GLJOURNALFILE.
       01 GL-DETAIL-LINE.
           05 GL-LINE-TYPE PIC X(1).
           05 GL-JOURNAL-DATE PIC 9(8).
           05 GL-SOURCE PIC X(3).
           05 GL-ACCOUNT PIC X(10).
           05 GL-DR-CR PIC X(1).
           05 GL-AMOUNT PIC 9(9).99.
           05 GL-DESCRIPTION PIC X(30).
       01 GL-TRAILER-LINE.
           05 GL-TRL-TYPE PIC X(1).
           05 GL-TRL-DATE PIC 9(8).
           05 GL-TRL-SOURCE PIC X(3).
           05 GL-TRL-LINE-COUNT PIC 9(5).
           05 GL-TRL-DEBITS PIC 9(9).99.
           05 GL-TRL-CREDITS PIC 9(9).99.

       WORKING-STORAGE SECTION.
       COPY finerecord-ws.
       COPY payrecord-ws.
       COPY creditrecord-ws.
       COPY glpostrecord-ws.

       01 FINE-FILE-STATUS-WS PIC X(2).
       01 PAY-FILE-STATUS-WS PIC X(2).
       01 CREDIT-FILE-STATUS-WS PIC X(2).
       01 GL-POST-FILE-STATUS-WS PIC X(2).
           88 GL-POST-DOES-NOT-EXIST-WS VALUE 35.
       01 GL-FILE-STATUS-WS PIC X(2).
       01 GL-FILE-NAME-WS PIC X(22).
       01 EOF-WS PIC X VALUE "N".
       01 ALREADY-POSTED-WS PIC X VALUE "N".
       01 DATE-OK-WS PIC X VALUE "N".
       01 DATE-SCAN-WS PIC X(8) VALUE SPACES.
       01 GL-DATE-WS.
           05 GL-YYYY-WS PIC 9(4).
           05 GL-MM-WS PIC 9(2).
           05 GL-DD-WS PIC 9(2).
       01 GL-DATE-NUM-WS REDEFINES GL-DATE-WS PIC 9(8).
       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
           05 TODAY-DD-WS PIC 9(2).
       01 TODAY-DATE-NUM-WS REDEFINES TODAY-DATE-WS PIC 9(8).
       01 GL-OPERATOR-WS PIC X(20) VALUE "GLEXPORT".

      *    The library's side of the college chart of accounts.
      *    Every money movement the system records lands in one of
      *    these categories, and each category posts as one
      *    debit/credit pair for the day.
       01 ACCT-CASH-WS PIC X(10) VALUE "1010-LIB".
       01 ACCT-CARD-CLEARING-WS PIC X(10) VALUE "1015-LIB".
       01 ACCT-RECEIVABLE-WS PIC X(10) VALUE "1310-LIB".
       01 ACCT-DUE-BURSAR-WS PIC X(10) VALUE "1320-LIB".
       01 ACCT-PAYABLE-WS PIC X(10) VALUE "2100-LIB".
       01 ACCT-PATRON-CREDIT-WS PIC X(10) VALUE "2150-LIB".
       01 ACCT-OVERDUE-REV-WS PIC X(10) VALUE "4410-LIB".
       01 ACCT-REPLACE-REV-WS PIC X(10) VALUE "4420-LIB".
       01 ACCT-MEMBER-REV-WS PIC X(10) VALUE "4430-LIB".
       01 ACCT-ADJUST-REV-WS PIC X(10) VALUE "4440-LIB".
       01 ACCT-AGENCY-FEE-REV-WS PIC X(10) VALUE "4450-LIB".
       01 ACCT-SALES-REV-WS PIC X(10) VALUE "4460-LIB".
       01 ACCT-REFUND-WS PIC X(10) VALUE "4490-LIB".
       01 ACCT-WAIVER-EXP-WS PIC X(10) VALUE "5410-LIB".
       01 ACCT-AMNESTY-EXP-WS PIC X(10) VALUE "5420-LIB".
       01 ACCT-BAD-DEBT-EXP-WS PIC X(10) VALUE "5430-LIB".

       01 GL-CATEGORY-TABLE-WS.
           05 GL-CAT-ENTRY-WS OCCURS 22 TIMES.
               10 GL-CAT-DEBIT-WS PIC X(10).
               10 GL-CAT-CREDIT-WS PIC X(10).
               10 GL-CAT-DESC-WS PIC X(30).
               10 GL-CAT-AMOUNT-WS PIC 9(9)V99.
               10 GL-CAT-COUNT-WS PIC 9(5).
       01 CAT-IDX-WS PIC 9(2).
       01 CAT-MAX-WS PIC 9(2) VALUE 22.
       01 CAT-HIT-WS PIC 9(2).

       01 FINE-COUNT-WS PIC 9(5) VALUE 0.
       01 FINE-TOTAL-WS PIC 9(9)V99 VALUE 0.
       01 PAY-COUNT-WS PIC 9(5) VALUE 0.
       01 PAY-TOTAL-WS PIC 9(9)V99 VALUE 0.
       01 CRD-COUNT-WS PIC 9(5) VALUE 0.
       01 CRD-TOTAL-WS PIC 9(9)V99 VALUE 0.
       01 JOURNAL-CREDITS-WS PIC 9(9)V99 VALUE 0.
       01 UNMAPPED-COUNT-WS PIC 9(5) VALUE 0.
       01 JOURNAL-FINES-WS PIC 9(9)V99 VALUE 0.
       01 JOURNAL-PAYMENTS-WS PIC 9(9)V99 VALUE 0.
       01 LINE-COUNT-WS PIC 9(5) VALUE 0.
       01 DEBIT-TOTAL-WS PIC 9(9)V99 VALUE 0.
       01 CREDIT-TOTAL-WS PIC 9(9)V99 VALUE 0.

       LINKAGE SECTION.
       01 GL-RUN-DATE-LS PIC 9(8).

      *    Daily general-ledger journal for finance, in the college
      *    GL interface layout: a header, one debit and one credit
      *    line per account category that moved that day, and a
      *    trailer with the line count and both totals. Fines come
      *    from fine.bin by assessment date (overdue "O",
      *    replacement "R", membership "M", agency referral fee
      *    "F" - an accruing "A" row is not revenue until the return
      *    finalizes it); everything
      *    else from payment.bin by settlement date and PAY-METHOD
      *    (desk sales included, card takings to the clearing
      *    account until the card batch settles),
      *    and money into, against or out of patron credit from
      *    credit.bin by ledger date (credit held is a liability).
      *    The control totals printed at the end must tie the
      *    journal back to all three files for the day, and a day
      *    that does not tie - a row with no account mapped -
      *    is refused rather than half posted. glpost.bin remembers
      *    every day sent, so the same day can never post twice.
      *    Called with a date by the nightly batch, or with zero
      *    from the menu to ask for one.
       PROCEDURE DIVISION USING GL-RUN-DATE-LS.
       StartPara.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           DISPLAY " "
           DISPLAY "GENERAL LEDGER JOURNAL EXPORT"
           IF GL-RUN-DATE-LS = 0
               PERFORM AskPostingDate
               IF DATE-OK-WS = "N"
                   EXIT PROGRAM
               END-IF
           ELSE
               MOVE GL-RUN-DATE-LS TO GL-DATE-NUM-WS
           END-IF

           PERFORM OpenGlPostFile
           PERFORM CheckAlreadyPosted
           IF ALREADY-POSTED-WS = "Y"
               CLOSE GLPOSTFILE
               EXIT PROGRAM
           END-IF

           PERFORM LoadAccountPlan
           PERFORM TallyFines
           PERFORM TallyPayments
           PERFORM TallyCredits
           PERFORM ShowControlTotals
           IF UNMAPPED-COUNT-WS > 0
               DISPLAY "JOURNAL NOT POSTED: " UNMAPPED-COUNT-WS
                   " SETTLEMENT(S) HAVE NO ACCOUNT MAPPED. THE DAY "
                   "DOES NOT TIE."
               CLOSE GLPOSTFILE
               EXIT PROGRAM
           END-IF

           PERFORM WriteJournalFile
           PERFORM RecordPosting
           CLOSE GLPOSTFILE
           DISPLAY "JOURNAL WRITTEN TO " GL-FILE-NAME-WS.
           EXIT PROGRAM.

       AskPostingDate.
           MOVE "N" TO DATE-OK-WS
           DISPLAY "POSTING DATE YYYYMMDD (ENTER = TODAY): "
               WITH NO ADVANCING
           MOVE SPACES TO DATE-SCAN-WS
           ACCEPT DATE-SCAN-WS
           IF DATE-SCAN-WS = SPACES
               MOVE TODAY-DATE-WS TO GL-DATE-WS
           ELSE
               MOVE FUNCTION NUMVAL(DATE-SCAN-WS) TO GL-DATE-NUM-WS
           END-IF
           CALL "ValidDate" USING GL-DATE-WS DATE-OK-WS
           IF DATE-OK-WS = "N"
               DISPLAY "NOT A VALID DATE. NOTHING POSTED."
               EXIT PARAGRAPH
           END-IF
           IF GL-DATE-NUM-WS > TODAY-DATE-NUM-WS
               DISPLAY "A DAY THAT HAS NOT HAPPENED CANNOT BE POSTED."
               MOVE "N" TO DATE-OK-WS
           END-IF.

       OpenGlPostFile.
           OPEN EXTEND GLPOSTFILE
           IF GL-POST-DOES-NOT-EXIST-WS
               OPEN OUTPUT GLPOSTFILE
               CLOSE GLPOSTFILE
           ELSE
               CLOSE GLPOSTFILE
           END-IF
           OPEN I-O GLPOSTFILE.

       CheckAlreadyPosted.
           MOVE "N" TO ALREADY-POSTED-WS
           MOVE GL-DATE-WS TO GL-POST-DATE
           READ GLPOSTFILE INTO GL-POST-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ALREADY-POSTED-WS
                   DISPLAY "JOURNAL FOR " GL-MM-WS "/" GL-DD-WS "/"
                       GL-YYYY-WS " WAS ALREADY POSTED ON "
                       GL-POSTED-ON-DATE-WS " BY " GL-POSTED-BY-WS
                   DISPLAY "NOTHING POSTED."
           END-READ.

       LoadAccountPlan.
           MOVE ACCT-RECEIVABLE-WS TO GL-CAT-DEBIT-WS(1)
           MOVE ACCT-OVERDUE-REV-WS TO GL-CAT-CREDIT-WS(1)
           MOVE "OVERDUE FINES ASSESSED" TO GL-CAT-DESC-WS(1)
           MOVE ACCT-RECEIVABLE-WS TO GL-CAT-DEBIT-WS(2)
           MOVE ACCT-REPLACE-REV-WS TO GL-CAT-CREDIT-WS(2)
           MOVE "REPLACEMENT CHARGES" TO GL-CAT-DESC-WS(2)
           MOVE ACCT-RECEIVABLE-WS TO GL-CAT-DEBIT-WS(3)
           MOVE ACCT-MEMBER-REV-WS TO GL-CAT-CREDIT-WS(3)
           MOVE "MEMBERSHIP FEES" TO GL-CAT-DESC-WS(3)
           MOVE ACCT-CASH-WS TO GL-CAT-DEBIT-WS(4)
           MOVE ACCT-RECEIVABLE-WS TO GL-CAT-CREDIT-WS(4)
           MOVE "DESK CASH PAYMENTS" TO GL-CAT-DESC-WS(4)
           MOVE ACCT-DUE-BURSAR-WS TO GL-CAT-DEBIT-WS(5)
           MOVE ACCT-RECEIVABLE-WS TO GL-CAT-CREDIT-WS(5)
           MOVE "BURSAR PORTAL RECEIPTS" TO GL-CAT-DESC-WS(5)
           MOVE ACCT-DUE-BURSAR-WS TO GL-CAT-DEBIT-WS(6)
           MOVE ACCT-RECEIVABLE-WS TO GL-CAT-CREDIT-WS(6)
           MOVE "TRANSFERS TO BURSAR" TO GL-CAT-DESC-WS(6)
           MOVE ACCT-WAIVER-EXP-WS TO GL-CAT-DEBIT-WS(7)
           MOVE ACCT-RECEIVABLE-WS TO GL-CAT-CREDIT-WS(7)
           MOVE "FINE WAIVERS" TO GL-CAT-DESC-WS(7)
           MOVE ACCT-WAIVER-EXP-WS TO GL-CAT-DEBIT-WS(8)
           MOVE ACCT-RECEIVABLE-WS TO GL-CAT-CREDIT-WS(8)
           MOVE "FINE ADJUSTMENTS DOWN" TO GL-CAT-DESC-WS(8)
           MOVE ACCT-RECEIVABLE-WS TO GL-CAT-DEBIT-WS(9)
           MOVE ACCT-ADJUST-REV-WS TO GL-CAT-CREDIT-WS(9)
           MOVE "FINE ADJUSTMENTS UP" TO GL-CAT-DESC-WS(9)
           MOVE ACCT-AMNESTY-EXP-WS TO GL-CAT-DEBIT-WS(10)
           MOVE ACCT-RECEIVABLE-WS TO GL-CAT-CREDIT-WS(10)
           MOVE "AMNESTY WRITE-OFFS" TO GL-CAT-DESC-WS(10)
           MOVE ACCT-REFUND-WS TO GL-CAT-DEBIT-WS(11)
           MOVE ACCT-CASH-WS TO GL-CAT-CREDIT-WS(11)
           MOVE "REFUNDS PAID OUT" TO GL-CAT-DESC-WS(11)
           MOVE ACCT-CASH-WS TO GL-CAT-DEBIT-WS(12)
           MOVE ACCT-PATRON-CREDIT-WS TO GL-CAT-CREDIT-WS(12)
           MOVE "DESK OVERPAYMENTS TO CREDIT" TO GL-CAT-DESC-WS(12)
           MOVE ACCT-DUE-BURSAR-WS TO GL-CAT-DEBIT-WS(13)
           MOVE ACCT-PATRON-CREDIT-WS TO GL-CAT-CREDIT-WS(13)
           MOVE "BURSAR OVERPAYMENTS TO CREDIT" TO GL-CAT-DESC-WS(13)
           MOVE ACCT-REFUND-WS TO GL-CAT-DEBIT-WS(14)
           MOVE ACCT-PATRON-CREDIT-WS TO GL-CAT-CREDIT-WS(14)
           MOVE "REVERSALS TO CREDIT" TO GL-CAT-DESC-WS(14)
           MOVE ACCT-PATRON-CREDIT-WS TO GL-CAT-DEBIT-WS(15)
           MOVE ACCT-RECEIVABLE-WS TO GL-CAT-CREDIT-WS(15)
           MOVE "CREDIT APPLIED TO CHARGES" TO GL-CAT-DESC-WS(15)
           MOVE ACCT-PATRON-CREDIT-WS TO GL-CAT-DEBIT-WS(16)
           MOVE ACCT-CASH-WS TO GL-CAT-CREDIT-WS(16)
           MOVE "CREDIT REFUNDED IN CASH" TO GL-CAT-DESC-WS(16)
           MOVE ACCT-PATRON-CREDIT-WS TO GL-CAT-DEBIT-WS(17)
           MOVE ACCT-PAYABLE-WS TO GL-CAT-CREDIT-WS(17)
           MOVE "CREDIT REFUNDED BY CHEQUE" TO GL-CAT-DESC-WS(17)
           MOVE ACCT-RECEIVABLE-WS TO GL-CAT-DEBIT-WS(18)
           MOVE ACCT-AGENCY-FEE-REV-WS TO GL-CAT-CREDIT-WS(18)
           MOVE "AGENCY REFERRAL FEES" TO GL-CAT-DESC-WS(18)
           MOVE ACCT-CASH-WS TO GL-CAT-DEBIT-WS(19)
           MOVE ACCT-RECEIVABLE-WS TO GL-CAT-CREDIT-WS(19)
           MOVE "AGENCY COLLECTIONS" TO GL-CAT-DESC-WS(19)
           MOVE ACCT-BAD-DEBT-EXP-WS TO GL-CAT-DEBIT-WS(20)
           MOVE ACCT-RECEIVABLE-WS TO GL-CAT-CREDIT-WS(20)
           MOVE "AGENCY SETTLEMENT WRITE-OFFS" TO GL-CAT-DESC-WS(20)
           MOVE ACCT-CASH-WS TO GL-CAT-DEBIT-WS(21)
           MOVE ACCT-SALES-REV-WS TO GL-CAT-CREDIT-WS(21)
           MOVE "DESK SALES - CASH" TO GL-CAT-DESC-WS(21)
           MOVE ACCT-CARD-CLEARING-WS TO GL-CAT-DEBIT-WS(22)
           MOVE ACCT-SALES-REV-WS TO GL-CAT-CREDIT-WS(22)
           MOVE "DESK SALES - CARD" TO GL-CAT-DESC-WS(22)
           PERFORM VARYING CAT-IDX-WS FROM 1 BY 1
                   UNTIL CAT-IDX-WS > CAT-MAX-WS
               MOVE 0 TO GL-CAT-AMOUNT-WS(CAT-IDX-WS)
               MOVE 0 TO GL-CAT-COUNT-WS(CAT-IDX-WS)
           END-PERFORM.

       TallyFines.
           OPEN INPUT FINERECORD
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ FINERECORD INTO FINE-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM TallyOneFine
               END-READ
           END-PERFORM
           CLOSE FINERECORD.

       TallyOneFine.
           IF FASSESSED-DATE-WS NOT = GL-DATE-WS
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN FINE-IS-OVERDUE-WS
                   MOVE 1 TO CAT-HIT-WS
               WHEN FINE-IS-REPLACEMENT-WS
                   MOVE 2 TO CAT-HIT-WS
               WHEN FINE-IS-MEMBERSHIP-WS
                   MOVE 3 TO CAT-HIT-WS
               WHEN FINE-IS-AGENCY-FEE-WS
                   MOVE 18 TO CAT-HIT-WS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO FINE-COUNT-WS
           ADD FAMOUNT-DUE-WS TO FINE-TOTAL-WS
           ADD 1 TO GL-CAT-COUNT-WS(CAT-HIT-WS)
           ADD FAMOUNT-DUE-WS TO GL-CAT-AMOUNT-WS(CAT-HIT-WS)
           ADD FAMOUNT-DUE-WS TO JOURNAL-FINES-WS.

       TallyPayments.
           OPEN INPUT PAYMENTRECORD
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ PAYMENTRECORD INTO PAYMENT-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM TallyOnePayment
               END-READ
           END-PERFORM
           CLOSE PAYMENTRECORD.

      *    An amnesty waiver is told from a desk waiver by the
      *    operator FineAmnesty stamps on its rows.
       TallyOnePayment.
           IF PAY-DATE-WS NOT = GL-DATE-WS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PAY-COUNT-WS
           ADD PAY-AMOUNT-WS TO PAY-TOTAL-WS
           EVALUATE TRUE
               WHEN PAY-IS-CASH-WS
                   MOVE 4 TO CAT-HIT-WS
               WHEN PAY-IS-BURSAR-WS
                   MOVE 5 TO CAT-HIT-WS
               WHEN PAY-IS-TRANSFER-WS
                   MOVE 6 TO CAT-HIT-WS
               WHEN PAY-IS-WAIVER-WS AND PAY-OPERATOR-WS = "AMNESTY"
                   MOVE 10 TO CAT-HIT-WS
               WHEN PAY-IS-WAIVER-WS
                   MOVE 7 TO CAT-HIT-WS
               WHEN PAY-IS-ADJUSTMENT-WS
                   MOVE 8 TO CAT-HIT-WS
               WHEN PAY-IS-ADJUST-UP-WS
                   MOVE 9 TO CAT-HIT-WS
               WHEN PAY-IS-REFUND-WS
                   MOVE 11 TO CAT-HIT-WS
               WHEN PAY-IS-AGENCY-WS
                   MOVE 19 TO CAT-HIT-WS
               WHEN PAY-IS-AGENCY-WRITEOFF-WS
                   MOVE 20 TO CAT-HIT-WS
               WHEN PAY-IS-SALE-CASH-WS
                   MOVE 21 TO CAT-HIT-WS
               WHEN PAY-IS-SALE-CARD-WS
                   MOVE 22 TO CAT-HIT-WS
               WHEN OTHER
                   ADD 1 TO UNMAPPED-COUNT-WS
                   DISPLAY "  NO ACCOUNT FOR METHOD " PAY-METHOD-WS
                       " - STUDENT " PAY-STUDENT-ID-WS
                       " BOOK " PAY-BOOK-ID-WS " $" PAY-AMOUNT-WS
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO GL-CAT-COUNT-WS(CAT-HIT-WS)
           ADD PAY-AMOUNT-WS TO GL-CAT-AMOUNT-WS(CAT-HIT-WS)
           ADD PAY-AMOUNT-WS TO JOURNAL-PAYMENTS-WS.

       TallyCredits.
           OPEN INPUT CREDITFILE
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ CREDITFILE INTO CREDIT-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM TallyOneCredit
               END-READ
           END-PERFORM
           CLOSE CREDITFILE.

       TallyOneCredit.
           IF CRD-DATE-WS NOT = GL-DATE-WS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CRD-COUNT-WS
           ADD CRD-AMOUNT-WS TO CRD-TOTAL-WS
           EVALUATE TRUE
               WHEN CRD-IS-CREDIT-WS AND CRD-FROM-OVERPAY-WS
                   MOVE 12 TO CAT-HIT-WS
               WHEN CRD-IS-CREDIT-WS AND CRD-FROM-BURSAR-WS
                   MOVE 13 TO CAT-HIT-WS
               WHEN CRD-IS-CREDIT-WS AND CRD-FROM-REVERSAL-WS
                   MOVE 14 TO CAT-HIT-WS
               WHEN CRD-IS-DRAW-WS
                   MOVE 15 TO CAT-HIT-WS
               WHEN CRD-IS-REFUND-WS AND CRD-REFUND-CASH-WS
                   MOVE 16 TO CAT-HIT-WS
               WHEN CRD-IS-REFUND-WS AND CRD-REFUND-CHEQUE-WS
                   MOVE 17 TO CAT-HIT-WS
               WHEN OTHER
                   ADD 1 TO UNMAPPED-COUNT-WS
                   DISPLAY "  NO ACCOUNT FOR CREDIT " CRD-KIND-WS
                       "/" CRD-SOURCE-WS
                       " - STUDENT " CRD-STUDENT-ID-WS
                       " $" CRD-AMOUNT-WS
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO GL-CAT-COUNT-WS(CAT-HIT-WS)
           ADD CRD-AMOUNT-WS TO GL-CAT-AMOUNT-WS(CAT-HIT-WS)
           ADD CRD-AMOUNT-WS TO JOURNAL-CREDITS-WS.

       ShowControlTotals.
           DISPLAY " "
           DISPLAY "JOURNAL DATE " GL-MM-WS "/" GL-DD-WS "/"
               GL-YYYY-WS
           PERFORM VARYING CAT-IDX-WS FROM 1 BY 1
                   UNTIL CAT-IDX-WS > CAT-MAX-WS
               IF GL-CAT-COUNT-WS(CAT-IDX-WS) > 0
                   DISPLAY "  " GL-CAT-DESC-WS(CAT-IDX-WS)
                       GL-CAT-COUNT-WS(CAT-IDX-WS) " ITEM(S) $"
                       GL-CAT-AMOUNT-WS(CAT-IDX-WS)
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "FINE.BIN FOR THE DAY:    " FINE-COUNT-WS
               " ROW(S) $" FINE-TOTAL-WS
           DISPLAY "  IN THE JOURNAL:              $"
               JOURNAL-FINES-WS
           DISPLAY "PAYMENT.BIN FOR THE DAY: " PAY-COUNT-WS
               " ROW(S) $" PAY-TOTAL-WS
           DISPLAY "  IN THE JOURNAL:              $"
               JOURNAL-PAYMENTS-WS
           DISPLAY "CREDIT.BIN FOR THE DAY:  " CRD-COUNT-WS
               " ROW(S) $" CRD-TOTAL-WS
           DISPLAY "  IN THE JOURNAL:              $"
               JOURNAL-CREDITS-WS.

       WriteJournalFile.
           MOVE SPACES TO GL-FILE-NAME-WS
           STRING "gljournal_" GL-DATE-WS ".txt"
               DELIMITED BY SIZE INTO GL-FILE-NAME-WS
           END-STRING
           OPEN OUTPUT GLJOURNALFILE
           MOVE SPACES TO GL-DETAIL-LINE
           MOVE "H" TO GL-LINE-TYPE
           MOVE GL-DATE-NUM-WS TO GL-JOURNAL-DATE
           MOVE "LIB" TO GL-SOURCE
           MOVE SPACES TO GL-ACCOUNT
           MOVE SPACE TO GL-DR-CR
           MOVE 0 TO GL-AMOUNT
           MOVE "LIBRARY DAILY JOURNAL" TO GL-DESCRIPTION
           WRITE GL-DETAIL-LINE
           PERFORM VARYING CAT-IDX-WS FROM 1 BY 1
                   UNTIL CAT-IDX-WS > CAT-MAX-WS
               IF GL-CAT-AMOUNT-WS(CAT-IDX-WS) > 0
                   PERFORM WriteCategoryPair
               END-IF
           END-PERFORM
           MOVE SPACES TO GL-TRAILER-LINE
           MOVE "T" TO GL-TRL-TYPE
           MOVE GL-DATE-NUM-WS TO GL-TRL-DATE
           MOVE "LIB" TO GL-TRL-SOURCE
           MOVE LINE-COUNT-WS TO GL-TRL-LINE-COUNT
           MOVE DEBIT-TOTAL-WS TO GL-TRL-DEBITS
           MOVE CREDIT-TOTAL-WS TO GL-TRL-CREDITS
           WRITE GL-TRAILER-LINE
           CLOSE GLJOURNALFILE
           DISPLAY " "
           DISPLAY LINE-COUNT-WS " JOURNAL LINE(S). DEBITS $"
               DEBIT-TOTAL-WS " CREDITS $" CREDIT-TOTAL-WS.

       WriteCategoryPair.
           MOVE SPACES TO GL-DETAIL-LINE
           MOVE "D" TO GL-LINE-TYPE
           MOVE GL-DATE-NUM-WS TO GL-JOURNAL-DATE
           MOVE "LIB" TO GL-SOURCE
           MOVE GL-CAT-DEBIT-WS(CAT-IDX-WS) TO GL-ACCOUNT
           MOVE "D" TO GL-DR-CR
           MOVE GL-CAT-AMOUNT-WS(CAT-IDX-WS) TO GL-AMOUNT
           MOVE GL-CAT-DESC-WS(CAT-IDX-WS) TO GL-DESCRIPTION
           WRITE GL-DETAIL-LINE
           ADD GL-CAT-AMOUNT-WS(CAT-IDX-WS) TO DEBIT-TOTAL-WS
           MOVE GL-CAT-CREDIT-WS(CAT-IDX-WS) TO GL-ACCOUNT
           MOVE "C" TO GL-DR-CR
           WRITE GL-DETAIL-LINE
           ADD GL-CAT-AMOUNT-WS(CAT-IDX-WS) TO CREDIT-TOTAL-WS
           ADD 2 TO LINE-COUNT-WS.

       RecordPosting.
           MOVE GL-DATE-WS TO GL-POST-DATE
           MOVE TODAY-DATE-NUM-WS TO GL-POSTED-ON-DATE
           ACCEPT GL-POSTED-ON-TIME FROM TIME
           MOVE GL-OPERATOR-WS TO GL-POSTED-BY
           MOVE LINE-COUNT-WS TO GL-POST-LINES
           MOVE DEBIT-TOTAL-WS TO GL-POST-DEBITS
           MOVE CREDIT-TOTAL-WS TO GL-POST-CREDITS
           WRITE GL-POST-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO RECORD THE POSTING - DO NOT "
                       "SEND THE FILE UNTIL THIS IS CLEARED."
           END-WRITE.
