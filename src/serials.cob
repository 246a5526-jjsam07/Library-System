           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTICE-FILE-STATUS-WS.

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

           SELECT OPTIONAL FUNDRECORD ASSIGN TO "fund.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUND-CODE
           FILE STATUS IS FUND-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD SUBSRECORD.
       COPY serialissuerecord-fs.
       FD NOTICEFILE.
       COPY noticeline-fs.
       FD PORECORD.
       COPY porecord-fs.
       FD POLINERECORD.
       COPY polinerecord-fs.
       FD FUNDRECORD.
       COPY fundrecord-fs.

       WORKING-STORAGE SECTION.
       COPY subsrecord-ws.
       COPY serialissuerecord-ws.
       COPY spool-request.
       COPY noticebatch-request.
       COPY porecord-ws.
       COPY polinerecord-ws.
       COPY fundrecord-ws.
       COPY assignseq-request.
       COPY vendorlookup-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 ISSUE-FILE-STATUS-WS PIC X(2).
           88 ISSUE-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 NOTICE-FILE-STATUS-WS PIC X(2).
       01 PO-FILE-STATUS-WS PIC X(2).
           88 PO-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 POL-FILE-STATUS-WS PIC X(2).
           88 POL-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 FUND-FILE-STATUS-WS PIC X(2).

       01 OPTION-WS PIC 9.
       01 ENTRY-SCAN-WS PIC X(12) VALUE SPACES.
       01 MISSING-TEXT-WS PIC X(40).
       01 MISSING-POS-WS PIC 9(3).
       01 HOLDINGS-SHOWN-WS PIC 9(4) VALUE 0.
       01 RENEW-CHOICE-WS PIC X.
       01 RENEW-WINDOW-WS PIC 9(3).
       01 RENEW-HORIZON-WS PIC 9(8).
       01 RENEW-SCAN-DONE-WS PIC X VALUE "N".
       01 RENEWALS-DUE-WS PIC 9(4) VALUE 0.
       01 RENEWALS-TAKEN-WS PIC 9(4) VALUE 0.
       01 WORK-PO-NUMBER-WS PIC 9(6).
       01 ONE-DAY-WS PIC 9(3) VALUE 1.
       01 NEW-START-YMD-WS PIC 9(8).
       01 NEW-END-YMD-WS.
           05 NEW-E-YYYY-WS PIC 9(4).
           05 NEW-E-MM-WS PIC 9(2).
           05 NEW-E-DD-WS PIC 9(2).
       01 FUND-AMOUNT-WS PIC 9(7)V99.
       01 FUND-FREE-WS PIC S9(8)V99.
       01 FUND-FREE-DISPLAY-WS PIC -(7)9.99.

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).
       01 SER-RUN-DATE-LS PIC 9(8).

      *    The card file of forty magazine subscriptions, brought on
      *    file: a subscription row per title predicts its next
      *    lines into the notices.txt gateway feed for issues past
      *    the grace period, and the holdings statement prints the
      *    "v.12 no.1-9, missing no.4" line the binder wants.
      *    Each subscription also carries its cost and the fund it
      *    is charged to: the renewal run lists titles coming up to
      *    their end date, raises a purchase order for each one
      *    confirmed (encumbering the fund, the way Acquisitions
      *    does) so the vendor's renewal invoice is matched in
      *    VendorInvoice like any book order, and lets a cancelled
      *    title lapse.
      *    The batch schedule calls with a run date to make the
      *    claim run unattended; the menu passes zero.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS
               SER-RUN-DATE-LS.
       StartPara.
           PERFORM OpenSubsFile
           PERFORM OpenIssueFile
           IF SER-RUN-DATE-LS NOT = 0
               DISPLAY "SERIALS CLAIM RUN"
               PERFORM TakeUpRenewals
               PERFORM ClaimRun
               CLOSE SUBSRECORD
               CLOSE SERIALISSUE
               EXIT PROGRAM
           END-IF
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "SERIALS AND PERIODICALS"
               DISPLAY "[3] CHECK IN AN ISSUE"
               DISPLAY "[4] CLAIM RUN FOR MISSED ISSUES"
               DISPLAY "[5] HOLDINGS STATEMENT (SPOOL)"
               DISPLAY "[6] RENEWAL RUN"
               DISPLAY "[7] SET COST, FUND AND VENDOR"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
                   WHEN 3 PERFORM CheckInIssue
                   WHEN 4 PERFORM ClaimRun
                   WHEN 5 PERFORM HoldingsStatement
                   WHEN 6 PERFORM RenewalRun
                   WHEN 7 PERFORM SetCostAndFund
                   WHEN 0
                       CLOSE SUBSRECORD
                       CLOSE SERIALISSUE
           DISPLAY "TITLE: " WITH NO ADVANCING
           MOVE SPACES TO SUB-TITLE
           ACCEPT SUB-TITLE
           MOVE "P" TO VLK-FUNC
           CALL "VendorLookup" USING VLK-REQUEST
           IF NOT VLK-VENDOR-FOUND
               DISPLAY "NO VENDOR PICKED - SUBSCRIPTION NOT ADDED."
               EXIT PARAGRAPH
           END-IF
           MOVE VLK-CODE TO SUB-VENDOR-CODE
           MOVE VLK-NAME TO SUB-VENDOR
           DISPLAY "FREQUENCY (W/M/Q): " WITH NO ADVANCING
           MOVE SPACES TO SUB-FREQUENCY
           ACCEPT SUB-FREQUENCY
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS)
                   TO SUB-GRACE-DAYS
           END-IF
           DISPLAY "ANNUAL COST: " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO SUB-COST
           DISPLAY "FUND CODE (BLANK FOR NONE): " WITH NO ADVANCING
           MOVE SPACES TO SUB-FUND-CODE
           ACCEPT SUB-FUND-CODE
           MOVE SPACE TO SUB-RENEWAL-STATUS
           MOVE 0 TO SUB-RENEWAL-PO
           WRITE SUBSCRIPTION-RECORD
               INVALID KEY DISPLAY "UNABLE TO WRITE SUBSCRIPTION."
               NOT INVALID KEY
                           SUB-VOLUME-WS " NO." SUB-NEXT-ISSUE-WS
                           " EXPECTED " SUB-X-MM-WS "/"
                           SUB-X-DD-WS "/" SUB-X-YYYY-WS
                       DISPLAY "    ENDS " SUB-E-MM-WS "/"
                           SUB-E-DD-WS "/" SUB-E-YYYY-WS "  COST $"
                           SUB-COST-WS "  FUND " SUB-FUND-CODE-WS
                       IF SUB-RENEWAL-CONFIRMED-WS
                           DISPLAY "    RENEWAL ON ORDER, PO "
                               SUB-RENEWAL-PO-WS
                       END-IF
                       IF SUB-RENEWAL-CANCELLED-WS
                           DISPLAY "    RENEWAL CANCELLED - LAPSES AT "
                               "END DATE"
                       END-IF
               END-READ
           END-PERFORM.

                   MOVE SUB-NEXT-EXPECTED-WS TO SI-EXPECTED-DATE
                   MOVE TODAY-DATE-WS TO SI-RECEIVED-DATE
                   MOVE "R" TO SI-STATUS
                   MOVE 0 TO SI-CLAIM-DATE
                   WRITE SERIAL-ISSUE-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO WRITE THE ISSUE ROW."
                   END-WRITE
                   DISPLAY "ISSUE CHECKED IN."
               NOT INVALID KEY
                   IF SI-IS-RECEIVED-WS OR SI-AT-BINDERY-WS
                       DISPLAY "THAT ISSUE IS ALREADY CHECKED IN."
                   ELSE
                       MOVE TODAY-DATE-WS TO SI-RECEIVED-DATE-WS
           COMPUTE TODAY-KEYNUM-WS = (TODAY-YYYY-WS * 10000)
               + (TODAY-MM-WS * 100) + TODAY-DD-WS
           MOVE 0 TO CLAIMS-WRITTEN-WS
           PERFORM StartNoticeBatch
           OPEN EXTEND NOTICEFILE
           MOVE ZEROS TO SUB-ID
           START SUBSRECORD KEY IS >= SUB-ID
               END-READ
           END-PERFORM
           CLOSE NOTICEFILE
           PERFORM FinishNoticeBatch
           DISPLAY CLAIMS-WRITTEN-WS " CLAIM(S) WRITTEN TO "
               "notices.txt FOR THE GATEWAY.".

       JudgeOneSubscription.
           IF SUB-RENEWAL-CANCELLED-WS AND
                   SUB-NEXT-EXPECTED-WS > SUB-END-DATE-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM SetFrequencyDays
           CALL "DateAdd" USING SUB-NEXT-EXPECTED-WS
               SUB-GRACE-DAYS-WS CLAIM-DATE-YMD-WS
           MOVE SUB-NEXT-EXPECTED-WS TO SI-EXPECTED-DATE
           MOVE ZEROS TO SI-RECEIVED-DATE
           MOVE "C" TO SI-STATUS
           MOVE TODAY-DATE-WS TO SI-CLAIM-DATE
           WRITE SERIAL-ISSUE-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           MOVE SUB-ID-WS TO NOTICE-BOOK-ID
           MOVE SUB-NEXT-ISSUE-WS TO NOTICE-DAYS-OVERDUE
           MOVE "CLAIM" TO NOTICE-LEVEL-TEXT
           MOVE SPACES TO NOTICE-SUBJECT
           MOVE SPACES TO NOTICE-MESSAGE
           WRITE NOTICE-LINE
           ADD 1 TO CLAIMS-WRITTEN-WS
           DISPLAY "  CLAIMED: " SUB-TITLE-WS " V." SUB-VOLUME-WS
               MOVE 1 TO MISSING-POS-WS
               MOVE "N" TO HOLD-HAVE-ANY-WS
           END-IF
           IF SI-IS-RECEIVED-WS OR SI-AT-BINDERY-WS
               MOVE "Y" TO HOLD-HAVE-ANY-WS
               IF HOLD-FIRST-WS = 0
                   MOVE SI-ISSUE-NUM-WS TO HOLD-FIRST-WS
               END-STRING
           END-IF
           CALL "ReportSpool" USING SPOOL-REQUEST.

      *    The renewal run: every title whose end date falls within
      *    the window and has no renewal decision yet is put to the
      *    operator. Confirming raises a one-line purchase order to
      *    the subscription vendor for the annual cost and
      *    encumbers the fund; cancelling marks the title to lapse.
      *    Enter leaves the title for a later run.
       RenewalRun.
           PERFORM TakeUpRenewals
           DISPLAY "RENEWAL WINDOW IN DAYS [60]: " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               MOVE 60 TO RENEW-WINDOW-WS
           ELSE
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO RENEW-WINDOW-WS
           END-IF
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           CALL "DateAdd" USING TODAY-DATE-WS RENEW-WINDOW-WS
               RENEW-HORIZON-WS
           MOVE 0 TO RENEWALS-DUE-WS
           MOVE ZEROS TO SUB-ID
           START SUBSRECORD KEY IS >= SUB-ID
               INVALID KEY MOVE "Y" TO RENEW-SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO RENEW-SCAN-DONE-WS
           END-START
           PERFORM UNTIL RENEW-SCAN-DONE-WS = "Y"
               READ SUBSRECORD NEXT INTO SUBSCRIPTION-WS
                   AT END MOVE "Y" TO RENEW-SCAN-DONE-WS
                   NOT AT END
                       IF SUB-RENEWAL-STATUS-WS = SPACE AND
                               SUB-END-DATE-WS NOT = ZEROS AND
                               SUB-END-DATE-WS NOT > RENEW-HORIZON-WS
                           ADD 1 TO RENEWALS-DUE-WS
                           PERFORM OfferRenewal
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY RENEWALS-DUE-WS " SUBSCRIPTION(S) DUE FOR RENEWAL.".

       OfferRenewal.
           DISPLAY " "
           DISPLAY "  " SUB-ID-WS " " SUB-TITLE-WS
           DISPLAY "    " SUB-VENDOR-WS "  ENDS " SUB-E-MM-WS "/"
               SUB-E-DD-WS "/" SUB-E-YYYY-WS
           DISPLAY "    COST $" SUB-COST-WS "  FUND " SUB-FUND-CODE-WS
           DISPLAY "[C] CONFIRM  [X] CANCEL  [ENTER] DECIDE LATER: "
               WITH NO ADVANCING
           MOVE SPACE TO RENEW-CHOICE-WS
           ACCEPT RENEW-CHOICE-WS
           MOVE FUNCTION UPPER-CASE(RENEW-CHOICE-WS)
               TO RENEW-CHOICE-WS
           EVALUATE RENEW-CHOICE-WS
               WHEN "C"
                   IF SUB-COST-WS = 0 OR SUB-VENDOR-CODE-WS = SPACES
                       DISPLAY "  NO COST OR VENDOR CODE ON FILE - "
                           "SET THEM FIRST (OPTION 7)."
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM RaiseRenewalOrder
                   IF WORK-PO-NUMBER-WS = 0
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "R" TO SUB-RENEWAL-STATUS-WS
                   MOVE WORK-PO-NUMBER-WS TO SUB-RENEWAL-PO-WS
                   PERFORM RewriteSubscription
               WHEN "X"
                   MOVE "X" TO SUB-RENEWAL-STATUS-WS
                   MOVE 0 TO SUB-RENEWAL-PO-WS
                   PERFORM RewriteSubscription
                   DISPLAY "  CANCELLED - THE TITLE LAPSES ON "
                       SUB-E-MM-WS "/" SUB-E-DD-WS "/" SUB-E-YYYY-WS
               WHEN OTHER CONTINUE
           END-EVALUATE.

       RewriteSubscription.
           REWRITE SUBSCRIPTION-RECORD FROM SUBSCRIPTION-WS
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE THE SUBSCRIPTION."
           END-REWRITE.

      *    The renewal order is an ordinary open purchase order with
      *    one line for one year of the title, so VendorInvoice's
      *    three-way match applies unchanged; POL-SUB-ID keeps the
      *    line away from the receiving dock.
       RaiseRenewalOrder.
           PERFORM OpenPoFiles
           MOVE "P" TO ASSIGN-SERIES
           CALL "NextNumber" USING ASSIGN-REQUEST
           IF ASSIGN-OK = "N"
               MOVE 0 TO WORK-PO-NUMBER-WS
               DISPLAY "THE NUMBER SERVICE IS BUSY - TRY AGAIN."
               PERFORM ClosePoFiles
               EXIT PARAGRAPH
           END-IF
           MOVE ASSIGN-NEXT-ID TO WORK-PO-NUMBER-WS
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           MOVE WORK-PO-NUMBER-WS TO PO-NUMBER
           MOVE SUB-VENDOR-WS TO PO-VENDOR
           MOVE SUB-VENDOR-CODE-WS TO PO-VENDOR-CODE
           MOVE TODAY-YYYY-WS TO PO-O-YYYY
           MOVE TODAY-MM-WS TO PO-O-MM
           MOVE TODAY-DD-WS TO PO-O-DD
           MOVE "O" TO PO-STATUS
           WRITE PO-RECORD
               INVALID KEY DISPLAY "UNABLE TO WRITE THE ORDER."
           END-WRITE
           MOVE WORK-PO-NUMBER-WS TO POL-PO-NUMBER OF PO-LINE-REF-ID
           MOVE 1 TO POL-LINE-NUM
           MOVE 0 TO POL-BOOK-ID
           MOVE SUB-TITLE-WS TO POL-TITLE
           MOVE "SUBSCRIPTION RENEWAL" TO POL-AUTHOR
           MOVE 1 TO POL-QTY-ORDERED
           MOVE 0 TO POL-QTY-RECEIVED
           MOVE SUB-COST-WS TO POL-UNIT-COST
           MOVE SUB-FUND-CODE-WS TO POL-FUND-CODE
           MOVE SUB-ID-WS TO POL-SUB-ID
           MOVE 0 TO POL-RECEIVED-DATE
           WRITE PO-LINE-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO WRITE THE ORDER LINE."
           END-WRITE
           PERFORM ClosePoFiles
           DISPLAY "  RENEWAL ORDER " WORK-PO-NUMBER-WS " RAISED."
           IF SUB-FUND-CODE-WS NOT = SPACES
               MOVE SUB-COST-WS TO FUND-AMOUNT-WS
               MOVE SUB-FUND-CODE-WS TO FUND-CODE
               PERFORM EncumberAgainstFund
           END-IF.

       EncumberAgainstFund.
           OPEN I-O FUNDRECORD
           READ FUNDRECORD INTO FUND-WS
               INVALID KEY
                   DISPLAY "  NO SUCH FUND CODE ON FILE - RENEWAL NOT "
                       "ENCUMBERED. SET FUNDS UP IN FUND "
                       "MAINTENANCE."
                   CLOSE FUNDRECORD
                   EXIT PARAGRAPH
           END-READ
           ADD FUND-AMOUNT-WS TO FUND-ENCUMBERED-WS
           REWRITE FUND-RECORD FROM FUND-WS
               INVALID KEY DISPLAY "UNABLE TO REWRITE THE FUND."
           END-REWRITE
           COMPUTE FUND-FREE-WS = FUND-ALLOCATION-WS
               - FUND-ENCUMBERED-WS - FUND-SPENT-WS
           MOVE FUND-FREE-WS TO FUND-FREE-DISPLAY-WS
           DISPLAY "  ENCUMBERED $" FUND-AMOUNT-WS " AGAINST "
               FUND-CODE-WS ". FREE BALANCE NOW $"
               FUND-FREE-DISPLAY-WS
           IF FUND-FREE-WS < 0
               DISPLAY "  ** FUND OVERCOMMITTED - REVIEW BEFORE "
                   "THE INVOICE IS PAID **"
           END-IF
           CLOSE FUNDRECORD.

      *    A confirmed renewal is taken up once its subscription's
      *    end date has passed: the period rolls forward a year,
      *    the order line is marked received (which is what lets
      *    the vendor's invoice match), and the fund's encumbrance
      *    for it turns into expenditure as at the receiving dock.
       TakeUpRenewals.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           MOVE 0 TO RENEWALS-TAKEN-WS
           MOVE ZEROS TO SUB-ID
           START SUBSRECORD KEY IS >= SUB-ID
               INVALID KEY MOVE "Y" TO RENEW-SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO RENEW-SCAN-DONE-WS
           END-START
           PERFORM UNTIL RENEW-SCAN-DONE-WS = "Y"
               READ SUBSRECORD NEXT INTO SUBSCRIPTION-WS
                   AT END MOVE "Y" TO RENEW-SCAN-DONE-WS
                   NOT AT END
                       IF SUB-RENEWAL-CONFIRMED-WS AND
                               SUB-END-DATE-WS < TODAY-DATE-WS
                           PERFORM TakeUpOneRenewal
                       END-IF
               END-READ
           END-PERFORM
           IF RENEWALS-TAKEN-WS > 0
               DISPLAY RENEWALS-TAKEN-WS " RENEWAL(S) TAKEN UP."
           END-IF.

       TakeUpOneRenewal.
           CALL "DateAdd" USING SUB-END-DATE-WS ONE-DAY-WS
               NEW-START-YMD-WS
           MOVE SUB-END-DATE-WS TO NEW-END-YMD-WS
           ADD 1 TO NEW-E-YYYY-WS
           IF NEW-E-MM-WS = 2 AND NEW-E-DD-WS = 29
               MOVE 28 TO NEW-E-DD-WS
           END-IF
           MOVE NEW-START-YMD-WS TO SUB-START-DATE-WS
           MOVE NEW-END-YMD-WS TO SUB-END-DATE-WS
           PERFORM ReceiveRenewalLine
           MOVE SPACE TO SUB-RENEWAL-STATUS-WS
           MOVE 0 TO SUB-RENEWAL-PO-WS
           PERFORM RewriteSubscription
           ADD 1 TO RENEWALS-TAKEN-WS
           DISPLAY "  RENEWED: " SUB-TITLE-WS " THROUGH "
               SUB-E-MM-WS "/" SUB-E-DD-WS "/" SUB-E-YYYY-WS.

       ReceiveRenewalLine.
           PERFORM OpenPoFiles
           MOVE SUB-RENEWAL-PO-WS TO POL-PO-NUMBER OF PO-LINE-REF-ID
           MOVE 1 TO POL-LINE-NUM
           READ POLINERECORD INTO PO-LINE-WS
               INVALID KEY
                   PERFORM ClosePoFiles
                   EXIT PARAGRAPH
           END-READ
           IF POL-QTY-RECEIVED-WS >= POL-QTY-ORDERED-WS
               PERFORM ClosePoFiles
               EXIT PARAGRAPH
           END-IF
           MOVE POL-QTY-ORDERED-WS TO POL-QTY-RECEIVED-WS
           MOVE TODAY-DATE-WS TO POL-RECEIVED-DATE-WS
           REWRITE PO-LINE-RECORD FROM PO-LINE-WS
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE THE ORDER LINE."
           END-REWRITE
           PERFORM ClosePoFiles
           IF POL-FUND-CODE-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN I-O FUNDRECORD
           MOVE POL-FUND-CODE-WS TO FUND-CODE
           READ FUNDRECORD INTO FUND-WS
               INVALID KEY
                   CLOSE FUNDRECORD
                   EXIT PARAGRAPH
           END-READ
           COMPUTE FUND-AMOUNT-WS =
               POL-QTY-ORDERED-WS * POL-UNIT-COST-WS
           IF FUND-AMOUNT-WS > FUND-ENCUMBERED-WS
               MOVE FUND-ENCUMBERED-WS TO FUND-AMOUNT-WS
           END-IF
           SUBTRACT FUND-AMOUNT-WS FROM FUND-ENCUMBERED-WS
           COMPUTE FUND-SPENT-WS = FUND-SPENT-WS
               + (POL-QTY-ORDERED-WS * POL-UNIT-COST-WS)
           REWRITE FUND-RECORD FROM FUND-WS
               INVALID KEY DISPLAY "UNABLE TO REWRITE THE FUND."
           END-REWRITE
           CLOSE FUNDRECORD.

       OpenPoFiles.
           OPEN EXTEND PORECORD
           IF PO-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT PORECORD
               CLOSE PORECORD
           ELSE
               CLOSE PORECORD
           END-IF
           OPEN I-O PORECORD.
           OPEN EXTEND POLINERECORD
           IF POL-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT POLINERECORD
               CLOSE POLINERECORD
           ELSE
               CLOSE POLINERECORD
           END-IF
           OPEN I-O POLINERECORD.

       ClosePoFiles.
           CLOSE PORECORD
           CLOSE POLINERECORD.

      *    The forty subscriptions on file before costs were kept get
      *    theirs here, and their vendor from the master; Enter
      *    keeps what is already on the row.
       SetCostAndFund.
           DISPLAY "SUBSCRIPTION ID: " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO SUB-ID
           READ SUBSRECORD INTO SUBSCRIPTION-WS
               INVALID KEY
                   DISPLAY "NO SUCH SUBSCRIPTION."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY SUB-TITLE-WS
           DISPLAY "ANNUAL COST [" SUB-COST-WS "]: " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS NOT = SPACES
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO SUB-COST-WS
           END-IF
           DISPLAY "FUND CODE [" SUB-FUND-CODE-WS "]: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS NOT = SPACES
               MOVE ENTRY-SCAN-WS TO SUB-FUND-CODE-WS
           END-IF
           DISPLAY "VENDOR NOW: " SUB-VENDOR-CODE-WS " " SUB-VENDOR-WS
           MOVE "P" TO VLK-FUNC
           CALL "VendorLookup" USING VLK-REQUEST
           IF VLK-VENDOR-FOUND
               MOVE VLK-CODE TO SUB-VENDOR-CODE-WS
               MOVE VLK-NAME TO SUB-VENDOR-WS
           END-IF
           PERFORM RewriteSubscription
           DISPLAY "SUBSCRIPTION " SUB-ID-WS " UPDATED.".

      *    The run's lines go out as one numbered notice batch with
      *    a header and a balancing trailer (NoticeBatch).
       StartNoticeBatch.
           MOVE "O" TO NBR-FUNC
           MOVE "Serials" TO NBR-PROGRAM
           CALL "NoticeBatch" USING NBR-REQUEST.

       FinishNoticeBatch.
           MOVE "C" TO NBR-FUNC
           CALL "NoticeBatch" USING NBR-REQUEST.
