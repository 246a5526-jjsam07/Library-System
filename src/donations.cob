       IDENTIFICATION DIVISION.
       PROGRAM-ID. Donations.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GIFTRECORD ASSIGN TO "gift.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GIFT-NUMBER
           FILE STATUS IS GIFT-FILE-STATUS-WS.

           SELECT OPTIONAL GIFTITEMRECORD ASSIGN TO "giftitem.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GIFT-ITEM-REF-ID
           FILE STATUS IS GI-FILE-STATUS-WS.

           SELECT LETTERFILE ASSIGN TO LETTER-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LETTER-FILE-STATUS-WS.

           SELECT OPTIONAL ACCESSIONFILE ASSIGN TO "accession.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACC-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD GIFTRECORD.
       COPY giftrecord-fs.
       FD GIFTITEMRECORD.
       COPY giftitemrecord-fs.
       FD LETTERFILE.
       01 LETTER-LINE PIC X(80).
       FD ACCESSIONFILE.
       COPY accession-fs.

       WORKING-STORAGE SECTION.
       COPY giftrecord-ws.
       COPY giftitemrecord-ws.
       COPY assignseq-request.
       COPY spool-request.
       COPY importreg-request.

       01 GIFT-FILE-STATUS-WS PIC X(2).
           88 GIFT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 GI-FILE-STATUS-WS PIC X(2).
           88 GI-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 LETTER-FILE-STATUS-WS PIC X(2).
       01 ACC-FILE-STATUS-WS PIC X(2).
       01 LETTER-NAME-WS PIC X(20).

       01 OPTION-WS PIC 9.
       01 ENTRY-SCAN-WS PIC X(12) VALUE SPACES.
       01 CONFIRM-WS PIC X VALUE "N".
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 ITEMS-DONE-WS PIC X VALUE "N".
       01 WORK-GIFT-NUMBER-WS PIC 9(6).
       01 WORK-BOOK-ID-WS PIC 9(10).
       01 NEXT-SEQ-WS PIC 9(4).
       01 DECIDED-COUNT-WS PIC 9(4).
       01 ADDED-COUNT-WS PIC 9(4).
       01 SALE-COUNT-WS PIC 9(4).
       01 DISCARD-COUNT-WS PIC 9(4).
       01 DECISION-ENTRY-WS PIC X(1).
       01 ACK-FLAG-WS PIC X(3).
       01 LETTER-TEXT-WS PIC X(80).
       01 REPORT-YEAR-WS PIC 9(4).
       01 YEAR-GIFTS-WS PIC 9(5) VALUE 0.
       01 YEAR-ITEMS-WS PIC 9(6) VALUE 0.
       01 YEAR-ADDED-WS PIC 9(6) VALUE 0.
       01 YEAR-VALUE-WS PIC 9(9)V99 VALUE 0.
       01 VALUE-DISPLAY-WS PIC Z(6)9.99.
       01 YEAR-VALUE-DISPLAY-WS PIC Z(8)9.99.
       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
           05 TODAY-DD-WS PIC 9(2).
       01 TODAY-DATE-NUM-WS REDEFINES TODAY-DATE-WS PIC 9(8).

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    Gifts and donations, which until now went straight into
      *    BulkLoadBooks with no record of who gave them. A
      *    donation is taken in with the donor, the date, the
      *    donor's item count and estimated value, under a number
      *    drawn from NextNumber; each item is then decided - added
      *    to the collection, sent to the book sale or discarded.
      *    An added item appends an ACCESSION-RECORD row to
      *    accession.txt the way acquisitions receiving does,
      *    tagged "GIFT nnnnnn" so the copies can be traced to the
      *    donor after the load. The acknowledgment letter is
      *    written to giftack_nnnnnn.txt for the donor, and the
      *    year's donors are listed through the spool for the
      *    development office.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "GIFTS AND DONATIONS"
               DISPLAY "[1] RECORD A DONATION"
               DISPLAY "[2] DECIDE A DONATION'S ITEMS"
               DISPLAY "[3] PRINT ACKNOWLEDGMENT LETTER"
               DISPLAY "[4] YEARLY DONOR REPORT"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM RecordDonation
                   WHEN 2 PERFORM DecideDonation
                   WHEN 3 PERFORM PrintAcknowledgment
                   WHEN 4 PERFORM YearlyDonorReport
                   WHEN 0 EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       RecordDonation.
           MOVE SPACES TO GIFT-WS
           DISPLAY "DONOR NAME (BLANK TO CANCEL): " WITH NO ADVANCING
           ACCEPT GIFT-DONOR-NAME-WS
           IF GIFT-DONOR-NAME-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ADDRESS LINE 1: " WITH NO ADVANCING
           ACCEPT GIFT-DONOR-ADDR-1-WS
           DISPLAY "ADDRESS LINE 2: " WITH NO ADVANCING
           ACCEPT GIFT-DONOR-ADDR-2-WS
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           DISPLAY "DATE RECEIVED YYYYMMDD [TODAY]: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               MOVE TODAY-DATE-WS TO GIFT-DATE-WS
           ELSE
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO GIFT-DATE-WS
           END-IF
           DISPLAY "NUMBER OF ITEMS: " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO GIFT-ITEM-COUNT-WS
           DISPLAY "DONOR'S ESTIMATED VALUE: " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO GIFT-EST-VALUE-WS
           MOVE ADMINNAME-LS TO GIFT-RECEIVED-BY-WS
           MOVE 0 TO GIFT-ACK-DATE-WS
           MOVE "G" TO ASSIGN-SERIES
           CALL "NextNumber" USING ASSIGN-REQUEST
           IF ASSIGN-OK = "N"
               DISPLAY "DONATION NUMBERS ARE BUSY - TRY AGAIN."
               EXIT PARAGRAPH
           END-IF
           MOVE ASSIGN-NEXT-ID TO GIFT-NUMBER-WS
           PERFORM OpenGiftFiles
           WRITE GIFT-RECORD FROM GIFT-WS
               INVALID KEY
                   DISPLAY "UNABLE TO RECORD THE DONATION."
                   PERFORM CloseGiftFiles
                   EXIT PARAGRAPH
           END-WRITE
           DISPLAY "DONATION " GIFT-NUMBER-WS " RECORDED."
           DISPLAY "DECIDE THE ITEMS NOW (Y/N)? " WITH NO ADVANCING
           MOVE "N" TO CONFIRM-WS
           ACCEPT CONFIRM-WS
           MOVE FUNCTION UPPER-CASE(CONFIRM-WS) TO CONFIRM-WS
           IF CONFIRM-WS = "Y"
               MOVE GIFT-NUMBER-WS TO WORK-GIFT-NUMBER-WS
               PERFORM DecideItems
           END-IF
           PERFORM CloseGiftFiles.

       DecideDonation.
           PERFORM PromptGiftNumber
           IF WORK-GIFT-NUMBER-WS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM OpenGiftFiles
           MOVE WORK-GIFT-NUMBER-WS TO GIFT-NUMBER
           READ GIFTRECORD INTO GIFT-WS
               INVALID KEY
                   DISPLAY "NO DONATION ON FILE WITH THAT NUMBER."
                   PERFORM CloseGiftFiles
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "DONOR: " GIFT-DONOR-NAME-WS
           PERFORM DecideItems
           PERFORM CloseGiftFiles.

      *    Items already decided are counted first, so a donation
      *    worked through over several sittings carries on from
      *    where the last one stopped. Accepted items go to the
      *    accession file one copy per line.
       DecideItems.
           PERFORM TallyGiftItems
           COMPUTE NEXT-SEQ-WS = DECIDED-COUNT-WS + 1
           PERFORM PrepareFeedForAppend
           OPEN EXTEND ACCESSIONFILE
           MOVE "N" TO ITEMS-DONE-WS
           PERFORM UNTIL ITEMS-DONE-WS = "Y"
               DISPLAY " "
               DISPLAY "ITEM " NEXT-SEQ-WS " OF " GIFT-ITEM-COUNT-WS
               MOVE SPACES TO GIFT-ITEM-WS
               DISPLAY "TITLE (ENTER ALONE TO FINISH): "
                   WITH NO ADVANCING
               ACCEPT GI-TITLE-WS
               IF GI-TITLE-WS = SPACES
                   MOVE "Y" TO ITEMS-DONE-WS
               ELSE
                   PERFORM DecideOneItem
               END-IF
           END-PERFORM
           CLOSE ACCESSIONFILE
           PERFORM SealFeedLines
           PERFORM TallyGiftItems
           DISPLAY DECIDED-COUNT-WS " OF " GIFT-ITEM-COUNT-WS
               " ITEM(S) DECIDED: " ADDED-COUNT-WS " ADDED, "
               SALE-COUNT-WS " TO SALE, " DISCARD-COUNT-WS
               " DISCARDED.".

       DecideOneItem.
           DISPLAY "AUTHOR: " WITH NO ADVANCING
           ACCEPT GI-AUTHOR-WS
           DISPLAY "[A] ADD TO COLLECTION  [S] BOOK SALE  "
               "[D] DISCARD: " WITH NO ADVANCING
           MOVE SPACES TO DECISION-ENTRY-WS
           ACCEPT DECISION-ENTRY-WS
           MOVE FUNCTION UPPER-CASE(DECISION-ENTRY-WS)
               TO GI-DECISION-WS
           IF NOT GI-ADDED-WS AND NOT GI-TO-BOOK-SALE-WS
                   AND NOT GI-DISCARDED-WS
               DISPLAY "  NOT A DECISION - ITEM NOT RECORDED."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO GI-BOOK-ID-WS
           IF GI-ADDED-WS
               DISPLAY "BOOK ID TO ACCESSION UNDER: "
                   WITH NO ADVANCING
               MOVE SPACES TO ENTRY-SCAN-WS
               ACCEPT ENTRY-SCAN-WS
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO WORK-BOOK-ID-WS
               IF WORK-BOOK-ID-WS = 0
                   DISPLAY "  A BOOK ID IS NEEDED TO ADD IT - ITEM "
                       "NOT RECORDED."
                   EXIT PARAGRAPH
               END-IF
               MOVE WORK-BOOK-ID-WS TO GI-BOOK-ID-WS
           END-IF
           MOVE WORK-GIFT-NUMBER-WS TO GI-GIFT-NUMBER-WS
           MOVE NEXT-SEQ-WS TO GI-SEQ-WS
           MOVE ADMINNAME-LS TO GI-DECIDED-BY-WS
           WRITE GIFT-ITEM-RECORD FROM GIFT-ITEM-WS
               INVALID KEY
                   DISPLAY "  UNABLE TO RECORD THE ITEM."
                   EXIT PARAGRAPH
           END-WRITE
           IF GI-ADDED-WS
               PERFORM WriteGiftAccessionRow
           END-IF
           ADD 1 TO NEXT-SEQ-WS.

       WriteGiftAccessionRow.
           MOVE GI-BOOK-ID-WS TO ACC-BOOK-ID
           MOVE GI-TITLE-WS TO ACC-BOOKNAME
           MOVE GI-AUTHOR-WS TO ACC-AUTHORNAME
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           MOVE TODAY-MM-WS TO ACC-MM
           MOVE TODAY-DD-WS TO ACC-DD
           MOVE TODAY-YYYY-WS TO ACC-YYYY
           MOVE 1 TO ACC-QUANTITY
           MOVE SPACES TO ACC-SOURCE-TAG
           STRING "GIFT " WORK-GIFT-NUMBER-WS
               DELIMITED BY SIZE INTO ACC-SOURCE-TAG
           END-STRING
           WRITE ACCESSION-RECORD.

       TallyGiftItems.
           MOVE 0 TO DECIDED-COUNT-WS
           MOVE 0 TO ADDED-COUNT-WS
           MOVE 0 TO SALE-COUNT-WS
           MOVE 0 TO DISCARD-COUNT-WS
           MOVE WORK-GIFT-NUMBER-WS TO GI-GIFT-NUMBER
           MOVE 0 TO GI-SEQ
           START GIFTITEMRECORD KEY IS >= GIFT-ITEM-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ GIFTITEMRECORD NEXT INTO GIFT-ITEM-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF GI-GIFT-NUMBER-WS NOT = WORK-GIFT-NUMBER-WS
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM CountOneItem
                       END-IF
               END-READ
           END-PERFORM.

       CountOneItem.
           ADD 1 TO DECIDED-COUNT-WS
           EVALUATE TRUE
               WHEN GI-ADDED-WS ADD 1 TO ADDED-COUNT-WS
               WHEN GI-TO-BOOK-SALE-WS ADD 1 TO SALE-COUNT-WS
               WHEN GI-DISCARDED-WS ADD 1 TO DISCARD-COUNT-WS
               WHEN OTHER CONTINUE
           END-EVALUATE.

      *    The dated letter the donor keeps: what was received and
      *    when, and what became of it. The library does not
      *    appraise gifts, so the value is quoted as the donor's
      *    own estimate. Printing again is allowed (a lost letter);
      *    the acknowledgment date moves to the latest printing.
       PrintAcknowledgment.
           PERFORM PromptGiftNumber
           IF WORK-GIFT-NUMBER-WS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM OpenGiftFiles
           MOVE WORK-GIFT-NUMBER-WS TO GIFT-NUMBER
           READ GIFTRECORD INTO GIFT-WS
               INVALID KEY
                   DISPLAY "NO DONATION ON FILE WITH THAT NUMBER."
                   PERFORM CloseGiftFiles
                   EXIT PARAGRAPH
           END-READ
           IF GIFT-ACK-DATE-WS NOT = 0
               DISPLAY "ALREADY ACKNOWLEDGED " GIFT-ACK-DATE-WS
                   " - PRINT AGAIN (Y/N)? " WITH NO ADVANCING
               MOVE "N" TO CONFIRM-WS
               ACCEPT CONFIRM-WS
               MOVE FUNCTION UPPER-CASE(CONFIRM-WS) TO CONFIRM-WS
               IF CONFIRM-WS NOT = "Y"
                   PERFORM CloseGiftFiles
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM TallyGiftItems
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           MOVE SPACES TO LETTER-NAME-WS
           STRING "giftack_" WORK-GIFT-NUMBER-WS ".txt"
               DELIMITED BY SIZE INTO LETTER-NAME-WS
           END-STRING
           OPEN OUTPUT LETTERFILE
           PERFORM WriteLetterBody
           CLOSE LETTERFILE
           MOVE TODAY-DATE-NUM-WS TO GIFT-ACK-DATE-WS
           REWRITE GIFT-RECORD FROM GIFT-WS
               INVALID KEY
                   DISPLAY "UNABLE TO MARK THE DONATION ACKNOWLEDGED."
           END-REWRITE
           DISPLAY "LETTER WRITTEN TO " LETTER-NAME-WS
           PERFORM CloseGiftFiles.

       WriteLetterBody.
           MOVE SPACES TO LETTER-TEXT-WS
           STRING TODAY-MM-WS "/" TODAY-DD-WS "/" TODAY-YYYY-WS
               DELIMITED BY SIZE INTO LETTER-TEXT-WS
           END-STRING
           PERFORM WriteLetterLine
           MOVE SPACES TO LETTER-TEXT-WS
           PERFORM WriteLetterLine
           MOVE GIFT-DONOR-NAME-WS TO LETTER-TEXT-WS
           PERFORM WriteLetterLine
           IF GIFT-DONOR-ADDR-1-WS NOT = SPACES
               MOVE GIFT-DONOR-ADDR-1-WS TO LETTER-TEXT-WS
               PERFORM WriteLetterLine
           END-IF
           IF GIFT-DONOR-ADDR-2-WS NOT = SPACES
               MOVE GIFT-DONOR-ADDR-2-WS TO LETTER-TEXT-WS
               PERFORM WriteLetterLine
           END-IF
           MOVE SPACES TO LETTER-TEXT-WS
           PERFORM WriteLetterLine
           MOVE SPACES TO LETTER-TEXT-WS
           STRING "Dear " DELIMITED BY SIZE
               GIFT-DONOR-NAME-WS DELIMITED BY "  "
               "," DELIMITED BY SIZE
               INTO LETTER-TEXT-WS
           END-STRING
           PERFORM WriteLetterLine
           MOVE SPACES TO LETTER-TEXT-WS
           PERFORM WriteLetterLine
           MOVE SPACES TO LETTER-TEXT-WS
           STRING "Thank you for your gift of " GIFT-ITEM-COUNT-WS
               " item(s) to the library, received on "
               DELIMITED BY SIZE INTO LETTER-TEXT-WS
           END-STRING
           PERFORM WriteLetterLine
           MOVE SPACES TO LETTER-TEXT-WS
           STRING GIFT-MM-WS "/" GIFT-DD-WS "/" GIFT-YYYY-WS
               " (donation number " GIFT-NUMBER-WS ")."
               DELIMITED BY SIZE INTO LETTER-TEXT-WS
           END-STRING
           PERFORM WriteLetterLine
           IF ADDED-COUNT-WS > 0
               MOVE SPACES TO LETTER-TEXT-WS
               STRING ADDED-COUNT-WS " of them have been added to "
                   "the collection for our readers."
                   DELIMITED BY SIZE INTO LETTER-TEXT-WS
               END-STRING
               PERFORM WriteLetterLine
           END-IF
           IF SALE-COUNT-WS > 0
               MOVE SPACES TO LETTER-TEXT-WS
               STRING SALE-COUNT-WS " will be offered at the "
                   "library book sale in support of the library."
                   DELIMITED BY SIZE INTO LETTER-TEXT-WS
               END-STRING
               PERFORM WriteLetterLine
           END-IF
           MOVE SPACES TO LETTER-TEXT-WS
           PERFORM WriteLetterLine
           MOVE GIFT-EST-VALUE-WS TO VALUE-DISPLAY-WS
           MOVE SPACES TO LETTER-TEXT-WS
           STRING "Your estimate of the gift's value: $"
               VALUE-DISPLAY-WS
               DELIMITED BY SIZE INTO LETTER-TEXT-WS
           END-STRING
           PERFORM WriteLetterLine
           MOVE "The library does not appraise donations. No goods or"
               TO LETTER-TEXT-WS
           PERFORM WriteLetterLine
           MOVE "services were provided in exchange for this gift."
               TO LETTER-TEXT-WS
           PERFORM WriteLetterLine
           MOVE SPACES TO LETTER-TEXT-WS
           PERFORM WriteLetterLine
           MOVE "With our thanks," TO LETTER-TEXT-WS
           PERFORM WriteLetterLine
           MOVE SPACES TO LETTER-TEXT-WS
           PERFORM WriteLetterLine
           MOVE ADMINNAME-LS TO LETTER-TEXT-WS
           PERFORM WriteLetterLine
           MOVE "for the Library" TO LETTER-TEXT-WS
           PERFORM WriteLetterLine.

       WriteLetterLine.
           MOVE LETTER-TEXT-WS TO LETTER-LINE
           WRITE LETTER-LINE.

      *    One line per donation received in the year, in number
      *    order, with what became of its items and whether it has
      *    been acknowledged; totals for the development office.
       YearlyDonorReport.
           DISPLAY "YEAR (YYYY): " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO REPORT-YEAR-WS
           IF REPORT-YEAR-WS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GIFTRECORD
           IF GIFT-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO DONATIONS ON FILE."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GIFTITEMRECORD
           MOVE 0 TO YEAR-GIFTS-WS
           MOVE 0 TO YEAR-ITEMS-WS
           MOVE 0 TO YEAR-ADDED-WS
           MOVE 0 TO YEAR-VALUE-WS
           MOVE "O" TO SPOOL-FUNC
           MOVE "donors" TO SPOOL-PREFIX
           MOVE SPACES TO SPOOL-TITLE
           STRING "DONOR REPORT FOR " REPORT-YEAR-WS
               DELIMITED BY SIZE INTO SPOOL-TITLE
           END-STRING
           MOVE SPACES TO SPOOL-HEADING
           STRING "GIFT   DATE     DONOR                     ITEMS "
               "ADDED SALE    EST VALUE ACK"
               DELIMITED BY SIZE INTO SPOOL-HEADING
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE 0 TO GIFT-NUMBER
           START GIFTRECORD KEY IS >= GIFT-NUMBER
               INVALID KEY MOVE "Y" TO ITEMS-DONE-WS
               NOT INVALID KEY MOVE "N" TO ITEMS-DONE-WS
           END-START
           PERFORM UNTIL ITEMS-DONE-WS = "Y"
               READ GIFTRECORD NEXT INTO GIFT-WS
                   AT END MOVE "Y" TO ITEMS-DONE-WS
                   NOT AT END
                       IF GIFT-YYYY-WS = REPORT-YEAR-WS
                           PERFORM SpoolOneDonor
                       END-IF
               END-READ
           END-PERFORM
           IF GI-FILE-DOES-NOT-EXIST-WS
               CONTINUE
           ELSE
               CLOSE GIFTITEMRECORD
           END-IF
           CLOSE GIFTRECORD
           MOVE YEAR-VALUE-WS TO YEAR-VALUE-DISPLAY-WS
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING YEAR-GIFTS-WS " DONATION(S), " YEAR-ITEMS-WS
               " ITEM(S), " YEAR-ADDED-WS " ADDED, EST $"
               YEAR-VALUE-DISPLAY-WS
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           DISPLAY YEAR-GIFTS-WS " DONATION(S) LISTED FOR "
               REPORT-YEAR-WS ".".

       SpoolOneDonor.
           MOVE GIFT-NUMBER-WS TO WORK-GIFT-NUMBER-WS
           MOVE 0 TO ADDED-COUNT-WS
           MOVE 0 TO SALE-COUNT-WS
           IF NOT GI-FILE-DOES-NOT-EXIST-WS
               PERFORM TallyGiftItems
           END-IF
           ADD 1 TO YEAR-GIFTS-WS
           ADD GIFT-ITEM-COUNT-WS TO YEAR-ITEMS-WS
           ADD ADDED-COUNT-WS TO YEAR-ADDED-WS
           ADD GIFT-EST-VALUE-WS TO YEAR-VALUE-WS
           MOVE GIFT-EST-VALUE-WS TO VALUE-DISPLAY-WS
           IF GIFT-ACK-DATE-WS = 0
               MOVE "NO" TO ACK-FLAG-WS
           ELSE
               MOVE "YES" TO ACK-FLAG-WS
           END-IF
           MOVE "L" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-LINE
           STRING GIFT-NUMBER-WS " " GIFT-DATE-WS " "
               GIFT-DONOR-NAME-WS(1:25) " " GIFT-ITEM-COUNT-WS "  "
               ADDED-COUNT-WS "  " SALE-COUNT-WS " " VALUE-DISPLAY-WS
               " " ACK-FLAG-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.

       PromptGiftNumber.
           DISPLAY "DONATION NUMBER (0 TO CANCEL): " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               MOVE 0 TO WORK-GIFT-NUMBER-WS
           ELSE
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS)
                   TO WORK-GIFT-NUMBER-WS
           END-IF.

       OpenGiftFiles.
           OPEN EXTEND GIFTRECORD
           IF GIFT-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT GIFTRECORD
               CLOSE GIFTRECORD
           ELSE
               CLOSE GIFTRECORD
           END-IF
           OPEN I-O GIFTRECORD
           OPEN EXTEND GIFTITEMRECORD
           IF GI-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT GIFTITEMRECORD
               CLOSE GIFTITEMRECORD
           ELSE
               CLOSE GIFTITEMRECORD
           END-IF
           OPEN I-O GIFTITEMRECORD.

       CloseGiftFiles.
           CLOSE GIFTRECORD
           CLOSE GIFTITEMRECORD.

      *    The lines written here go out under a header and are
      *    sealed with a trailer count, so the importer can tell a
      *    whole file from a cut-short one.
       PrepareFeedForAppend.
           MOVE "H" TO IMP-FUNC
           MOVE "ACCESSN" TO IMP-FEED
           MOVE "accession.txt" TO IMP-FILE-NAME
           CALL "ImportRegistry" USING IMP-REQUEST.

       SealFeedLines.
           MOVE "T" TO IMP-FUNC
           MOVE "ACCESSN" TO IMP-FEED
           MOVE "accession.txt" TO IMP-FILE-NAME
           CALL "ImportRegistry" USING IMP-REQUEST.
