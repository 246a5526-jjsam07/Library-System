       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimsDesk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLAIMRECORD ASSIGN TO "claim.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAIM-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL BORROWRECORD ASSIGN TO "borrow.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS BORROW-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD CLAIMRECORD.
       COPY claimrecord-fs.
       FD BORROWRECORD.
       COPY borrowrecord-fs.

       WORKING-STORAGE SECTION.
       COPY claimrecord-ws.
       COPY borrowrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BORROW-FILE-STATUS-WS PIC X(2).
           88 BORROW-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 OPTION-WS PIC 9.
       01 ID-SCAN-WS PIC X(10) VALUE SPACES.
       01 WORK-STUDENT-ID-WS PIC 9(10).
       01 WORK-BOOK-ID-WS PIC 9(10).
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 CLAIM-FOUND-WS PIC X VALUE "N".
       01 LOAN-STILL-OUT-WS PIC X VALUE "N".
       01 DECISION-WS PIC X VALUE SPACE.
       01 CONFIRM-WS PIC X VALUE "N".
       01 SHOWN-COUNT-WS PIC 9(4) VALUE 0.
       01 NEXT-SEARCH-TEXT-WS PIC X(10).

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    The circulation supervisor's side of claims-returned:
      *    the open claims with how far their shelf searches have
      *    got, a claim taken on a patron's behalf, and the closing
      *    decision. Found means the item turned up - it is checked
      *    in through the ordinary return (so holds and the waitlist
      *    are served and the fine stops at the claim date), and
      *    the claim closes found. Not found after the searches
      *    converts the loan to lost through LostBook's own billing,
      *    and the claim closes lost once the loan is gone.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "CLAIMS RETURNED"
               DISPLAY "[1] LIST OPEN CLAIMS"
               DISPLAY "[2] TAKE A CLAIM FOR A PATRON"
               DISPLAY "[3] CLOSE A CLAIM (FOUND / LOST)"
               DISPLAY "[0] BACK"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM ListOpenClaims
                   WHEN 2 PERFORM TakeClaimForPatron
                   WHEN 3 PERFORM CloseOneClaim
                   WHEN 0 EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       ListOpenClaims.
           MOVE 0 TO SHOWN-COUNT-WS
           OPEN INPUT CLAIMRECORD
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO CLAIMS ON FILE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "STUDENT ID BOOK ID    FILED    SEARCHES NEXT"
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ CLAIMRECORD NEXT INTO CLAIM-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF CLAIM-IS-OPEN-WS
                           PERFORM ShowOneClaim
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIMRECORD
           DISPLAY SHOWN-COUNT-WS " OPEN CLAIM(S).".

       ShowOneClaim.
           ADD 1 TO SHOWN-COUNT-WS
           IF CLM-SEARCHES-DONE-WS < CLM-SEARCHES-DUE-WS
               MOVE CLM-NEXT-SEARCH-DATE-WS TO NEXT-SEARCH-TEXT-WS
           ELSE
               MOVE "DECIDE" TO NEXT-SEARCH-TEXT-WS
           END-IF
           DISPLAY CLM-STUDENT-ID-WS " " CLM-BOOK-ID-WS " "
               CLM-FILED-DATE-WS " " CLM-SEARCHES-DONE-WS " OF "
               CLM-SEARCHES-DUE-WS "   " NEXT-SEARCH-TEXT-WS.

       TakeClaimForPatron.
           DISPLAY "STUDENT ID: " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           IF ID-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO WORK-STUDENT-ID-WS
           IF WORK-STUDENT-ID-WS = 0
               EXIT PARAGRAPH
           END-IF
           CALL "ClaimsReturned" USING BY CONTENT WORK-STUDENT-ID-WS
               ADMINNAME-LS.

       CloseOneClaim.
           DISPLAY "STUDENT ID: " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO WORK-STUDENT-ID-WS
           DISPLAY "BOOK ID: " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO WORK-BOOK-ID-WS
           PERFORM FindOpenClaim
           IF CLAIM-FOUND-WS = "N"
               DISPLAY "NO OPEN CLAIM FOR THAT STUDENT AND BOOK."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CLAIM FILED " CLM-FILED-DATE-WS " BY "
               CLM-FILED-BY-WS
           DISPLAY "SHELF SEARCHES SENT: " CLM-SEARCHES-DONE-WS
               " OF " CLM-SEARCHES-DUE-WS
           DISPLAY "[F] FOUND  [L] NOT FOUND - BILL AS LOST: "
               WITH NO ADVANCING
           MOVE SPACE TO DECISION-WS
           ACCEPT DECISION-WS
           MOVE FUNCTION UPPER-CASE(DECISION-WS) TO DECISION-WS
           EVALUATE DECISION-WS
               WHEN "F" PERFORM CloseClaimFound
               WHEN "L" PERFORM CloseClaimLost
               WHEN OTHER CONTINUE
           END-EVALUATE.

      *    The open claim for the student and book, if any, is left
      *    in CLAIM-WS.
       FindOpenClaim.
           MOVE "N" TO CLAIM-FOUND-WS
           OPEN INPUT CLAIMRECORD
           IF FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE WORK-STUDENT-ID-WS TO CLM-STUDENT-ID
           MOVE WORK-BOOK-ID-WS TO CLM-BOOK-ID
           MOVE 0 TO CLM-FILED-DATE
           START CLAIMRECORD KEY IS >= CLAIM-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y" OR CLAIM-FOUND-WS = "Y"
               READ CLAIMRECORD NEXT INTO CLAIM-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF CLM-STUDENT-ID-WS NOT = WORK-STUDENT-ID-WS
                               OR CLM-BOOK-ID-WS NOT = WORK-BOOK-ID-WS
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           IF CLAIM-IS-OPEN-WS
                               MOVE "Y" TO CLAIM-FOUND-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIMRECORD.

       CheckLoanStillOut.
           MOVE "N" TO LOAN-STILL-OUT-WS
           OPEN INPUT BORROWRECORD
           IF BORROW-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE WORK-STUDENT-ID-WS TO BORROWER-ID
           MOVE WORK-BOOK-ID-WS TO BBOOK-ID
           READ BORROWRECORD INTO BBOOK-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO LOAN-STILL-OUT-WS
           END-READ
           CLOSE BORROWRECORD.

      *    A found item goes through the return desk first; the
      *    claim closes only once borrow.bin shows the loan settled.
       CloseClaimFound.
           PERFORM CheckLoanStillOut
           IF LOAN-STILL-OUT-WS = "Y"
               DISPLAY "CHECK THE ITEM IN THROUGH RETURNS FIRST - "
                   "THE FINE STOPS AT " CLM-FILED-DATE-WS "."
               DISPLAY "THEN CLOSE THE CLAIM HERE (OR LEAVE IT TO "
                   "TONIGHT'S SWEEP)."
               EXIT PARAGRAPH
           END-IF
           MOVE "F" TO CLM-STATUS-WS
           PERFORM RewriteClaim
           DISPLAY "CLAIM CLOSED - FOUND.".

       CloseClaimLost.
           IF CLM-SEARCHES-DONE-WS < CLM-SEARCHES-DUE-WS
               DISPLAY "ONLY " CLM-SEARCHES-DONE-WS " OF "
                   CLM-SEARCHES-DUE-WS " SEARCHES HAVE BEEN SENT. "
                   "BILL AS LOST NOW (Y/N)? " WITH NO ADVANCING
               MOVE "N" TO CONFIRM-WS
               ACCEPT CONFIRM-WS
               MOVE FUNCTION UPPER-CASE(CONFIRM-WS) TO CONFIRM-WS
               IF CONFIRM-WS NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CheckLoanStillOut
           IF LOAN-STILL-OUT-WS = "Y"
               DISPLAY "ENTER BOOK " WORK-BOOK-ID-WS
                   " AT THE LOST-BOOK PROMPT."
               CALL "LostBook" USING BY CONTENT WORK-STUDENT-ID-WS
                   ADMINNAME-LS
               PERFORM CheckLoanStillOut
           END-IF
           IF LOAN-STILL-OUT-WS = "Y"
               DISPLAY "THE LOAN IS STILL OPEN - CLAIM LEFT OPEN."
               EXIT PARAGRAPH
           END-IF
           MOVE "L" TO CLM-STATUS-WS
           PERFORM RewriteClaim
           DISPLAY "CLAIM CLOSED - BILLED AS LOST.".

       RewriteClaim.
           OPEN I-O CLAIMRECORD
           MOVE ADMINNAME-LS TO CLM-CLOSED-BY-WS
           ACCEPT CLM-CLOSED-DATE-WS FROM DATE YYYYMMDD
           MOVE CLM-STUDENT-ID-WS TO CLM-STUDENT-ID
           MOVE CLM-BOOK-ID-WS TO CLM-BOOK-ID
           MOVE CLM-FILED-DATE-WS TO CLM-FILED-DATE
           READ CLAIMRECORD
               INVALID KEY CONTINUE
           END-READ
           REWRITE CLAIM-RECORD FROM CLAIM-WS
               INVALID KEY DISPLAY "UNABLE TO UPDATE THE CLAIM."
           END-REWRITE
           CLOSE CLAIMRECORD.
