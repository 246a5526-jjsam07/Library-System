       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimsReturned.
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
       COPY claimcheck-request.
       COPY circeventrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BORROW-FILE-STATUS-WS PIC X(2).
           88 BORROW-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 CLAIM-SCAN-WS PIC X(10) VALUE SPACES.
       01 CLAIM-BOOK-ID-WS PIC 9(10).
       01 CONFIRM-WS PIC X VALUE "N".
       01 SELF-OPERATOR-WS PIC X(20) VALUE "SELF".

      *    A patron who has made this many claims is sent to the
      *    desk for the next one: a self-service claim is refused,
      *    and staff are told to take it only with a supervisor.
       01 CLAIM-LIMIT-WS PIC 9(3) VALUE 2.
      *    Shelf searches sent to the branches before the claim
      *    comes up for a found-or-lost decision.
       01 SEARCHES-DUE-WS PIC 9(1) VALUE 3.

       LINKAGE SECTION.
       01 STUDENT-ID-LS PIC 9(10).
       01 OPERATOR-NAME-LS PIC X(20).

      *    Takes a "claims returned" claim against one of the
      *    patron's open loans - the patron swears the book came
      *    back, borrow.bin says it is still out. Nothing on the
      *    loan itself changes: the open claim.bin row is what
      *    stops the overdue notices and holds the fine at today,
      *    and ClaimSearchSweep sends the shelf searches to the
      *    branches from tomorrow. Called with the patron and the
      *    operator like LostBook - "SELF" from the patron's own
      *    loan list, the desk name from circulation and the claim
      *    desk.
       PROCEDURE DIVISION USING STUDENT-ID-LS OPERATOR-NAME-LS.
       StartPara.
           DISPLAY " "
           DISPLAY "CLAIM A BORROWED BOOK RETURNED"
           DISPLAY "BOOK ID (0 TO CANCEL): " WITH NO ADVANCING
           MOVE SPACES TO CLAIM-SCAN-WS
           ACCEPT CLAIM-SCAN-WS
           IF CLAIM-SCAN-WS = SPACES
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION NUMVAL(CLAIM-SCAN-WS) TO CLAIM-BOOK-ID-WS
           IF CLAIM-BOOK-ID-WS = 0
               EXIT PROGRAM
           END-IF
           OPEN INPUT BORROWRECORD
           IF BORROW-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO LOANS ON FILE."
               EXIT PROGRAM
           END-IF
           MOVE STUDENT-ID-LS TO BORROWER-ID
           MOVE CLAIM-BOOK-ID-WS TO BBOOK-ID
           READ BORROWRECORD INTO BBOOK-WS
               INVALID KEY
                   DISPLAY "THAT BOOK IS NOT ON LOAN TO THIS PATRON."
                   CLOSE BORROWRECORD
                   EXIT PROGRAM
           END-READ
           CLOSE BORROWRECORD
           MOVE STUDENT-ID-LS TO CLK-STUDENT-ID
           MOVE CLAIM-BOOK-ID-WS TO CLK-BOOK-ID
           CALL "ClaimCheck" USING CLK-REQUEST
           IF CLK-UNDER-CLAIM
               DISPLAY "A CLAIM ON THIS LOAN IS ALREADY OPEN SINCE "
                   CLK-FILED-DATE "."
               EXIT PROGRAM
           END-IF
           IF CLK-CLAIM-COUNT >= CLAIM-LIMIT-WS
               PERFORM JudgeRepeatClaimant
               IF CONFIRM-WS NOT = "Y"
                   EXIT PROGRAM
               END-IF
           END-IF
           PERFORM WriteClaim.
           EXIT PROGRAM.

       JudgeRepeatClaimant.
           MOVE "N" TO CONFIRM-WS
           IF OPERATOR-NAME-LS = SELF-OPERATOR-WS
               DISPLAY "YOU HAVE ALREADY MADE " CLK-CLAIM-COUNT
                   " RETURNED CLAIMS. PLEASE SEE THE CIRCULATION "
                   "DESK ABOUT THIS BOOK."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "THIS PATRON HAS MADE " CLK-CLAIM-COUNT
               " CLAIMS BEFORE (LIMIT " CLAIM-LIMIT-WS ")."
           DISPLAY "TAKE THIS CLAIM ONLY WITH A SUPERVISOR. "
               "PROCEED (Y/N)? " WITH NO ADVANCING
           ACCEPT CONFIRM-WS
           MOVE FUNCTION UPPER-CASE(CONFIRM-WS) TO CONFIRM-WS.

       WriteClaim.
           OPEN EXTEND CLAIMRECORD
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT CLAIMRECORD
               CLOSE CLAIMRECORD
           ELSE
               CLOSE CLAIMRECORD
           END-IF
           OPEN I-O CLAIMRECORD
           MOVE STUDENT-ID-LS TO CLM-STUDENT-ID
           MOVE CLAIM-BOOK-ID-WS TO CLM-BOOK-ID
           ACCEPT CLM-FILED-DATE FROM DATE YYYYMMDD
           MOVE OPERATOR-NAME-LS TO CLM-FILED-BY
           MOVE "O" TO CLM-STATUS
           MOVE 0 TO CLM-SEARCHES-DONE
           MOVE SEARCHES-DUE-WS TO CLM-SEARCHES-DUE
           MOVE CLM-FILED-DATE TO CLM-NEXT-SEARCH-DATE
           MOVE SPACES TO CLM-CLOSED-BY
           MOVE 0 TO CLM-CLOSED-DATE
           WRITE CLAIM-RECORD
               INVALID KEY
                   DISPLAY "A CLAIM ON THIS LOAN WAS ALREADY TAKEN "
                       "TODAY."
                   CLOSE CLAIMRECORD
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE CLAIMRECORD
           MOVE "CLAIMRET" TO CIRC-EVENT-TYPE-WS
           MOVE STUDENT-ID-LS TO CIRC-STUDENT-ID-WS
           MOVE CLAIM-BOOK-ID-WS TO CIRC-BOOK-ID-WS
           MOVE OPERATOR-NAME-LS TO CIRC-OPERATOR-WS
           MOVE 0 TO CIRC-AMOUNT-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS
           DISPLAY "CLAIM RECORDED. NO OVERDUE NOTICES OR FURTHER "
               "FINES WHILE THE SHELVES ARE SEARCHED."
           DISPLAY "THE LIBRARY WILL SEARCH " SEARCHES-DUE-WS
               " TIMES; IF THE BOOK IS NOT FOUND IT WILL BE BILLED "
               "AS LOST.".
