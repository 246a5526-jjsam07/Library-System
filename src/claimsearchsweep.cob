       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimSearchSweep.
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

           SELECT OPTIONAL BRANCHRECORD ASSIGN TO "branch.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRANCH-CODE
           FILE STATUS IS BRANCH-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD CLAIMRECORD.
       COPY claimrecord-fs.
       FD BORROWRECORD.
       COPY borrowrecord-fs.
       FD BRANCHRECORD.
       COPY branchrecord-fs.

       WORKING-STORAGE SECTION.
       COPY claimrecord-ws.
       COPY borrowrecord-ws.
       COPY branchrecord-ws.
       COPY wqex-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BORROW-FILE-STATUS-WS PIC X(2).
           88 BORROW-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BRANCH-FILE-STATUS-WS PIC X(2).
           88 BRANCH-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 EOF-WS PIC X VALUE "N".
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 LOAN-STILL-OUT-WS PIC X VALUE "N".
       01 SWEEP-OPERATOR-WS PIC X(20) VALUE "CLAIMSWEEP".
       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
           05 TODAY-DD-WS PIC 9(2).
       01 TODAY-DATE-NUM-WS REDEFINES TODAY-DATE-WS PIC 9(8).
       01 NEXT-DATE-WS.
           05 NEXT-YYYY-WS PIC 9(4).
           05 NEXT-MM-WS PIC 9(2).
           05 NEXT-DD-WS PIC 9(2).
       01 NEXT-DATE-NUM-WS REDEFINES NEXT-DATE-WS PIC 9(8).
      *    Days between one round of shelf searches and the next,
      *    and after the last round before the claim is put up for
      *    its found-or-lost decision.
       01 SEARCH-INTERVAL-WS PIC 9(3) VALUE 7.
      *    A next-search date of all nines marks a claim whose
      *    decision has already been queued.
       01 DECISION-QUEUED-DATE-WS PIC 9(8) VALUE 99999999.

       01 BRANCH-TABLE-WS.
           05 BRANCH-COUNT-WS PIC 9(2) VALUE 0.
           05 BRANCH-ENTRY-WS OCCURS 20 TIMES PIC X(3).
       01 BRANCH-IDX-WS PIC 9(2).

       01 SEARCHES-SENT-WS PIC 9(5) VALUE 0.
       01 DECISIONS-QUEUED-WS PIC 9(5) VALUE 0.
       01 CLOSED-FOUND-WS PIC 9(5) VALUE 0.

      *    The schedule behind the claims-returned workflow. Each
      *    open claim.bin row whose next search is due sends a
      *    shelf-search task for the title to every branch through
      *    the exception work queue - the round number, the branch
      *    and the claimant on the task - and is re-dated a week
      *    out. A week after the last round the claim itself is
      *    queued for the claim desk to close found or lost. A
      *    claim whose loan has meanwhile been checked in (the book
      *    turned up in the returns) is closed found here, by the
      *    sweep, with nothing more to do.
       PROCEDURE DIVISION.
       StartPara.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           OPEN I-O CLAIMRECORD
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO CLAIMS ON FILE."
               EXIT PROGRAM
           END-IF
           OPEN INPUT BORROWRECORD
           PERFORM LoadBranches
           DISPLAY " "
           DISPLAY "CLAIMS-RETURNED SHELF SEARCH SWEEP"
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ CLAIMRECORD NEXT INTO CLAIM-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       IF CLAIM-IS-OPEN-WS
                           PERFORM SweepOneClaim
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BORROWRECORD
           CLOSE CLAIMRECORD
           DISPLAY SEARCHES-SENT-WS " SHELF SEARCH(ES) QUEUED, "
               DECISIONS-QUEUED-WS " CLAIM(S) UP FOR DECISION, "
               CLOSED-FOUND-WS " CLOSED AS CHECKED IN.".
           EXIT PROGRAM.

       LoadBranches.
           MOVE 0 TO BRANCH-COUNT-WS
           OPEN INPUT BRANCHRECORD
           IF BRANCH-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO BRANCH-CODE
           START BRANCHRECORD KEY IS >= BRANCH-CODE
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ BRANCHRECORD NEXT INTO BRANCH-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF BRANCH-COUNT-WS < 20
                           ADD 1 TO BRANCH-COUNT-WS
                           MOVE BRANCH-CODE-WS
                               TO BRANCH-ENTRY-WS(BRANCH-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCHRECORD.

       SweepOneClaim.
           MOVE "N" TO LOAN-STILL-OUT-WS
           IF NOT BORROW-FILE-DOES-NOT-EXIST-WS
               MOVE CLM-STUDENT-ID-WS TO BORROWER-ID
               MOVE CLM-BOOK-ID-WS TO BBOOK-ID
               READ BORROWRECORD INTO BBOOK-WS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO LOAN-STILL-OUT-WS
               END-READ
           END-IF
           IF LOAN-STILL-OUT-WS = "N"
               PERFORM CloseCheckedInClaim
               EXIT PARAGRAPH
           END-IF
           IF CLM-NEXT-SEARCH-DATE-WS > TODAY-DATE-NUM-WS
               EXIT PARAGRAPH
           END-IF
           IF CLM-SEARCHES-DONE-WS < CLM-SEARCHES-DUE-WS
               PERFORM SendSearchRound
           ELSE
               PERFORM QueueClaimDecision
           END-IF.

       CloseCheckedInClaim.
           MOVE "F" TO CLM-STATUS-WS
           MOVE SWEEP-OPERATOR-WS TO CLM-CLOSED-BY-WS
           MOVE TODAY-DATE-NUM-WS TO CLM-CLOSED-DATE-WS
           REWRITE CLAIM-RECORD FROM CLAIM-WS
               INVALID KEY EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO CLOSED-FOUND-WS
           DISPLAY "  STUDENT " CLM-STUDENT-ID-WS " BOOK "
               CLM-BOOK-ID-WS " - CHECKED IN, CLAIM CLOSED FOUND.".

       SendSearchRound.
           ADD 1 TO CLM-SEARCHES-DONE-WS
           IF BRANCH-COUNT-WS = 0
               MOVE "ALL" TO BRANCH-CODE-WS
               PERFORM QueueOneSearch
           ELSE
               PERFORM VARYING BRANCH-IDX-WS FROM 1 BY 1
                       UNTIL BRANCH-IDX-WS > BRANCH-COUNT-WS
                   MOVE BRANCH-ENTRY-WS(BRANCH-IDX-WS)
                       TO BRANCH-CODE-WS
                   PERFORM QueueOneSearch
               END-PERFORM
           END-IF
           CALL "DateAdd" USING TODAY-DATE-WS SEARCH-INTERVAL-WS
               NEXT-DATE-WS
           MOVE NEXT-DATE-NUM-WS TO CLM-NEXT-SEARCH-DATE-WS
           REWRITE CLAIM-RECORD FROM CLAIM-WS
               INVALID KEY CONTINUE
           END-REWRITE.

       QueueOneSearch.
           MOVE "CLAIMSRCH" TO WQEX-SOURCE
           MOVE CLM-BOOK-ID-WS TO WQEX-KEY-ID
           MOVE SPACES TO WQEX-REASON
           STRING "SHELF SEARCH " CLM-SEARCHES-DONE-WS " OF "
               CLM-SEARCHES-DUE-WS " AT " BRANCH-CODE-WS
               " - CLAIM BY " CLM-STUDENT-ID-WS
               DELIMITED BY SIZE INTO WQEX-REASON
           END-STRING
           CALL "QueueException" USING WQEX-REQUEST
           ADD 1 TO SEARCHES-SENT-WS.

       QueueClaimDecision.
           MOVE "CLAIMSRCH" TO WQEX-SOURCE
           MOVE CLM-BOOK-ID-WS TO WQEX-KEY-ID
           MOVE SPACES TO WQEX-REASON
           STRING "DECIDE CLAIM FOUND OR LOST, STUDENT "
               CLM-STUDENT-ID-WS
               DELIMITED BY SIZE INTO WQEX-REASON
           END-STRING
           CALL "QueueException" USING WQEX-REQUEST
           MOVE DECISION-QUEUED-DATE-WS TO CLM-NEXT-SEARCH-DATE-WS
           REWRITE CLAIM-RECORD FROM CLAIM-WS
               INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO DECISIONS-QUEUED-WS.
