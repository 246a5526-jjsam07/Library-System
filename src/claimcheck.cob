       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLAIMRECORD ASSIGN TO "claim.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAIM-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD CLAIMRECORD.
       COPY claimrecord-fs.

       WORKING-STORAGE SECTION.
       COPY claimrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 SCAN-DONE-WS PIC X VALUE "N".

       LINKAGE SECTION.
       COPY claimcheck-request.

      *    The one reader of claim.bin for the programs that must
      *    treat a claimed loan differently - the overdue sweep,
      *    fine accrual and the three return paths - and for the
      *    claim desk's repeat-claimant count. The student's rows
      *    are contiguous on the primary key, so one START and a
      *    short read answers both questions.
       PROCEDURE DIVISION USING CLK-REQUEST.
       StartPara.
           MOVE "N" TO CLK-OPEN
           MOVE 0 TO CLK-FILED-DATE
           MOVE 0 TO CLK-CLAIM-COUNT
           OPEN INPUT CLAIMRECORD
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE CLAIMRECORD
               EXIT PROGRAM
           END-IF
           MOVE CLK-STUDENT-ID TO CLM-STUDENT-ID
           MOVE 0 TO CLM-BOOK-ID
           MOVE 0 TO CLM-FILED-DATE
           START CLAIMRECORD KEY IS >= CLAIM-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ CLAIMRECORD NEXT INTO CLAIM-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF CLM-STUDENT-ID-WS NOT = CLK-STUDENT-ID
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM JudgeOneClaim
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIMRECORD.
           EXIT PROGRAM.

       JudgeOneClaim.
           ADD 1 TO CLK-CLAIM-COUNT
           IF CLM-BOOK-ID-WS = CLK-BOOK-ID AND CLK-BOOK-ID NOT = 0
                   AND CLAIM-IS-OPEN-WS
               MOVE "Y" TO CLK-OPEN
               MOVE CLM-FILED-DATE-WS TO CLK-FILED-DATE
           END-IF.
