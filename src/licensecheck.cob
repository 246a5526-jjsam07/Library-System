       IDENTIFICATION DIVISION.
       PROGRAM-ID. LicenseCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LICENSEFILE ASSIGN TO "license.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LIC-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD LICENSEFILE.
       COPY licenserecord-fs.

       WORKING-STORAGE SECTION.
       COPY licenserecord-ws.
       COPY wqex-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 LICENSE-FOUND-WS PIC X VALUE "N".
       01 LOAN-DATE-WS PIC 9(8).
       01 LOAN-DAYNUM-WS PIC 9(7).
       01 END-DAYNUM-WS PIC 9(7).
       01 DAYS-LEFT-WS PIC S9(7).

       LINKAGE SECTION.
       COPY licensecheck-request.

      *    Judges a checkout against the license on the copy, or on
      *    the title when the copy has no license of its own. A
      *    count that brings the license near its limit, or uses
      *    the last loan, puts one row on the exception queue, so
      *    the renewal decision reaches the acquisitions desk
      *    whichever station the loan went out at.
       PROCEDURE DIVISION USING LCK-REQUEST.
       StartPara.
           MOVE "N" TO LCK-RESULT
           MOVE "N" TO LCK-LOANS-LIMITED
           MOVE 0 TO LCK-LOANS-LEFT
           MOVE 0 TO LCK-END-DATE
           MOVE LCK-DATE TO LOAN-DATE-WS
           IF LOAN-DATE-WS = 0
               ACCEPT LOAN-DATE-WS FROM DATE YYYYMMDD
           END-IF
           IF LCK-COUNT-LOAN
               OPEN I-O LICENSEFILE
           ELSE
               OPEN INPUT LICENSEFILE
           END-IF
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE LICENSEFILE
               EXIT PROGRAM
           END-IF
           PERFORM FindLicense
           IF LICENSE-FOUND-WS = "N"
               CLOSE LICENSEFILE
               EXIT PROGRAM
           END-IF
           PERFORM JudgeLicense
           IF LCK-COUNT-LOAN AND LIC-IS-ACTIVE-WS
               PERFORM CountOneLoan
           END-IF
           CLOSE LICENSEFILE.
           EXIT PROGRAM.

       FindLicense.
           MOVE "N" TO LICENSE-FOUND-WS
           IF LCK-COPY-NUM > 0
               MOVE LCK-BOOK-ID TO LIC-BOOK-ID
               MOVE LCK-COPY-NUM TO LIC-COPY-NUM
               READ LICENSEFILE INTO LICENSE-WS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO LICENSE-FOUND-WS
               END-READ
           END-IF
           IF LICENSE-FOUND-WS = "N"
               MOVE LCK-BOOK-ID TO LIC-BOOK-ID
               MOVE 0 TO LIC-COPY-NUM
               READ LICENSEFILE INTO LICENSE-WS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO LICENSE-FOUND-WS
               END-READ
           END-IF.

       JudgeLicense.
           MOVE "O" TO LCK-RESULT
           MOVE LIC-END-DATE-WS TO LCK-END-DATE
           IF LIC-LOANS-ALLOWED-WS > 0
               MOVE "Y" TO LCK-LOANS-LIMITED
               IF LIC-LOANS-USED-WS < LIC-LOANS-ALLOWED-WS
                   COMPUTE LCK-LOANS-LEFT =
                       LIC-LOANS-ALLOWED-WS - LIC-LOANS-USED-WS
               ELSE
                   MOVE 0 TO LCK-LOANS-LEFT
               END-IF
           END-IF
           IF LIC-IS-ENDED-WS
               MOVE "X" TO LCK-RESULT
               EXIT PARAGRAPH
           END-IF
           IF LCK-LOANS-LIMITED = "Y" AND LCK-LOANS-LEFT = 0
               MOVE "X" TO LCK-RESULT
               EXIT PARAGRAPH
           END-IF
           IF LIC-END-DATE-WS > 0
               IF LOAN-DATE-WS > LIC-END-DATE-WS
                   MOVE "X" TO LCK-RESULT
                   EXIT PARAGRAPH
               END-IF
               CALL "DayNum" USING LOAN-DATE-WS LOAN-DAYNUM-WS
               CALL "DayNum" USING LIC-END-DATE-WS END-DAYNUM-WS
               COMPUTE DAYS-LEFT-WS = END-DAYNUM-WS - LOAN-DAYNUM-WS
               IF DAYS-LEFT-WS <= LIC-WARN-DAYS-WS
                   MOVE "W" TO LCK-RESULT
               END-IF
           END-IF
           IF LCK-LOANS-LIMITED = "Y" AND
                   LCK-LOANS-LEFT <= LIC-WARN-LOANS-WS
               MOVE "W" TO LCK-RESULT
           END-IF.

      *    The loan is already on the ticket, so it is counted even
      *    when it was the one that used the license up; the row is
      *    ended there and then, and the queue told.
       CountOneLoan.
           ADD 1 TO LIC-LOANS-USED-WS
           PERFORM JudgeLicense
           MOVE SPACES TO WQEX-REASON
           IF LCK-LOANS-LIMITED = "Y" AND LCK-LOANS-LEFT = 0
               MOVE "X" TO LIC-STATUS-WS
               STRING "LICENSE USED UP - " LIC-LOANS-USED-WS
                   " LOANS, COPY " LIC-COPY-NUM-WS
                   DELIMITED BY SIZE INTO WQEX-REASON
               END-STRING
           ELSE
               IF LCK-NEAR-LIMIT AND NOT LIC-WAS-WARNED-WS
                   MOVE "Y" TO LIC-WARNED-WS
                   STRING "LICENSE LOW: COPY " LIC-COPY-NUM-WS
                       " LEFT " LCK-LOANS-LEFT
                       " ENDS " LIC-END-DATE-WS
                       DELIMITED BY SIZE INTO WQEX-REASON
                   END-STRING
               END-IF
           END-IF
           REWRITE LICENSE-RECORD FROM LICENSE-WS
               INVALID KEY CONTINUE
           END-REWRITE
           IF WQEX-REASON NOT = SPACES
               MOVE "LICENSE" TO WQEX-SOURCE
               MOVE LIC-BOOK-ID-WS TO WQEX-KEY-ID
               CALL "QueueException" USING WQEX-REQUEST
           END-IF.
