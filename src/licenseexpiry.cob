       IDENTIFICATION DIVISION.
       PROGRAM-ID. LicenseExpiry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LICENSEFILE ASSIGN TO "license.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIC-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL BOOKRECORD ASSIGN TO "library.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BOOK-ID
           ALTERNATE RECORD KEY IS BOOKNAME
           ALTERNATE RECORD KEY IS AUTHORNAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS CATEGORY WITH DUPLICATES
           ALTERNATE RECORD KEY IS ISBN WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS BOOK-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD LICENSEFILE.
       COPY licenserecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.

       WORKING-STORAGE SECTION.
       COPY licenserecord-ws.
       COPY bookrecord-ws.
       COPY licensecheck-request.
       COPY spool-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 BOOK-FILE-STATUS-WS PIC X(2).
           88 BOOK-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.

       01 SCAN-DONE-WS PIC X VALUE "N".
       01 ANSWER-WS PIC X VALUE SPACE.
       01 SHOW-ALL-WS PIC X VALUE "N".
       01 TODAY-DATE-WS PIC 9(8).
       01 TODAY-DAYNUM-WS PIC 9(7).
       01 END-DAYNUM-WS PIC 9(7).
       01 DAYS-LEFT-WS PIC S9(5).
       01 DAYS-LEFT-OUT-WS PIC ----9.
       01 LOANS-LEFT-OUT-WS PIC X(5).
       01 COPY-TEXT-WS PIC X(3).
       01 STATE-TEXT-WS PIC X(10).
       01 ROW-TITLE-WS PIC X(12).
       01 LISTED-COUNT-WS PIC 9(5) VALUE 0.
       01 DECIDE-COUNT-WS PIC 9(5) VALUE 0.

      *    License expiry report: every license used up, past its
      *    end date, ended, or near its loan or date limit - the
      *    list acquisitions works from to decide what to renew
      *    with the vendor - or, on request, every license on
      *    file. The state is judged by LicenseCheck, so a row
      *    reads here as the desk would find it at checkout today.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY " "
           DISPLAY "LICENSE EXPIRY REPORT"
           DISPLAY "LIST EVERY LICENSE, NOT ONLY THOSE TO DECIDE ON "
               "(Y/N)? " WITH NO ADVANCING
           MOVE SPACE TO ANSWER-WS
           ACCEPT ANSWER-WS
           IF ANSWER-WS = "Y" OR ANSWER-WS = "y"
               MOVE "Y" TO SHOW-ALL-WS
           END-IF
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           CALL "DayNum" USING TODAY-DATE-WS TODAY-DAYNUM-WS
           MOVE "O" TO SPOOL-FUNC
           MOVE "licexpiry" TO SPOOL-PREFIX
           MOVE SPACES TO SPOOL-TITLE
           STRING "LICENSED STOCK TO RENEW AS AT " TODAY-DATE-WS
               DELIMITED BY SIZE INTO SPOOL-TITLE
           END-STRING
           MOVE "BOOK ID    CPY TITLE        VENDOR   " TO SPOOL-HEADING
           MOVE "USED/ALLOW   LEFT END DATE DAYS STATE"
               TO SPOOL-HEADING(38:37)
           CALL "ReportSpool" USING SPOOL-REQUEST
           DISPLAY " "
           DISPLAY SPOOL-HEADING
           MOVE "L" TO SPOOL-FUNC
           OPEN INPUT LICENSEFILE
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE LICENSEFILE
           ELSE
               OPEN INPUT BOOKRECORD
               PERFORM ListLicenses
               CLOSE BOOKRECORD
               CLOSE LICENSEFILE
           END-IF
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING LISTED-COUNT-WS " LICENSE(S) LISTED, "
               DECIDE-COUNT-WS " NEEDING A RENEWAL DECISION."
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           DISPLAY SPOOL-TOTAL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.
           EXIT PROGRAM.

       ListLicenses.
           MOVE 0 TO LIC-BOOK-ID
           MOVE 0 TO LIC-COPY-NUM
           START LICENSEFILE KEY IS >= LIC-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ LICENSEFILE NEXT INTO LICENSE-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM JudgeOneLicense
               END-READ
           END-PERFORM.

      *    LicenseCheck falls back from a copy to its title, so the
      *    title row is judged under copy 0 and a copy row under its
      *    own number - each row answers for itself.
       JudgeOneLicense.
           MOVE "C" TO LCK-FUNC
           MOVE LIC-BOOK-ID-WS TO LCK-BOOK-ID
           MOVE LIC-COPY-NUM-WS TO LCK-COPY-NUM
           MOVE TODAY-DATE-WS TO LCK-DATE
           CALL "LicenseCheck" USING LCK-REQUEST
           EVALUATE TRUE
               WHEN LIC-IS-ENDED-WS
                   MOVE "ENDED" TO STATE-TEXT-WS
               WHEN LCK-USED-UP AND LCK-LOANS-LIMITED = "Y" AND
                       LCK-LOANS-LEFT = 0
                   MOVE "USED UP" TO STATE-TEXT-WS
               WHEN LCK-USED-UP
                   MOVE "EXPIRED" TO STATE-TEXT-WS
               WHEN LCK-NEAR-LIMIT
                   MOVE "NEAR LIMIT" TO STATE-TEXT-WS
               WHEN OTHER
                   MOVE "ACTIVE" TO STATE-TEXT-WS
           END-EVALUATE
           IF STATE-TEXT-WS NOT = "ACTIVE"
               ADD 1 TO DECIDE-COUNT-WS
           ELSE
               IF SHOW-ALL-WS = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM ShowLicenseRow.

       ShowLicenseRow.
           ADD 1 TO LISTED-COUNT-WS
           MOVE "(NO RECORD)" TO ROW-TITLE-WS
           IF NOT BOOK-FILE-ABSENT-ON-OPEN-WS
               MOVE LIC-BOOK-ID-WS TO BOOK-ID
               READ BOOKRECORD INTO BOOK-WS
                   KEY IS BOOK-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE BOOKNAME-WS TO ROW-TITLE-WS
               END-READ
           END-IF
           IF LIC-COPY-NUM-WS = 0
               MOVE "ALL" TO COPY-TEXT-WS
           ELSE
               MOVE LIC-COPY-NUM-WS TO COPY-TEXT-WS
           END-IF
           IF LCK-LOANS-LIMITED = "Y"
               MOVE LCK-LOANS-LEFT TO LOANS-LEFT-OUT-WS
           ELSE
               MOVE "  -  " TO LOANS-LEFT-OUT-WS
           END-IF
           IF LIC-END-DATE-WS > 0
               CALL "DayNum" USING LIC-END-DATE-WS END-DAYNUM-WS
               COMPUTE DAYS-LEFT-WS = END-DAYNUM-WS - TODAY-DAYNUM-WS
           ELSE
               MOVE 0 TO DAYS-LEFT-WS
           END-IF
           MOVE DAYS-LEFT-WS TO DAYS-LEFT-OUT-WS
           MOVE SPACES TO SPOOL-LINE
           STRING LIC-BOOK-ID-WS " " COPY-TEXT-WS " " ROW-TITLE-WS " "
               LIC-VENDOR-CODE-WS " " LIC-LOANS-USED-WS "/"
               LIC-LOANS-ALLOWED-WS " " LOANS-LEFT-OUT-WS " "
               LIC-END-DATE-WS DAYS-LEFT-OUT-WS " " STATE-TEXT-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           DISPLAY SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.
