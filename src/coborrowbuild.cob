       IDENTIFICATION DIVISION.
       PROGRAM-ID. CoBorrowBuild.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORYRECORD ASSIGN TO "history.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HISTORY-REF-ID
           ALTERNATE RECORD KEY IS HSTUDENT-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS HBOOK-ID WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL NOTIFYPREFFILE ASSIGN TO "notifypref.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NPF-STUDENT-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS NPF-FILE-STATUS-WS.

           SELECT PAIRFILE ASSIGN TO "coborrowwork.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAIR-KEY
           FILE STATUS IS PAIR-FILE-STATUS-WS.

           SELECT COBORROWFILE ASSIGN TO "coborrow.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS CB-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORYRECORD.
       COPY historyrecord-fs.
       FD NOTIFYPREFFILE.
       COPY notifyprefrecord-fs.
       FD PAIRFILE.
       01 PAIR-RECORD.
           05 PAIR-KEY.
               10 PAIR-BOOK-ID PIC 9(10).
               10 PAIR-OTHER-BOOK-ID PIC 9(10).
           05 PAIR-READERS PIC 9(5).
       FD COBORROWFILE.
       COPY coborrowrecord-fs.

       WORKING-STORAGE SECTION.
       COPY historyrecord-ws.
       COPY notifyprefrecord-ws.
       COPY policyrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 NPF-FILE-STATUS-WS PIC X(2).
           88 NPF-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 PAIR-FILE-STATUS-WS PIC X(2).
       01 CB-FILE-STATUS-WS PIC X(2).
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 PREFS-OPEN-WS PIC X VALUE "N".
       01 TODAY-DATE-WS PIC 9(8).
       01 MIN-READERS-WS PIC 9(3).
      *    The stub id PrivacyPurge files anonymized loans under;
      *    those rows belong to nobody and are never paired.
       01 ANON-STUDENT-ID-WS PIC 9(10) VALUE 9999999999.

      *    One student's distinct titles, gathered while walking
      *    history.bin in student order.
       01 CURRENT-STUDENT-WS PIC 9(10) VALUE 0.
       01 STUDENT-LEFT-OUT-WS PIC X VALUE "N".
       01 TITLE-COUNT-WS PIC 9(3) VALUE 0.
       01 TITLE-TABLE-WS.
           05 TITLE-ID-WS PIC 9(10) OCCURS 300 TIMES.
       01 TITLE-IDX-WS PIC 9(3).
       01 OTHER-IDX-WS PIC 9(3).
       01 ALREADY-HELD-WS PIC X VALUE "N".

      *    The best pairings for the title being written out, kept
      *    in order as the pair file is read (nine kept; the tenth
      *    slot is where a pairing ranked below them all lands).
       01 LEAD-BOOK-ID-WS PIC 9(10) VALUE 0.
       01 BEST-COUNT-WS PIC 9(2) VALUE 0.
       01 BEST-TABLE-WS.
           05 BEST-ENTRY-WS OCCURS 10 TIMES.
               10 BEST-BOOK-ID-WS PIC 9(10).
               10 BEST-READERS-WS PIC 9(5).
       01 BEST-IDX-WS PIC 9(2).
       01 SLOT-IDX-WS PIC 9(2).

       01 STUDENTS-USED-WS PIC 9(7) VALUE 0.
       01 STUDENTS-SKIPPED-WS PIC 9(7) VALUE 0.
       01 TITLES-LISTED-WS PIC 9(7) VALUE 0.
       01 ROWS-WRITTEN-WS PIC 9(7) VALUE 0.

      *    The weekly "readers also borrowed" build. history.bin is
      *    walked in student order; each student's distinct titles
      *    are paired off, and every pairing counts one reader,
      *    however often either title was borrowed. Pairings fewer
      *    than POL-COBORROW-MIN different students share are
      *    dropped, so no suggestion can be traced back to one
      *    reader; the best nine left for each title are written to
      *    coborrow.bin, replacing last week's. Students who opted
      *    out on their notice preferences (which a history purge
      *    also sets) and the purged loans under the anonymous stub
      *    id never reach the count.
       PROCEDURE DIVISION.
       StartPara.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           CALL "LoadPolicy" USING POLICY-WS
           MOVE POL-COBORROW-MIN-WS TO MIN-READERS-WS
           IF MIN-READERS-WS < 3
               MOVE 3 TO MIN-READERS-WS
           END-IF
           OPEN INPUT HISTORYRECORD
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE HISTORYRECORD
               DISPLAY "NO BORROWING HISTORY - ALSO-BORROWED NOT BUILT."
               EXIT PROGRAM
           END-IF
           OPEN INPUT NOTIFYPREFFILE
           IF NPF-ABSENT-ON-OPEN-WS
               CLOSE NOTIFYPREFFILE
           ELSE
               MOVE "Y" TO PREFS-OPEN-WS
           END-IF
           OPEN OUTPUT PAIRFILE
           CLOSE PAIRFILE
           OPEN I-O PAIRFILE

           PERFORM GatherPairings

           CLOSE HISTORYRECORD
           IF PREFS-OPEN-WS = "Y"
               CLOSE NOTIFYPREFFILE
           END-IF
           CLOSE PAIRFILE

           PERFORM WriteSuggestions

           DISPLAY "ALSO-BORROWED BUILD: " STUDENTS-USED-WS
               " STUDENT(S) COUNTED, " STUDENTS-SKIPPED-WS
               " LEFT OUT, " TITLES-LISTED-WS " TITLE(S) WITH "
               "SUGGESTIONS."
           EXIT PROGRAM.

       GatherPairings.
           MOVE 0 TO CURRENT-STUDENT-WS
           MOVE 0 TO TITLE-COUNT-WS
           MOVE ZEROS TO HSTUDENT-ID
           START HISTORYRECORD KEY IS >= HSTUDENT-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ HISTORYRECORD NEXT INTO HISTORY-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM TakeOneLoan
               END-READ
           END-PERFORM
           PERFORM PairStudentTitles.

       TakeOneLoan.
           IF HSTUDENT-ID-WS NOT = CURRENT-STUDENT-WS
               PERFORM PairStudentTitles
               MOVE HSTUDENT-ID-WS TO CURRENT-STUDENT-WS
               MOVE 0 TO TITLE-COUNT-WS
               PERFORM JudgeStudentConsent
           END-IF
           IF STUDENT-LEFT-OUT-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ALREADY-HELD-WS
           PERFORM VARYING TITLE-IDX-WS FROM 1 BY 1
                   UNTIL TITLE-IDX-WS > TITLE-COUNT-WS
               IF TITLE-ID-WS(TITLE-IDX-WS) = HBOOK-ID-WS
                   MOVE "Y" TO ALREADY-HELD-WS
               END-IF
           END-PERFORM
           IF ALREADY-HELD-WS = "N" AND TITLE-COUNT-WS < 300
               ADD 1 TO TITLE-COUNT-WS
               MOVE HBOOK-ID-WS TO TITLE-ID-WS(TITLE-COUNT-WS)
           END-IF.

       JudgeStudentConsent.
           MOVE "N" TO STUDENT-LEFT-OUT-WS
           IF CURRENT-STUDENT-WS = ANON-STUDENT-ID-WS
               MOVE "Y" TO STUDENT-LEFT-OUT-WS
               EXIT PARAGRAPH
           END-IF
           IF PREFS-OPEN-WS = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE CURRENT-STUDENT-WS TO NPF-STUDENT-ID
           READ NOTIFYPREFFILE INTO NOTIFY-PREF-WS
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF NPF-SUGGEST-OPTED-OUT-WS
               MOVE "Y" TO STUDENT-LEFT-OUT-WS
               ADD 1 TO STUDENTS-SKIPPED-WS
           END-IF.

      *    Every ordered pair is counted, so each title's own list
      *    can be read straight off the pair file's key.
       PairStudentTitles.
           IF CURRENT-STUDENT-WS = 0 OR STUDENT-LEFT-OUT-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           IF TITLE-COUNT-WS < 2
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO STUDENTS-USED-WS
           PERFORM VARYING TITLE-IDX-WS FROM 1 BY 1
                   UNTIL TITLE-IDX-WS > TITLE-COUNT-WS
               PERFORM VARYING OTHER-IDX-WS FROM 1 BY 1
                       UNTIL OTHER-IDX-WS > TITLE-COUNT-WS
                   IF OTHER-IDX-WS NOT = TITLE-IDX-WS
                       PERFORM CountOnePairing
                   END-IF
               END-PERFORM
           END-PERFORM.

       CountOnePairing.
           MOVE TITLE-ID-WS(TITLE-IDX-WS) TO PAIR-BOOK-ID
           MOVE TITLE-ID-WS(OTHER-IDX-WS) TO PAIR-OTHER-BOOK-ID
           READ PAIRFILE
               INVALID KEY
                   MOVE 1 TO PAIR-READERS
                   WRITE PAIR-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF PAIR-READERS < 99999
                       ADD 1 TO PAIR-READERS
                   END-IF
                   REWRITE PAIR-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.

      *    The pair file comes back in title order; each title's
      *    qualifying pairings are ranked as they pass and written
      *    out when the next title starts.
       WriteSuggestions.
           OPEN OUTPUT COBORROWFILE
           OPEN INPUT PAIRFILE
           MOVE 0 TO LEAD-BOOK-ID-WS
           MOVE 0 TO BEST-COUNT-WS
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ PAIRFILE NEXT
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM TakeOnePairing
               END-READ
           END-PERFORM
           PERFORM FlushTitleList
           CLOSE PAIRFILE
           CLOSE COBORROWFILE.

       TakeOnePairing.
           IF PAIR-BOOK-ID NOT = LEAD-BOOK-ID-WS
               PERFORM FlushTitleList
               MOVE PAIR-BOOK-ID TO LEAD-BOOK-ID-WS
               MOVE 0 TO BEST-COUNT-WS
           END-IF
           IF PAIR-READERS < MIN-READERS-WS
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO SLOT-IDX-WS
           PERFORM UNTIL SLOT-IDX-WS > BEST-COUNT-WS
                   OR BEST-READERS-WS(SLOT-IDX-WS) < PAIR-READERS
               ADD 1 TO SLOT-IDX-WS
           END-PERFORM
           IF SLOT-IDX-WS > 9
               EXIT PARAGRAPH
           END-IF
           IF BEST-COUNT-WS < 9
               ADD 1 TO BEST-COUNT-WS
           END-IF
           PERFORM VARYING BEST-IDX-WS FROM BEST-COUNT-WS BY -1
                   UNTIL BEST-IDX-WS <= SLOT-IDX-WS
               MOVE BEST-ENTRY-WS(BEST-IDX-WS - 1)
                   TO BEST-ENTRY-WS(BEST-IDX-WS)
           END-PERFORM
           MOVE PAIR-OTHER-BOOK-ID TO BEST-BOOK-ID-WS(SLOT-IDX-WS)
           MOVE PAIR-READERS TO BEST-READERS-WS(SLOT-IDX-WS).

       FlushTitleList.
           IF LEAD-BOOK-ID-WS = 0 OR BEST-COUNT-WS = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TITLES-LISTED-WS
           PERFORM VARYING BEST-IDX-WS FROM 1 BY 1
                   UNTIL BEST-IDX-WS > BEST-COUNT-WS
               MOVE LEAD-BOOK-ID-WS TO CB-BOOK-ID
               MOVE BEST-IDX-WS TO CB-RANK
               MOVE BEST-BOOK-ID-WS(BEST-IDX-WS) TO CB-OTHER-BOOK-ID
               MOVE BEST-READERS-WS(BEST-IDX-WS) TO CB-READERS
               MOVE TODAY-DATE-WS TO CB-BUILT-DATE
               WRITE CO-BORROW-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO ROWS-WRITTEN-WS
               END-WRITE
           END-PERFORM.
