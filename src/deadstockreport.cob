           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS BORROW-FILE-STATUS-WS.

           SELECT OPTIONAL CIRCEVENTFILE ASSIGN TO "circevent.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CIRC-REF-ID
           FILE STATUS IS CIRC-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD BOOKRECORD.
       COPY historyrecord-fs.
       FD BORROWRECORD.
       COPY borrowrecord-fs.
       FD CIRCEVENTFILE.
       COPY circeventrecord-fs.

       WORKING-STORAGE SECTION.
       COPY bookrecord-ws.
       COPY historyrecord-ws.
       COPY borrowrecord-ws.
       COPY circeventrecord-ws.
       COPY spool-request.

       01 EOF-WS PIC A VALUE "N".
           88 HIST-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BORROW-FILE-STATUS-WS PIC X(2).
           88 BORROW-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 CIRC-FILE-STATUS-WS PIC X(2).
           88 CIRC-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 MONTHS-SCAN-WS PIC X(3) VALUE SPACES.
       01 MONTHS-BACK-WS PIC 9(3) VALUE 0.
           05 ACTIVITY-ENTRY-WS OCCURS 2000 TIMES.
               10 ACT-BOOK-ID-WS PIC 9(10).
               10 ACT-LAST-DAYNUM-WS PIC 9(7).
               10 ACT-INHOUSE-DAYNUM-WS PIC 9(7).
               10 ACT-INHOUSE-USES-WS PIC 9(5).
       01 ACT-IDX-WS PIC 9(4).
       01 ACT-SCAN-WS PIC 9(4).
       01 ACT-FOUND-WS PIC X VALUE "N".
       01 LAST-ACTIVITY-WS PIC 9(7).
       01 LAST-INHOUSE-WS PIC 9(7).
       01 INHOUSE-USES-WS PIC 9(5).
       01 ACT-BOOK-ID-KEY-WS PIC 9(10).
       01 INHOUSE-KEPT-WS PIC 9(5) VALUE 0.

       01 CATEGORY-TABLE-WS.
           05 CATEGORY-COUNT-WS PIC 9(2) VALUE 0.
      *    accession, with CATEGORY subtotals. One pass over
      *    history.bin builds the last-activity date per title, then
      *    the catalog is anti-joined against it.
      *    In-house use (INHOUSE events from the reshelving scan)
      *    is counted apart from loans: a reference or reading-room
      *    title read in the building inside the window is not dead
      *    stock, and is listed in its own section after the dead
      *    list, with its in-house count, instead of on it.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY " "
               TODAY-DAYNUM-WS - (MONTHS-BACK-WS * 30)

           PERFORM BuildActivityTable
           PERFORM BuildInHouseActivity
           OPEN INPUT BOOKRECORD
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO CATALOG ON FILE."
               END-READ
           END-PERFORM
           CLOSE BOOKRECORD
           PERFORM ListInHouseOnlyTitles
           CLOSE BORROWRECORD

           DISPLAY " "
           DISPLAY DEAD-COUNT-WS " TITLE(S) WITH NO ACTIVITY IN "
               MONTHS-BACK-WS " MONTH(S), OF WHICH " NEVER-COUNT-WS
               " NEVER BORROWED AT ALL."
           DISPLAY INHOUSE-KEPT-WS " TITLE(S) WITH NO LOAN KEPT OFF "
               "THE LIST FOR IN-HOUSE USE."
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING DEAD-COUNT-WS " DEAD TITLE(S), " NEVER-COUNT-WS
               " NEVER BORROWED, " INHOUSE-KEPT-WS
               " IN-HOUSE USE ONLY." DELIMITED BY SIZE
               INTO SPOOL-TOTAL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.
           MOVE HB-MM-WS TO WORK-MM-WS
           MOVE HB-DD-WS TO WORK-DD-WS
           CALL "DayNum" USING WORK-DATE-YMD-WS BORROWED-DAYNUM-WS
           MOVE HBOOK-ID-WS TO ACT-BOOK-ID-KEY-WS
           PERFORM FindActivityEntry
           IF ACT-FOUND-WS = "Y"
               IF BORROWED-DAYNUM-WS >
                       ACT-LAST-DAYNUM-WS(ACT-IDX-WS)
                   MOVE BORROWED-DAYNUM-WS TO
                       ACT-LAST-DAYNUM-WS(ACT-IDX-WS)
               END-IF
           END-IF.

       FindActivityEntry.
           MOVE "N" TO ACT-FOUND-WS
           PERFORM VARYING ACT-SCAN-WS FROM 1 BY 1
                   UNTIL ACT-SCAN-WS > ACTIVITY-COUNT-WS
                   OR ACT-FOUND-WS = "Y"
               IF ACT-BOOK-ID-WS(ACT-SCAN-WS) = ACT-BOOK-ID-KEY-WS
                   MOVE "Y" TO ACT-FOUND-WS
                   MOVE ACT-SCAN-WS TO ACT-IDX-WS
               END-IF
           IF ACT-FOUND-WS = "N" AND ACTIVITY-COUNT-WS < 2000
               ADD 1 TO ACTIVITY-COUNT-WS
               MOVE ACTIVITY-COUNT-WS TO ACT-IDX-WS
               MOVE ACT-BOOK-ID-KEY-WS TO ACT-BOOK-ID-WS(ACT-IDX-WS)
               MOVE 0 TO ACT-LAST-DAYNUM-WS(ACT-IDX-WS)
               MOVE 0 TO ACT-INHOUSE-DAYNUM-WS(ACT-IDX-WS)
               MOVE 0 TO ACT-INHOUSE-USES-WS(ACT-IDX-WS)
               MOVE "Y" TO ACT-FOUND-WS
           END-IF.

      *    In-house uses go in the same per-title table as loans,
      *    in their own columns: the latest use, and how many fell
      *    inside the window.
       BuildInHouseActivity.
           OPEN INPUT CIRCEVENTFILE
           IF CIRC-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ CIRCEVENTFILE NEXT INTO CIRC-EVENT-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       IF CIRC-IS-IN-HOUSE-WS
                           PERFORM NoteOneInHouseUse
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CIRCEVENTFILE
           MOVE "N" TO EOF-WS.

       NoteOneInHouseUse.
           MOVE CIRC-DATE-WS TO WORK-DATE-YMD-WS
           CALL "DayNum" USING WORK-DATE-YMD-WS BORROWED-DAYNUM-WS
           MOVE CIRC-BOOK-ID-WS TO ACT-BOOK-ID-KEY-WS
           PERFORM FindActivityEntry
           IF ACT-FOUND-WS = "N"
               EXIT PARAGRAPH
           END-IF
           IF BORROWED-DAYNUM-WS > ACT-INHOUSE-DAYNUM-WS(ACT-IDX-WS)
               MOVE BORROWED-DAYNUM-WS
                   TO ACT-INHOUSE-DAYNUM-WS(ACT-IDX-WS)
           END-IF
           IF BORROWED-DAYNUM-WS >= CUTOFF-DAYNUM-WS
               ADD 1 TO ACT-INHOUSE-USES-WS(ACT-IDX-WS)
           END-IF.

       LookUpTitleActivity.
           MOVE 0 TO LAST-ACTIVITY-WS
           MOVE 0 TO LAST-INHOUSE-WS
           MOVE 0 TO INHOUSE-USES-WS
           PERFORM VARYING ACT-SCAN-WS FROM 1 BY 1
                   UNTIL ACT-SCAN-WS > ACTIVITY-COUNT-WS
               IF ACT-BOOK-ID-WS(ACT-SCAN-WS) = BOOK-ID-WS
                   MOVE ACT-LAST-DAYNUM-WS(ACT-SCAN-WS)
                       TO LAST-ACTIVITY-WS
                   MOVE ACT-INHOUSE-DAYNUM-WS(ACT-SCAN-WS)
                       TO LAST-INHOUSE-WS
                   MOVE ACT-INHOUSE-USES-WS(ACT-SCAN-WS)
                       TO INHOUSE-USES-WS
               END-IF
           END-PERFORM.

      *    Second pass over the catalog for the titles the dead
      *    list left off because they are used in the building:
      *    no loan in the window, but in-house use inside it.
       ListInHouseOnlyTitles.
           MOVE "L" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE "USED IN-HOUSE, NOT BORROWED - NOT FOR WEEDING:"
               TO SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST
           DISPLAY " "
           DISPLAY "USED IN-HOUSE, NOT BORROWED - NOT FOR WEEDING:"
           OPEN INPUT BOOKRECORD
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ BOOKRECORD NEXT INTO BOOK-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM JudgeInHouseOnlyTitle
               END-READ
           END-PERFORM
           CLOSE BOOKRECORD.

       JudgeInHouseOnlyTitle.
           IF BOOK-IS-WITHDRAWN-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM LookUpTitleActivity
           IF LAST-ACTIVITY-WS >= CUTOFF-DAYNUM-WS
               EXIT PARAGRAPH
           END-IF
           IF LAST-INHOUSE-WS < CUTOFF-DAYNUM-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckOpenLoan
           IF HAS-OPEN-LOAN-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO INHOUSE-KEPT-WS
           DISPLAY "  " BOOK-ID-WS "  " BOOKNAME-WS(1:40) " "
               INHOUSE-USES-WS " IN-HOUSE USE(S)"
           MOVE "L" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-LINE
           STRING BOOK-ID-WS " " BOOKNAME-WS(1:40) " "
               INHOUSE-USES-WS " IN-HOUSE"
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.

       JudgeOneTitle.
           IF BOOK-IS-WITHDRAWN-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckOpenLoan
           IF HAS-OPEN-LOAN-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LookUpTitleActivity
           IF LAST-INHOUSE-WS >= CUTOFF-DAYNUM-WS
               EXIT PARAGRAPH
           END-IF
           IF LAST-ACTIVITY-WS < CUTOFF-DAYNUM-WS
               ADD 1 TO DEAD-COUNT-WS
               IF LAST-ACTIVITY-WS = 0
