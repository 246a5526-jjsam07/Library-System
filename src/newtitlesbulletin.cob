       01 NT-SWAP-WS PIC X(145).
       01 DUP-SEEN-WS PIC X VALUE "N".
       01 LAST-CATEGORY-WS PIC X(20) VALUE SPACES.
       01 TITLE-COUNT-WS PIC 9(3) VALUE 0.
       01 SUBJECT-IDX-WS PIC 9(2).
       COPY subject-request.

       LINKAGE SECTION.
       01 NT-RUN-DATE-LS.
           05 NT-RUN-YYYY-LS PIC 9(4).
           05 NT-RUN-MM-LS PIC 9(2).
           05 NT-RUN-DD-LS PIC 9(2).
       01 NT-RUN-DATE-NUM-LS REDEFINES NT-RUN-DATE-LS PIC 9(8).

      *    The "new this month" bulletin nobody had time to type:
      *    titles whose ADD audit row falls in the chosen month,
      *    pulled from the book master, sorted by category and
      *    spooled with title, author and call number (a title with
      *    further subjects is listed under each of them as well as
      *    under its primary category) - one run for
      *    the bulletin board and the teachers who ask every term.
      *    The Kiosk's New Arrivals screen shows the same list for
      *    the current month. Called with zero from the reports
      *    menu to ask for the month, or by the batch schedule with
      *    its run date for the month just ended.
       PROCEDURE DIVISION USING NT-RUN-DATE-LS.
       StartPara.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           DISPLAY " "
           DISPLAY "NEW-TITLES BULLETIN"
           IF NT-RUN-DATE-NUM-LS NOT = 0
               IF NT-RUN-MM-LS = 1
                   COMPUTE QUERY-YYYYMM-WS =
                       ((NT-RUN-YYYY-LS - 1) * 100) + 12
               ELSE
                   COMPUTE QUERY-YYYYMM-WS =
                       (NT-RUN-YYYY-LS * 100) + NT-RUN-MM-LS - 1
               END-IF
               DISPLAY "MONTH " QUERY-YYYYMM-WS
           ELSE
               DISPLAY "MONTH (YYYYMM, ENTER FOR CURRENT): "
                   WITH NO ADVANCING
               MOVE SPACES TO ENTRY-SCAN-WS
               ACCEPT ENTRY-SCAN-WS
               IF ENTRY-SCAN-WS = SPACES
                   COMPUTE QUERY-YYYYMM-WS =
                       (TODAY-YYYY-WS * 100) + TODAY-MM-WS
               ELSE
                   MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS)
                       TO QUERY-YYYYMM-WS
               END-IF
           END-IF
           PERFORM CollectMonthAdditions
           IF NEW-COUNT-WS = 0
           END-IF
           PERFORM SortByCategory
           PERFORM SpoolBulletin
           DISPLAY TITLE-COUNT-WS " NEW TITLE(S) IN THE BULLETIN.".
           EXIT PROGRAM.

       CollectMonthAdditions.
           MOVE 0 TO NEW-COUNT-WS
           MOVE 0 TO TITLE-COUNT-WS
           OPEN INPUT AUDITRECORD
           IF FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           IF BOOK-IS-WITHDRAWN-WS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TITLE-COUNT-WS
           PERFORM AddBulletinEntry
           MOVE "L" TO SBJ-FUNC
           MOVE BOOK-ID-WS TO SBJ-BOOK-ID
           CALL "SubjectLookup" USING SBJ-REQUEST
           PERFORM VARYING SUBJECT-IDX-WS FROM 1 BY 1
                   UNTIL SUBJECT-IDX-WS > SBJ-COUNT
                   OR NEW-COUNT-WS >= 300
               MOVE SBJ-NAMES(SUBJECT-IDX-WS) TO CATEGORY-WS
               PERFORM AddBulletinEntry
           END-PERFORM.

       AddBulletinEntry.
           ADD 1 TO NEW-COUNT-WS
           MOVE CATEGORY-WS TO NT-CATEGORY-WS(NEW-COUNT-WS)
           MOVE BOOK-ID-WS TO NT-BOOK-ID-WS(NEW-COUNT-WS)
           END-PERFORM
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING TITLE-COUNT-WS " NEW TITLE(S)."
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.
