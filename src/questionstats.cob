       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuestionStats.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QUESTIONFILE ASSIGN TO "question.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QST-ID
           ALTERNATE RECORD KEY IS QST-STUDENT-ID WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD QUESTIONFILE.
       COPY questionrecord-fs.

       WORKING-STORAGE SECTION.
       COPY questionrecord-ws.
       COPY spool-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-ABSENT-ON-OPEN-WS VALUE 05 35.

       01 SCAN-DONE-WS PIC X VALUE "N".
       01 ENTRY-SCAN-WS PIC X(12) VALUE SPACES.
       01 REPORT-MONTH-WS.
           05 REPORT-YYYY-WS PIC 9(4).
           05 REPORT-MM-WS PIC 9(2).
       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
           05 TODAY-DD-WS PIC 9(2).
       01 ASKED-DAYNUM-WS PIC 9(7).
       01 ANSWER-DAYNUM-WS PIC 9(7).
       01 WAIT-DAYS-WS PIC 9(4).
       01 CAT-IDX-WS PIC 9(1).
       01 STAT-TABLE-WS.
           05 STAT-ENTRY-WS OCCURS 6 TIMES.
               10 STAT-ASKED-WS PIC 9(5).
               10 STAT-URGENT-WS PIC 9(5).
               10 STAT-ANSWERED-WS PIC 9(5).
               10 STAT-SAME-DAY-WS PIC 9(5).
               10 STAT-WAIT-DAYS-WS PIC 9(7).
               10 STAT-LONGEST-WS PIC 9(4).
               10 STAT-UNANSWERED-WS PIC 9(5).
       01 STAT-NAME-WS PIC X(20).
       01 AVG-DAYS-WS PIC ZZ9.9.
       01 AVG-WORK-WS PIC 9(4)V9.

       LINKAGE SECTION.
       01 QSR-RUN-DATE-LS.
           05 QSR-RUN-YYYY-LS PIC 9(4).
           05 QSR-RUN-MM-LS PIC 9(2).
           05 QSR-RUN-DD-LS PIC 9(2).
       01 QSR-RUN-DATE-NUM-LS REDEFINES QSR-RUN-DATE-LS PIC 9(8).

      *    Reference-service statistics for one calendar month of
      *    ask-a-librarian questions, by category: how many were
      *    asked and how many wanted the same day, how many have had
      *    an answer, how many of those the same day they were
      *    asked, the average and longest wait in days to the first
      *    answer, and how many are still unanswered. Called with
      *    zero from the reports menu to ask for the month, or by
      *    the batch schedule with its run date to report the
      *    calendar month before that date.
       PROCEDURE DIVISION USING QSR-RUN-DATE-LS.
       StartPara.
           DISPLAY " "
           DISPLAY "ASK-A-LIBRARIAN MONTHLY STATISTICS"
           IF QSR-RUN-DATE-NUM-LS = 0
               PERFORM AskReportMonth
           ELSE
               MOVE QSR-RUN-DATE-LS TO TODAY-DATE-WS
               PERFORM SetPriorMonth
           END-IF
           IF REPORT-MONTH-WS = ZEROS
               EXIT PROGRAM
           END-IF
           DISPLAY "MONTH OF " REPORT-MM-WS "/" REPORT-YYYY-WS
           INITIALIZE STAT-TABLE-WS
           OPEN INPUT QUESTIONFILE
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE QUESTIONFILE
           ELSE
               PERFORM TallyQuestions
               CLOSE QUESTIONFILE
           END-IF
           MOVE "O" TO SPOOL-FUNC
           MOVE "refquest" TO SPOOL-PREFIX
           MOVE SPACES TO SPOOL-TITLE
           STRING "ASK-A-LIBRARIAN QUESTIONS - MONTH " REPORT-MM-WS
               "/" REPORT-YYYY-WS
               DELIMITED BY SIZE INTO SPOOL-TITLE
           END-STRING
           MOVE "CATEGORY             ASKED URGNT ANSWD SAMEDAY"
               TO SPOOL-HEADING
           MOVE " AVG DAYS LONGEST UNANSWD" TO SPOOL-HEADING(47:25)
           CALL "ReportSpool" USING SPOOL-REQUEST
           DISPLAY " "
           DISPLAY SPOOL-HEADING
           MOVE "L" TO SPOOL-FUNC
           PERFORM VARYING CAT-IDX-WS FROM 1 BY 1
                   UNTIL CAT-IDX-WS > 5
               MOVE QST-CATEGORY-NAME-WS(CAT-IDX-WS) TO STAT-NAME-WS
               PERFORM ShowStatLine
           END-PERFORM
           MOVE SPACES TO SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE 6 TO CAT-IDX-WS
           MOVE "ALL QUESTIONS" TO STAT-NAME-WS
           PERFORM ShowStatLine
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING STAT-ASKED-WS(6) " QUESTION(S) ASKED, "
               STAT-ANSWERED-WS(6) " ANSWERED, "
               STAT-UNANSWERED-WS(6) " STILL WAITING."
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           DISPLAY SPOOL-TOTAL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.
           EXIT PROGRAM.

       AskReportMonth.
           MOVE ZEROS TO REPORT-MONTH-WS
           DISPLAY "MONTH (YYYYMM, ENTER FOR LAST MONTH): "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
               PERFORM SetPriorMonth
               EXIT PARAGRAPH
           END-IF
           IF ENTRY-SCAN-WS(1:6) IS NOT NUMERIC OR
                   ENTRY-SCAN-WS(5:2) < "01" OR
                   ENTRY-SCAN-WS(5:2) > "12"
               DISPLAY "THE MONTH MUST BE KEYED AS YYYYMM. REPORT "
                   "CANCELLED."
               EXIT PARAGRAPH
           END-IF
           MOVE ENTRY-SCAN-WS(1:6) TO REPORT-MONTH-WS.

       SetPriorMonth.
           IF TODAY-MM-WS = 1
               COMPUTE REPORT-YYYY-WS = TODAY-YYYY-WS - 1
               MOVE 12 TO REPORT-MM-WS
           ELSE
               MOVE TODAY-YYYY-WS TO REPORT-YYYY-WS
               COMPUTE REPORT-MM-WS = TODAY-MM-WS - 1
           END-IF.

      *    A question belongs to the month it was asked in, however
      *    late its answer came; the wait is counted in whole days
      *    from the asking to the first answer.
       TallyQuestions.
           MOVE 0 TO QST-ID
           START QUESTIONFILE KEY IS >= QST-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ QUESTIONFILE NEXT INTO QUESTION-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF QST-ASKED-DATE-WS(1:6) = REPORT-MONTH-WS
                           PERFORM TallyOneQuestion
                       END-IF
               END-READ
           END-PERFORM.

       TallyOneQuestion.
           PERFORM VARYING CAT-IDX-WS FROM 1 BY 1
                   UNTIL CAT-IDX-WS > 4 OR
                   QST-CATEGORY-CODE-WS(CAT-IDX-WS) = QST-CATEGORY-WS
               CONTINUE
           END-PERFORM
           PERFORM AddToCategory
           MOVE 6 TO CAT-IDX-WS
           PERFORM AddToCategory.

       AddToCategory.
           ADD 1 TO STAT-ASKED-WS(CAT-IDX-WS)
           IF QST-IS-URGENT-WS
               ADD 1 TO STAT-URGENT-WS(CAT-IDX-WS)
           END-IF
           IF QST-FIRST-ANSWER-DATE-WS = 0
               IF NOT QST-IS-CLOSED-WS
                   ADD 1 TO STAT-UNANSWERED-WS(CAT-IDX-WS)
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO STAT-ANSWERED-WS(CAT-IDX-WS)
           CALL "DayNum" USING QST-ASKED-DATE-WS ASKED-DAYNUM-WS
           CALL "DayNum" USING QST-FIRST-ANSWER-DATE-WS
               ANSWER-DAYNUM-WS
           IF ANSWER-DAYNUM-WS > ASKED-DAYNUM-WS
               COMPUTE WAIT-DAYS-WS =
                   ANSWER-DAYNUM-WS - ASKED-DAYNUM-WS
           ELSE
               MOVE 0 TO WAIT-DAYS-WS
           END-IF
           IF WAIT-DAYS-WS = 0
               ADD 1 TO STAT-SAME-DAY-WS(CAT-IDX-WS)
           END-IF
           ADD WAIT-DAYS-WS TO STAT-WAIT-DAYS-WS(CAT-IDX-WS)
           IF WAIT-DAYS-WS > STAT-LONGEST-WS(CAT-IDX-WS)
               MOVE WAIT-DAYS-WS TO STAT-LONGEST-WS(CAT-IDX-WS)
           END-IF.

       ShowStatLine.
           IF STAT-ANSWERED-WS(CAT-IDX-WS) > 0
               COMPUTE AVG-WORK-WS ROUNDED =
                   STAT-WAIT-DAYS-WS(CAT-IDX-WS) /
                   STAT-ANSWERED-WS(CAT-IDX-WS)
           ELSE
               MOVE 0 TO AVG-WORK-WS
           END-IF
           MOVE AVG-WORK-WS TO AVG-DAYS-WS
           MOVE SPACES TO SPOOL-LINE
           STRING STAT-NAME-WS " " STAT-ASKED-WS(CAT-IDX-WS) " "
               STAT-URGENT-WS(CAT-IDX-WS) " "
               STAT-ANSWERED-WS(CAT-IDX-WS) "   "
               STAT-SAME-DAY-WS(CAT-IDX-WS) "    "
               AVG-DAYS-WS "    " STAT-LONGEST-WS(CAT-IDX-WS) "   "
               STAT-UNANSWERED-WS(CAT-IDX-WS)
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           DISPLAY SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.
