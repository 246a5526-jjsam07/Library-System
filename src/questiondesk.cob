       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuestionDesk.
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

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS STUDENT-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD QUESTIONFILE.
       COPY questionrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.

       WORKING-STORAGE SECTION.
       COPY questionrecord-ws.
       COPY studentrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.

       01 OPTION-WS PIC 9.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 SHOWN-COUNT-WS PIC 9(4) VALUE 0.
       01 ENTRY-SCAN-WS PIC X(12) VALUE SPACES.
       01 PICK-QST-ID-WS PIC 9(6).
       01 QUESTION-FOUND-WS PIC X VALUE "N".
       01 ANSWER-WS PIC X VALUE SPACE.
       01 LIST-PASS-WS PIC X(1).
           88 LISTING-URGENT-WS VALUE "U".
       01 CAT-IDX-WS PIC 9(1).
       01 CAT-NAME-WS PIC X(20).
       01 STATUS-TEXT-WS PIC X(12).
       01 TODAY-DATE-WS PIC 9(8).
       01 TODAY-DAYNUM-WS PIC 9(7).
       01 ROW-DAYNUM-WS PIC 9(7).
       01 ROW-AGE-WS PIC 9(5).
       01 NEW-ANSWER-WS.
           05 NEW-ANSWER-LINE-WS PIC X(75) OCCURS 2 TIMES.

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    The reference desk's side of ask-a-librarian, worked the
      *    way the exception queue is: the waiting questions list
      *    urgent first and oldest first, a librarian claims one,
      *    answers it and closes it. The answer goes to the
      *    student's My Notices; answering again replaces it there
      *    and flags it unread, but the date of the first answer
      *    stands for the monthly statistics. A question can be
      *    closed without an answer (a duplicate, or answered in
      *    person at the desk).
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           OPEN I-O QUESTIONFILE
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO QUESTIONS HAVE EVER BEEN ASKED."
               EXIT PROGRAM
           END-IF
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           CALL "DayNum" USING TODAY-DATE-WS TODAY-DAYNUM-WS
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "ASK-A-LIBRARIAN QUESTION QUEUE"
               DISPLAY "[1] LIST WAITING QUESTIONS"
               DISPLAY "[2] CLAIM A QUESTION"
               DISPLAY "[3] ANSWER A QUESTION"
               DISPLAY "[4] CLOSE A QUESTION"
               DISPLAY "[5] SHOW A QUESTION IN FULL"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM ListWaitingQuestions
                   WHEN 2 PERFORM ClaimQuestion
                   WHEN 3 PERFORM AnswerQuestion
                   WHEN 4 PERFORM CloseQuestion
                   WHEN 5 PERFORM ShowQuestionInFull
                   WHEN 0
                       CLOSE QUESTIONFILE
                       EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

      *    Two passes over the file in question-number order, which
      *    is the order they were asked: urgent ones, then routine.
      *    Answered questions stay on the list until they are closed,
      *    so a follow-up answer is not lost.
       ListWaitingQuestions.
           MOVE 0 TO SHOWN-COUNT-WS
           MOVE "U" TO LIST-PASS-WS
           PERFORM ListOnePass
           MOVE "N" TO LIST-PASS-WS
           PERFORM ListOnePass
           IF SHOWN-COUNT-WS = 0
               DISPLAY "  NOTHING WAITING - THE QUEUE IS CLEAR."
           END-IF.

       ListOnePass.
           MOVE 0 TO QST-ID
           START QUESTIONFILE KEY IS >= QST-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ QUESTIONFILE NEXT INTO QUESTION-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF NOT QST-IS-CLOSED-WS AND
                               QST-URGENCY-WS = LIST-PASS-WS
                           ADD 1 TO SHOWN-COUNT-WS
                           PERFORM ShowOneQuestion
                       END-IF
               END-READ
           END-PERFORM.

       ShowOneQuestion.
           CALL "DayNum" USING QST-ASKED-DATE-WS ROW-DAYNUM-WS
           COMPUTE ROW-AGE-WS = TODAY-DAYNUM-WS - ROW-DAYNUM-WS
           PERFORM FindCategoryName
           EVALUATE TRUE
               WHEN QST-IS-OPEN-WS
                   MOVE "[OPEN]" TO STATUS-TEXT-WS
               WHEN QST-IS-CLAIMED-WS
                   MOVE "[CLAIMED]" TO STATUS-TEXT-WS
               WHEN OTHER
                   MOVE "[ANSWERED]" TO STATUS-TEXT-WS
           END-EVALUATE
           IF QST-IS-URGENT-WS
               DISPLAY "  #" QST-ID-WS " URGENT  " WITH NO ADVANCING
           ELSE
               DISPLAY "  #" QST-ID-WS "         " WITH NO ADVANCING
           END-IF
           DISPLAY CAT-NAME-WS " " ROW-AGE-WS " DAY(S) OLD  "
               STATUS-TEXT-WS " " QST-CLAIMED-BY-WS(1:12)
           DISPLAY "    " QST-TEXT-LINE-WS(1)(1:70).

       FindCategoryName.
           MOVE "OTHER" TO CAT-NAME-WS
           PERFORM VARYING CAT-IDX-WS FROM 1 BY 1
                   UNTIL CAT-IDX-WS > 5
               IF QST-CATEGORY-CODE-WS(CAT-IDX-WS) = QST-CATEGORY-WS
                   MOVE QST-CATEGORY-NAME-WS(CAT-IDX-WS)
                       TO CAT-NAME-WS
               END-IF
           END-PERFORM.

       PickQuestion.
           MOVE "N" TO QUESTION-FOUND-WS
           DISPLAY "QUESTION NUMBER: " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO PICK-QST-ID-WS
           MOVE PICK-QST-ID-WS TO QST-ID
           READ QUESTIONFILE INTO QUESTION-WS
               INVALID KEY
                   DISPLAY "NO SUCH QUESTION."
                   EXIT PARAGRAPH
           END-READ
           IF QST-IS-CLOSED-WS
               DISPLAY "THAT ONE IS ALREADY CLOSED."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO QUESTION-FOUND-WS.

       ClaimQuestion.
           PERFORM PickQuestion
           IF QUESTION-FOUND-WS = "N"
               EXIT PARAGRAPH
           END-IF
           IF QST-IS-OPEN-WS
               MOVE "C" TO QST-STATUS-WS
           END-IF
           MOVE ADMINNAME-LS TO QST-CLAIMED-BY-WS
           REWRITE QUESTION-RECORD FROM QUESTION-WS
               INVALID KEY DISPLAY "UNABLE TO CLAIM."
               NOT INVALID KEY DISPLAY "CLAIMED - IT IS YOURS."
           END-REWRITE.

       AnswerQuestion.
           PERFORM PickQuestion
           IF QUESTION-FOUND-WS = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  Q: " QST-TEXT-LINE-WS(1)
           IF QST-TEXT-LINE-WS(2) NOT = SPACES
               DISPLAY "     " QST-TEXT-LINE-WS(2)
           END-IF
           IF QST-IS-ANSWERED-WS
               DISPLAY "  ANSWERED BY " QST-ANSWERED-BY-WS
                   " - A NEW ANSWER REPLACES IT."
           END-IF
           DISPLAY "ANSWER (TWO LINES OF UP TO 75 CHARACTERS, ENTER "
               "ON LINE 1 TO CANCEL)"
           MOVE SPACES TO NEW-ANSWER-WS
           DISPLAY "LINE 1: " WITH NO ADVANCING
           ACCEPT NEW-ANSWER-LINE-WS(1)
           IF NEW-ANSWER-LINE-WS(1) = SPACES
               DISPLAY "NOTHING ANSWERED."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "LINE 2: " WITH NO ADVANCING
           ACCEPT NEW-ANSWER-LINE-WS(2)
           MOVE NEW-ANSWER-WS TO QST-ANSWER-WS
           MOVE ADMINNAME-LS TO QST-ANSWERED-BY-WS
           IF QST-CLAIMED-BY-WS = SPACES
               MOVE ADMINNAME-LS TO QST-CLAIMED-BY-WS
           END-IF
           MOVE TODAY-DATE-WS TO QST-ANSWER-DATE-WS
           IF QST-FIRST-ANSWER-DATE-WS = 0
               MOVE TODAY-DATE-WS TO QST-FIRST-ANSWER-DATE-WS
           END-IF
           MOVE "N" TO QST-ANSWER-SEEN-WS
           MOVE "A" TO QST-STATUS-WS
           REWRITE QUESTION-RECORD FROM QUESTION-WS
               INVALID KEY DISPLAY "UNABLE TO FILE THE ANSWER."
               NOT INVALID KEY
                   DISPLAY "ANSWER SENT TO THE STUDENT'S NOTICES."
           END-REWRITE.

       CloseQuestion.
           PERFORM PickQuestion
           IF QUESTION-FOUND-WS = "N"
               EXIT PARAGRAPH
           END-IF
           IF NOT QST-IS-ANSWERED-WS
               DISPLAY "NOT ANSWERED YET - CLOSE IT WITHOUT AN "
                   "ANSWER? (Y/N): " WITH NO ADVANCING
               MOVE SPACE TO ANSWER-WS
               ACCEPT ANSWER-WS
               IF ANSWER-WS NOT = "Y" AND ANSWER-WS NOT = "y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "X" TO QST-STATUS-WS
           MOVE ADMINNAME-LS TO QST-CLOSED-BY-WS
           MOVE TODAY-DATE-WS TO QST-CLOSED-DATE-WS
           REWRITE QUESTION-RECORD FROM QUESTION-WS
               INVALID KEY DISPLAY "UNABLE TO CLOSE."
               NOT INVALID KEY DISPLAY "CLOSED AND FILED."
           END-REWRITE.

       ShowQuestionInFull.
           DISPLAY "QUESTION NUMBER: " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO PICK-QST-ID-WS
           MOVE PICK-QST-ID-WS TO QST-ID
           READ QUESTIONFILE INTO QUESTION-WS
               INVALID KEY
                   DISPLAY "NO SUCH QUESTION."
                   EXIT PARAGRAPH
           END-READ
           PERFORM FindCategoryName
           DISPLAY " "
           DISPLAY "QUESTION #" QST-ID-WS "  " CAT-NAME-WS
               "  ASKED " QST-ASKED-MM-WS "/" QST-ASKED-DD-WS "/"
               QST-ASKED-YYYY-WS
           IF QST-IS-URGENT-WS
               DISPLAY "  URGENT - WANTED TODAY"
           END-IF
           DISPLAY "  FROM STUDENT " QST-STUDENT-ID-WS
           OPEN INPUT STUDENTRECORD
           IF NOT STUDENT-FILE-ABSENT-ON-OPEN-WS
               MOVE QST-STUDENT-ID-WS TO STUDENT-ID
               READ STUDENTRECORD INTO STUDENT-WS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DISPLAY "  " STUDENTNAME-WS(1:30) "  "
                           STUDENTEMAIL-WS(1:30)
               END-READ
           END-IF
           CLOSE STUDENTRECORD
           DISPLAY "  Q: " QST-TEXT-LINE-WS(1)
           IF QST-TEXT-LINE-WS(2) NOT = SPACES
               DISPLAY "     " QST-TEXT-LINE-WS(2)
           END-IF
           IF QST-CLAIMED-BY-WS NOT = SPACES
               DISPLAY "  CLAIMED BY " QST-CLAIMED-BY-WS
           END-IF
           IF QST-ANSWER-WS NOT = SPACES
               DISPLAY "  A: " QST-ANSWER-LINE-WS(1)
               IF QST-ANSWER-LINE-WS(2) NOT = SPACES
                   DISPLAY "     " QST-ANSWER-LINE-WS(2)
               END-IF
               DISPLAY "  ANSWERED BY " QST-ANSWERED-BY-WS " ON "
                   QST-ANSWER-DATE-WS
               IF QST-ANSWER-WAS-SEEN-WS
                   DISPLAY "  THE STUDENT HAS READ IT."
               ELSE
                   DISPLAY "  NOT YET READ BY THE STUDENT."
               END-IF
           END-IF
           IF QST-IS-CLOSED-WS
               DISPLAY "  CLOSED BY " QST-CLOSED-BY-WS " ON "
                   QST-CLOSED-DATE-WS
           END-IF.
