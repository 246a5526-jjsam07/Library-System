       IDENTIFICATION DIVISION.
       PROGRAM-ID. AskLibrarian.
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
       COPY sysstatus-request.
       COPY assignseq-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 OPTION-WS PIC 9.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 SHOWN-COUNT-WS PIC 9(3) VALUE 0.
       01 ANSWER-WS PIC X VALUE SPACE.
       01 CAT-IDX-WS PIC 9(1).
       01 CAT-NAME-WS PIC X(20).
       01 STATUS-TEXT-WS PIC X(25).

       LINKAGE SECTION.
       01 STUDENT-ID-LS PIC 9(10).

      *    Ask-a-librarian from the student menu. The question goes
      *    to question.bin under a category and an urgency, where
      *    the reference staff work it from the admin menu's
      *    question queue; the answer comes back to the student's
      *    My Notices, and the list here shows where each question
      *    has got to.
       PROCEDURE DIVISION USING STUDENT-ID-LS.
       StartPara.
           OPEN EXTEND QUESTIONFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT QUESTIONFILE
               CLOSE QUESTIONFILE
           ELSE
               CLOSE QUESTIONFILE
           END-IF
           OPEN I-O QUESTIONFILE
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "ASK A LIBRARIAN"
               DISPLAY "[1] ASK A QUESTION"
               DISPLAY "[2] MY QUESTIONS"
               DISPLAY "[0] BACK"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM AskQuestion
                   WHEN 2 PERFORM ListMyQuestions
                   WHEN 0
                       CLOSE QUESTIONFILE
                       EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       AskQuestion.
           PERFORM CheckSystemStatus
           IF NOT SST-SYSTEM-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO QUESTION-WS
           DISPLAY " "
           DISPLAY "WHAT IS YOUR QUESTION ABOUT?"
           PERFORM VARYING CAT-IDX-WS FROM 1 BY 1
                   UNTIL CAT-IDX-WS > 5
               DISPLAY "  [" QST-CATEGORY-CODE-WS(CAT-IDX-WS) "] "
                   QST-CATEGORY-NAME-WS(CAT-IDX-WS)
           END-PERFORM
           DISPLAY "Category: " WITH NO ADVANCING
           ACCEPT QST-CATEGORY-WS
           MOVE FUNCTION UPPER-CASE(QST-CATEGORY-WS)
               TO QST-CATEGORY-WS
           IF NOT QST-CATEGORY-VALID-WS
               DISPLAY "Please choose one of the letters shown."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Type your question (two lines of up to 75 "
               "characters)."
           DISPLAY "Line 1: " WITH NO ADVANCING
           ACCEPT QST-TEXT-LINE-WS(1)
           IF QST-TEXT-LINE-WS(1) = SPACES
               DISPLAY "Nothing asked."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Line 2 (Enter if none): " WITH NO ADVANCING
           ACCEPT QST-TEXT-LINE-WS(2)
           DISPLAY "Do you need the answer today? (Y/N): "
               WITH NO ADVANCING
           MOVE SPACE TO ANSWER-WS
           ACCEPT ANSWER-WS
           IF ANSWER-WS = "Y" OR ANSWER-WS = "y"
               MOVE "U" TO QST-URGENCY-WS
           ELSE
               MOVE "N" TO QST-URGENCY-WS
           END-IF
           MOVE "Q" TO ASSIGN-SERIES
           CALL "NextNumber" USING ASSIGN-REQUEST
           IF ASSIGN-OK = "N"
               DISPLAY "The question desk is busy - please try "
                   "again."
               EXIT PARAGRAPH
           END-IF
           MOVE ASSIGN-NEXT-ID TO QST-ID-WS
           MOVE STUDENT-ID-LS TO QST-STUDENT-ID-WS
           ACCEPT QST-ASKED-DATE-WS FROM DATE YYYYMMDD
           ACCEPT QST-ASKED-TIME-WS FROM TIME
           MOVE "O" TO QST-STATUS-WS
           MOVE 0 TO QST-FIRST-ANSWER-DATE-WS
           MOVE 0 TO QST-ANSWER-DATE-WS
           MOVE "N" TO QST-ANSWER-SEEN-WS
           MOVE 0 TO QST-CLOSED-DATE-WS
           WRITE QUESTION-RECORD FROM QUESTION-WS
               INVALID KEY
                   DISPLAY "Your question could not be recorded - "
                       "please ask at the desk."
               NOT INVALID KEY
                   DISPLAY "Question " QST-ID-WS " sent. The answer "
                       "will appear under My Notices."
           END-WRITE.

       ListMyQuestions.
           DISPLAY " "
           DISPLAY "MY QUESTIONS:"
           MOVE 0 TO SHOWN-COUNT-WS
           MOVE STUDENT-ID-LS TO QST-STUDENT-ID
           START QUESTIONFILE KEY IS = QST-STUDENT-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ QUESTIONFILE NEXT INTO QUESTION-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF QST-STUDENT-ID-WS NOT = STUDENT-ID-LS
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM ShowOneOfMine
                       END-IF
               END-READ
           END-PERFORM
           IF SHOWN-COUNT-WS = 0
               DISPLAY "  NONE."
           END-IF.

       ShowOneOfMine.
           ADD 1 TO SHOWN-COUNT-WS
           EVALUATE TRUE
               WHEN QST-IS-OPEN-WS
                   MOVE "WAITING FOR A LIBRARIAN" TO STATUS-TEXT-WS
               WHEN QST-IS-CLAIMED-WS
                   MOVE "A LIBRARIAN IS ON IT" TO STATUS-TEXT-WS
               WHEN QST-IS-ANSWERED-WS
                   MOVE "ANSWERED - SEE MY NOTICES" TO STATUS-TEXT-WS
               WHEN OTHER
                   MOVE "CLOSED" TO STATUS-TEXT-WS
           END-EVALUATE
           MOVE "OTHER" TO CAT-NAME-WS
           PERFORM VARYING CAT-IDX-WS FROM 1 BY 1
                   UNTIL CAT-IDX-WS > 5
               IF QST-CATEGORY-CODE-WS(CAT-IDX-WS) = QST-CATEGORY-WS
                   MOVE QST-CATEGORY-NAME-WS(CAT-IDX-WS)
                       TO CAT-NAME-WS
               END-IF
           END-PERFORM
           DISPLAY "  #" QST-ID-WS "  " QST-ASKED-MM-WS "/"
               QST-ASKED-DD-WS "/" QST-ASKED-YYYY-WS "  "
               CAT-NAME-WS "  " STATUS-TEXT-WS
           DISPLAY "      " QST-TEXT-LINE-WS(1)
           IF QST-TEXT-LINE-WS(2) NOT = SPACES
               DISPLAY "      " QST-TEXT-LINE-WS(2)
           END-IF.

      *    While a batch or repair run holds the system status flag
      *    nothing is changed from the student side; the student is
      *    told when to come back.
       CheckSystemStatus.
           MOVE "R" TO SST-FUNC
           CALL "SystemStatus" USING SST-REQUEST
           IF SST-SYSTEM-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM ShowSystemStatus
           DISPLAY "NOTHING CAN BE CHANGED UNTIL THE SYSTEM "
               "REOPENS.".

       ShowSystemStatus.
           IF SST-SYSTEM-CLOSED
               DISPLAY "*** THE SYSTEM IS CLOSED: " SST-REASON
           ELSE
               DISPLAY "*** THE SYSTEM IS READ-ONLY: " SST-REASON
           END-IF
           DISPLAY "*** EXPECTED BACK " SST-BACK-DATE " AT "
               SST-BACK-TIME " (SET BY " SST-SET-BY ")".
