           ALTERNATE RECORD KEY IS ISBN WITH DUPLICATES
           FILE STATUS IS BOOK-FILE-STATUS-WS.

           SELECT OPTIONAL QUESTIONFILE ASSIGN TO "question.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QST-ID
           ALTERNATE RECORD KEY IS QST-STUDENT-ID WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS QUESTION-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD NOTICEHIST.
       COPY noticehistrecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.
       FD QUESTIONFILE.
       COPY questionrecord-fs.

       WORKING-STORAGE SECTION.
       COPY noticehistrecord-ws.
       COPY bookrecord-ws.
       COPY questionrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BOOK-FILE-STATUS-WS PIC X(2).
           88 BOOK-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 QUESTION-FILE-STATUS-WS PIC X(2).
           88 QUESTION-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 SHOWN-COUNT-WS PIC 9(3) VALUE 0.
       01 BOUNCED-COUNT-WS PIC 9(3) VALUE 0.
       01 ANSWERS-SHOWN-WS PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01 STUDENT-ID-LS PIC 9(10).
      *    standing in the building learns their email is bad here,
      *    while UpdateMyInfo is one menu entry away, instead of
      *    finding out from a third overdue letter that never came.
      *    The librarians' answers to the student's ask-a-librarian
      *    questions land here too, under the notices; an answer
      *    not read before is marked NEW and counts as read once it
      *    has been shown.
       PROCEDURE DIVISION USING STUDENT-ID-LS.
       StartPara.
           OPEN INPUT NOTICEHIST
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY " "
               DISPLAY "No notices have ever been sent to you."
               PERFORM ShowMyAnswers
               EXIT PROGRAM
           END-IF
           OPEN INPUT BOOKRECORD
           ELSE
               CLOSE BOOKRECORD
           END-IF
           CLOSE NOTICEHIST
           PERFORM ShowMyAnswers.
           EXIT PROGRAM.

       ScanMyNotices.
                   DISPLAY "  SENT (DELIVERY NOT YET CONFIRMED)."
               END-IF
           END-IF.

       ShowMyAnswers.
           OPEN I-O QUESTIONFILE
           IF QUESTION-FILE-ABSENT-ON-OPEN-WS
               CLOSE QUESTIONFILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ANSWERS-SHOWN-WS
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
                           IF QST-ANSWER-WS NOT = SPACES
                               PERFORM ShowOneAnswer
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUESTIONFILE.

       ShowOneAnswer.
           ADD 1 TO ANSWERS-SHOWN-WS
           IF ANSWERS-SHOWN-WS = 1
               DISPLAY " "
               DISPLAY "ANSWERS FROM THE LIBRARIANS"
           END-IF
           DISPLAY " "
           IF QST-ANSWER-WAS-SEEN-WS
               DISPLAY "QUESTION #" QST-ID-WS " OF " QST-ASKED-MM-WS
                   "/" QST-ASKED-DD-WS "/" QST-ASKED-YYYY-WS
           ELSE
               DISPLAY "QUESTION #" QST-ID-WS " OF " QST-ASKED-MM-WS
                   "/" QST-ASKED-DD-WS "/" QST-ASKED-YYYY-WS
                   "  ** NEW **"
           END-IF
           DISPLAY "  Q: " QST-TEXT-LINE-WS(1)
           IF QST-TEXT-LINE-WS(2) NOT = SPACES
               DISPLAY "     " QST-TEXT-LINE-WS(2)
           END-IF
           DISPLAY "  A: " QST-ANSWER-LINE-WS(1)
           IF QST-ANSWER-LINE-WS(2) NOT = SPACES
               DISPLAY "     " QST-ANSWER-LINE-WS(2)
           END-IF
           DISPLAY "  - " QST-ANSWERED-BY-WS
           IF NOT QST-ANSWER-WAS-SEEN-WS
               MOVE "Y" TO QST-ANSWER-SEEN-WS
               REWRITE QUESTION-RECORD FROM QUESTION-WS
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
