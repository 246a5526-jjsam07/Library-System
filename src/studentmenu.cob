           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS BORROW-FILE-STATUS-WS.

       DATA DIVISION.
           88 BORROW-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 HAS-OPEN-BORROWS-WS PIC X VALUE "N".
       01 SELF-OPERATOR-WS PIC X(20) VALUE "SELF".
       COPY sessreg-request.

       LINKAGE SECTION.
       01 STUDENT-ID-LS PIC 9(10).
       COPY clear-screen.

       PROCEDURE DIVISION USING STUDENT-ID-LS.
           MOVE "S" TO SREG-KIND
           MOVE STUDENT-ID-LS TO SREG-USER-ID
           MOVE "STUDENT" TO SREG-USER-NAME
           MOVE "O" TO SREG-FUNC
           CALL "SessionRegistry" USING SREG-REQUEST
           PERFORM UNTIL 1 < 0
           ACCEPT STUDENT-MENU-SCREEN
           DISPLAY CLEAR-SCREEN
               MOVE "T" TO SREG-FUNC
               CALL "SessionRegistry" USING SREG-REQUEST
               IF NOT SREG-STILL-LIVE
                   PERFORM ShowSessionEnded
                   EXIT PROGRAM
               END-IF
               EVALUATE OPTION-WS
                   WHEN 1
                       CALL "SearchBook"
                                           PERFORM DeleteSuccess
                                   END-DELETE
                               CLOSE STUDENTRECORD
                               MOVE "C" TO SREG-FUNC
                               CALL "SessionRegistry" USING SREG-REQUEST
                               EXIT PROGRAM
                           END-IF
                       END-IF
                   WHEN 15
                       CALL "ReadingLists" USING BY CONTENT
                           STUDENT-ID-LS
                   WHEN 16
                       CALL "MyAlsoBorrowed" USING BY CONTENT
                           STUDENT-ID-LS
                   WHEN 17
                       CALL "MyEvents" USING BY CONTENT
                           STUDENT-ID-LS
                   WHEN 18
                       CALL "AskLibrarian" USING BY CONTENT
                           STUDENT-ID-LS
                   WHEN 0
                       MOVE "C" TO SREG-FUNC
                       CALL "SessionRegistry" USING SREG-REQUEST
                       EXIT PROGRAM
                   WHEN OTHER
                       ACCEPT INVALID-INPUT-SCREEN
                       DISPLAY CLEAR-SCREEN
               END-EVALUATE
               MOVE "R" TO SREG-FUNC
               CALL "SessionRegistry" USING SREG-REQUEST
               IF SREG-FORCED-OFF
                   PERFORM ShowSessionEnded
                   EXIT PROGRAM
               END-IF
           END-PERFORM.
       EXIT PROGRAM.

      *    The choice that found the session idle or ended is not
      *    acted on; the student is back at the sign-on prompt.
       ShowSessionEnded.
           DISPLAY " "
           IF SREG-IDLE-OUT
               DISPLAY "SESSION ENDED AFTER THE IDLE LIMIT - PLEASE "
                   "SIGN IN AGAIN."
           ELSE
               DISPLAY "SESSION ENDED BY THE LIBRARY - PLEASE SEE "
                   "THE DESK."
           END-IF.
       
       DeleteSuccess.
           ACCEPT DELETE-ACC-SUCCESS-SCREEN.
