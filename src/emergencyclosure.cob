           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.
           05 NEW-DUE-MM-WS PIC 9(2).
           05 NEW-DUE-DD-WS PIC 9(2).
       01 CLOSURE-OPERATOR-WS PIC X(20) VALUE "EMERGCLS".
      *    Loans due inside the closure are noted on the walk down
      *    the due-date key and pushed afterwards, so no rewrite
      *    repositions the file while it is still being walked.
       01 PUSH-TABLE-WS.
           05 PUSH-COUNT-WS PIC 9(4) VALUE 0.
           05 PUSH-ENTRY-WS OCCURS 2000 TIMES.
               10 PT-REF-ID-WS PIC X(20).
       01 PUSH-LEFT-WS PIC 9(5) VALUE 0.
       01 TBL-IDX-WS PIC 9(4).

      *    The burst-pipe tool: enter the emergency closure range
      *    and one run does everything the wrongful-notice cleanup
           END-PERFORM
           CLOSE CALENDARFILE.

      *    Only the stretch of the due-date key between the first
      *    and last closed days is walked.
       PushAffectedLoans.
           OPEN I-O BORROWRECORD
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO LOANS ON FILE."
               EXIT PARAGRAPH
           END-IF
           MOVE FROM-DATE-YMD-WS TO OLD-DUE-YMD-WS
           MOVE OLD-DUE-YYYY-WS TO BDUE-YYYY
           MOVE OLD-DUE-MM-WS TO BDUE-MM
           MOVE OLD-DUE-DD-WS TO BDUE-DD
           START BORROWRECORD KEY IS >= BDUE-KEY
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ BORROWRECORD NEXT INTO BBOOK-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM NoteLoanInWindow
               END-READ
           END-PERFORM
           PERFORM VARYING TBL-IDX-WS FROM 1 BY 1
                   UNTIL TBL-IDX-WS > PUSH-COUNT-WS
               MOVE PT-REF-ID-WS(TBL-IDX-WS) TO BORROW-REF-ID
               READ BORROWRECORD INTO BBOOK-WS
                   KEY IS BORROW-REF-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM JudgeOneLoan
               END-READ
           END-PERFORM
           CLOSE BORROWRECORD
           IF PUSH-LEFT-WS > 0
               DISPLAY PUSH-LEFT-WS " LOAN(S) LEFT INSIDE THE "
                   "CLOSURE - RUN THE SAME RANGE AGAIN."
               ADD PUSH-LEFT-WS TO STILL-IN-WINDOW-WS
           END-IF.

      *    Loans come off the due-date key starting at the first
      *    closed day; the first loan due after the last closed day
      *    ends the walk.
       NoteLoanInWindow.
           COMPUTE DUE-KEYNUM-WS = (BDUE-YYYY-WS * 10000)
               + (BDUE-MM-WS * 100) + BDUE-DD-WS
           IF DUE-KEYNUM-WS > TO-KEYNUM-WS
               MOVE "Y" TO SCAN-DONE-WS
               EXIT PARAGRAPH
           END-IF
           IF PUSH-COUNT-WS < 2000
               ADD 1 TO PUSH-COUNT-WS
               MOVE BORROW-REF-ID-WS TO PT-REF-ID-WS(PUSH-COUNT-WS)
           ELSE
               ADD 1 TO PUSH-LEFT-WS
               ADD 1 TO AFFECTED-BEFORE-WS
           END-IF.

       JudgeOneLoan.
           IF BDUE-YYYY-WS = 0
