       IDENTIFICATION DIVISION.
       PROGRAM-ID. MyAlsoBorrowed.
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
       FD HISTORYRECORD.
       COPY historyrecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.

       WORKING-STORAGE SECTION.
       COPY historyrecord-ws.
       COPY bookrecord-ws.
       COPY alsoborrowed-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 BOOK-FILE-STATUS-WS PIC X(2).
           88 BOOK-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 DONE-SEARCHING-WS PIC X VALUE "N".
       01 ID-SCAN-WS PIC X(10) VALUE SPACES.
       01 PICK-BOOK-ID-WS PIC 9(10) VALUE 0.
       01 LAST-RETURN-WS PIC X(16) VALUE LOW-VALUES.
       01 THIS-RETURN-WS PIC X(16).
       01 ABR-IDX-WS PIC 9(1).

       LINKAGE SECTION.
       01 STUDENT-ID-LS PIC 9(10).

      *    "Readers also borrowed" from the student menu: for a
      *    title the student names, or by default the one most
      *    recently brought back, the five titles other readers of
      *    it most often went on to borrow, with the copies on the
      *    shelf now.
       PROCEDURE DIVISION USING STUDENT-ID-LS.
       StartPara.
           PERFORM FindLastReturn
           DISPLAY " "
           DISPLAY "READERS ALSO BORROWED"
           IF PICK-BOOK-ID-WS = 0
               DISPLAY "BOOK ID: " WITH NO ADVANCING
           ELSE
               DISPLAY "BOOK ID (ENTER FOR " PICK-BOOK-ID-WS
                   ", YOUR LAST RETURN): " WITH NO ADVANCING
           END-IF
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           IF ID-SCAN-WS NOT = SPACES
               MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO PICK-BOOK-ID-WS
           END-IF
           IF PICK-BOOK-ID-WS = 0
               EXIT PROGRAM
           END-IF
           PERFORM ShowPickedTitle
           MOVE PICK-BOOK-ID-WS TO ABR-BOOK-ID
           CALL "AlsoBorrowed" USING ABR-REQUEST
           IF ABR-COUNT = 0
               DISPLAY "NO SUGGESTIONS FOR THAT TITLE YET."
               EXIT PROGRAM
           END-IF
           PERFORM VARYING ABR-IDX-WS FROM 1 BY 1
                   UNTIL ABR-IDX-WS > ABR-COUNT
               IF ABR-ON-SHELF(ABR-IDX-WS) > 0
                   DISPLAY "  " ABR-OTHER-BOOK-ID(ABR-IDX-WS) "  "
                       ABR-TITLE(ABR-IDX-WS)(1:40) "  ON SHELF: "
                       ABR-ON-SHELF(ABR-IDX-WS)
               ELSE
                   DISPLAY "  " ABR-OTHER-BOOK-ID(ABR-IDX-WS) "  "
                       ABR-TITLE(ABR-IDX-WS)(1:40) "  ALL OUT"
               END-IF
           END-PERFORM.
           EXIT PROGRAM.

       FindLastReturn.
           OPEN INPUT HISTORYRECORD
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE HISTORYRECORD
               EXIT PARAGRAPH
           END-IF
           MOVE STUDENT-ID-LS TO HSTUDENT-ID
           START HISTORYRECORD KEY IS = HSTUDENT-ID
               INVALID KEY MOVE "Y" TO DONE-SEARCHING-WS
               NOT INVALID KEY MOVE "N" TO DONE-SEARCHING-WS
           END-START
           PERFORM UNTIL DONE-SEARCHING-WS = "Y"
               READ HISTORYRECORD NEXT INTO HISTORY-WS
                   AT END MOVE "Y" TO DONE-SEARCHING-WS
                   NOT AT END
                       IF HSTUDENT-ID-WS NOT = STUDENT-ID-LS
                           MOVE "Y" TO DONE-SEARCHING-WS
                       ELSE
                           PERFORM NoteOneReturn
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORYRECORD.

       NoteOneReturn.
           STRING HRETURNED-DATE-WS HRETURNED-TIME-WS
               DELIMITED BY SIZE INTO THIS-RETURN-WS
           END-STRING
           IF THIS-RETURN-WS > LAST-RETURN-WS
               MOVE THIS-RETURN-WS TO LAST-RETURN-WS
               MOVE HBOOK-ID-WS TO PICK-BOOK-ID-WS
           END-IF.

       ShowPickedTitle.
           MOVE SPACES TO BOOKNAME-WS
           OPEN INPUT BOOKRECORD
           IF BOOK-FILE-ABSENT-ON-OPEN-WS
               CLOSE BOOKRECORD
               EXIT PARAGRAPH
           END-IF
           MOVE PICK-BOOK-ID-WS TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               KEY IS BOOK-ID
               INVALID KEY MOVE SPACES TO BOOKNAME-WS
           END-READ
           CLOSE BOOKRECORD
           IF BOOKNAME-WS NOT = SPACES
               DISPLAY "READERS OF " BOOKNAME-WS(1:40)
                   " ALSO BORROWED:"
           END-IF.
