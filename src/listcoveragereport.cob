       IDENTIFICATION DIVISION.
       PROGRAM-ID. ListCoverageReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL READINGLIST ASSIGN TO "readinglist.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-LIST-ID
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL READINGITEM
           ASSIGN TO "readinglistitem.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RLI-REF-ID
           FILE STATUS IS ITEM-FILE-STATUS-WS.

           SELECT OPTIONAL BOOKRECORD ASSIGN TO "library.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BOOK-ID
           ALTERNATE RECORD KEY IS BOOKNAME
           ALTERNATE RECORD KEY IS AUTHORNAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS CATEGORY WITH DUPLICATES
           ALTERNATE RECORD KEY IS ISBN WITH DUPLICATES
           FILE STATUS IS BOOK-FILE-STATUS-WS.

           SELECT OPTIONAL COPYRECORD ASSIGN TO "copy.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COPY-REF-ID
           ALTERNATE RECORD KEY IS CBOOK-ID WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS COPY-FILE-STATUS-WS.

           SELECT OPTIONAL BORROWRECORD ASSIGN TO "borrow.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS BORROW-FILE-STATUS-WS.

           SELECT OPTIONAL WAITLISTRECORD ASSIGN TO "waitlist.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WAITLIST-REF-ID
           ALTERNATE RECORD KEY IS WBOOK-ID WITH DUPLICATES
           FILE STATUS IS WAIT-FILE-STATUS-WS.

           SELECT COVERAGEFILE ASSIGN TO "coverageshort.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CVG-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD READINGLIST.
       COPY readinglistrecord-fs.
       FD READINGITEM.
       COPY readinglistitemrecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.
       FD COPYRECORD.
       COPY copyrecord-fs.
       FD BORROWRECORD.
       COPY borrowrecord-fs.
       FD WAITLISTRECORD.
       COPY waitlistrecord-fs.
       FD COVERAGEFILE.
       COPY coverageline-fs.

       WORKING-STORAGE SECTION.
       COPY readinglistrecord-ws.
       COPY readinglistitemrecord-ws.
       COPY bookrecord-ws.
       COPY copyrecord-ws.
       COPY borrowrecord-ws.
       COPY waitlistrecord-ws.
       COPY spool-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 ITEM-FILE-STATUS-WS PIC X(2).
           88 ITEM-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BOOK-FILE-STATUS-WS PIC X(2).
           88 BOOK-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 COPY-FILE-STATUS-WS PIC X(2).
           88 COPY-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BORROW-FILE-STATUS-WS PIC X(2).
           88 BORROW-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 WAIT-FILE-STATUS-WS PIC X(2).
           88 WAIT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 CVG-FILE-STATUS-WS PIC X(2).

       01 ENTRY-SCAN-WS PIC X(10) VALUE SPACES.
       01 FEED-ANSWER-WS PIC X VALUE "N".
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 ITEM-SCAN-DONE-WS PIC X VALUE "N".
       01 SUB-SCAN-DONE-WS PIC X VALUE "N".

      *    The target is copies per student: .20 is one copy for
      *    every five students working from the list.
       01 TARGET-RATIO-WS PIC 9V99 VALUE .20.
       01 TARGET-COPIES-WS PIC 9(5).
       01 CIRC-COPIES-WS PIC 9(5).
       01 COPY-ROWS-WS PIC 9(5).
       01 LOAN-COUNT-WS PIC 9(5).
       01 QUEUE-DEPTH-WS PIC 9(5).
       01 SHORT-QTY-WS PIC 9(5).
       01 ROW-TITLE-WS PIC X(50).
       01 ROW-NOTE-WS PIC X(12).

       01 SHORT-TABLE-WS.
           05 SHORT-COUNT-WS PIC 9(3) VALUE 0.
           05 SHORT-ENTRY-WS OCCURS 300 TIMES.
               10 SH-BOOK-ID-WS PIC 9(10).
               10 SH-QTY-WS PIC 9(5).
               10 SH-LIST-ID-WS PIC 9(4).
       01 SH-IDX-WS PIC 9(3).
       01 SH-FOUND-WS PIC X VALUE "N".

       01 LISTS-REPORTED-WS PIC 9(4) VALUE 0.
       01 TITLES-REPORTED-WS PIC 9(5) VALUE 0.
       01 TITLES-SHORT-WS PIC 9(5) VALUE 0.

      *    Whether the library owns enough copies for the classes
      *    working from each reading list. For every list, each
      *    title's circulating copies in copy.bin - not in repair,
      *    lost, in transit or retired - are set against the class
      *    size on the list times the target copies-per-student
      *    ratio, with the title's current loans and waitlist depth
      *    alongside. A title with no copy.bin rows at all (stock
      *    that predates copy tracking) counts its shelf quantity
      *    and its loans instead. Short titles are marked with the
      *    shortfall; a list with no class size is listed but not
      *    judged. At the end the shortfalls can be handed to
      *    Replenishment through coverageshort.txt, to be drafted
      *    on its next run alongside its own low-stock lines.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY " "
           DISPLAY "READING-LIST COVERAGE"
           DISPLAY "TARGET COPIES PER STUDENT [0.20]: "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS NOT = SPACES
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO TARGET-RATIO-WS
           END-IF
           OPEN INPUT READINGLIST
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO READING LISTS ON FILE."
               EXIT PROGRAM
           END-IF
           OPEN INPUT READINGITEM
           OPEN INPUT BOOKRECORD
           OPEN INPUT COPYRECORD
           OPEN INPUT BORROWRECORD
           OPEN INPUT WAITLISTRECORD
           MOVE "O" TO SPOOL-FUNC
           MOVE "listcover" TO SPOOL-PREFIX
           MOVE "READING-LIST COVERAGE - COPIES AGAINST CLASS SIZE"
               TO SPOOL-TITLE
           MOVE "BOOK ID    TITLE                     COPY  LOANS "
               TO SPOOL-HEADING
           MOVE "WAIT TARGET  NOTE" TO SPOOL-HEADING(50:17)
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE ZEROS TO RL-LIST-ID
           START READINGLIST KEY IS >= RL-LIST-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ READINGLIST NEXT INTO READING-LIST-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM ReportOneList
               END-READ
           END-PERFORM
           CLOSE WAITLISTRECORD
           CLOSE BORROWRECORD
           CLOSE COPYRECORD
           CLOSE BOOKRECORD
           CLOSE READINGITEM
           CLOSE READINGLIST
           DISPLAY " "
           DISPLAY LISTS-REPORTED-WS " LIST(S), " TITLES-REPORTED-WS
               " TITLE(S) CHECKED, " TITLES-SHORT-WS " SHORT."
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING LISTS-REPORTED-WS " LIST(S), " TITLES-REPORTED-WS
               " TITLE(S) CHECKED, " TITLES-SHORT-WS " SHORT."
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           IF SHORT-COUNT-WS > 0
               PERFORM OfferReplenishment
           END-IF.
           EXIT PROGRAM.

       ReportOneList.
           ADD 1 TO LISTS-REPORTED-WS
           COMPUTE TARGET-COPIES-WS ROUNDED =
               RL-CLASS-SIZE-WS * TARGET-RATIO-WS
           IF RL-CLASS-SIZE-WS > 0 AND TARGET-COPIES-WS = 0
               MOVE 1 TO TARGET-COPIES-WS
           END-IF
           DISPLAY " "
           DISPLAY "LIST " RL-LIST-ID-WS " " RL-NAME-WS
           DISPLAY "  CLASS SIZE " RL-CLASS-SIZE-WS
               "  TARGET COPIES " TARGET-COPIES-WS
           MOVE "L" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE SPACES TO SPOOL-LINE
           STRING "LIST " RL-LIST-ID-WS " " RL-NAME-WS
               " CLASS " RL-CLASS-SIZE-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           IF RL-CLASS-SIZE-WS = 0
               DISPLAY "  NO CLASS SIZE ON THE LIST - NOT JUDGED."
               MOVE SPACES TO SPOOL-LINE
               MOVE "  NO CLASS SIZE ON THE LIST - NOT JUDGED."
                   TO SPOOL-LINE
               CALL "ReportSpool" USING SPOOL-REQUEST
               EXIT PARAGRAPH
           END-IF
           IF ITEM-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE RL-LIST-ID-WS TO RLI-LIST-ID
           MOVE ZEROS TO RLI-BOOK-ID
           START READINGITEM KEY IS >= RLI-REF-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO ITEM-SCAN-DONE-WS
           PERFORM UNTIL ITEM-SCAN-DONE-WS = "Y"
               READ READINGITEM NEXT INTO READING-ITEM-WS
                   AT END MOVE "Y" TO ITEM-SCAN-DONE-WS
                   NOT AT END
                       IF RLI-LIST-ID-WS NOT = RL-LIST-ID-WS
                           MOVE "Y" TO ITEM-SCAN-DONE-WS
                       ELSE
                           PERFORM JudgeOneTitle
                       END-IF
               END-READ
           END-PERFORM.

       JudgeOneTitle.
           ADD 1 TO TITLES-REPORTED-WS
           MOVE "(TITLE DELETED)" TO ROW-TITLE-WS
           MOVE 0 TO QUANTITY-WS
           IF NOT BOOK-FILE-DOES-NOT-EXIST-WS
               MOVE RLI-BOOK-ID-WS TO BOOK-ID
               READ BOOKRECORD INTO BOOK-WS
                   NOT INVALID KEY MOVE BOOKNAME-WS TO ROW-TITLE-WS
               END-READ
           END-IF
           PERFORM CountCirculatingCopies
           PERFORM CountCurrentLoans
           PERFORM CountQueueDepth
           IF COPY-ROWS-WS = 0
               COMPUTE CIRC-COPIES-WS = QUANTITY-WS + LOAN-COUNT-WS
           END-IF
           MOVE SPACES TO ROW-NOTE-WS
           MOVE 0 TO SHORT-QTY-WS
           IF CIRC-COPIES-WS < TARGET-COPIES-WS
               COMPUTE SHORT-QTY-WS = TARGET-COPIES-WS - CIRC-COPIES-WS
               ADD 1 TO TITLES-SHORT-WS
               STRING "SHORT " SHORT-QTY-WS(2:4)
                   DELIMITED BY SIZE INTO ROW-NOTE-WS
               END-STRING
               PERFORM NoteShortfall
           END-IF
           DISPLAY "  " RLI-BOOK-ID-WS " " ROW-TITLE-WS(1:25)
               " COPIES " CIRC-COPIES-WS " LOANS " LOAN-COUNT-WS
               " WAIT " QUEUE-DEPTH-WS " " ROW-NOTE-WS
           MOVE "L" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-LINE
           STRING RLI-BOOK-ID-WS " " ROW-TITLE-WS(1:25) " "
               CIRC-COPIES-WS " " LOAN-COUNT-WS " "
               QUEUE-DEPTH-WS(2:4) " " TARGET-COPIES-WS "  "
               ROW-NOTE-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.

      *    Retired copies are gone from the collection; repair,
      *    lost and transit copies are not on the shelf for the
      *    class this term.
       CountCirculatingCopies.
           MOVE 0 TO CIRC-COPIES-WS
           MOVE 0 TO COPY-ROWS-WS
           IF COPY-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE RLI-BOOK-ID-WS TO CBOOK-ID
           START COPYRECORD KEY IS = CBOOK-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO SUB-SCAN-DONE-WS
           PERFORM UNTIL SUB-SCAN-DONE-WS = "Y"
               READ COPYRECORD NEXT INTO COPY-WS
                   AT END MOVE "Y" TO SUB-SCAN-DONE-WS
                   NOT AT END
                       IF CBOOK-ID-WS NOT = RLI-BOOK-ID-WS
                           MOVE "Y" TO SUB-SCAN-DONE-WS
                       ELSE
                           ADD 1 TO COPY-ROWS-WS
                           IF CCOPY-IS-AVAILABLE-WS
                               ADD 1 TO CIRC-COPIES-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CountCurrentLoans.
           MOVE 0 TO LOAN-COUNT-WS
           IF BORROW-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE RLI-BOOK-ID-WS TO BBOOK-ID
           START BORROWRECORD KEY IS = BBOOK-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO SUB-SCAN-DONE-WS
           PERFORM UNTIL SUB-SCAN-DONE-WS = "Y"
               READ BORROWRECORD NEXT INTO BBOOK-WS
                   AT END MOVE "Y" TO SUB-SCAN-DONE-WS
                   NOT AT END
                       IF BBOOK-ID-WS NOT = RLI-BOOK-ID-WS
                           MOVE "Y" TO SUB-SCAN-DONE-WS
                       ELSE
                           ADD BQUANTITY-WS TO LOAN-COUNT-WS
                       END-IF
               END-READ
           END-PERFORM.

       CountQueueDepth.
           MOVE 0 TO QUEUE-DEPTH-WS
           IF WAIT-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE RLI-BOOK-ID-WS TO WBOOK-ID
           START WAITLISTRECORD KEY IS = WBOOK-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO SUB-SCAN-DONE-WS
           PERFORM UNTIL SUB-SCAN-DONE-WS = "Y"
               READ WAITLISTRECORD NEXT INTO WAITLIST-WS
                   AT END MOVE "Y" TO SUB-SCAN-DONE-WS
                   NOT AT END
                       IF WBOOK-ID-WS NOT = RLI-BOOK-ID-WS
                           MOVE "Y" TO SUB-SCAN-DONE-WS
                       ELSE
                           ADD 1 TO QUEUE-DEPTH-WS
                       END-IF
               END-READ
           END-PERFORM.

      *    A title on several lists is ordered once, for the list
      *    that leaves it shortest.
       NoteShortfall.
           MOVE "N" TO SH-FOUND-WS
           PERFORM VARYING SH-IDX-WS FROM 1 BY 1
                   UNTIL SH-IDX-WS > SHORT-COUNT-WS
                   OR SH-FOUND-WS = "Y"
               IF SH-BOOK-ID-WS(SH-IDX-WS) = RLI-BOOK-ID-WS
                   MOVE "Y" TO SH-FOUND-WS
                   IF SHORT-QTY-WS > SH-QTY-WS(SH-IDX-WS)
                       MOVE SHORT-QTY-WS TO SH-QTY-WS(SH-IDX-WS)
                       MOVE RL-LIST-ID-WS TO SH-LIST-ID-WS(SH-IDX-WS)
                   END-IF
               END-IF
           END-PERFORM
           IF SH-FOUND-WS = "N" AND SHORT-COUNT-WS < 300
               ADD 1 TO SHORT-COUNT-WS
               MOVE RLI-BOOK-ID-WS TO SH-BOOK-ID-WS(SHORT-COUNT-WS)
               MOVE SHORT-QTY-WS TO SH-QTY-WS(SHORT-COUNT-WS)
               MOVE RL-LIST-ID-WS TO SH-LIST-ID-WS(SHORT-COUNT-WS)
           END-IF.

       OfferReplenishment.
           DISPLAY " "
           DISPLAY "SEND THE " SHORT-COUNT-WS " SHORT TITLE(S) TO "
               "REPLENISHMENT AS DRAFT ORDER LINES (Y/N)? "
               WITH NO ADVANCING
           MOVE "N" TO FEED-ANSWER-WS
           ACCEPT FEED-ANSWER-WS
           MOVE FUNCTION UPPER-CASE(FEED-ANSWER-WS) TO FEED-ANSWER-WS
           IF FEED-ANSWER-WS NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COVERAGEFILE
           PERFORM VARYING SH-IDX-WS FROM 1 BY 1
                   UNTIL SH-IDX-WS > SHORT-COUNT-WS
               MOVE SH-BOOK-ID-WS(SH-IDX-WS) TO CVG-BOOK-ID
               MOVE SH-QTY-WS(SH-IDX-WS) TO CVG-SHORT-QTY
               MOVE SH-LIST-ID-WS(SH-IDX-WS) TO CVG-LIST-ID
               WRITE COVERAGE-LINE
           END-PERFORM
           CLOSE COVERAGEFILE
           DISPLAY "SHORTFALLS WRITTEN TO coverageshort.txt - THE "
               "NEXT REPLENISHMENT RUN DRAFTS THEM.".
