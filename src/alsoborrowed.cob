       IDENTIFICATION DIVISION.
       PROGRAM-ID. AlsoBorrowed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COBORROWFILE ASSIGN TO "coborrow.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-REF-ID
           SHARING WITH ALL OTHER
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
       FD COBORROWFILE.
       COPY coborrowrecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.

       WORKING-STORAGE SECTION.
       COPY coborrowrecord-ws.
       COPY bookrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 BOOK-FILE-STATUS-WS PIC X(2).
           88 BOOK-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 SCAN-DONE-WS PIC X VALUE "N".

       LINKAGE SECTION.
       COPY alsoborrowed-request.

      *    "Readers also borrowed" for the detail screens, the kiosk
      *    and the student menu: the title's list from the weekly
      *    co-borrowing build, with each suggestion's title and the
      *    copies on the shelf read fresh from library.bin. Nothing
      *    here says who borrowed what - the build only keeps
      *    pairings enough different students share.
       PROCEDURE DIVISION USING ABR-REQUEST.
       StartPara.
           MOVE 0 TO ABR-COUNT
           MOVE 0 TO ABR-BUILT-DATE
           OPEN INPUT COBORROWFILE
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE COBORROWFILE
               EXIT PROGRAM
           END-IF
           OPEN INPUT BOOKRECORD
           IF BOOK-FILE-ABSENT-ON-OPEN-WS
               CLOSE BOOKRECORD
               CLOSE COBORROWFILE
               EXIT PROGRAM
           END-IF
           MOVE ABR-BOOK-ID TO CB-BOOK-ID
           MOVE 0 TO CB-RANK
           START COBORROWFILE KEY IS >= CB-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ COBORROWFILE NEXT INTO CO-BORROW-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF CB-BOOK-ID-WS NOT = ABR-BOOK-ID
                               OR ABR-COUNT >= 5
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM AddSuggestion
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKRECORD
           CLOSE COBORROWFILE.
           EXIT PROGRAM.

      *    A title gone from the catalog, or withdrawn since the
      *    build, is passed over for the next one down.
       AddSuggestion.
           MOVE CB-BUILT-DATE-WS TO ABR-BUILT-DATE
           MOVE CB-OTHER-BOOK-ID-WS TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               KEY IS BOOK-ID
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF BOOK-IS-WITHDRAWN-WS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ABR-COUNT
           MOVE CB-OTHER-BOOK-ID-WS TO ABR-OTHER-BOOK-ID(ABR-COUNT)
           MOVE BOOKNAME-WS TO ABR-TITLE(ABR-COUNT)
           MOVE QUANTITY-WS TO ABR-ON-SHELF(ABR-COUNT).
