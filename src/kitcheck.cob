       IDENTIFICATION DIVISION.
       PROGRAM-ID. KitCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMPONENTFILE ASSIGN TO "component.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COMPONENT-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPONENTFILE.
       COPY componentrecord-fs.

       WORKING-STORAGE SECTION.
       COPY componentrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 PART-ANSWER-WS PIC X VALUE "Y".
       01 FIRST-MISSING-WS PIC X(30).

       LINKAGE SECTION.
       COPY kitcheck-request.

      *    Counts the parts of a multi-part title across the desk,
      *    the same questions whichever counter calls it: each part
      *    listed in component.bin is named and the operator
      *    answers whether it is in hand (Enter for yes). Nothing is
      *    written here - the caller decides what a missing part
      *    means (refuse the loan going out; fine and the bindery
      *    queue coming back), inside its own commit discipline.
       PROCEDURE DIVISION USING KIT-REQUEST.
       StartPara.
           MOVE 0 TO KIT-PART-COUNT
           MOVE 0 TO KIT-MISSING-COUNT
           MOVE 0 TO KIT-MISSING-VALUE
           MOVE SPACES TO KIT-MISSING-TEXT
           MOVE SPACES TO FIRST-MISSING-WS
           OPEN INPUT COMPONENTFILE
           IF FILE-DOES-NOT-EXIST-WS
               EXIT PROGRAM
           END-IF
           MOVE KIT-BOOK-ID TO CMP-BOOK-ID
           MOVE 0 TO CMP-SEQ
           START COMPONENTFILE KEY IS >= COMPONENT-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ COMPONENTFILE NEXT INTO COMPONENT-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF CMP-BOOK-ID-WS NOT = KIT-BOOK-ID
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM AskOnePart
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPONENTFILE
           PERFORM DescribeMissingParts.
           EXIT PROGRAM.

       AskOnePart.
           IF KIT-COUNT-ONLY
               ADD 1 TO KIT-PART-COUNT
               EXIT PARAGRAPH
           END-IF
           IF KIT-PART-COUNT = 0
               IF KIT-GOING-OUT
                   DISPLAY "THIS ITEM GOES OUT WITH PARTS - CHECK "
                       "EACH ONE IS IN HAND:"
               ELSE
                   DISPLAY "THIS ITEM CAME OUT WITH PARTS - CHECK "
                       "EACH ONE IS BACK:"
               END-IF
           END-IF
           ADD 1 TO KIT-PART-COUNT
           DISPLAY "  " CMP-SEQ-WS " " CMP-DESCRIPTION-WS
               " PRESENT (Y/N) [Y]: " WITH NO ADVANCING
           MOVE SPACES TO PART-ANSWER-WS
           ACCEPT PART-ANSWER-WS
           IF PART-ANSWER-WS = "N" OR PART-ANSWER-WS = "n"
               ADD 1 TO KIT-MISSING-COUNT
               ADD CMP-VALUE-WS TO KIT-MISSING-VALUE
               IF FIRST-MISSING-WS = SPACES
                   MOVE CMP-DESCRIPTION-WS TO FIRST-MISSING-WS
               END-IF
           END-IF.

      *    One part missing is named; several are counted, the
      *    first one named after the count.
       DescribeMissingParts.
           IF KIT-MISSING-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF KIT-MISSING-COUNT = 1
               STRING "MISSING " DELIMITED BY SIZE
                   FIRST-MISSING-WS DELIMITED BY SIZE
                   INTO KIT-MISSING-TEXT
               END-STRING
           ELSE
               STRING "MISSING " DELIMITED BY SIZE
                   KIT-MISSING-COUNT DELIMITED BY SIZE
                   " PARTS: " DELIMITED BY SIZE
                   FIRST-MISSING-WS DELIMITED BY SIZE
                   INTO KIT-MISSING-TEXT
               END-STRING
           END-IF
           DISPLAY "PARTS MISSING: " KIT-MISSING-COUNT
               "  REPLACEMENT VALUE $" KIT-MISSING-VALUE.
