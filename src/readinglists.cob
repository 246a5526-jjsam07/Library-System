       01 PICK-BOOK-WS PIC 9(10).
       01 NEXT-LIST-ID-WS PIC 9(4) VALUE 0.
       01 WARN-COUNT-WS PIC 9(3) VALUE 0.
       01 CLASS-SIZE-SCAN-WS PIC X(4) VALUE SPACES.
       01 ITEM-TABLE-WS.
           05 ITEM-COUNT-WS PIC 9(3) VALUE 0.
           05 ITEM-ENTRY-WS OCCURS 100 TIMES.
               EXIT PARAGRAPH
           END-IF
           MOVE STUDENT-ID-LS TO RL-OWNER-ID
           DISPLAY "Expected class size: " WITH NO ADVANCING
           MOVE SPACES TO CLASS-SIZE-SCAN-WS
           ACCEPT CLASS-SIZE-SCAN-WS
           MOVE 0 TO RL-CLASS-SIZE
           IF CLASS-SIZE-SCAN-WS NOT = SPACES
               MOVE FUNCTION NUMVAL(CLASS-SIZE-SCAN-WS)
                   TO RL-CLASS-SIZE
           END-IF
           WRITE READING-LIST-RECORD
               INVALID KEY DISPLAY "UNABLE TO CREATE THE LIST."
               NOT INVALID KEY
               DISPLAY "THAT LIST BELONGS TO ANOTHER TEACHER."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "[1] ADD A TITLE  [2] REMOVE A TITLE  "
               "[3] CLASS SIZE: " WITH NO ADVANCING
           ACCEPT OPTION-WS
           IF OPTION-WS = 3
               PERFORM ChangeClassSize
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Book ID: " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
               INVALID KEY DISPLAY "NOT ON THE LIST."
               NOT INVALID KEY DISPLAY "REMOVED."
           END-DELETE.

      *    The class size is what the coverage report measures the
      *    copies on the shelf against; it changes term to term
      *    while the titles on the list mostly do not.
       ChangeClassSize.
           DISPLAY "CLASS SIZE NOW " RL-CLASS-SIZE-WS
           DISPLAY "New class size (Enter to keep): "
               WITH NO ADVANCING
           MOVE SPACES TO CLASS-SIZE-SCAN-WS
           ACCEPT CLASS-SIZE-SCAN-WS
           IF CLASS-SIZE-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(CLASS-SIZE-SCAN-WS)
               TO RL-CLASS-SIZE-WS
           REWRITE READING-LIST-RECORD FROM READING-LIST-WS
               INVALID KEY DISPLAY "UNABLE TO UPDATE THE LIST."
               NOT INVALID KEY DISPLAY "CLASS SIZE UPDATED."
           END-REWRITE.
