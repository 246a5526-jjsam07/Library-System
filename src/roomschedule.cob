                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           ADD 1 TO SHOWN-COUNT-WS
                           PERFORM ShowOneBoardRow
                       END-IF
               END-READ
           END-PERFORM.

       ShowOneBoardRow.
           IF RB-IS-EVENT-WS
               DISPLAY "  " RB-SLOT-HH-WS ":00  ROOM "
                   RB-ROOM-CODE-WS "  LIBRARY EVENT"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  " RB-SLOT-HH-WS ":00  ROOM "
               RB-ROOM-CODE-WS "  STUDENT "
               RB-STUDENT-ID-WS
               WITH NO ADVANCING
           IF RB-IS-CHECKED-IN-WS
               DISPLAY "  (CHECKED IN)"
           ELSE
               DISPLAY "  (BOOKED)"
           END-IF.

       CheckGroupIn.
           DISPLAY "ROOM CODE: " WITH NO ADVANCING
           MOVE SPACES TO PICK-ROOM-WS
                       "TODAY."
                   EXIT PARAGRAPH
           END-READ
           IF RB-IS-EVENT-WS
               DISPLAY "THAT HOUR IS HELD FOR A LIBRARY EVENT."
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO RB-STATUS-WS
           REWRITE ROOM-BOOKING-RECORD FROM ROOM-BOOKING-WS
               INVALID KEY DISPLAY "UNABLE TO CHECK THE GROUP IN."
