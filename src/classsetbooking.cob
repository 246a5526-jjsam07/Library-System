       COPY classsetrecord-ws.
       COPY bookrecord-ws.
       COPY spool-request.
       COPY term-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 OPTION-WS PIC 9.
       01 ENTRY-SCAN-WS PIC X(12) VALUE SPACES.
       01 ENTRY-DATE-WS PIC 9(8).
       01 UNIT-DATES-OK-WS PIC X VALUE "N".
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 NEXT-BOOKING-ID-WS PIC 9(6) VALUE 0.
       01 SHOWN-COUNT-WS PIC 9(4) VALUE 0.
      *    moment the checkout paths subtract the booking from what
      *    walk-ups may take (ClassSetDemand). The pull list run the
      *    day before a booking starts is the signal to clear the
      *    copies onto the cart. A booking falls inside one term on
      *    the term master: the unit runs from the term's first day
      *    to its last day of classes unless narrower dates inside
      *    the term are keyed.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           PERFORM OpenClassSetFile
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO CS-FACULTY-ID
           MOVE "N" TO UNIT-DATES-OK-WS
           MOVE "E" TO TRQ-FUNC
           MOVE 0 TO TRQ-DATE
           CALL "TermLookup" USING TRQ-REQUEST
           IF TRQ-TERM-FOUND
               PERFORM EnterTermUnitDates
           ELSE
               PERFORM EnterUnitDates
           END-IF
           IF UNIT-DATES-OK-WS = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO CS-STATUS
           WRITE CLASS-SET-RECORD
               INVALID KEY DISPLAY "UNABLE TO WRITE THE BOOKING."
               NOT INVALID KEY
                   DISPLAY "BOOKING " CS-BOOKING-ID " RECORDED - "
                       "THE COPIES ARE NOW PROTECTED FROM WALK-UP "
                       "CHECKOUT FOR THAT RANGE."
           END-WRITE.

       EnterTermUnitDates.
           DISPLAY "TERM CODE (ENTER FOR THE CURRENT TERM): "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               MOVE "C" TO TRQ-FUNC
           ELSE
               MOVE "N" TO TRQ-FUNC
               MOVE ENTRY-SCAN-WS TO TRQ-CODE
           END-IF
           MOVE 0 TO TRQ-DATE
           CALL "TermLookup" USING TRQ-REQUEST
           IF NOT TRQ-TERM-FOUND
               DISPLAY "NO SUCH TERM ON THE TERM MASTER."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "UNIT STARTS (YYYYMMDD, ENTER FOR " TRQ-START
               "): " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               MOVE TRQ-START TO ENTRY-DATE-WS
           ELSE
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO ENTRY-DATE-WS
           END-IF
           MOVE ENTRY-DATE-WS TO CS-START-DATE
           DISPLAY "UNIT ENDS (YYYYMMDD, ENTER FOR " TRQ-CLASSES-END
               "): " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               MOVE TRQ-CLASSES-END TO ENTRY-DATE-WS
           ELSE
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO ENTRY-DATE-WS
           END-IF
           MOVE ENTRY-DATE-WS TO CS-END-DATE
           IF CS-START-DATE < TRQ-START OR CS-END-DATE > TRQ-END
                   OR CS-START-DATE > CS-END-DATE
               DISPLAY "THE UNIT MUST RUN FORWARD INSIDE TERM "
                   TRQ-CODE " (" TRQ-START " TO " TRQ-END ")."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO UNIT-DATES-OK-WS.

      *    Until the term master has been set up the unit's dates
      *    are keyed by hand, as they always were.
       EnterUnitDates.
           DISPLAY "UNIT STARTS (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO ENTRY-DATE-WS
           MOVE ENTRY-DATE-WS TO CS-END-DATE
           IF CS-START-DATE > CS-END-DATE
               DISPLAY "THE UNIT MUST RUN FORWARD."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO UNIT-DATES-OK-WS.

       FindNextBookingId.
           MOVE 0 TO NEXT-BOOKING-ID-WS
