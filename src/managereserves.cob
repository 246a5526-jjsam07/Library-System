       COPY reserverecord-ws.
       COPY studentrecord-ws.
       COPY bookrecord-ws.
       COPY term-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 ID-SCAN-WS PIC X(10) VALUE SPACES.
       01 FACULTY-ID-WS PIC 9(10).
       01 RSV-BOOK-ENTRY-WS PIC 9(10).
       01 TERM-SCAN-WS PIC X(6) VALUE SPACES.
       01 DATE-SCAN-WS PIC X(8) VALUE SPACES.
       01 TERM-DATES-OK-WS PIC X VALUE "N".
       01 RESERVE-EOF-WS PIC X VALUE "N".
       01 LISTED-COUNT-WS PIC 9(4) VALUE 0.

      *    titles on reserve for a course and the circulation path
      *    gives them the short reserve window with no renewals for
      *    the life of the term. This screen maintains the lists and
      *    prints the current ones for the desk binder. A reserve
      *    runs for a term on the term master - the current one, or
      *    the one named - and takes that term's first and last day.
       PROCEDURE DIVISION.
       StartPara.
           PERFORM UNTIL 1 < 0
           IF BOOK-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TERM-DATES-OK-WS
           MOVE "E" TO TRQ-FUNC
           MOVE 0 TO TRQ-DATE
           CALL "TermLookup" USING TRQ-REQUEST
           IF TRQ-TERM-FOUND
               PERFORM PickReserveTerm
           ELSE
               PERFORM KeyReserveTermDates
           END-IF
           IF TERM-DATES-OK-WS = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM OpenReserveFile
           MOVE COURSE-ENTRY-WS TO RSV-COURSE-CODE
           MOVE RSV-BOOK-ENTRY-WS TO RSV-BOOK-ID
           END-WRITE
           CLOSE RESERVERECORD.

       PickReserveTerm.
           DISPLAY "TERM CODE (ENTER FOR THE CURRENT TERM): "
               WITH NO ADVANCING
           MOVE SPACES TO TERM-SCAN-WS
           ACCEPT TERM-SCAN-WS
           IF TERM-SCAN-WS = SPACES
               MOVE "C" TO TRQ-FUNC
           ELSE
               MOVE "N" TO TRQ-FUNC
               MOVE TERM-SCAN-WS TO TRQ-CODE
           END-IF
           MOVE 0 TO TRQ-DATE
           CALL "TermLookup" USING TRQ-REQUEST
           IF NOT TRQ-TERM-FOUND
               DISPLAY "NO SUCH TERM ON THE TERM MASTER."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TERM " TRQ-CODE " - " TRQ-START " TO " TRQ-END
           MOVE TRQ-START TO RSV-TERM-START-WS
           MOVE TRQ-END TO RSV-TERM-END-WS
           MOVE "Y" TO TERM-DATES-OK-WS.

      *    Until the term master has been set up the term dates are
      *    keyed by hand, as they always were.
       KeyReserveTermDates.
           DISPLAY "TERM START (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO DATE-SCAN-WS
           ACCEPT DATE-SCAN-WS
           IF DATE-SCAN-WS IS NOT NUMERIC
               DISPLAY "DATES MUST BE KEYED AS YYYYMMDD."
               EXIT PARAGRAPH
           END-IF
           MOVE DATE-SCAN-WS TO RSV-TERM-START-WS
           DISPLAY "TERM END   (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO DATE-SCAN-WS
           ACCEPT DATE-SCAN-WS
           IF DATE-SCAN-WS IS NOT NUMERIC
               DISPLAY "DATES MUST BE KEYED AS YYYYMMDD."
               EXIT PARAGRAPH
           END-IF
           MOVE DATE-SCAN-WS TO RSV-TERM-END-WS
           MOVE "Y" TO TERM-DATES-OK-WS.

       VerifyFacultyId.
           MOVE SPACES TO PATRON-TYPE-WS
           OPEN INPUT STUDENTRECORD
