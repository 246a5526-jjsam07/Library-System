       WORKING-STORAGE SECTION.
       COPY finerecord-ws.
       COPY studentrecord-ws.
       COPY circeventrecord-ws.
       COPY patronsum-request.
       COPY term-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
           05 TODAY-MM-WS PIC 9(2).
           05 TODAY-DD-WS PIC 9(2).
       01 TODAY-DAYNUM-WS PIC 9(7).
       01 TERM-SCAN-WS PIC X(6) VALUE SPACES.
       01 AGING-DATE-WS PIC 9(8).
       01 AGING-DAYNUM-WS PIC 9(7).
       01 ASSESSED-DAYNUM-WS PIC 9(7).
       01 FINE-AGE-WS PIC S9(7).
       01 FINE-REMAINING-WS PIC 9(5)V99.
       01 TRANSFERRED-COUNT-WS PIC 9(5) VALUE 0.
       01 COMMUNITY-SKIPPED-WS PIC 9(5) VALUE 0.
       01 CONTROL-TOTAL-WS PIC 9(7)V99 VALUE 0.

      *    Term-end transfer of library debts to the student
      *    fixed-format file for the bursar system, marked
      *    transferred on fine.bin so it stops showing as payable at
      *    our desk, and the printed control total must match the
      *    bursar's acknowledgment. The fines are aged to the end of
      *    the term on the term master - the current one or the one
      *    named - or to today if the term has not ended yet, so a
      *    late run does not sweep up fines from the next term.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY " "
           IF GRACE-SCAN-WS NOT = SPACES
               MOVE FUNCTION NUMVAL(GRACE-SCAN-WS) TO GRACE-DAYS-WS
           END-IF
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
               EXIT PROGRAM
           END-IF
           OPEN I-O FINERECORD
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO FINES ON FILE."
           OPEN INPUT STUDENTRECORD
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           CALL "DayNum" USING TODAY-DATE-WS TODAY-DAYNUM-WS
           IF TRQ-END < TODAY-DATE-WS
               MOVE TRQ-END TO AGING-DATE-WS
           ELSE
               MOVE TODAY-DATE-WS TO AGING-DATE-WS
           END-IF
           CALL "DayNum" USING AGING-DATE-WS AGING-DAYNUM-WS
           DISPLAY "TERM " TRQ-CODE " - FINES AGED TO " AGING-DATE-WS
           MOVE SPACES TO BURSAR-NAME-WS
           STRING "bursar_" TODAY-DATE-WS ".txt"
               DELIMITED BY SIZE INTO BURSAR-NAME-WS
           DISPLAY TRANSFERRED-COUNT-WS " FINE(S) TRANSFERRED TO "
               BURSAR-NAME-WS
           DISPLAY "CONTROL TOTAL: $" CONTROL-TOTAL-WS
               " - MUST MATCH THE BURSAR'S ACKNOWLEDGMENT."
           DISPLAY COMMUNITY-SKIPPED-WS " COMMUNITY BORROWER FINE(S) "
               "LEFT FOR AGENCY REFERRAL.".
           EXIT PROGRAM.

      *    An accruing fine is still growing on a loan that is out;
      *    only once the return finalizes it is it the bursar's.
      *    A community borrower is not the bursar's to bill - those
      *    balances are left for AgencyReferral.
       TransferIfAged.
           IF FINE-IS-SETTLED-WS OR FINE-IS-ACCRUING-WS
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadFineStudent
           IF PATRON-IS-COMMUNITY-WS
               ADD 1 TO COMMUNITY-SKIPPED-WS
               EXIT PARAGRAPH
           END-IF
           CALL "DayNum" USING FASSESSED-DATE-WS ASSESSED-DAYNUM-WS
           COMPUTE FINE-AGE-WS = AGING-DAYNUM-WS - ASSESSED-DAYNUM-WS
           IF FINE-AGE-WS <= GRACE-DAYS-WS
               EXIT PARAGRAPH
           END-IF
               INVALID KEY
                   DISPLAY "UNABLE TO MARK FINE TRANSFERRED FOR "
                       "STUDENT " FSTUDENT-ID-WS
               NOT INVALID KEY
                   PERFORM LogTransferEvent
                   PERFORM PostFineBalance
           END-REWRITE
           ADD 1 TO TRANSFERRED-COUNT-WS
           ADD FINE-REMAINING-WS TO CONTROL-TOTAL-WS.

      *    The balance leaves the library's books for the bursar's,
      *    so it goes in the activity log as a FINEXFER.
       LogTransferEvent.
           MOVE "FINEXFER" TO CIRC-EVENT-TYPE-WS
           MOVE FSTUDENT-ID-WS TO CIRC-STUDENT-ID-WS
           MOVE FBOOK-ID-WS TO CIRC-BOOK-ID-WS
           MOVE "BURSAR EXPORT" TO CIRC-OPERATOR-WS
           MOVE FINE-REMAINING-WS TO CIRC-AMOUNT-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS.

       ReadFineStudent.
           MOVE SPACES TO STUDENTNAME-WS
           MOVE SPACES TO PATRON-TYPE-WS
           IF NOT STUDENT-FILE-DOES-NOT-EXIST-WS
               MOVE FSTUDENT-ID-WS TO STUDENT-ID
               READ STUDENTRECORD INTO STUDENT-WS
                   INVALID KEY
                       MOVE SPACES TO STUDENTNAME-WS
                       MOVE SPACES TO PATRON-TYPE-WS
               END-READ
           END-IF.

       WriteBursarLine.
           MOVE FSTUDENT-ID-WS TO BUR-STUDENT-ID
           MOVE STUDENTNAME-WS TO BUR-STUDENTNAME
           MOVE FBOOK-ID-WS TO BUR-BOOK-ID
           MOVE FASSESSED-DATE-WS TO BUR-ASSESSED-DATE
           MOVE FINE-REMAINING-WS TO BUR-AMOUNT
           WRITE BURSAR-LINE.

      *    The fine balance on the patron's account summary is
      *    re-totalled from fine.bin after any change to a fine.
       PostFineBalance.
           MOVE "F" TO PSM-FUNC
           MOVE FSTUDENT-ID-WS TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST.
