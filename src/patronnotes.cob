       IDENTIFICATION DIVISION.
       PROGRAM-ID. PatronNotes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PATRONNOTEFILE ASSIGN TO "patronnote.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PN-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS STUDENT-FILE-STATUS-WS.

           SELECT OPTIONAL AUDITRECORD ASSIGN TO "audit.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDIT-REF-ID
           ALTERNATE RECORD KEY IS AUDIT-BOOK-ID WITH DUPLICATES
           FILE STATUS IS AUDIT-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD PATRONNOTEFILE.
       COPY patronnoterecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD AUDITRECORD.
       COPY auditrecord-fs.

       WORKING-STORAGE SECTION.
       COPY patronnoterecord-ws.
       COPY studentrecord-ws.
       COPY auditrecord-ws.
       COPY auditchain-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 AUDIT-FILE-STATUS-WS PIC X(2).
           88 AUDIT-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 OPTION-WS PIC 9.
       01 ID-SCAN-WS PIC X(10) VALUE SPACES.
       01 WORK-STUDENT-ID-WS PIC 9(10).
       01 ENTRY-SCAN-WS PIC X(10) VALUE SPACES.
       01 ENTRY-DATE-WS PIC 9(8).
       01 DATE-OK-WS PIC X VALUE "N".
       01 TODAY-DATE-WS PIC 9(8).
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 PICK-NUM-WS PIC 9(2) VALUE 0.
       01 ROW-STATE-WS PIC X(8).
       01 ROW-TABLE-WS.
           05 ROW-COUNT-WS PIC 9(2) VALUE 0.
           05 ROW-KEY-WS PIC X(26) OCCURS 50 TIMES.
       01 CHECK-DATE-WS.
           05 CHECK-YYYY-WS PIC 9(4).
           05 CHECK-MM-WS PIC 9(2).
           05 CHECK-DD-WS PIC 9(2).
       01 CHECK-DATE-NUM-WS REDEFINES CHECK-DATE-WS PIC 9(8).
       01 CHECK-VALID-WS PIC X.

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    Staff notes and manual stops on a borrower's account, in
      *    place of deleting the borrower: a note the desk reads
      *    every time the account comes up, or a blocking flag with
      *    a reason code and a start and end date that refuses
      *    checkouts and room bookings while it is in force (see
      *    PatronFlags). Clearing stamps the row instead of removing
      *    it. Every note or flag set and every one cleared leaves
      *    an audit.bin entry the way policy changes do (AUDIT-BOOK-ID
      *    zero - the entry is about an account, not a title), and
      *    the row itself keeps the student, who and when.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           DISPLAY " "
           DISPLAY "PATRON NOTES AND BLOCKING FLAGS"
           DISPLAY "STUDENT ID (0 TO RETURN): " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           IF ID-SCAN-WS = SPACES
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO WORK-STUDENT-ID-WS
           IF WORK-STUDENT-ID-WS = 0
               EXIT PROGRAM
           END-IF
           OPEN INPUT STUDENTRECORD
           IF STUDENT-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO ROSTER ON FILE."
               EXIT PROGRAM
           END-IF
           MOVE WORK-STUDENT-ID-WS TO STUDENT-ID
           READ STUDENTRECORD INTO STUDENT-WS
               INVALID KEY
                   DISPLAY "NO SUCH STUDENT."
                   CLOSE STUDENTRECORD
                   EXIT PROGRAM
           END-READ
           CLOSE STUDENTRECORD
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           PERFORM OpenNoteFile
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "ACCOUNT: " STUDENTNAME-WS(1:30)
               DISPLAY "[1] LIST NOTES AND FLAGS"
               DISPLAY "[2] ADD A NOTE"
               DISPLAY "[3] SET A BLOCKING FLAG"
               DISPLAY "[4] CLEAR A NOTE OR FLAG"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM ListAccountRows
                   WHEN 2 PERFORM AddNote
                   WHEN 3 PERFORM SetBlockingFlag
                   WHEN 4 PERFORM ClearOneRow
                   WHEN 0
                       CLOSE PATRONNOTEFILE
                       EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       OpenNoteFile.
           OPEN EXTEND PATRONNOTEFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT PATRONNOTEFILE
               CLOSE PATRONNOTEFILE
           ELSE
               CLOSE PATRONNOTEFILE
           END-IF
           OPEN I-O PATRONNOTEFILE.

      *    Every row the account has ever had, cleared ones
      *    included, numbered so one can be picked to clear.
       ListAccountRows.
           MOVE 0 TO ROW-COUNT-WS
           MOVE WORK-STUDENT-ID-WS TO PN-STUDENT-ID
           MOVE 0 TO PN-SET-DATE
           MOVE 0 TO PN-SET-TIME
           START PATRONNOTEFILE KEY IS >= PN-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ PATRONNOTEFILE NEXT INTO PATRON-NOTE-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF PN-STUDENT-ID-WS NOT = WORK-STUDENT-ID-WS
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM ShowOneRow
                       END-IF
               END-READ
           END-PERFORM
           IF ROW-COUNT-WS = 0
               DISPLAY "NO NOTES OR FLAGS ON THIS ACCOUNT."
           END-IF.

       ShowOneRow.
           IF ROW-COUNT-WS >= 50
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ROW-COUNT-WS
           MOVE PN-REF-ID-WS TO ROW-KEY-WS(ROW-COUNT-WS)
           IF PN-NOT-CLEARED-WS
               IF PN-IS-BLOCK-WS
                   MOVE "BLOCK" TO ROW-STATE-WS
               ELSE
                   MOVE "NOTE" TO ROW-STATE-WS
               END-IF
           ELSE
               MOVE "CLEARED" TO ROW-STATE-WS
           END-IF
           DISPLAY "  [" ROW-COUNT-WS "] " ROW-STATE-WS " "
               PN-REASON-WS " " PN-TEXT-WS(1:45)
           IF PN-IS-BLOCK-WS
               DISPLAY "       FROM " PN-START-DATE-WS " TO "
                   PN-END-DATE-WS " SET BY " PN-SET-BY-WS
           ELSE
               DISPLAY "       SET " PN-SET-DATE-WS " BY "
                   PN-SET-BY-WS
           END-IF
           IF NOT PN-NOT-CLEARED-WS
               DISPLAY "       CLEARED " PN-CLEARED-DATE-WS " BY "
                   PN-CLEARED-BY-WS
           END-IF.

       AddNote.
           INITIALIZE PATRON-NOTE-WS
           MOVE "N" TO PN-KIND-WS
           MOVE "OT" TO PN-REASON-WS
           DISPLAY "NOTE TEXT: " WITH NO ADVANCING
           ACCEPT PN-TEXT-WS
           IF PN-TEXT-WS = SPACES
               DISPLAY "NOTHING ADDED."
               EXIT PARAGRAPH
           END-IF
           MOVE TODAY-DATE-WS TO PN-START-DATE-WS
           MOVE "PNOTE-ADD" TO AUDIT-ACTION-WS
           PERFORM WriteNoteRow.

       SetBlockingFlag.
           INITIALIZE PATRON-NOTE-WS
           MOVE "B" TO PN-KIND-WS
           DISPLAY "REASON - DS SUSPENSION, RM RETURNED MAIL, "
               "CS CO-SIGN, OT OTHER: " WITH NO ADVANCING
           ACCEPT PN-REASON-WS
           MOVE FUNCTION UPPER-CASE(PN-REASON-WS) TO PN-REASON-WS
           IF NOT PN-REASON-OK-WS
               DISPLAY "UNKNOWN REASON CODE. NOTHING SET."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DETAIL FOR THE DESK: " WITH NO ADVANCING
           ACCEPT PN-TEXT-WS
           DISPLAY "START DATE (YYYYMMDD, ENTER FOR TODAY): "
               WITH NO ADVANCING
           PERFORM AcceptFlagDate
           IF DATE-OK-WS = "N"
               EXIT PARAGRAPH
           END-IF
           IF ENTRY-DATE-WS = 0
               MOVE TODAY-DATE-WS TO PN-START-DATE-WS
           ELSE
               MOVE ENTRY-DATE-WS TO PN-START-DATE-WS
           END-IF
           DISPLAY "END DATE (YYYYMMDD, ENTER UNTIL CLEARED): "
               WITH NO ADVANCING
           PERFORM AcceptFlagDate
           IF DATE-OK-WS = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE ENTRY-DATE-WS TO PN-END-DATE-WS
           IF PN-END-DATE-WS NOT = 0 AND
                   PN-END-DATE-WS < PN-START-DATE-WS
               DISPLAY "THE END DATE IS BEFORE THE START. NOTHING "
                   "SET."
               EXIT PARAGRAPH
           END-IF
           MOVE "PFLAG-SET" TO AUDIT-ACTION-WS
           PERFORM WriteNoteRow.

      *    Enter alone gives zero; anything else must be a real
      *    calendar date.
       AcceptFlagDate.
           MOVE "Y" TO DATE-OK-WS
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               MOVE 0 TO ENTRY-DATE-WS
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO ENTRY-DATE-WS
           MOVE ENTRY-DATE-WS TO CHECK-DATE-NUM-WS
           CALL "ValidDate" USING CHECK-DATE-WS CHECK-VALID-WS
           IF CHECK-VALID-WS NOT = "Y"
               DISPLAY "NOT A VALID DATE. NOTHING SET."
               MOVE "N" TO DATE-OK-WS
           END-IF.

       WriteNoteRow.
           MOVE WORK-STUDENT-ID-WS TO PN-STUDENT-ID-WS
           ACCEPT PN-SET-DATE-WS FROM DATE YYYYMMDD
           ACCEPT PN-SET-TIME-WS FROM TIME
           MOVE ADMINNAME-LS TO PN-SET-BY-WS
           MOVE 0 TO PN-CLEARED-DATE-WS
           MOVE SPACES TO PN-CLEARED-BY-WS
           WRITE PATRON-NOTE-RECORD FROM PATRON-NOTE-WS
               INVALID KEY
                   DISPLAY "UNABLE TO SAVE - TRY AGAIN."
               NOT INVALID KEY
                   PERFORM WriteNoteAudit
                   IF PN-IS-BLOCK-WS
                       DISPLAY "BLOCKING FLAG SET."
                   ELSE
                       DISPLAY "NOTE ADDED."
                   END-IF
           END-WRITE.

       ClearOneRow.
           PERFORM ListAccountRows
           IF ROW-COUNT-WS = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NUMBER TO CLEAR (0 TO CANCEL): " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO PICK-NUM-WS
           IF PICK-NUM-WS = 0 OR PICK-NUM-WS > ROW-COUNT-WS
               DISPLAY "NOTHING CLEARED."
               EXIT PARAGRAPH
           END-IF
           MOVE ROW-KEY-WS(PICK-NUM-WS) TO PN-REF-ID
           READ PATRONNOTEFILE INTO PATRON-NOTE-WS
               INVALID KEY
                   DISPLAY "THAT ROW IS GONE. NOTHING CLEARED."
                   EXIT PARAGRAPH
           END-READ
           IF NOT PN-NOT-CLEARED-WS
               DISPLAY "ALREADY CLEARED."
               EXIT PARAGRAPH
           END-IF
           MOVE TODAY-DATE-WS TO PN-CLEARED-DATE-WS
           MOVE ADMINNAME-LS TO PN-CLEARED-BY-WS
           REWRITE PATRON-NOTE-RECORD FROM PATRON-NOTE-WS
               INVALID KEY
                   DISPLAY "UNABLE TO CLEAR - TRY AGAIN."
               NOT INVALID KEY
                   IF PN-IS-BLOCK-WS
                       MOVE "PFLAG-CLR" TO AUDIT-ACTION-WS
                   ELSE
                       MOVE "PNOTE-CLR" TO AUDIT-ACTION-WS
                   END-IF
                   PERFORM WriteNoteAudit
                   DISPLAY "CLEARED."
           END-REWRITE.

       WriteNoteAudit.
           OPEN EXTEND AUDITRECORD
           IF AUDIT-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT AUDITRECORD
               CLOSE AUDITRECORD
           ELSE
               CLOSE AUDITRECORD
           END-IF
           OPEN I-O AUDITRECORD
           MOVE 0 TO AUDIT-BOOK-ID
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE AUDIT-ACTION-WS TO AUDIT-ACTION
           MOVE ADMINNAME-LS TO AUDIT-USER
           WRITE AUDIT-RECORD
               INVALID KEY DISPLAY "UNABLE TO WRITE AUDIT RECORD."
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE
           CLOSE AUDITRECORD.
