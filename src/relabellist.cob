       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelabelList.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOOKRECORD ASSIGN TO "library.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOOK-ID
           ALTERNATE RECORD KEY IS BOOKNAME
           ALTERNATE RECORD KEY IS AUTHORNAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS CATEGORY WITH DUPLICATES
           ALTERNATE RECORD KEY IS ISBN WITH DUPLICATES
           FILE STATUS IS BOOK-FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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
       FD BOOKRECORD.
       COPY bookrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD AUDITRECORD.
       COPY auditrecord-fs.

       WORKING-STORAGE SECTION.
       COPY bookrecord-ws.
       COPY studentrecord-ws.
       COPY auditrecord-ws.
       COPY auditchain-request.
       COPY spool-request.
       COPY checkdigit-request.
       COPY policyrecord-ws.

       01 BOOK-FILE-STATUS-WS PIC X(2).
           88 BOOK-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 AUDIT-FILE-STATUS-WS PIC X(2).
           88 AUDIT-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 CONFIRM-WS PIC X.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 TODAY-DATE-WS PIC 9(8).
       01 BOOKS-LISTED-WS PIC 9(6) VALUE 0.
       01 BOOKS-SKIPPED-WS PIC 9(6) VALUE 0.
       01 CARDS-LISTED-WS PIC 9(6) VALUE 0.

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    One-time lists for the change to check-digit ids. Nothing
      *    stored is renumbered - a book or student keeps its id,
      *    and only the label or card gains the check digit after
      *    it - so the run writes no data file, only two spooled
      *    lists for the changeover: every book still on the shelf
      *    (withdrawn titles are passed over) with its call number,
      *    old label id and new checked form, for the relabelling
      *    cart (LabelPrint's reprint mode prints the new labels by
      *    BOOK-ID range); and every student with the checked form
      *    to go on a reissued card. Until the changeover end date
      *    on the policy row passes, the desk takes both forms. The
      *    run is noted in audit.bin, and is safe to run again.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           CALL "LoadPolicy" USING POLICY-WS
           DISPLAY " "
           DISPLAY "RELABEL LISTS FOR CHECK-DIGIT IDS"
           IF POL-PLAIN-ID-UNTIL-WS = 0
               DISPLAY "PLAIN IDS ARE TAKEN UNTIL A CHANGEOVER END "
                   "DATE IS SET IN POLICY."
           ELSE
               DISPLAY "PLAIN IDS ARE TAKEN UNTIL "
                   POL-PLAIN-ID-UNTIL-WS "."
           END-IF
           DISPLAY "WRITE THE BOOK AND CARD LISTS (Y/N)? "
               WITH NO ADVANCING
           ACCEPT CONFIRM-WS
           IF CONFIRM-WS NOT = "Y" AND CONFIRM-WS NOT = "y"
               DISPLAY "NOTHING WRITTEN."
               EXIT PROGRAM
           END-IF
           PERFORM ListBooks
           PERFORM ListStudents
           PERFORM NoteInAudit
           EXIT PROGRAM.

       ListBooks.
           MOVE 0 TO BOOKS-LISTED-WS
           MOVE 0 TO BOOKS-SKIPPED-WS
           OPEN INPUT BOOKRECORD
           IF BOOK-FILE-DOES-NOT-EXIST-WS
               DISPLAY "BOOKS: NO FILE ON HAND."
               EXIT PARAGRAPH
           END-IF
           MOVE "O" TO SPOOL-FUNC
           MOVE "relabelbk" TO SPOOL-PREFIX
           MOVE SPACES TO SPOOL-TITLE
           STRING "BOOK RELABEL LIST AS AT " TODAY-DATE-WS
               DELIMITED BY SIZE INTO SPOOL-TITLE
           END-STRING
           MOVE "  CALL NUMBER     TITLE" TO SPOOL-HEADING
           MOVE "OLD ID     NEW LABEL" TO SPOOL-HEADING(50:20)
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE "L" TO SPOOL-FUNC
           MOVE ZEROS TO BOOK-ID
           START BOOKRECORD KEY IS >= BOOK-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ BOOKRECORD NEXT INTO BOOK-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM ListOneBook
               END-READ
           END-PERFORM
           CLOSE BOOKRECORD
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING BOOKS-LISTED-WS " BOOK(S) TO RELABEL, "
               BOOKS-SKIPPED-WS " WITHDRAWN PASSED OVER."
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           DISPLAY "BOOKS: " SPOOL-TOTAL-LINE.

       ListOneBook.
           IF BOOK-IS-WITHDRAWN-WS
               ADD 1 TO BOOKS-SKIPPED-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO CKD-FUNC
           MOVE BOOK-ID-WS TO CKD-ID
           CALL "CheckDigit" USING CKD-REQUEST
           MOVE SPACES TO SPOOL-LINE
           MOVE CALL-NUMBER-WS TO SPOOL-LINE(3:15)
           MOVE BOOKNAME-WS(1:30) TO SPOOL-LINE(19:30)
           MOVE BOOK-ID-WS TO SPOOL-LINE(50:10)
           MOVE CKD-CHECKED-FORM TO SPOOL-LINE(61:11)
           CALL "ReportSpool" USING SPOOL-REQUEST
           ADD 1 TO BOOKS-LISTED-WS.

       ListStudents.
           MOVE 0 TO CARDS-LISTED-WS
           OPEN INPUT STUDENTRECORD
           IF STUDENT-FILE-DOES-NOT-EXIST-WS
               DISPLAY "STUDENTS: NO FILE ON HAND."
               EXIT PARAGRAPH
           END-IF
           MOVE "O" TO SPOOL-FUNC
           MOVE "relabelst" TO SPOOL-PREFIX
           MOVE SPACES TO SPOOL-TITLE
           STRING "STUDENT CARD REISSUE LIST AS AT " TODAY-DATE-WS
               DELIMITED BY SIZE INTO SPOOL-TITLE
           END-STRING
           MOVE "  OLD ID     NAME" TO SPOOL-HEADING
           MOVE "TYPE NEW CARD ID" TO SPOOL-HEADING(55:16)
           CALL "ReportSpool" USING SPOOL-REQUEST
           MOVE "L" TO SPOOL-FUNC
           MOVE ZEROS TO STUDENT-ID
           START STUDENTRECORD KEY IS >= STUDENT-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ STUDENTRECORD NEXT INTO STUDENT-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM ListOneStudent
               END-READ
           END-PERFORM
           CLOSE STUDENTRECORD
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING CARDS-LISTED-WS " CARD(S) TO REISSUE."
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           DISPLAY "STUDENTS: " SPOOL-TOTAL-LINE.

       ListOneStudent.
           MOVE "C" TO CKD-FUNC
           MOVE STUDENT-ID-WS TO CKD-ID
           CALL "CheckDigit" USING CKD-REQUEST
           MOVE SPACES TO SPOOL-LINE
           MOVE STUDENT-ID-WS TO SPOOL-LINE(3:10)
           MOVE STUDENTNAME-WS(1:40) TO SPOOL-LINE(14:40)
           MOVE PATRON-TYPE-WS TO SPOOL-LINE(56:1)
           MOVE CKD-CHECKED-FORM TO SPOOL-LINE(60:11)
           CALL "ReportSpool" USING SPOOL-REQUEST
           ADD 1 TO CARDS-LISTED-WS.

       NoteInAudit.
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
           MOVE "IDRELABEL" TO AUDIT-ACTION
           MOVE ADMINNAME-LS TO AUDIT-USER
           WRITE AUDIT-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE
           CLOSE AUDITRECORD.
