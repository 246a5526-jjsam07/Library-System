       IDENTIFICATION DIVISION.
       PROGRAM-ID. QueueOverride.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WAITLISTRECORD ASSIGN TO "waitlist.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WAITLIST-REF-ID
           ALTERNATE RECORD KEY IS WBOOK-ID WITH DUPLICATES
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
       FD WAITLISTRECORD.
       COPY waitlistrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD AUDITRECORD.
       COPY auditrecord-fs.

       WORKING-STORAGE SECTION.
       COPY waitlistrecord-ws.
       COPY studentrecord-ws.
       COPY auditrecord-ws.
       COPY auditchain-request.
       COPY qorder-request.
       COPY circeventrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 AUDIT-FILE-STATUS-WS PIC X(2).
           88 AUDIT-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 ID-SCAN-WS PIC X(10) VALUE SPACES.
       01 WORK-BOOK-ID-WS PIC 9(10).
       01 WORK-STUDENT-ID-WS PIC 9(10).
       01 QUEUE-IDX-WS PIC 9(3).
       01 SHOWN-COUNT-WS PIC 9(3).
       01 RANK-TEXT-WS PIC X(12).
       01 SHOWN-NAME-WS PIC X(30).
       01 CONFIRM-WS PIC X VALUE "N".
       01 BUMP-REASON-ENTRY-WS PIC X(40).

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    Hand override of a title's reservation queue. The queue
      *    is listed the way QueueOrder will serve it - bumped rows
      *    first, then by the patron-type ranking in the policy,
      *    then by request date - and the librarian may move one
      *    patron to the front. A bump must carry a reason; the row
      *    keeps the reason, who bumped it and when, and the change
      *    leaves an audit.bin entry against the title and a
      *    circulation event against the patron. A bump already in
      *    place can be taken back the same way.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           DISPLAY " "
           DISPLAY "RESERVATION QUEUE OVERRIDE"
           DISPLAY "BOOK ID (0 TO RETURN): " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           IF ID-SCAN-WS = SPACES
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO WORK-BOOK-ID-WS
           IF WORK-BOOK-ID-WS = 0
               EXIT PROGRAM
           END-IF
           MOVE WORK-BOOK-ID-WS TO QRD-BOOK-ID
           MOVE 0 TO QRD-FOR-STUDENT
           CALL "QueueOrder" USING QRD-REQUEST
           IF QRD-COUNT = 0
               DISPLAY "NO ONE IS QUEUED FOR THAT TITLE."
               EXIT PROGRAM
           END-IF
           PERFORM ListQueue
           DISPLAY " "
           DISPLAY "STUDENT ID TO BUMP (0 TO RETURN): "
               WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           IF ID-SCAN-WS = SPACES
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO WORK-STUDENT-ID-WS
           IF WORK-STUDENT-ID-WS = 0
               EXIT PROGRAM
           END-IF
           OPEN I-O WAITLISTRECORD
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO RESERVATION QUEUE ON FILE."
               EXIT PROGRAM
           END-IF
           MOVE WORK-STUDENT-ID-WS TO WSTUDENT-ID
           MOVE WORK-BOOK-ID-WS TO WBOOK-ID
           READ WAITLISTRECORD INTO WAITLIST-WS
               INVALID KEY
                   DISPLAY "THAT STUDENT IS NOT QUEUED FOR THE TITLE."
                   CLOSE WAITLISTRECORD
                   EXIT PROGRAM
           END-READ
           IF WAITLIST-IS-BUMPED-WS
               PERFORM RemoveBump
           ELSE
               PERFORM ApplyBump
           END-IF
           CLOSE WAITLISTRECORD.
           EXIT PROGRAM.

       ListQueue.
           OPEN INPUT STUDENTRECORD
           DISPLAY " "
           DISPLAY "POS STUDENT ID  NAME                           "
               "ORDER"
           MOVE QRD-COUNT TO SHOWN-COUNT-WS
           IF SHOWN-COUNT-WS > 100
               MOVE 100 TO SHOWN-COUNT-WS
           END-IF
           PERFORM VARYING QUEUE-IDX-WS FROM 1 BY 1
                   UNTIL QUEUE-IDX-WS > SHOWN-COUNT-WS
               PERFORM ShowQueueRow
           END-PERFORM
           IF QRD-COUNT > SHOWN-COUNT-WS
               DISPLAY "... " QRD-COUNT " IN LINE IN ALL"
           END-IF
           CLOSE STUDENTRECORD.

       ShowQueueRow.
           MOVE SPACES TO SHOWN-NAME-WS
           IF NOT STUDENT-FILE-DOES-NOT-EXIST-WS
               MOVE QRD-STUDENT-ID(QUEUE-IDX-WS) TO STUDENT-ID
               READ STUDENTRECORD INTO STUDENT-WS
                   INVALID KEY MOVE "(NOT ON ROSTER)" TO SHOWN-NAME-WS
                   NOT INVALID KEY
                       MOVE STUDENTNAME-WS TO SHOWN-NAME-WS
               END-READ
           END-IF
           EVALUATE QRD-RANK(QUEUE-IDX-WS)
               WHEN 0
                   MOVE "BUMPED" TO RANK-TEXT-WS
               WHEN 9
                   MOVE "DATE ORDER" TO RANK-TEXT-WS
               WHEN OTHER
                   MOVE "PRIORITY" TO RANK-TEXT-WS
                   MOVE QRD-RANK(QUEUE-IDX-WS) TO RANK-TEXT-WS(10:1)
           END-EVALUATE
           DISPLAY QUEUE-IDX-WS " " QRD-STUDENT-ID(QUEUE-IDX-WS) " "
               SHOWN-NAME-WS " " RANK-TEXT-WS.

      *    A bump goes in only with a reason the next librarian can
      *    read; a blank reason abandons the change.
       ApplyBump.
           DISPLAY "REASON FOR MOVING THIS PATRON TO THE FRONT:"
           MOVE SPACES TO BUMP-REASON-ENTRY-WS
           ACCEPT BUMP-REASON-ENTRY-WS
           IF BUMP-REASON-ENTRY-WS = SPACES
               DISPLAY "A REASON IS REQUIRED. QUEUE NOT CHANGED."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WBUMPED-WS
           MOVE BUMP-REASON-ENTRY-WS TO WBUMP-REASON-WS
           MOVE ADMINNAME-LS TO WBUMP-BY-WS
           ACCEPT WBUMP-DATE-WS FROM DATE YYYYMMDD
           REWRITE WAITLIST-RECORD FROM WAITLIST-WS
               INVALID KEY
                   DISPLAY "UNABLE TO UPDATE THE QUEUE ENTRY."
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "WLBUMP" TO AUDIT-ACTION-WS
           PERFORM WriteQueueAudit
           PERFORM LogQueueEvent
           DISPLAY "PATRON MOVED TO THE FRONT OF THE QUEUE.".

       RemoveBump.
           DISPLAY "THIS ENTRY WAS BUMPED " WBUMP-DATE-WS " BY "
               WBUMP-BY-WS
           DISPLAY "   " WBUMP-REASON-WS
           DISPLAY "RETURN IT TO ITS NORMAL PLACE (Y/N)? "
               WITH NO ADVANCING
           MOVE "N" TO CONFIRM-WS
           ACCEPT CONFIRM-WS
           MOVE FUNCTION UPPER-CASE(CONFIRM-WS) TO CONFIRM-WS
           IF CONFIRM-WS NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WBUMPED-WS
           MOVE SPACES TO WBUMP-REASON-WS
           MOVE ADMINNAME-LS TO WBUMP-BY-WS
           ACCEPT WBUMP-DATE-WS FROM DATE YYYYMMDD
           REWRITE WAITLIST-RECORD FROM WAITLIST-WS
               INVALID KEY
                   DISPLAY "UNABLE TO UPDATE THE QUEUE ENTRY."
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "WLUNBUMP" TO AUDIT-ACTION-WS
           PERFORM WriteQueueAudit
           PERFORM LogQueueEvent
           DISPLAY "BUMP REMOVED.".

       LogQueueEvent.
           MOVE AUDIT-ACTION-WS TO CIRC-EVENT-TYPE-WS
           MOVE WSTUDENT-ID-WS TO CIRC-STUDENT-ID-WS
           MOVE WBOOK-ID-WS TO CIRC-BOOK-ID-WS
           MOVE ADMINNAME-LS TO CIRC-OPERATOR-WS
           MOVE 0 TO CIRC-AMOUNT-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS.

       WriteQueueAudit.
           OPEN EXTEND AUDITRECORD
           IF AUDIT-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT AUDITRECORD
               CLOSE AUDITRECORD
           ELSE
               CLOSE AUDITRECORD
           END-IF
           OPEN I-O AUDITRECORD
           MOVE WBOOK-ID-WS TO AUDIT-BOOK-ID
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
