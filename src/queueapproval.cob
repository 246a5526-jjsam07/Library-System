       IDENTIFICATION DIVISION.
       PROGRAM-ID. QueueApproval.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPROVALFILE ASSIGN TO "approval.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APPR-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL AUDITRECORD ASSIGN TO "audit.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDIT-REF-ID
           ALTERNATE RECORD KEY IS AUDIT-BOOK-ID WITH DUPLICATES
           FILE STATUS IS AUDIT-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD APPROVALFILE.
       COPY approvalrecord-fs.
       FD AUDITRECORD.
       COPY auditrecord-fs.

       WORKING-STORAGE SECTION.
       COPY approvalrecord-ws.
       COPY assignseq-request.
       COPY auditchain-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 AUDIT-FILE-STATUS-WS PIC X(2).
           88 AUDIT-FILE-DOES-NOT-EXIST-WS VALUE 35.

       LINKAGE SECTION.
       COPY approval-request.

      *    Files an action held back by the two-person rule: the
      *    block the asking program filled becomes a pending row in
      *    approval.bin under a fresh approval number, and audit.bin
      *    gets an APRQUEUE entry under the name of the admin who
      *    asked. APR-ID comes back with the number to quote to the
      *    second supervisor; APR-DONE is "N" if nothing could be
      *    filed and the action is simply not done.
       PROCEDURE DIVISION USING APPROVAL-REQUEST.
       StartPara.
           MOVE "N" TO APR-DONE
           MOVE 0 TO APR-ID
           MOVE "A" TO ASSIGN-SERIES
           CALL "NextNumber" USING ASSIGN-REQUEST
           IF ASSIGN-OK NOT = "Y"
               DISPLAY "NO APPROVAL NUMBER COULD BE DRAWN - NOTHING "
                   "FILED."
               EXIT PROGRAM
           END-IF
           MOVE ASSIGN-NEXT-ID TO APPR-ID-WS
           MOVE APR-ACTION TO APPR-ACTION-WS
           MOVE APR-KEY-1 TO APPR-KEY-1-WS
           MOVE APR-KEY-2 TO APPR-KEY-2-WS
           MOVE APR-AMOUNT TO APPR-AMOUNT-WS
           MOVE APR-COUNT TO APPR-COUNT-WS
           MOVE APR-DETAIL TO APPR-DETAIL-WS
           MOVE APR-REQ-BY-ID TO APPR-REQ-BY-ID-WS
           MOVE APR-REQ-BY TO APPR-REQ-BY-WS
           ACCEPT APPR-REQ-DATE-WS FROM DATE YYYYMMDD
           ACCEPT APPR-REQ-TIME-WS FROM TIME
           MOVE "P" TO APPR-STATUS-WS
           MOVE 0 TO APPR-DECIDED-BY-ID-WS
           MOVE SPACES TO APPR-DECIDED-BY-WS
           MOVE 0 TO APPR-DECIDED-DATE-WS
           MOVE SPACES TO APPR-NOTE-WS

           OPEN EXTEND APPROVALFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT APPROVALFILE
               CLOSE APPROVALFILE
           ELSE
               CLOSE APPROVALFILE
           END-IF
           OPEN I-O APPROVALFILE
           WRITE APPROVAL-RECORD FROM APPROVAL-WS
               INVALID KEY
                   DISPLAY "UNABLE TO FILE THE APPROVAL REQUEST."
                   CLOSE APPROVALFILE
                   EXIT PROGRAM
           END-WRITE
           CLOSE APPROVALFILE
           MOVE APPR-ID-WS TO APR-ID
           MOVE "Y" TO APR-DONE
           PERFORM WriteQueueAudit.
           EXIT PROGRAM.

      *    Against the title when the action is about one, so the
      *    book's own trail shows the request.
       WriteQueueAudit.
           OPEN EXTEND AUDITRECORD
           IF AUDIT-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT AUDITRECORD
               CLOSE AUDITRECORD
           ELSE
               CLOSE AUDITRECORD
           END-IF
           OPEN I-O AUDITRECORD
           EVALUATE APR-ACTION
               WHEN "DELBOOK"
               WHEN "MERGEBOOK"
                   MOVE APR-KEY-1 TO AUDIT-BOOK-ID
               WHEN "FINEWAIVE"
               WHEN "FINEADJ"
                   MOVE APR-KEY-2 TO AUDIT-BOOK-ID
               WHEN OTHER
                   MOVE 0 TO AUDIT-BOOK-ID
           END-EVALUATE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE "APRQUEUE" TO AUDIT-ACTION
           MOVE APR-REQ-BY TO AUDIT-USER
           WRITE AUDIT-RECORD
               INVALID KEY DISPLAY "UNABLE TO WRITE AUDIT RECORD."
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE
           CLOSE AUDITRECORD.
