       WORKING-STORAGE SECTION.
       COPY studentrecord-ws.
       COPY auditrecord-ws.
       COPY auditchain-request.
       COPY checkdigit-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
           88 AUDIT-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 OPTION-WS PIC 9.
       01 ID-SCAN-WS PIC X(11) VALUE SPACES.
       01 WORK-STUDENT-ID-WS PIC 9(10).
       01 BATCH-TYPE-WS PIC X(1).
       01 SCAN-DONE-WS PIC X VALUE "N".
           DISPLAY "STUDENT ID: " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           MOVE "S" TO CKD-FUNC
           MOVE ID-SCAN-WS TO CKD-SCAN
           CALL "CheckDigit" USING CKD-REQUEST
           IF CKD-REJECTED
               DISPLAY "STUDENT ID REFUSED: " CKD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CKD-ID TO WORK-STUDENT-ID-WS
           MOVE WORK-STUDENT-ID-WS TO STUDENT-ID
           READ STUDENTRECORD INTO STUDENT-WS
               INVALID KEY
           MOVE ADMINNAME-LS TO AUDIT-USER
           WRITE AUDIT-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE
           CLOSE AUDITRECORD.
