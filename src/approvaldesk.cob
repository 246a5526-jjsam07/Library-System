       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApprovalDesk.
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
       COPY approval-request.
       COPY auditchain-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 AUDIT-FILE-STATUS-WS PIC X(2).
           88 AUDIT-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 EOF-WS PIC A VALUE "N".
       01 ID-SCAN-WS PIC X(10) VALUE SPACES.
       01 WORK-APPR-ID-WS PIC 9(10).
       01 PENDING-COUNT-WS PIC 9(5) VALUE 0.
       01 DECISION-WS PIC X VALUE SPACE.
       01 DECISION-NOTE-WS PIC X(40).
       01 ROW-CLAIMED-WS PIC X VALUE "N".
       01 ACTION-TEXT-WS PIC X(70).
       01 AMOUNT-SHOWN-WS PIC ZZZZZZ9.99.
       01 COUNT-SHOWN-WS PIC ZZZZ9.
       01 REQUESTER-ID-WS PIC 9(10).
       01 REQUESTER-NAME-WS PIC X(20).
       01 AUDIT-BOOK-ID-HOLD-WS PIC 9(10).
       01 AUDIT-ACTION-HOLD-WS PIC X(10).
       01 AUDIT-USER-HOLD-WS PIC X(20).

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).
       01 ADMIN-ROLE-LS PIC X(1).
           88 ROLE-IS-ASSISTANT-LS VALUE "A".
           88 ROLE-IS-LIBRARIAN-LS VALUE "L".

      *    The second pair of eyes. Every action waiting in
      *    approval.bin is listed with who asked and when; a
      *    supervisor other than the one who asked approves or
      *    rejects it. An approved action is claimed on the row
      *    first, so two supervisors at two desks cannot both run
      *    it, and then carried out by calling the program that was
      *    asked, under the asker's id and name, with nothing left
      *    to type. audit.bin gets the action under the asker's name
      *    and an APPROVED entry under the approver's; a rejection
      *    needs a note and leaves an APRREJECT entry.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS
               ADMIN-ROLE-LS.
       StartPara.
           IF ROLE-IS-ASSISTANT-LS OR ROLE-IS-LIBRARIAN-LS
               DISPLAY "APPROVALS NEED A SUPERVISOR."
               EXIT PROGRAM
           END-IF
           PERFORM UNTIL 1 < 0
               PERFORM ListPending
               IF PENDING-COUNT-WS = 0
                   DISPLAY "NOTHING IS WAITING FOR APPROVAL."
                   EXIT PROGRAM
               END-IF
               DISPLAY " "
               DISPLAY "APPROVAL NUMBER TO DECIDE (0 TO RETURN): "
                   WITH NO ADVANCING
               MOVE SPACES TO ID-SCAN-WS
               ACCEPT ID-SCAN-WS
               IF ID-SCAN-WS = SPACES
                   EXIT PROGRAM
               END-IF
               MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO WORK-APPR-ID-WS
               IF WORK-APPR-ID-WS = 0
                   EXIT PROGRAM
               END-IF
               PERFORM DecideOne
           END-PERFORM.
           EXIT PROGRAM.

       ListPending.
           MOVE 0 TO PENDING-COUNT-WS
           OPEN INPUT APPROVALFILE
           IF FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "WAITING FOR A SECOND SUPERVISOR"
           DISPLAY "NUMBER     ACTION     ASKED BY             ON"
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ APPROVALFILE NEXT INTO APPROVAL-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       IF APPR-IS-PENDING-WS
                           PERFORM ShowOnePending
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVALFILE.

       ShowOnePending.
           ADD 1 TO PENDING-COUNT-WS
           DISPLAY APPR-ID-WS " " APPR-ACTION-WS " " APPR-REQ-BY-WS
               " " APPR-REQ-DATE-WS
           PERFORM DescribeAction
           DISPLAY "           " ACTION-TEXT-WS.

      *    One line saying what the row would do, in the terms the
      *    asking program uses.
       DescribeAction.
           MOVE SPACES TO ACTION-TEXT-WS
           MOVE APPR-AMOUNT-WS TO AMOUNT-SHOWN-WS
           MOVE APPR-COUNT-WS TO COUNT-SHOWN-WS
           EVALUATE APPR-ACTION-WS
               WHEN "FINEWAIVE"
                   STRING "WAIVE $" AMOUNT-SHOWN-WS " STUDENT "
                       APPR-KEY-1-WS " BOOK " APPR-KEY-2-WS
                       " REASON " APPR-DETAIL-WS(1:2)
                       DELIMITED BY SIZE INTO ACTION-TEXT-WS
                   END-STRING
               WHEN "FINEADJ"
                   STRING "REASSESS TO $" AMOUNT-SHOWN-WS " STUDENT "
                       APPR-KEY-1-WS " BOOK " APPR-KEY-2-WS
                       " REASON " APPR-DETAIL-WS(1:2)
                       DELIMITED BY SIZE INTO ACTION-TEXT-WS
                   END-STRING
               WHEN "AMNESTY"
                   STRING "CAMPAIGN " APPR-DETAIL-WS(1:2)
                       " CLEARING ABOUT $" AMOUNT-SHOWN-WS
                       " FROM " APPR-DETAIL-WS(3:8)
                       " TO " APPR-DETAIL-WS(11:8)
                       DELIMITED BY SIZE INTO ACTION-TEXT-WS
                   END-STRING
               WHEN "DELBOOK"
                   STRING "WITHDRAW BOOK " APPR-KEY-1-WS " ("
                       COUNT-SHOWN-WS " COPIES)"
                       DELIMITED BY SIZE INTO ACTION-TEXT-WS
                   END-STRING
               WHEN "MERGEBOOK"
                   STRING "MERGE BOOK " APPR-KEY-1-WS " INTO "
                       APPR-KEY-2-WS
                       DELIMITED BY SIZE INTO ACTION-TEXT-WS
                   END-STRING
               WHEN "MERGESTU"
                   STRING "MERGE STUDENT " APPR-KEY-1-WS " INTO "
                       APPR-KEY-2-WS
                       DELIMITED BY SIZE INTO ACTION-TEXT-WS
                   END-STRING
               WHEN "HISTPURGE"
                   STRING "PURGE HISTORY OF STUDENT " APPR-KEY-1-WS
                       " (" COUNT-SHOWN-WS " ROWS)"
                       DELIMITED BY SIZE INTO ACTION-TEXT-WS
                   END-STRING
               WHEN "ALUMPURGE"
                   STRING "ANONYMIZE ALUMNI GONE OVER "
                       APPR-KEY-1-WS(9:2) " YEARS ("
                       COUNT-SHOWN-WS " ALUMNI)"
                       DELIMITED BY SIZE INTO ACTION-TEXT-WS
                   END-STRING
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO ACTION-TEXT-WS
           END-EVALUATE.

       DecideOne.
           OPEN INPUT APPROVALFILE
           MOVE WORK-APPR-ID-WS TO APPR-ID
           READ APPROVALFILE INTO APPROVAL-WS
               INVALID KEY
                   DISPLAY "NO APPROVAL ON FILE WITH THAT NUMBER."
                   CLOSE APPROVALFILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE APPROVALFILE
           IF NOT APPR-IS-PENDING-WS
               DISPLAY "THAT ONE HAS ALREADY BEEN DECIDED BY "
                   APPR-DECIDED-BY-WS
               EXIT PARAGRAPH
           END-IF
           IF APPR-REQ-BY-ID-WS = ADMIN-ID-LS
               DISPLAY "YOU ASKED FOR THIS ONE - A DIFFERENT "
                   "SUPERVISOR MUST DECIDE IT."
               EXIT PARAGRAPH
           END-IF
           PERFORM DescribeAction
           DISPLAY " "
           DISPLAY ACTION-TEXT-WS
           DISPLAY "ASKED BY " APPR-REQ-BY-WS " ON " APPR-REQ-DATE-WS
           DISPLAY "A=APPROVE AND RUN IT, R=REJECT, ENTER TO LEAVE "
               "IT: " WITH NO ADVANCING
           MOVE SPACE TO DECISION-WS
           ACCEPT DECISION-WS
           MOVE FUNCTION UPPER-CASE(DECISION-WS) TO DECISION-WS
           EVALUATE DECISION-WS
               WHEN "A"
                   PERFORM ApproveOne
               WHEN "R"
                   PERFORM RejectOne
               WHEN OTHER
                   DISPLAY "LEFT WAITING."
           END-EVALUATE.

       ApproveOne.
           MOVE SPACES TO DECISION-NOTE-WS
           PERFORM ClaimRow
           IF ROW-CLAIMED-WS = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM CarryOutAction
           IF APR-CARRIED-OUT
               MOVE APPR-REQ-BY-WS TO AUDIT-USER-HOLD-WS
               MOVE APPR-ACTION-WS TO AUDIT-ACTION-HOLD-WS
               PERFORM WriteDeskAudit
               MOVE ADMINNAME-LS TO AUDIT-USER-HOLD-WS
               MOVE "APPROVED" TO AUDIT-ACTION-HOLD-WS
               PERFORM WriteDeskAudit
               DISPLAY "APPROVED AND CARRIED OUT."
           ELSE
               MOVE "F" TO DECISION-WS
               MOVE "APPROVED BUT COULD NOT BE CARRIED OUT"
                   TO DECISION-NOTE-WS
               PERFORM SettleRow
               MOVE ADMINNAME-LS TO AUDIT-USER-HOLD-WS
               MOVE "APRFAILED" TO AUDIT-ACTION-HOLD-WS
               PERFORM WriteDeskAudit
               DISPLAY "APPROVED, BUT THE ACTION COULD NOT BE CARRIED "
                   "OUT - NOTHING CHANGED."
           END-IF.

       RejectOne.
           DISPLAY "REASON FOR REJECTING:"
           MOVE SPACES TO DECISION-NOTE-WS
           ACCEPT DECISION-NOTE-WS
           IF DECISION-NOTE-WS = SPACES
               DISPLAY "A REASON IS REQUIRED. LEFT WAITING."
               EXIT PARAGRAPH
           END-IF
           PERFORM ClaimRow
           IF ROW-CLAIMED-WS = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE ADMINNAME-LS TO AUDIT-USER-HOLD-WS
           MOVE "APRREJECT" TO AUDIT-ACTION-HOLD-WS
           PERFORM WriteDeskAudit
           DISPLAY "REJECTED. NOTHING WAS CHANGED.".

      *    The row is marked decided before anything runs; if
      *    another supervisor got there first it is left alone.
       ClaimRow.
           MOVE "N" TO ROW-CLAIMED-WS
           OPEN I-O APPROVALFILE
           MOVE WORK-APPR-ID-WS TO APPR-ID
           READ APPROVALFILE INTO APPROVAL-WS
               INVALID KEY
                   DISPLAY "THE APPROVAL ROW COULD NOT BE READ."
                   CLOSE APPROVALFILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT APPR-IS-PENDING-WS
               DISPLAY "ANOTHER SUPERVISOR HAS JUST DECIDED THAT ONE."
               CLOSE APPROVALFILE
               EXIT PARAGRAPH
           END-IF
           MOVE DECISION-WS TO APPR-STATUS-WS
           MOVE ADMIN-ID-LS TO APPR-DECIDED-BY-ID-WS
           MOVE ADMINNAME-LS TO APPR-DECIDED-BY-WS
           ACCEPT APPR-DECIDED-DATE-WS FROM DATE YYYYMMDD
           MOVE DECISION-NOTE-WS TO APPR-NOTE-WS
           REWRITE APPROVAL-RECORD FROM APPROVAL-WS
               INVALID KEY
                   DISPLAY "THE APPROVAL ROW COULD NOT BE UPDATED."
               NOT INVALID KEY
                   MOVE "Y" TO ROW-CLAIMED-WS
           END-REWRITE
           CLOSE APPROVALFILE.

      *    Final status for a row already claimed.
       SettleRow.
           OPEN I-O APPROVALFILE
           MOVE WORK-APPR-ID-WS TO APPR-ID
           READ APPROVALFILE INTO APPROVAL-WS
               INVALID KEY
                   CLOSE APPROVALFILE
                   EXIT PARAGRAPH
           END-READ
           MOVE DECISION-WS TO APPR-STATUS-WS
           MOVE DECISION-NOTE-WS TO APPR-NOTE-WS
           REWRITE APPROVAL-RECORD FROM APPROVAL-WS
               INVALID KEY CONTINUE
           END-REWRITE
           CLOSE APPROVALFILE.

       CarryOutAction.
           MOVE "X" TO APR-FUNC
           MOVE APPR-ID-WS TO APR-ID
           MOVE APPR-ACTION-WS TO APR-ACTION
           MOVE APPR-KEY-1-WS TO APR-KEY-1
           MOVE APPR-KEY-2-WS TO APR-KEY-2
           MOVE APPR-AMOUNT-WS TO APR-AMOUNT
           MOVE APPR-COUNT-WS TO APR-COUNT
           MOVE APPR-DETAIL-WS TO APR-DETAIL
           MOVE APPR-REQ-BY-ID-WS TO APR-REQ-BY-ID
           MOVE APPR-REQ-BY-WS TO APR-REQ-BY
           MOVE "N" TO APR-DONE
           MOVE APPR-REQ-BY-ID-WS TO REQUESTER-ID-WS
           MOVE APPR-REQ-BY-WS TO REQUESTER-NAME-WS
           EVALUATE APPR-ACTION-WS
               WHEN "FINEWAIVE"
               WHEN "FINEADJ"
                   CALL "ManageFines" USING REQUESTER-ID-WS
                       REQUESTER-NAME-WS APPROVAL-REQUEST
               WHEN "AMNESTY"
                   CALL "FineAmnesty" USING REQUESTER-ID-WS
                       REQUESTER-NAME-WS APPROVAL-REQUEST
               WHEN "DELBOOK"
                   CALL "DeleteBook" USING REQUESTER-ID-WS
                       REQUESTER-NAME-WS APPROVAL-REQUEST
               WHEN "MERGEBOOK"
                   CALL "MergeBooks" USING REQUESTER-ID-WS
                       REQUESTER-NAME-WS APPROVAL-REQUEST
               WHEN "MERGESTU"
                   CALL "MergeStudents" USING REQUESTER-ID-WS
                       REQUESTER-NAME-WS APPROVAL-REQUEST
               WHEN "HISTPURGE"
               WHEN "ALUMPURGE"
                   CALL "PrivacyPurge" USING REQUESTER-ID-WS
                       REQUESTER-NAME-WS APPROVAL-REQUEST
               WHEN OTHER
                   DISPLAY "NO PROGRAM KNOWS THAT ACTION."
           END-EVALUATE
           MOVE SPACE TO APR-FUNC.

      *    Against the title when the action is about one, the way
      *    QueueApproval filed the request. Two entries can fall in
      *    the same hundredth of a second; the second takes the
      *    next one.
       WriteDeskAudit.
           EVALUATE APPR-ACTION-WS
               WHEN "DELBOOK"
               WHEN "MERGEBOOK"
                   MOVE APPR-KEY-1-WS TO AUDIT-BOOK-ID-HOLD-WS
               WHEN "FINEWAIVE"
               WHEN "FINEADJ"
                   MOVE APPR-KEY-2-WS TO AUDIT-BOOK-ID-HOLD-WS
               WHEN OTHER
                   MOVE 0 TO AUDIT-BOOK-ID-HOLD-WS
           END-EVALUATE
           OPEN EXTEND AUDITRECORD
           IF AUDIT-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT AUDITRECORD
               CLOSE AUDITRECORD
           ELSE
               CLOSE AUDITRECORD
           END-IF
           OPEN I-O AUDITRECORD
           MOVE AUDIT-BOOK-ID-HOLD-WS TO AUDIT-BOOK-ID
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE AUDIT-ACTION-HOLD-WS TO AUDIT-ACTION
           MOVE AUDIT-USER-HOLD-WS TO AUDIT-USER
           WRITE AUDIT-RECORD
               INVALID KEY
                   ADD 1 TO AUDIT-HS
                   WRITE AUDIT-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO WRITE AUDIT RECORD."
                       NOT INVALID KEY
                           MOVE AUDIT-RECORD TO ACH-ENTRY
                           MOVE "A" TO ACH-FUNC
                           CALL "AuditChain" USING ACH-REQUEST
                   END-WRITE
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE
           CLOSE AUDITRECORD.
