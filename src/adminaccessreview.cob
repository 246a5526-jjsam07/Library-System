       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdminAccessReview.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ADMINRECORD ASSIGN TO "admin.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADMIN-ID
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL AUDITRECORD ASSIGN TO "audit.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDIT-REF-ID
           ALTERNATE RECORD KEY IS AUDIT-BOOK-ID WITH DUPLICATES
           FILE STATUS IS AUDIT-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD ADMINRECORD.
       COPY adminrecord-fs.
       FD AUDITRECORD.
       COPY auditrecord-fs.

       WORKING-STORAGE SECTION.
       COPY adminrecord-ws.
       COPY auditrecord-ws.
       COPY auditchain-request.
       COPY policyrecord-ws.
       COPY spool-request.

       01 EOF-WS PIC A VALUE "N".
       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 AUDIT-FILE-STATUS-WS PIC X(2).
           88 AUDIT-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
           05 TODAY-DD-WS PIC 9(2).
       01 TODAY-DAYNUM-WS PIC 9(7).
       01 WORK-DAYNUM-WS PIC 9(7).
       01 ENTRY-DATE-WS PIC 9(8).
       01 ENTRY-AGE-WS PIC S9(7).
       01 LAST-ACTIVE-DATE-WS PIC 9(8).
       01 IDLE-DAYS-WS PIC S9(7).
       01 PWD-AGE-WS PIC S9(7).

      *    Actions on audit.bin by the name that took them: how
      *    many fall inside the review window, and the date of the
      *    latest one still on the live file.
       01 REVIEW-WINDOW-DAYS-WS PIC 9(3) VALUE 90.
       01 ACTOR-TABLE-WS.
           05 ACTOR-COUNT-WS PIC 9(3) VALUE 0.
           05 ACTOR-ENTRY-WS OCCURS 200 TIMES.
               10 ACT-USER-WS PIC X(20).
               10 ACT-WINDOW-COUNT-WS PIC 9(5).
               10 ACT-LAST-DATE-WS PIC 9(8).
       01 ACT-IDX-WS PIC 9(3).
       01 ACT-SCAN-WS PIC 9(3).
       01 ACT-FOUND-WS PIC X VALUE "N".

       01 DISABLED-TABLE-WS.
           05 DISABLED-COUNT-WS PIC 9(3) VALUE 0.
           05 DISABLED-NAME-WS PIC X(20) OCCURS 200 TIMES.
       01 DIS-IDX-WS PIC 9(3).

       01 ACCOUNTS-SEEN-WS PIC 9(5) VALUE 0.
       01 ACCOUNTS-OFF-WS PIC 9(5) VALUE 0.
       01 ACCOUNTS-IDLE-WS PIC 9(5) VALUE 0.

       01 REVIEW-LINE-WS.
           05 RVL-ADMIN-ID-WS PIC 9(10).
           05 FILLER PIC X VALUE SPACE.
           05 RVL-NAME-WS PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 RVL-ROLE-WS PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 RVL-LAST-LOGIN-WS PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RVL-PWD-AGE-WS PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 RVL-STATUS-WS PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RVL-ACTIONS-WS PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RVL-LAST-ACTION-WS PIC X(8).
       01 PWD-AGE-SHOWN-WS PIC ZZZZ9.

      *    The quarterly access review: every account on admin.bin
      *    with its role, last sign-in, password age and what it
      *    has done on audit.bin over the last 90 days, so a
      *    supervisor can see who still holds a login they no
      *    longer use. An account idle past the policy's admin idle
      *    limit is disabled on the way past - the same test login
      *    applies at the door, idle time running from the latest
      *    of the last sign-in, the last password change and a
      *    supervisor's re-enable - and each one disabled leaves an
      *    ADMDISABLE entry on audit.bin. Only a supervisor can turn
      *    a disabled account back on (AdminPassword).
       PROCEDURE DIVISION.
       StartPara.
           OPEN INPUT ADMINRECORD
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO ADMIN FILE ON HAND."
               EXIT PROGRAM
           END-IF
           CLOSE ADMINRECORD
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           CALL "DayNum" USING TODAY-DATE-WS TODAY-DAYNUM-WS
           CALL "LoadPolicy" USING POLICY-WS
           PERFORM TallyAuditActions

           MOVE "O" TO SPOOL-FUNC
           MOVE "accessrev" TO SPOOL-PREFIX
           MOVE "ADMIN ACCESS REVIEW - ACCOUNTS, SIGN-INS AND ACTIONS"
               TO SPOOL-TITLE
           MOVE SPACES TO SPOOL-HEADING
           STRING "ADMIN ID   NAME                 R LAST IN  "
               "PWAGE STATUS   ACT90 LAST ACT" DELIMITED BY SIZE
               INTO SPOOL-HEADING
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           DISPLAY " "
           DISPLAY "ADMIN ACCESS REVIEW"
           DISPLAY SPOOL-HEADING

           OPEN I-O ADMINRECORD
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ ADMINRECORD NEXT INTO ADMIN-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM ReviewOneAccount
               END-READ
           END-PERFORM
           CLOSE ADMINRECORD
           PERFORM AuditDisabledAccounts

           DISPLAY " "
           DISPLAY ACCOUNTS-SEEN-WS " ACCOUNT(S) REVIEWED, "
               ACCOUNTS-OFF-WS " DISABLED, " ACCOUNTS-IDLE-WS
               " DISABLED BY THIS REVIEW FOR IDLENESS."
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING "ACCOUNTS: " ACCOUNTS-SEEN-WS
               "  DISABLED: " ACCOUNTS-OFF-WS
               "  NEWLY DISABLED (IDLE): " ACCOUNTS-IDLE-WS
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.
           EXIT PROGRAM.

      *    One pass over the live audit.bin. Names past the table's
      *    200 are not counted; entries already moved to an archive
      *    are outside the window anyway.
       TallyAuditActions.
           OPEN INPUT AUDITRECORD
           IF AUDIT-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-WS
           PERFORM UNTIL EOF-WS = "Y"
               READ AUDITRECORD NEXT INTO AUDIT-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END PERFORM TallyOneAction
               END-READ
           END-PERFORM
           CLOSE AUDITRECORD.

       TallyOneAction.
           IF AUDIT-USER-WS = SPACES OR AUDIT-DATE-WS IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ACT-FOUND-WS
           PERFORM VARYING ACT-SCAN-WS FROM 1 BY 1
                   UNTIL ACT-SCAN-WS > ACTOR-COUNT-WS
                   OR ACT-FOUND-WS = "Y"
               IF ACT-USER-WS(ACT-SCAN-WS) = AUDIT-USER-WS
                   MOVE "Y" TO ACT-FOUND-WS
                   MOVE ACT-SCAN-WS TO ACT-IDX-WS
               END-IF
           END-PERFORM
           IF ACT-FOUND-WS = "N" AND ACTOR-COUNT-WS < 200
               ADD 1 TO ACTOR-COUNT-WS
               MOVE ACTOR-COUNT-WS TO ACT-IDX-WS
               MOVE AUDIT-USER-WS TO ACT-USER-WS(ACT-IDX-WS)
               MOVE 0 TO ACT-WINDOW-COUNT-WS(ACT-IDX-WS)
               MOVE 0 TO ACT-LAST-DATE-WS(ACT-IDX-WS)
               MOVE "Y" TO ACT-FOUND-WS
           END-IF
           IF ACT-FOUND-WS = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-DATE-WS TO ENTRY-DATE-WS
           IF ENTRY-DATE-WS > ACT-LAST-DATE-WS(ACT-IDX-WS)
               MOVE ENTRY-DATE-WS TO ACT-LAST-DATE-WS(ACT-IDX-WS)
           END-IF
           CALL "DayNum" USING ENTRY-DATE-WS WORK-DAYNUM-WS
           COMPUTE ENTRY-AGE-WS = TODAY-DAYNUM-WS - WORK-DAYNUM-WS
           IF ENTRY-AGE-WS <= REVIEW-WINDOW-DAYS-WS
               ADD 1 TO ACT-WINDOW-COUNT-WS(ACT-IDX-WS)
           END-IF.

       ReviewOneAccount.
           ADD 1 TO ACCOUNTS-SEEN-WS
           MOVE ADMIN-ID-WS TO RVL-ADMIN-ID-WS
           MOVE ADMINNAME-WS TO RVL-NAME-WS
           MOVE ADMIN-ROLE-WS TO RVL-ROLE-WS
           IF ADMIN-LAST-LOGIN-DATE-WS IS NUMERIC AND
                   ADMIN-LAST-LOGIN-DATE-WS NOT = ZEROS
               MOVE ADMIN-LAST-LOGIN-DATE-WS TO RVL-LAST-LOGIN-WS
           ELSE
               MOVE "NEVER" TO RVL-LAST-LOGIN-WS
           END-IF
           MOVE "  N/A" TO RVL-PWD-AGE-WS
           IF ADMIN-PWD-CHANGED-DATE-WS IS NUMERIC AND
                   ADMIN-PWD-CHANGED-DATE-WS NOT = ZEROS
               CALL "DayNum" USING ADMIN-PWD-CHANGED-DATE-WS
                   WORK-DAYNUM-WS
               COMPUTE PWD-AGE-WS = TODAY-DAYNUM-WS - WORK-DAYNUM-WS
               IF PWD-AGE-WS >= 0
                   MOVE PWD-AGE-WS TO PWD-AGE-SHOWN-WS
                   MOVE PWD-AGE-SHOWN-WS TO RVL-PWD-AGE-WS
               END-IF
           END-IF
           PERFORM JudgeIdleAccount
           IF ADMIN-IS-DISABLED-WS
               ADD 1 TO ACCOUNTS-OFF-WS
               IF RVL-STATUS-WS NOT = "IDLE-OFF"
                   MOVE "DISABLED" TO RVL-STATUS-WS
               END-IF
           ELSE
               MOVE "ACTIVE" TO RVL-STATUS-WS
           END-IF
           MOVE 0 TO RVL-ACTIONS-WS
           MOVE "NONE" TO RVL-LAST-ACTION-WS
           PERFORM VARYING ACT-SCAN-WS FROM 1 BY 1
                   UNTIL ACT-SCAN-WS > ACTOR-COUNT-WS
               IF ACT-USER-WS(ACT-SCAN-WS) = ADMINNAME-WS
                   MOVE ACT-WINDOW-COUNT-WS(ACT-SCAN-WS)
                       TO RVL-ACTIONS-WS
                   MOVE ACT-LAST-DATE-WS(ACT-SCAN-WS)
                       TO RVL-LAST-ACTION-WS
               END-IF
           END-PERFORM
           DISPLAY REVIEW-LINE-WS
           MOVE "L" TO SPOOL-FUNC
           MOVE REVIEW-LINE-WS TO SPOOL-LINE
           CALL "ReportSpool" USING SPOOL-REQUEST.

      *    The login test, applied here to accounts nobody has
      *    tried since the limit passed. A limit of zero in the
      *    policy turns it off; an account with no dates on record
      *    is listed but not judged.
       JudgeIdleAccount.
           MOVE SPACES TO RVL-STATUS-WS
           IF ADMIN-IS-DISABLED-WS OR POL-ADMIN-IDLE-DAYS-WS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LAST-ACTIVE-DATE-WS
           IF ADMIN-LAST-LOGIN-DATE-WS IS NUMERIC
               MOVE ADMIN-LAST-LOGIN-DATE-WS TO LAST-ACTIVE-DATE-WS
           END-IF
           IF ADMIN-PWD-CHANGED-DATE-WS IS NUMERIC AND
                   ADMIN-PWD-CHANGED-DATE-WS > LAST-ACTIVE-DATE-WS
               MOVE ADMIN-PWD-CHANGED-DATE-WS TO LAST-ACTIVE-DATE-WS
           END-IF
           IF ADMIN-STATUS-DATE-WS IS NUMERIC AND
                   ADMIN-STATUS-DATE-WS > LAST-ACTIVE-DATE-WS
               MOVE ADMIN-STATUS-DATE-WS TO LAST-ACTIVE-DATE-WS
           END-IF
           IF LAST-ACTIVE-DATE-WS = 0
               EXIT PARAGRAPH
           END-IF
           CALL "DayNum" USING LAST-ACTIVE-DATE-WS WORK-DAYNUM-WS
           COMPUTE IDLE-DAYS-WS = TODAY-DAYNUM-WS - WORK-DAYNUM-WS
           IF IDLE-DAYS-WS NOT > POL-ADMIN-IDLE-DAYS-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO ADMIN-DISABLED-WS
           MOVE TODAY-DATE-WS TO ADMIN-STATUS-DATE-WS
           MOVE "ACCESS REVIEW" TO ADMIN-STATUS-BY-WS
           MOVE SPACES TO ADMIN-STATUS-REASON-WS
           STRING "IDLE PAST THE " POL-ADMIN-IDLE-DAYS-WS
               " DAY LIMIT" DELIMITED BY SIZE
               INTO ADMIN-STATUS-REASON-WS
           END-STRING
           REWRITE ADMIN-RECORD FROM ADMIN-WS
               INVALID KEY
                   DISPLAY "UNABLE TO DISABLE ADMIN " ADMIN-ID-WS
                   MOVE "N" TO ADMIN-DISABLED-WS
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "IDLE-OFF" TO RVL-STATUS-WS
           ADD 1 TO ACCOUNTS-IDLE-WS
           IF DISABLED-COUNT-WS < 200
               ADD 1 TO DISABLED-COUNT-WS
               MOVE ADMINNAME-WS TO DISABLED-NAME-WS(DISABLED-COUNT-WS)
           END-IF.

      *    One ADMDISABLE entry per account turned off, written once
      *    the admin file is closed, against the account's own name
      *    as login writes it. Several can land in the same
      *    hundredth of a second; the second takes the next one.
       AuditDisabledAccounts.
           IF DISABLED-COUNT-WS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND AUDITRECORD
           IF AUDIT-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT AUDITRECORD
               CLOSE AUDITRECORD
           ELSE
               CLOSE AUDITRECORD
           END-IF
           OPEN I-O AUDITRECORD
           PERFORM VARYING DIS-IDX-WS FROM 1 BY 1
                   UNTIL DIS-IDX-WS > DISABLED-COUNT-WS
               MOVE 0 TO AUDIT-BOOK-ID
               ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
               ACCEPT AUDIT-TIME FROM TIME
               MOVE "ADMDISABLE" TO AUDIT-ACTION
               MOVE DISABLED-NAME-WS(DIS-IDX-WS) TO AUDIT-USER
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
           END-PERFORM
           CLOSE AUDITRECORD.
