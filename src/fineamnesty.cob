       COPY payrecord-ws.
       COPY circeventrecord-ws.
       COPY spool-request.
       COPY patronsum-request.
       COPY policyrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
           88 PAY-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 ENTRY-SCAN-WS PIC X(12) VALUE SPACES.
       01 AMNESTY-SPEC-WS.
           05 CAMPAIGN-CODE-WS PIC X(2).
           05 FROM-KEYNUM-WS PIC 9(8).
           05 TO-KEYNUM-WS PIC 9(8).
           05 TYPES-WANTED-WS PIC X(3).
           05 CAP-PER-STUDENT-WS PIC 9(5)V99.
       01 AMNESTY-SPEC-TEXT-WS REDEFINES AMNESTY-SPEC-WS PIC X(28).
       01 CAMPAIGN-READY-WS PIC X VALUE "N".
       01 PREVIEW-ONLY-WS PIC X VALUE "N".
       01 ROW-KEYNUM-WS PIC 9(8).
       01 FINE-EOF-WS PIC X VALUE "N".
       01 CONFIRM-WS PIC X.
       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).
       COPY approval-request.

      *    Return-a-book week without the multi-day keying exercise:
      *    define the amnesty (a two-character campaign code, an
      *    how many students and dollars were cleared. Fines already
      *    transferred to the bursar are the bursar's ledger now and
      *    are never touched.
      *    Before anything is waived the campaign is run once without
      *    writing; when the dollars it would clear are over the
      *    policy's second-approval amount the campaign, exactly as
      *    defined, goes to the approval queue instead, and runs when
      *    a second supervisor approves it at the ApprovalDesk.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS
               APPROVAL-REQUEST.
       StartPara.
           CALL "LoadPolicy" USING POLICY-WS
           IF APR-CARRY-OUT
               MOVE "N" TO APR-DONE
               MOVE APR-DETAIL(1:28) TO AMNESTY-SPEC-TEXT-WS
               MOVE "Y" TO CAMPAIGN-READY-WS
           ELSE
               PERFORM DefineCampaign
           END-IF
           IF CAMPAIGN-READY-WS = "N"
               EXIT PROGRAM
           END-IF
           IF APR-AT-THE-DESK
               PERFORM PreviewCampaign
               IF DOLLARS-CLEARED-WS > POL-DUAL-MONEY-LIMIT-WS
                   PERFORM QueueCampaign
                   EXIT PROGRAM
               END-IF
               MOVE 0 TO STUDENT-CLEARED-WS
               MOVE 0 TO FINES-CLEARED-WS
               MOVE 0 TO DOLLARS-CLEARED-WS
           END-IF
           OPEN I-O FINERECORD
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO FINES ON FILE."
               EXIT PROGRAM
           END-IF
           PERFORM OpenPaymentFile
           PERFORM SweepEveryFine
           CLOSE PAYMENTRECORD
           CLOSE FINERECORD
           PERFORM SpoolClosingReport
           DISPLAY " "
           DISPLAY "CAMPAIGN " CAMPAIGN-CODE-WS ": "
               STUDENT-CLEARED-WS " STUDENT(S), "
               FINES-CLEARED-WS " FINE(S), $"
               DOLLARS-CLEARED-WS " CLEARED."
           MOVE "Y" TO APR-DONE.
           EXIT PROGRAM.

       DefineCampaign.
           MOVE "N" TO CAMPAIGN-READY-WS
           DISPLAY " "
           DISPLAY "FINE AMNESTY CAMPAIGN"
           DISPLAY "CAMPAIGN CODE (2 CHARACTERS): "
           ACCEPT CAMPAIGN-CODE-WS
           IF CAMPAIGN-CODE-WS = SPACES
               DISPLAY "A CAMPAIGN NEEDS A CODE - NOTHING RUN."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FINES ASSESSED FROM (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT CONFIRM-WS
           IF CONFIRM-WS NOT = "Y" AND CONFIRM-WS NOT = "y"
               DISPLAY "NOTHING RUN."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO CAMPAIGN-READY-WS.

      *    The same sweep with nothing written, to size the campaign.
       PreviewCampaign.
           OPEN INPUT FINERECORD
           IF FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO PREVIEW-ONLY-WS
           PERFORM SweepEveryFine
           MOVE "N" TO PREVIEW-ONLY-WS
           CLOSE FINERECORD.

       QueueCampaign.
           MOVE "Q" TO APR-FUNC
           MOVE "AMNESTY" TO APR-ACTION
           MOVE 0 TO APR-KEY-1
           MOVE 0 TO APR-KEY-2
           MOVE DOLLARS-CLEARED-WS TO APR-AMOUNT
           MOVE FINES-CLEARED-WS TO APR-COUNT
           MOVE SPACES TO APR-DETAIL
           MOVE AMNESTY-SPEC-TEXT-WS TO APR-DETAIL(1:28)
           MOVE ADMIN-ID-LS TO APR-REQ-BY-ID
           MOVE ADMINNAME-LS TO APR-REQ-BY
           CALL "QueueApproval" USING APPROVAL-REQUEST
           IF APR-CARRIED-OUT
               DISPLAY "CAMPAIGN WOULD CLEAR $" DOLLARS-CLEARED-WS
                   ", OVER THE $" POL-DUAL-MONEY-LIMIT-WS " LIMIT."
               DISPLAY "SENT FOR A SECOND SUPERVISOR AS APPROVAL "
                   APR-ID ". NOTHING WAIVED YET."
           END-IF
           MOVE SPACE TO APR-FUNC
           MOVE "N" TO APR-DONE.

       OpenPaymentFile.
           OPEN EXTEND PAYMENTRECORD
           IF FAMOUNT-PAID-WS >= FAMOUNT-DUE-WS
               MOVE "Y" TO FPAID-WS
           END-IF
           IF PREVIEW-ONLY-WS = "N"
               REWRITE FINE-RECORD FROM FINE-WS
                   INVALID KEY
                       DISPLAY "UNABLE TO REWRITE A FINE - SKIPPED."
                       EXIT PARAGRAPH
               END-REWRITE
               PERFORM PostFineBalance
               PERFORM WriteWaiverRow
           END-IF
           ADD 1 TO FINES-CLEARED-WS
           ADD WAIVE-AMOUNT-WS TO DOLLARS-CLEARED-WS
           IF STUDENT-COUNTED-WS = "N"
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.

      *    The fine balance on the patron's account summary is
      *    re-totalled from fine.bin after any change to a fine.
       PostFineBalance.
           MOVE "F" TO PSM-FUNC
           MOVE FSTUDENT-ID-WS TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST.
