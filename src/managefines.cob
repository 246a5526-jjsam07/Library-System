       WORKING-STORAGE SECTION.
       COPY finerecord-ws.
       COPY payrecord-ws.
       COPY circeventrecord-ws.
       COPY patronsum-request.
       COPY policyrecord-ws.
       COPY sysstatus-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 FINE-COUNT-WS PIC 9(3) VALUE 0.
       01 FINE-REMAINING-WS PIC 9(5)V99 VALUE 0.
       01 FINE-STATUS-TEXT-WS PIC X(8).
       01 OWED-BEFORE-WS PIC 9(5)V99 VALUE 0.
       01 OWED-AFTER-WS PIC 9(5)V99 VALUE 0.
       01 MF-REDUCTION-WS PIC 9(5)V99 VALUE 0.

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).
       COPY approval-request.

      *    The head librarian waives and adjusts fines constantly -
      *    book in the return bin before opening, student in the
      *    Reason codes: RB book was in the return bin, IL student
      *    ill or hospitalized, DI amount disputed, OT other (note
      *    in the day book).
      *    A waiver, or a cut in the assessment, of more than the
      *    policy's second-approval amount is not made here: it is
      *    filed with QueueApproval and made when a second
      *    supervisor approves it at the ApprovalDesk, which calls
      *    back in with the approved row and nothing left to ask.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS
               APPROVAL-REQUEST.
       StartPara.
           CALL "LoadPolicy" USING POLICY-WS
           IF APR-CARRY-OUT
               PERFORM CarryOutApproved
               EXIT PROGRAM
           END-IF
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "FINE MANAGEMENT - OPERATOR: " ADMINNAME-LS
                   MOVE "SETTLED " TO FINE-STATUS-TEXT-WS
               WHEN FINE-IS-TRANSFERRED-WS
                   MOVE "BURSAR  " TO FINE-STATUS-TEXT-WS
               WHEN FINE-IS-REFERRED-WS
                   MOVE "AGENCY  " TO FINE-STATUS-TEXT-WS
               WHEN FINE-IS-DEPT-BILLED-WS
                   MOVE "DEPT    " TO FINE-STATUS-TEXT-WS
               WHEN OTHER
                   MOVE "OPEN    " TO FINE-STATUS-TEXT-WS
           END-EVALUATE
           END-IF.

       ApplyFineAction.
           PERFORM CheckSystemStatus
           IF NOT SST-SYSTEM-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FINE-FOUND-WS
           OPEN I-O FINERECORD
           PERFORM OpenPaymentFile
           END-EVALUATE.

       WaiveFineBalance.
           PERFORM MeasureOwedAmount
           COMPUTE FINE-REMAINING-WS =
               FAMOUNT-DUE-WS - FAMOUNT-PAID-WS
           IF APR-AT-THE-DESK AND
                   FINE-REMAINING-WS > POL-DUAL-MONEY-LIMIT-WS
               MOVE "FINEWAIVE" TO APR-ACTION
               MOVE FINE-REMAINING-WS TO APR-AMOUNT
               PERFORM QueueFineChange
               EXIT PARAGRAPH
           END-IF
           IF APR-CARRY-OUT AND FINE-REMAINING-WS > APR-AMOUNT
               DISPLAY "THE BALANCE HAS GROWN SINCE THE WAIVER WAS "
                   "APPROVED. NO CHANGE MADE."
               EXIT PARAGRAPH
           END-IF
           MOVE FAMOUNT-DUE-WS TO FAMOUNT-PAID-WS
           MOVE "Y" TO FPAID-WS
           REWRITE FINE-RECORD FROM FINE-WS
               INVALID KEY DISPLAY "UNABLE TO REWRITE FINE RECORD."
               NOT INVALID KEY
                   PERFORM PostFineBalance
                   MOVE "Y" TO APR-DONE
           END-REWRITE
           MOVE FINE-REMAINING-WS TO PAY-AMOUNT
           MOVE "WV" TO PAY-METHOD
           PERFORM WriteSettlementRecord
           IF OWED-AFTER-WS > 0 AND FTYPE-WS NOT = "A"
               MOVE "FINEWVD" TO CIRC-EVENT-TYPE-WS
               MOVE OWED-AFTER-WS TO CIRC-AMOUNT-WS
               PERFORM LogFineEvent
           END-IF
           DISPLAY "BALANCE OF $" FINE-REMAINING-WS " WAIVED.".

       AdjustFineAmount.
           IF NOT APR-CARRY-OUT
               PERFORM PromptNewAmount
           END-IF
           IF MF-NEW-AMOUNT-WS < FAMOUNT-DUE-WS
               COMPUTE MF-REDUCTION-WS =
                   FAMOUNT-DUE-WS - MF-NEW-AMOUNT-WS
           ELSE
               MOVE 0 TO MF-REDUCTION-WS
           END-IF
           IF APR-AT-THE-DESK AND
                   MF-NEW-AMOUNT-WS NOT < FAMOUNT-PAID-WS AND
                   MF-REDUCTION-WS > POL-DUAL-MONEY-LIMIT-WS
               MOVE "FINEADJ" TO APR-ACTION
               MOVE MF-NEW-AMOUNT-WS TO APR-AMOUNT
               PERFORM QueueFineChange
               EXIT PARAGRAPH
           END-IF
           IF MF-NEW-AMOUNT-WS < FAMOUNT-PAID-WS
               DISPLAY "NEW AMOUNT IS BELOW WHAT WAS ALREADY PAID. "
               IF MF-NEW-AMOUNT-WS > FAMOUNT-DUE-WS
                   COMPUTE PAY-AMOUNT =
                       MF-NEW-AMOUNT-WS - FAMOUNT-DUE-WS
                   MOVE "AI" TO PAY-METHOD
               ELSE
                   COMPUTE PAY-AMOUNT =
                       FAMOUNT-DUE-WS - MF-NEW-AMOUNT-WS
                   MOVE "AD" TO PAY-METHOD
               END-IF
               PERFORM MeasureOwedAmount
               MOVE OWED-AFTER-WS TO OWED-BEFORE-WS
               MOVE MF-NEW-AMOUNT-WS TO FAMOUNT-DUE-WS
               IF FAMOUNT-PAID-WS >= FAMOUNT-DUE-WS
                   MOVE "Y" TO FPAID-WS
               REWRITE FINE-RECORD FROM FINE-WS
                   INVALID KEY
                       DISPLAY "UNABLE TO REWRITE FINE RECORD."
                   NOT INVALID KEY
                       PERFORM PostFineBalance
                       MOVE "Y" TO APR-DONE
               END-REWRITE
               PERFORM WriteSettlementRecord
               PERFORM LogAdjustmentEvent
               DISPLAY "ASSESSMENT ADJUSTED TO $" MF-NEW-AMOUNT-WS "."
           END-IF.

       PromptNewAmount.
           DISPLAY "NEW ASSESSED AMOUNT: " WITH NO ADVANCING
           MOVE SPACES TO MF-AMOUNT-SCAN-WS
           ACCEPT MF-AMOUNT-SCAN-WS
           IF MF-AMOUNT-SCAN-WS = SPACES
               MOVE 0 TO MF-NEW-AMOUNT-WS
           ELSE
               MOVE FUNCTION NUMVAL(MF-AMOUNT-SCAN-WS)
                   TO MF-NEW-AMOUNT-WS
           END-IF.

      *    Over the second-approval amount: the change goes to the
      *    approval queue with the reason code, and the fine is left
      *    as it is until a second supervisor decides.
       QueueFineChange.
           MOVE "Q" TO APR-FUNC
           MOVE MF-STUDENT-ID-WS TO APR-KEY-1
           MOVE MF-BOOK-ID-WS TO APR-KEY-2
           MOVE 0 TO APR-COUNT
           MOVE MF-REASON-WS TO APR-DETAIL
           MOVE ADMIN-ID-LS TO APR-REQ-BY-ID
           MOVE ADMINNAME-LS TO APR-REQ-BY
           CALL "QueueApproval" USING APPROVAL-REQUEST
           IF APR-CARRIED-OUT
               DISPLAY "OVER THE $" POL-DUAL-MONEY-LIMIT-WS
                   " LIMIT - SENT FOR A SECOND SUPERVISOR AS "
                   "APPROVAL " APR-ID "."
           END-IF
           MOVE SPACE TO APR-FUNC
           MOVE "N" TO APR-DONE.

      *    An approved waiver or adjustment, made exactly as asked.
       CarryOutApproved.
           MOVE "N" TO APR-DONE
           MOVE APR-KEY-1 TO MF-STUDENT-ID-WS
           MOVE APR-KEY-2 TO MF-BOOK-ID-WS
           MOVE APR-DETAIL(1:2) TO MF-REASON-WS
           IF APR-ACTION = "FINEADJ"
               MOVE "A" TO MF-ACTION-WS
               MOVE APR-AMOUNT TO MF-NEW-AMOUNT-WS
           ELSE
               MOVE "W" TO MF-ACTION-WS
           END-IF
           PERFORM ApplyFineAction.

      *    What the fine leaves owing: nothing once it is settled or
      *    sent to the bursar, the unpaid balance otherwise.
       MeasureOwedAmount.
           IF FPAID-WS = "N"
               COMPUTE OWED-AFTER-WS = FAMOUNT-DUE-WS - FAMOUNT-PAID-WS
           ELSE
               MOVE 0 TO OWED-AFTER-WS
           END-IF.

      *    An adjustment is logged by how far it moved the balance
      *    owed, up (FINEUP) or down (FINEDOWN), so the day's events
      *    still add up to the fines outstanding. A running accrual
      *    is not yet a fine and is left out.
       LogAdjustmentEvent.
           IF FTYPE-WS = "A"
               EXIT PARAGRAPH
           END-IF
           PERFORM MeasureOwedAmount
           EVALUATE TRUE
               WHEN OWED-AFTER-WS > OWED-BEFORE-WS
                   MOVE "FINEUP" TO CIRC-EVENT-TYPE-WS
                   COMPUTE CIRC-AMOUNT-WS =
                       OWED-AFTER-WS - OWED-BEFORE-WS
                   PERFORM LogFineEvent
               WHEN OWED-AFTER-WS < OWED-BEFORE-WS
                   MOVE "FINEDOWN" TO CIRC-EVENT-TYPE-WS
                   COMPUTE CIRC-AMOUNT-WS =
                       OWED-BEFORE-WS - OWED-AFTER-WS
                   PERFORM LogFineEvent
           END-EVALUATE.

       LogFineEvent.
           MOVE MF-STUDENT-ID-WS TO CIRC-STUDENT-ID-WS
           MOVE MF-BOOK-ID-WS TO CIRC-BOOK-ID-WS
           MOVE ADMINNAME-LS TO CIRC-OPERATOR-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS.

       WriteSettlementRecord.
           MOVE MF-STUDENT-ID-WS TO PAY-STUDENT-ID
           MOVE MF-BOOK-ID-WS TO PAY-BOOK-ID
               CLOSE PAYMENTRECORD
           END-IF
           OPEN I-O PAYMENTRECORD.

      *    The fine balance on the patron's account summary is
      *    re-totalled from fine.bin after any change to a fine.
       PostFineBalance.
           MOVE "F" TO PSM-FUNC
           MOVE FSTUDENT-ID-WS TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST.

      *    No waiver or adjustment is made while a batch or repair
      *    run holds the system status flag; an approved one stays
      *    pending at the ApprovalDesk until the system reopens.
       CheckSystemStatus.
           MOVE "R" TO SST-FUNC
           CALL "SystemStatus" USING SST-REQUEST
           IF SST-SYSTEM-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM ShowSystemStatus
           DISPLAY "NO CHANGE MADE - TRY AGAIN ONCE THE SYSTEM "
               "REOPENS.".

       ShowSystemStatus.
           IF SST-SYSTEM-CLOSED
               DISPLAY "*** THE SYSTEM IS CLOSED: " SST-REASON
           ELSE
               DISPLAY "*** THE SYSTEM IS READ-ONLY: " SST-REASON
           END-IF
           DISPLAY "*** EXPECTED BACK " SST-BACK-DATE " AT "
               SST-BACK-TIME " (SET BY " SST-SET-BY ")".
