       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditChain.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHAINFILE ASSIGN TO "auditchain.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACN-SEQ
           ALTERNATE RECORD KEY IS ACN-ENTRY-KEY WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD CHAINFILE.
       COPY auditchainrecord-fs.

       WORKING-STORAGE SECTION.
       COPY auditchainrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-OP-OK-WS VALUE 00.
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
           88 RECORD-LOCKED-WS VALUE 99.
       01 RETRY-COUNT-WS PIC 9(1) VALUE 0.
       01 OP-PENDING-WS PIC X VALUE "N".
       01 WAIT-IDX-WS PIC 9(7) VALUE 0.

       01 HEAD-WS.
           05 HEAD-LAST-SEQ-WS PIC 9(10).
           05 HEAD-FIRST-SEQ-WS PIC 9(10).
           05 HEAD-OPEN-DAY-WS PIC 9(8).
           05 HEAD-LAST-SEALED-WS PIC 9(8).
           05 HEAD-CARRIED-CHECK-WS PIC 9(18).
           05 HEAD-DAY-COUNT-WS PIC 9(6).
           05 HEAD-CHECK-WS PIC 9(18).
       01 ENTRY-IN-WS.
           05 ENTRY-BOOK-ID-WS PIC 9(10).
           05 ENTRY-DATE-WS PIC 9(8).
           05 FILLER PIC X(38).
       01 SEAL-TARGET-WS PIC 9(8).

       01 STEP-DATE-WS.
           05 STEP-YYYY-WS PIC 9(4).
           05 STEP-MM-WS PIC 9(2).
           05 STEP-DD-WS PIC 9(2).
       01 STEP-DATE-NUM-WS REDEFINES STEP-DATE-WS PIC 9(8).
       01 MONTH-LENGTHS-WS VALUE "312831303130313130313031".
           05 MONTH-LENGTH-WS PIC 9(2) OCCURS 12 TIMES.
       01 MONTH-DAYS-WS PIC 9(2).

       01 MIX-INPUT-WS.
           05 MIX-PRIOR-WS PIC 9(18).
           05 MIX-KIND-WS PIC X(1).
           05 MIX-TEXT-WS PIC X(70).
       01 MIX-IDX-WS PIC 9(2).
       01 MIX-CHAR-WS PIC 9(3).
       01 MIX-HIGH-WS PIC 9(12).
       01 MIX-LOW-WS PIC 9(12).
       01 MIX-QUOT-WS PIC 9(12).
       01 HIGH-MODULUS-WS PIC 9(10) VALUE 999999937.
       01 LOW-MODULUS-WS PIC 9(10) VALUE 999999929.

       LINKAGE SECTION.
       COPY auditchain-request.

      *    audit.bin is an ordinary indexed file: a row can be
      *    deleted or rewritten by anyone with the file, and nothing
      *    in the trail itself would show it. Every entry is
      *    therefore also appended here as a link whose check value
      *    is mixed from the check before it and the entry's own
      *    content (the two interlocked modular accumulators
      *    CredentialHash uses, one pass), and every day is closed
      *    with a seal link. The head row is read under the record
      *    lock and rewritten last, so two desks auditing at the same
      *    moment queue on it and the sequence never forks. The seal
      *    values printed by each night's AuditVerify run are the
      *    copy of the chain kept off the machine.
       PROCEDURE DIVISION USING ACH-REQUEST.
       StartPara.
           MOVE "Y" TO ACH-OK
           EVALUATE ACH-FUNC
               WHEN "A"
                   PERFORM ChainOneEntry
               WHEN "S"
                   PERFORM SealThroughRunDate
               WHEN "C"
                   MOVE ACH-PRIOR-CHECK TO MIX-PRIOR-WS
                   MOVE ACH-KIND TO MIX-KIND-WS
                   MOVE ACH-LINK-TEXT TO MIX-TEXT-WS
                   PERFORM MixCheck
                   COMPUTE ACH-CHECK = (MIX-HIGH-WS * 1000000000)
                       + MIX-LOW-WS
               WHEN OTHER
                   MOVE "N" TO ACH-OK
           END-EVALUATE.
           EXIT PROGRAM.

       ChainOneEntry.
           MOVE ACH-ENTRY TO ENTRY-IN-WS
           PERFORM OpenChainFile
           PERFORM ReadHeadWithRetry
           IF ACH-OK = "N"
               CLOSE CHAINFILE
               EXIT PARAGRAPH
           END-IF
           IF HEAD-OPEN-DAY-WS = 0
               MOVE ENTRY-DATE-WS TO HEAD-OPEN-DAY-WS
           END-IF
           MOVE ENTRY-DATE-WS TO SEAL-TARGET-WS
           PERFORM SealOpenDays
           MOVE SPACES TO AUDIT-CHAIN-WS
           MOVE "E" TO ACN-KIND-WS
           MOVE HEAD-OPEN-DAY-WS TO ACN-DAY-WS
           MOVE ACH-ENTRY TO ACN-ENTRY-WS
           MOVE 0 TO ACN-DAY-COUNT-WS
           PERFORM AppendLink
           ADD 1 TO HEAD-DAY-COUNT-WS
           PERFORM RewriteHead
           CLOSE CHAINFILE.

       SealThroughRunDate.
           PERFORM OpenChainFile
           PERFORM ReadHeadWithRetry
           IF ACH-OK = "N"
               CLOSE CHAINFILE
               EXIT PARAGRAPH
           END-IF
           IF HEAD-OPEN-DAY-WS = 0
               MOVE ACH-RUN-DATE TO HEAD-OPEN-DAY-WS
           END-IF
           MOVE ACH-RUN-DATE TO SEAL-TARGET-WS
           PERFORM SealOpenDays
           PERFORM RewriteHead
           CLOSE CHAINFILE.

      *    Every calendar day before the target is closed in turn,
      *    a day with no entries getting a seal of zero, so a day
      *    cut out of the chain shows as a gap between seals. An
      *    entry stamped earlier than the open day (a desk that read
      *    the clock just before midnight) is counted in the open
      *    day.
       SealOpenDays.
           PERFORM UNTIL HEAD-OPEN-DAY-WS NOT < SEAL-TARGET-WS
               MOVE SPACES TO AUDIT-CHAIN-WS
               MOVE "S" TO ACN-KIND-WS
               MOVE HEAD-OPEN-DAY-WS TO ACN-DAY-WS
               MOVE 0 TO ACN-BOOK-ID-WS
               MOVE 0 TO ACN-DATE-WS
               MOVE 0 TO ACN-TIME-WS
               MOVE "DAY SEAL" TO ACN-ACTION-WS
               MOVE HEAD-DAY-COUNT-WS TO ACN-DAY-COUNT-WS
               PERFORM AppendLink
               MOVE HEAD-OPEN-DAY-WS TO HEAD-LAST-SEALED-WS
               MOVE 0 TO HEAD-DAY-COUNT-WS
               MOVE HEAD-OPEN-DAY-WS TO STEP-DATE-NUM-WS
               PERFORM StepOneDay
               MOVE STEP-DATE-NUM-WS TO HEAD-OPEN-DAY-WS
           END-PERFORM.

       AppendLink.
           ADD 1 TO HEAD-LAST-SEQ-WS
           MOVE HEAD-LAST-SEQ-WS TO ACN-SEQ-WS
           MOVE HEAD-CHECK-WS TO ACN-PRIOR-CHECK-WS
           MOVE ACN-PRIOR-CHECK-WS TO MIX-PRIOR-WS
           MOVE ACN-KIND-WS TO MIX-KIND-WS
           MOVE ACN-LINK-TEXT-WS TO MIX-TEXT-WS
           PERFORM MixCheck
           COMPUTE ACN-CHECK-WS = (MIX-HIGH-WS * 1000000000)
               + MIX-LOW-WS
           WRITE AUDIT-CHAIN-RECORD FROM AUDIT-CHAIN-WS
               INVALID KEY
                   MOVE "N" TO ACH-OK
           END-WRITE
           MOVE ACN-CHECK-WS TO HEAD-CHECK-WS.

       OpenChainFile.
           OPEN EXTEND CHAINFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT CHAINFILE
               CLOSE CHAINFILE
           ELSE
               CLOSE CHAINFILE
           END-IF
           OPEN I-O CHAINFILE.

      *    A missing head row means a chain starting now: nothing
      *    before it, checks from zero.
       ReadHeadWithRetry.
           MOVE 0 TO RETRY-COUNT-WS
           MOVE "Y" TO OP-PENDING-WS
           PERFORM UNTIL OP-PENDING-WS = "N"
               MOVE 0 TO ACN-SEQ
               READ CHAINFILE INTO AUDIT-CHAIN-WS
                   INVALID KEY
                       IF NOT RECORD-LOCKED-WS
                           PERFORM StartNewChain
                       END-IF
               END-READ
               PERFORM JudgeRetriedOp
           END-PERFORM
           IF ACH-OK = "Y"
               MOVE ACN-LAST-SEQ-WS TO HEAD-LAST-SEQ-WS
               MOVE ACN-FIRST-SEQ-WS TO HEAD-FIRST-SEQ-WS
               MOVE ACN-OPEN-DAY-WS TO HEAD-OPEN-DAY-WS
               MOVE ACN-LAST-SEALED-WS TO HEAD-LAST-SEALED-WS
               MOVE ACN-CARRIED-CHECK-WS TO HEAD-CARRIED-CHECK-WS
               MOVE ACN-DAY-COUNT-WS TO HEAD-DAY-COUNT-WS
               MOVE ACN-CHECK-WS TO HEAD-CHECK-WS
           END-IF.

       StartNewChain.
           MOVE SPACES TO AUDIT-CHAIN-WS
           MOVE 0 TO ACN-SEQ-WS
           MOVE "H" TO ACN-KIND-WS
           MOVE 0 TO ACN-DAY-WS
           MOVE 0 TO ACN-LAST-SEQ-WS
           MOVE 1 TO ACN-FIRST-SEQ-WS
           MOVE 0 TO ACN-OPEN-DAY-WS
           MOVE 0 TO ACN-LAST-SEALED-WS
           MOVE 0 TO ACN-CARRIED-CHECK-WS
           MOVE 0 TO ACN-DAY-COUNT-WS
           MOVE 0 TO ACN-PRIOR-CHECK-WS
           MOVE 0 TO ACN-CHECK-WS
           WRITE AUDIT-CHAIN-RECORD FROM AUDIT-CHAIN-WS
               INVALID KEY CONTINUE
           END-WRITE
           MOVE 0 TO ACN-SEQ
           READ CHAINFILE INTO AUDIT-CHAIN-WS
               INVALID KEY CONTINUE
           END-READ.

       RewriteHead.
           MOVE SPACES TO AUDIT-CHAIN-WS
           MOVE 0 TO ACN-SEQ-WS
           MOVE "H" TO ACN-KIND-WS
           MOVE 0 TO ACN-DAY-WS
           MOVE HEAD-LAST-SEQ-WS TO ACN-LAST-SEQ-WS
           MOVE HEAD-FIRST-SEQ-WS TO ACN-FIRST-SEQ-WS
           MOVE HEAD-OPEN-DAY-WS TO ACN-OPEN-DAY-WS
           MOVE HEAD-LAST-SEALED-WS TO ACN-LAST-SEALED-WS
           MOVE HEAD-CARRIED-CHECK-WS TO ACN-CARRIED-CHECK-WS
           MOVE HEAD-DAY-COUNT-WS TO ACN-DAY-COUNT-WS
           MOVE 0 TO ACN-PRIOR-CHECK-WS
           MOVE HEAD-CHECK-WS TO ACN-CHECK-WS
           REWRITE AUDIT-CHAIN-RECORD FROM AUDIT-CHAIN-WS
               INVALID KEY MOVE "N" TO ACH-OK
           END-REWRITE.

       JudgeRetriedOp.
           IF FILE-OP-OK-WS OR NOT RECORD-LOCKED-WS
               MOVE "N" TO OP-PENDING-WS
           ELSE
               IF RETRY-COUNT-WS < 3
                   ADD 1 TO RETRY-COUNT-WS
                   PERFORM WaitAMoment
               ELSE
                   MOVE "N" TO OP-PENDING-WS
                   MOVE "N" TO ACH-OK
               END-IF
           END-IF.

      *    Same counted pause the circulation desk uses between lock
      *    retries: crude, but it holds no locks of its own.
       WaitAMoment.
           PERFORM VARYING WAIT-IDX-WS FROM 1 BY 1
                   UNTIL WAIT-IDX-WS > 500000
               CONTINUE
           END-PERFORM.

       StepOneDay.
           MOVE MONTH-LENGTH-WS(STEP-MM-WS) TO MONTH-DAYS-WS
           IF STEP-MM-WS = 2
               IF FUNCTION MOD(STEP-YYYY-WS, 4) = 0 AND
                       (FUNCTION MOD(STEP-YYYY-WS, 100) NOT = 0 OR
                        FUNCTION MOD(STEP-YYYY-WS, 400) = 0)
                   MOVE 29 TO MONTH-DAYS-WS
               END-IF
           END-IF
           IF STEP-DD-WS < MONTH-DAYS-WS
               ADD 1 TO STEP-DD-WS
           ELSE
               MOVE 1 TO STEP-DD-WS
               IF STEP-MM-WS < 12
                   ADD 1 TO STEP-MM-WS
               ELSE
                   MOVE 1 TO STEP-MM-WS
                   ADD 1 TO STEP-YYYY-WS
               END-IF
           END-IF.

       MixCheck.
           MOVE 7 TO MIX-HIGH-WS
           MOVE 11 TO MIX-LOW-WS
           PERFORM VARYING MIX-IDX-WS FROM 1 BY 1
                   UNTIL MIX-IDX-WS > 89
               COMPUTE MIX-CHAR-WS =
                   FUNCTION ORD(MIX-INPUT-WS(MIX-IDX-WS:1))
               COMPUTE MIX-HIGH-WS = FUNCTION MOD(
                   (MIX-HIGH-WS * 263) + MIX-CHAR-WS + MIX-IDX-WS,
                   HIGH-MODULUS-WS)
               DIVIDE MIX-HIGH-WS BY 9973 GIVING MIX-QUOT-WS
               COMPUTE MIX-LOW-WS = FUNCTION MOD(
                   (MIX-LOW-WS * 127) + (MIX-CHAR-WS * 31)
                   + MIX-QUOT-WS, LOW-MODULUS-WS)
           END-PERFORM.
