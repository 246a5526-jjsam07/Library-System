       IDENTIFICATION DIVISION.
       PROGRAM-ID. PatronCredit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CREDITFILE ASSIGN TO "credit.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-REF-ID
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD CREDITFILE.
       COPY creditrecord-fs.

       WORKING-STORAGE SECTION.
       COPY creditrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 CREDIT-EOF-WS PIC X VALUE "N".
       01 CREDIT-SEQ-WS PIC 9(3) VALUE 0.
       01 CREDIT-WRITTEN-WS PIC X VALUE "N".
       01 CREDIT-TRIES-WS PIC 9(3) VALUE 0.
       01 RUNNING-BALANCE-WS PIC S9(7)V99 VALUE 0.

       LINKAGE SECTION.
       COPY pcredit-request.

      *    Keeper of the patron credit ledger (credit.bin). Every
      *    program that takes money in beyond what is owed, charges
      *    a patron, or pays money back calls here rather than
      *    touching the ledger itself, so the balance rule - never
      *    below zero, drawn only against a real charge - lives in
      *    one place. The balance is summed fresh from the student's
      *    rows on every call; the file is opened and closed each
      *    time because two desks may be drawing on it.
       PROCEDURE DIVISION USING PCR-REQUEST.
       StartPara.
           MOVE 0 TO PCR-DONE-AMOUNT
           PERFORM OpenCreditFile
           PERFORM SumStudentBalance
           EVALUATE PCR-FUNC
               WHEN "A"
                   IF PCR-AMOUNT > 0
                       MOVE "C" TO CRD-KIND-WS
                       MOVE PCR-AMOUNT TO PCR-DONE-AMOUNT
                       PERFORM WriteLedgerRow
                       ADD PCR-DONE-AMOUNT TO RUNNING-BALANCE-WS
                   END-IF
               WHEN "D"
                   IF RUNNING-BALANCE-WS > 0 AND PCR-AMOUNT > 0
                       IF PCR-AMOUNT < RUNNING-BALANCE-WS
                           MOVE PCR-AMOUNT TO PCR-DONE-AMOUNT
                       ELSE
                           MOVE RUNNING-BALANCE-WS TO PCR-DONE-AMOUNT
                       END-IF
                       MOVE "D" TO CRD-KIND-WS
                       MOVE "FN" TO PCR-SOURCE
                       PERFORM WriteLedgerRow
                       SUBTRACT PCR-DONE-AMOUNT FROM RUNNING-BALANCE-WS
                   END-IF
               WHEN "R"
                   IF PCR-AMOUNT > 0 AND
                           PCR-AMOUNT NOT > RUNNING-BALANCE-WS
                       MOVE "R" TO CRD-KIND-WS
                       MOVE PCR-AMOUNT TO PCR-DONE-AMOUNT
                       PERFORM WriteLedgerRow
                       SUBTRACT PCR-DONE-AMOUNT FROM RUNNING-BALANCE-WS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE CREDITFILE
           IF RUNNING-BALANCE-WS > 0
               MOVE RUNNING-BALANCE-WS TO PCR-BALANCE
           ELSE
               MOVE 0 TO PCR-BALANCE
           END-IF.
           EXIT PROGRAM.

       OpenCreditFile.
           OPEN EXTEND CREDITFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT CREDITFILE
               CLOSE CREDITFILE
           ELSE
               CLOSE CREDITFILE
           END-IF
           OPEN I-O CREDITFILE.

       SumStudentBalance.
           MOVE 0 TO RUNNING-BALANCE-WS
           MOVE ZEROS TO CRD-REF-ID
           MOVE PCR-STUDENT-ID TO CRD-STUDENT-ID
           START CREDITFILE KEY IS >= CRD-REF-ID
               INVALID KEY MOVE "Y" TO CREDIT-EOF-WS
               NOT INVALID KEY MOVE "N" TO CREDIT-EOF-WS
           END-START
           PERFORM UNTIL CREDIT-EOF-WS = "Y"
               READ CREDITFILE NEXT INTO CREDIT-WS
                   AT END MOVE "Y" TO CREDIT-EOF-WS
                   NOT AT END
                       IF CRD-STUDENT-ID-WS NOT = PCR-STUDENT-ID
                           MOVE "Y" TO CREDIT-EOF-WS
                       ELSE
                           IF CRD-IS-CREDIT-WS
                               ADD CRD-AMOUNT-WS TO RUNNING-BALANCE-WS
                           ELSE
                               SUBTRACT CRD-AMOUNT-WS
                                   FROM RUNNING-BALANCE-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WriteLedgerRow.
           MOVE PCR-STUDENT-ID TO CRD-STUDENT-ID-WS
           ACCEPT CRD-DATE-WS FROM DATE YYYYMMDD
           ACCEPT CRD-TIME-WS FROM TIME
           MOVE PCR-SOURCE TO CRD-SOURCE-WS
           MOVE PCR-DONE-AMOUNT TO CRD-AMOUNT-WS
           MOVE PCR-BOOK-ID TO CRD-BOOK-ID-WS
           MOVE PCR-OPERATOR TO CRD-OPERATOR-WS
           MOVE PCR-REASON TO CRD-REASON-WS
           MOVE "N" TO CREDIT-WRITTEN-WS
           MOVE 0 TO CREDIT-TRIES-WS
           PERFORM WriteWithFreshSeq UNTIL CREDIT-WRITTEN-WS = "Y"
               OR CREDIT-TRIES-WS > 99
           IF CREDIT-WRITTEN-WS = "N"
               MOVE 0 TO PCR-DONE-AMOUNT
           END-IF.

       WriteWithFreshSeq.
           ADD 1 TO CREDIT-TRIES-WS
           ADD 1 TO CREDIT-SEQ-WS
           IF CREDIT-SEQ-WS > 99
               MOVE 1 TO CREDIT-SEQ-WS
           END-IF
           MOVE CREDIT-SEQ-WS TO CRD-SEQ-WS
           MOVE CREDIT-WS TO CREDIT-RECORD
           WRITE CREDIT-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO CREDIT-WRITTEN-WS
           END-WRITE.
