       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckDigit.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY policyrecord-ws.

       01 POLICY-LOADED-WS PIC X VALUE "N".
       01 TODAY-DATE-WS PIC 9(8).
       01 CHANGEOVER-OPEN-WS PIC X VALUE "Y".
       01 ID-DIGITS-WS PIC 9(10).
       01 ID-DIGIT-TABLE-WS REDEFINES ID-DIGITS-WS.
           05 ID-DIGIT-WS PIC 9(1) OCCURS 10 TIMES.
       01 DIGIT-IDX-WS PIC 9(2).
       01 WEIGHT-SUM-WS PIC 9(3).
       01 SUM-QUOT-WS PIC 9(3).
       01 SUM-REM-WS PIC 9(1).
       01 POS-QUOT-WS PIC 9(2).
       01 POS-REM-WS PIC 9(1).
       01 FIRST-POS-WS PIC 9(2).
       01 LAST-POS-WS PIC 9(2).
       01 SCAN-IDX-WS PIC 9(2).
       01 DIGIT-COUNT-WS PIC 9(2).
       01 ENTRY-VALUE-WS PIC 9(12).
       01 ENTRY-BODY-WS PIC 9(11).
       01 KEYED-CHECK-WS PIC 9(1).

       LINKAGE SECTION.
       COPY checkdigit-request.

      *    Check digits for book and student ids. The digit is the
      *    barcode trade's weighted sum: counting from the right of
      *    the zero-padded id, the digits are weighted three and
      *    one in turn, and the check digit brings the sum up to a
      *    multiple of ten. Any one digit keyed wrong changes the
      *    sum, as does nearly every pair of neighbours swapped, so
      *    a slip at the desk is refused before it can land on some
      *    other real record. The changeover end date comes from
      *    the policy row, read once per run.
       PROCEDURE DIVISION USING CKD-REQUEST.
       StartPara.
           EVALUATE CKD-FUNC
               WHEN "C"
                   PERFORM WorkOutCheckDigit
                   MOVE "N" TO CKD-RESULT
               WHEN "S"
                   PERFORM ReadScannedId
               WHEN OTHER
                   MOVE "R" TO CKD-RESULT
           END-EVALUATE.
           EXIT PROGRAM.

       WorkOutCheckDigit.
           MOVE CKD-ID TO ID-DIGITS-WS
           MOVE 0 TO WEIGHT-SUM-WS
           PERFORM VARYING DIGIT-IDX-WS FROM 1 BY 1
                   UNTIL DIGIT-IDX-WS > 10
               DIVIDE DIGIT-IDX-WS BY 2 GIVING POS-QUOT-WS
                   REMAINDER POS-REM-WS
               IF POS-REM-WS = 0
                   COMPUTE WEIGHT-SUM-WS = WEIGHT-SUM-WS
                       + (ID-DIGIT-WS(DIGIT-IDX-WS) * 3)
               ELSE
                   ADD ID-DIGIT-WS(DIGIT-IDX-WS) TO WEIGHT-SUM-WS
               END-IF
           END-PERFORM
           DIVIDE WEIGHT-SUM-WS BY 10 GIVING SUM-QUOT-WS
               REMAINDER SUM-REM-WS
           IF SUM-REM-WS = 0
               MOVE 0 TO CKD-CHECK-DIGIT
           ELSE
               COMPUTE CKD-CHECK-DIGIT = 10 - SUM-REM-WS
           END-IF.

      *    A scan arrives left-justified, a hand-keyed entry may
      *    carry a stray leading space; only the digits between the
      *    first and last non-blank count.
       ReadScannedId.
           MOVE 0 TO CKD-ID
           MOVE 0 TO CKD-CHECK-DIGIT
           MOVE SPACES TO CKD-REASON
           MOVE "R" TO CKD-RESULT
           MOVE 0 TO FIRST-POS-WS
           MOVE 0 TO LAST-POS-WS
           PERFORM VARYING SCAN-IDX-WS FROM 1 BY 1
                   UNTIL SCAN-IDX-WS > 12
               IF CKD-SCAN(SCAN-IDX-WS:1) NOT = SPACE
                   IF FIRST-POS-WS = 0
                       MOVE SCAN-IDX-WS TO FIRST-POS-WS
                   END-IF
                   MOVE SCAN-IDX-WS TO LAST-POS-WS
               END-IF
           END-PERFORM
           IF FIRST-POS-WS = 0
               MOVE "Z" TO CKD-RESULT
               EXIT PARAGRAPH
           END-IF
           COMPUTE DIGIT-COUNT-WS = LAST-POS-WS - FIRST-POS-WS + 1
           IF CKD-SCAN(FIRST-POS-WS:DIGIT-COUNT-WS) IS NOT NUMERIC
               MOVE "NOT AN ID - DIGITS ONLY, PLEASE." TO CKD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(CKD-SCAN(FIRST-POS-WS:DIGIT-COUNT-WS))
               TO ENTRY-VALUE-WS
           IF ENTRY-VALUE-WS = 0
               MOVE "Z" TO CKD-RESULT
               EXIT PARAGRAPH
           END-IF
           IF DIGIT-COUNT-WS > 11
               MOVE "TOO MANY DIGITS FOR AN ID." TO CKD-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM JudgeChangeover
           IF CHANGEOVER-OPEN-WS = "Y" AND DIGIT-COUNT-WS < 11
               MOVE ENTRY-VALUE-WS TO CKD-ID
               MOVE "O" TO CKD-RESULT
               EXIT PARAGRAPH
           END-IF
           DIVIDE ENTRY-VALUE-WS BY 10 GIVING ENTRY-BODY-WS
               REMAINDER KEYED-CHECK-WS
           IF ENTRY-BODY-WS = 0
               MOVE "NO ID BEFORE THE CHECK DIGIT." TO CKD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ENTRY-BODY-WS TO CKD-ID
           PERFORM WorkOutCheckDigit
           IF CKD-CHECK-DIGIT = KEYED-CHECK-WS
               MOVE "N" TO CKD-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CKD-ID
           MOVE 0 TO CKD-CHECK-DIGIT
           IF CHANGEOVER-OPEN-WS = "Y"
               MOVE "CHECK DIGIT DOES NOT MATCH - RESCAN OR RETYPE."
                   TO CKD-REASON
           ELSE
               MOVE "CHECK DIGIT WRONG - OLD LABELS NO LONGER TAKEN."
                   TO CKD-REASON
           END-IF.

      *    Plain ids stay good until the policy's changeover end;
      *    a zero end date leaves the changeover open.
       JudgeChangeover.
           IF POLICY-LOADED-WS = "N"
               CALL "LoadPolicy" USING POLICY-WS
               MOVE "Y" TO POLICY-LOADED-WS
           END-IF
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           IF POL-PLAIN-ID-UNTIL-WS = 0 OR
                   TODAY-DATE-WS <= POL-PLAIN-ID-UNTIL-WS
               MOVE "Y" TO CHANGEOVER-OPEN-WS
           ELSE
               MOVE "N" TO CHANGEOVER-OPEN-WS
           END-IF.
