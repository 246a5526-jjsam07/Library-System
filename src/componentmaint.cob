       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComponentMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMPONENTFILE ASSIGN TO "component.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COMPONENT-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL BOOKRECORD ASSIGN TO "library.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BOOK-ID
           ALTERNATE RECORD KEY IS BOOKNAME
           ALTERNATE RECORD KEY IS AUTHORNAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS CATEGORY WITH DUPLICATES
           ALTERNATE RECORD KEY IS ISBN WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS BOOK-FILE-STATUS-WS.

           SELECT OPTIONAL AUDITRECORD ASSIGN TO "audit.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDIT-REF-ID
           ALTERNATE RECORD KEY IS AUDIT-BOOK-ID WITH DUPLICATES
           FILE STATUS IS AUDIT-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPONENTFILE.
       COPY componentrecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.
       FD AUDITRECORD.
       COPY auditrecord-fs.

       WORKING-STORAGE SECTION.
       COPY componentrecord-ws.
       COPY bookrecord-ws.
       COPY auditrecord-ws.
       COPY auditchain-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BOOK-FILE-STATUS-WS PIC X(2).
           88 BOOK-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 AUDIT-FILE-STATUS-WS PIC X(2).
           88 AUDIT-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 OPTION-WS PIC 9.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 ID-SCAN-WS PIC X(10) VALUE SPACES.
       01 KIT-BOOK-ID-WS PIC 9(10).
       01 KIT-SEQ-WS PIC 9(2).
       01 KIT-LAST-SEQ-WS PIC 9(2).
       01 KIT-PARTS-WS PIC 9(2).
       01 KIT-TOTAL-VALUE-WS PIC 9(6)V99.
       01 KIT-AMOUNT-SCAN-WS PIC X(10) VALUE SPACES.
       01 KIT-DESC-ENTRY-WS PIC X(30).

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    The parts list behind a multi-part title: each piece that
      *    goes out with the item and its replacement value, which
      *    is what a borrower is charged when that piece does not
      *    come back. Parts are numbered within the title in the
      *    order they are added; a part's wording and value can be
      *    corrected in place, and removing the last part turns the
      *    title back into a single piece. Every change leaves an
      *    audit.bin entry against the title.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           DISPLAY " "
           DISPLAY "ACCOMPANYING PARTS"
           DISPLAY "BOOK ID (0 TO RETURN): " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           IF ID-SCAN-WS = SPACES
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO KIT-BOOK-ID-WS
           IF KIT-BOOK-ID-WS = 0
               EXIT PROGRAM
           END-IF
           OPEN INPUT BOOKRECORD
           IF BOOK-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO CATALOG ON FILE."
               EXIT PROGRAM
           END-IF
           MOVE KIT-BOOK-ID-WS TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               INVALID KEY
                   DISPLAY "NO SUCH TITLE."
                   CLOSE BOOKRECORD
                   EXIT PROGRAM
           END-READ
           CLOSE BOOKRECORD
           PERFORM OpenComponentFile
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "TITLE: " BOOKNAME-WS
               DISPLAY "[1] LIST PARTS"
               DISPLAY "[2] ADD A PART"
               DISPLAY "[3] CORRECT A PART"
               DISPLAY "[4] REMOVE A PART"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM ListParts
                   WHEN 2 PERFORM AddPart
                   WHEN 3 PERFORM CorrectPart
                   WHEN 4 PERFORM RemovePart
                   WHEN 0
                       CLOSE COMPONENTFILE
                       EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       OpenComponentFile.
           OPEN EXTEND COMPONENTFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT COMPONENTFILE
               CLOSE COMPONENTFILE
           ELSE
               CLOSE COMPONENTFILE
           END-IF
           OPEN I-O COMPONENTFILE.

      *    Walks the title's parts; KIT-LAST-SEQ-WS ends as the
      *    highest part number in use so AddPart numbers after it.
       ListParts.
           MOVE 0 TO KIT-PARTS-WS
           MOVE 0 TO KIT-LAST-SEQ-WS
           MOVE 0 TO KIT-TOTAL-VALUE-WS
           MOVE KIT-BOOK-ID-WS TO CMP-BOOK-ID
           MOVE 0 TO CMP-SEQ
           START COMPONENTFILE KEY IS >= COMPONENT-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ COMPONENTFILE NEXT INTO COMPONENT-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF CMP-BOOK-ID-WS NOT = KIT-BOOK-ID-WS
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           ADD 1 TO KIT-PARTS-WS
                           ADD CMP-VALUE-WS TO KIT-TOTAL-VALUE-WS
                           MOVE CMP-SEQ-WS TO KIT-LAST-SEQ-WS
                           IF OPTION-WS = 1
                               DISPLAY "  " CMP-SEQ-WS " "
                                   CMP-DESCRIPTION-WS " $"
                                   CMP-VALUE-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF OPTION-WS = 1
               IF KIT-PARTS-WS = 0
                   DISPLAY "NO PARTS - THIS TITLE IS A SINGLE PIECE."
               ELSE
                   DISPLAY KIT-PARTS-WS " PART(S), REPLACEMENT "
                       "VALUE $" KIT-TOTAL-VALUE-WS
               END-IF
           END-IF.

       AddPart.
           PERFORM ListParts
           IF KIT-LAST-SEQ-WS >= 99
               DISPLAY "NO ROOM FOR ANOTHER PART ON THIS TITLE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PART (E.G. POWER CHARGER): " WITH NO ADVANCING
           MOVE SPACES TO KIT-DESC-ENTRY-WS
           ACCEPT KIT-DESC-ENTRY-WS
           IF KIT-DESC-ENTRY-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE KIT-BOOK-ID-WS TO CMP-BOOK-ID-WS
           ADD 1 TO KIT-LAST-SEQ-WS GIVING CMP-SEQ-WS
           MOVE FUNCTION UPPER-CASE(KIT-DESC-ENTRY-WS)
               TO CMP-DESCRIPTION-WS
           PERFORM PromptPartValue
           WRITE COMPONENT-RECORD FROM COMPONENT-WS
               INVALID KEY
                   DISPLAY "UNABLE TO ADD THE PART."
                   EXIT PARAGRAPH
           END-WRITE
           MOVE "KITPARTADD" TO AUDIT-ACTION-WS
           PERFORM WritePartAudit
           DISPLAY "PART " CMP-SEQ-WS " ADDED.".

       PromptPartValue.
           DISPLAY "REPLACEMENT VALUE [0.00]: " WITH NO ADVANCING
           MOVE SPACES TO KIT-AMOUNT-SCAN-WS
           ACCEPT KIT-AMOUNT-SCAN-WS
           IF KIT-AMOUNT-SCAN-WS = SPACES
               MOVE 0 TO CMP-VALUE-WS
           ELSE
               MOVE FUNCTION NUMVAL(KIT-AMOUNT-SCAN-WS)
                   TO CMP-VALUE-WS
           END-IF.

       ReadChosenPart.
           DISPLAY "PART NUMBER: " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO KIT-SEQ-WS
           MOVE KIT-BOOK-ID-WS TO CMP-BOOK-ID
           MOVE KIT-SEQ-WS TO CMP-SEQ
           READ COMPONENTFILE INTO COMPONENT-WS
               INVALID KEY
                   DISPLAY "NO SUCH PART ON THIS TITLE."
                   MOVE 0 TO KIT-SEQ-WS
           END-READ.

      *    Enter keeps the wording; the value is always re-keyed.
       CorrectPart.
           PERFORM ReadChosenPart
           IF KIT-SEQ-WS = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PART [" CMP-DESCRIPTION-WS "]: "
               WITH NO ADVANCING
           MOVE SPACES TO KIT-DESC-ENTRY-WS
           ACCEPT KIT-DESC-ENTRY-WS
           IF KIT-DESC-ENTRY-WS NOT = SPACES
               MOVE FUNCTION UPPER-CASE(KIT-DESC-ENTRY-WS)
                   TO CMP-DESCRIPTION-WS
           END-IF
           DISPLAY "WAS $" CMP-VALUE-WS
           PERFORM PromptPartValue
           REWRITE COMPONENT-RECORD FROM COMPONENT-WS
               INVALID KEY
                   DISPLAY "UNABLE TO UPDATE THE PART."
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "KITPARTCHG" TO AUDIT-ACTION-WS
           PERFORM WritePartAudit
           DISPLAY "PART " CMP-SEQ-WS " UPDATED.".

       RemovePart.
           PERFORM ReadChosenPart
           IF KIT-SEQ-WS = 0
               EXIT PARAGRAPH
           END-IF
           DELETE COMPONENTFILE RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO REMOVE THE PART."
                   EXIT PARAGRAPH
           END-DELETE
           MOVE "KITPARTDEL" TO AUDIT-ACTION-WS
           PERFORM WritePartAudit
           DISPLAY "PART " CMP-SEQ-WS " REMOVED.".

       WritePartAudit.
           OPEN EXTEND AUDITRECORD
           IF AUDIT-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT AUDITRECORD
               CLOSE AUDITRECORD
           ELSE
               CLOSE AUDITRECORD
           END-IF
           OPEN I-O AUDITRECORD
           MOVE KIT-BOOK-ID-WS TO AUDIT-BOOK-ID
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
