       IDENTIFICATION DIVISION.
       PROGRAM-ID. NoticeTemplates.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NOTICETMPLFILE ASSIGN TO "noticetmpl.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NTP-KEY
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL STUDENTRECORD ASSIGN TO "student.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-ID
           FILE STATUS IS STUDENT-FILE-STATUS-WS.

           SELECT OPTIONAL AUDITRECORD ASSIGN TO "audit.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDIT-REF-ID
           ALTERNATE RECORD KEY IS AUDIT-BOOK-ID WITH DUPLICATES
           FILE STATUS IS AUDIT-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD NOTICETMPLFILE.
       COPY noticetmplrecord-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD AUDITRECORD.
       COPY auditrecord-fs.

       WORKING-STORAGE SECTION.
       COPY noticetmplrecord-ws.
       COPY studentrecord-ws.
       COPY auditrecord-ws.
       COPY auditchain-request.
       COPY nmerge-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 AUDIT-FILE-STATUS-WS PIC X(2).
           88 AUDIT-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 OPTION-WS PIC 9.
       01 PICK-NUM-WS PIC 99.
       01 LINE-IDX-WS PIC 9.
       01 ID-SCAN-WS PIC X(10) VALUE SPACES.
       01 WORK-STUDENT-ID-WS PIC 9(10).
       01 SAMPLE-BOOK-ID-WS PIC 9(10).
       01 TODAY-DATE-WS PIC 9(8).
       01 CONFIRM-WS PIC X VALUE SPACE.
       01 DRAFT-FOUND-WS PIC X VALUE "N".
       01 LIVE-FOUND-WS PIC X VALUE "N".
       01 ROW-FOUND-WS PIC X VALUE "N".
       01 LIVE-STATE-WS PIC X(24).
       01 DRAFT-STATE-WS PIC X(5).
       01 ENTRY-TEXT-WS PIC X(160).
       01 TMPL-NAME-VALUES-WS.
           05 FILLER PIC X(27) VALUE "OV1OVERDUE - COURTESY      ".
           05 FILLER PIC X(27) VALUE "OV2OVERDUE - SECOND NOTICE ".
           05 FILLER PIC X(27) VALUE "OV3OVERDUE - FINAL NOTICE  ".
           05 FILLER PIC X(27) VALUE "DS1DUE TOMORROW REMINDER   ".
           05 FILLER PIC X(27) VALUE "HD1HOLD READY FOR PICKUP   ".
           05 FILLER PIC X(27) VALUE "RC1RECALL                  ".
           05 FILLER PIC X(27) VALUE "MB1MEMBERSHIP RENEWAL      ".
           05 FILLER PIC X(27) VALUE "PP1PAYMENT PLAN - MISSED   ".
           05 FILLER PIC X(27) VALUE "EV1EVENT REMINDER          ".
           05 FILLER PIC X(27) VALUE "EV2EVENT CANCELLED         ".
       01 TMPL-NAME-TABLE-WS REDEFINES TMPL-NAME-VALUES-WS.
           05 TMPL-ENTRY-WS OCCURS 10 TIMES.
               10 TMPL-TYPE-WS PIC X(2).
               10 TMPL-LEVEL-WS PIC 9(1).
               10 TMPL-NAME-WS PIC X(24).

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    The wording of the student notices, edited here instead
      *    of in the notice programs. Changes are made to a draft
      *    row that no notice run sees; the draft can be previewed
      *    merged against any student on the roster - through
      *    NoticeMerge, the same code the notice runs use - and is
      *    then published over the live row, or thrown away. The
      *    first edit of a notice type starts from its live wording,
      *    or from the standard wording when it has none. Saving a
      *    draft and publishing it each leave an audit.bin entry the
      *    way policy changes do (AUDIT-BOOK-ID zero).
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           PERFORM OpenTemplateFile
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "NOTICE WORDING"
               DISPLAY "[1] LIST NOTICE TEMPLATES"
               DISPLAY "[2] EDIT A DRAFT"
               DISPLAY "[3] PREVIEW A DRAFT AGAINST A STUDENT"
               DISPLAY "[4] PUBLISH A DRAFT"
               DISPLAY "[5] DISCARD A DRAFT"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM ListTemplates
                   WHEN 2 PERFORM EditDraft
                   WHEN 3 PERFORM PreviewDraft
                   WHEN 4 PERFORM PublishDraft
                   WHEN 5 PERFORM DiscardDraft
                   WHEN 0
                       CLOSE NOTICETMPLFILE
                       EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       OpenTemplateFile.
           OPEN EXTEND NOTICETMPLFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT NOTICETMPLFILE
               CLOSE NOTICETMPLFILE
           ELSE
               CLOSE NOTICETMPLFILE
           END-IF
           OPEN I-O NOTICETMPLFILE.

       ListTemplates.
           DISPLAY " "
           DISPLAY "   NOTICE                   IN USE"
               "                   DRAFT"
           PERFORM VARYING PICK-NUM-WS FROM 1 BY 1
                   UNTIL PICK-NUM-WS > 10
               PERFORM CheckRowsForPick
               IF LIVE-FOUND-WS = "Y"
                   MOVE SPACES TO LIVE-STATE-WS
                   STRING NTP-CHANGED-DATE-WS " " NTP-CHANGED-BY-WS
                       DELIMITED BY SIZE INTO LIVE-STATE-WS
                   END-STRING
               ELSE
                   MOVE "STANDARD WORDING" TO LIVE-STATE-WS
               END-IF
               IF DRAFT-FOUND-WS = "Y"
                   MOVE "YES" TO DRAFT-STATE-WS
               ELSE
                   MOVE "-" TO DRAFT-STATE-WS
               END-IF
               DISPLAY "[" PICK-NUM-WS "] " TMPL-NAME-WS(PICK-NUM-WS)
                   " " LIVE-STATE-WS " " DRAFT-STATE-WS
           END-PERFORM.

      *    Leaves the live row, if any, in NOTICE-TEMPLATE-WS.
       CheckRowsForPick.
           MOVE TMPL-TYPE-WS(PICK-NUM-WS) TO NTP-TYPE
           MOVE TMPL-LEVEL-WS(PICK-NUM-WS) TO NTP-LEVEL
           MOVE "D" TO NTP-STATE
           PERFORM ReadTemplateRow
           MOVE ROW-FOUND-WS TO DRAFT-FOUND-WS
           MOVE "L" TO NTP-STATE
           PERFORM ReadTemplateRow
           MOVE ROW-FOUND-WS TO LIVE-FOUND-WS.

       ReadTemplateRow.
           MOVE "N" TO ROW-FOUND-WS
           READ NOTICETMPLFILE INTO NOTICE-TEMPLATE-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO ROW-FOUND-WS
           END-READ.

       PickTemplate.
           PERFORM ListTemplates
           DISPLAY "WHICH NOTICE (0 TO RETURN): " WITH NO ADVANCING
           ACCEPT PICK-NUM-WS
           IF PICK-NUM-WS > 10
               MOVE 0 TO PICK-NUM-WS
           END-IF.

      *    Each line is shown as it stands; pressing Enter keeps it,
      *    a single * blanks it, anything else replaces it.
       EditDraft.
           PERFORM PickTemplate
           IF PICK-NUM-WS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckRowsForPick
           MOVE "T" TO NMG-FUNC
           MOVE TMPL-TYPE-WS(PICK-NUM-WS) TO NMG-TYPE
           MOVE TMPL-LEVEL-WS(PICK-NUM-WS) TO NMG-LEVEL
           MOVE "D" TO NMG-STATE
           CALL "NoticeMerge" USING NMG-REQUEST
           DISPLAY " "
           DISPLAY "PLACEHOLDERS: {NAME} {TITLE} {DUE} {PICKUP} {OWED}"
           DISPLAY "ENTER KEEPS A LINE, * BLANKS IT."
           DISPLAY "SUBJECT: " NMG-SUBJECT
           PERFORM AcceptEntry
           IF ENTRY-TEXT-WS = "*"
               MOVE SPACES TO NMG-SUBJECT
           ELSE
               IF ENTRY-TEXT-WS NOT = SPACES
                   MOVE ENTRY-TEXT-WS TO NMG-SUBJECT
               END-IF
           END-IF
           PERFORM VARYING LINE-IDX-WS FROM 1 BY 1
                   UNTIL LINE-IDX-WS > 6
               DISPLAY "LINE " LINE-IDX-WS ": "
                   NMG-MESSAGE-LINE(LINE-IDX-WS)
               PERFORM AcceptEntry
               IF ENTRY-TEXT-WS = "*"
                   MOVE SPACES TO NMG-MESSAGE-LINE(LINE-IDX-WS)
               ELSE
                   IF ENTRY-TEXT-WS NOT = SPACES
                       MOVE ENTRY-TEXT-WS
                           TO NMG-MESSAGE-LINE(LINE-IDX-WS)
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "TEXT MESSAGE: " NMG-SMS-TEXT
           PERFORM AcceptEntry
           IF ENTRY-TEXT-WS = "*"
               MOVE SPACES TO NMG-SMS-TEXT
           ELSE
               IF ENTRY-TEXT-WS NOT = SPACES
                   MOVE ENTRY-TEXT-WS TO NMG-SMS-TEXT
               END-IF
           END-IF
           MOVE TMPL-TYPE-WS(PICK-NUM-WS) TO NTP-TYPE-WS
           MOVE TMPL-LEVEL-WS(PICK-NUM-WS) TO NTP-LEVEL-WS
           MOVE "D" TO NTP-STATE-WS
           MOVE NMG-SUBJECT TO NTP-SUBJECT-WS
           MOVE NMG-MESSAGE TO NTP-BODY-WS
           MOVE NMG-SMS-TEXT TO NTP-SMS-TEXT-WS
           MOVE ADMINNAME-LS TO NTP-CHANGED-BY-WS
           MOVE TODAY-DATE-WS TO NTP-CHANGED-DATE-WS
           MOVE NOTICE-TEMPLATE-WS TO NOTICE-TEMPLATE-RECORD
           IF DRAFT-FOUND-WS = "Y"
               REWRITE NOTICE-TEMPLATE-RECORD
                   INVALID KEY DISPLAY "DRAFT NOT SAVED."
                   NOT INVALID KEY PERFORM DraftSaved
               END-REWRITE
           ELSE
               WRITE NOTICE-TEMPLATE-RECORD
                   INVALID KEY DISPLAY "DRAFT NOT SAVED."
                   NOT INVALID KEY PERFORM DraftSaved
               END-WRITE
           END-IF.

       AcceptEntry.
           DISPLAY "> " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-TEXT-WS
           ACCEPT ENTRY-TEXT-WS.

       DraftSaved.
           DISPLAY "DRAFT SAVED. PREVIEW IT, THEN PUBLISH IT TO PUT "
               "IT IN USE."
           MOVE "NTMPL-DRFT" TO AUDIT-ACTION-WS
           PERFORM WriteTemplateAudit.

       PreviewDraft.
           PERFORM PickTemplate
           IF PICK-NUM-WS = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SAMPLE STUDENT ID: " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO WORK-STUDENT-ID-WS
           MOVE SPACES TO STUDENTNAME-WS
           OPEN INPUT STUDENTRECORD
           IF STUDENT-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO ROSTER ON FILE."
               EXIT PARAGRAPH
           END-IF
           MOVE WORK-STUDENT-ID-WS TO STUDENT-ID
           READ STUDENTRECORD INTO STUDENT-WS
               INVALID KEY
                   DISPLAY "NO SUCH STUDENT."
                   CLOSE STUDENTRECORD
                   EXIT PARAGRAPH
           END-READ
           CLOSE STUDENTRECORD
           DISPLAY "SAMPLE BOOK ID (ENTER FOR NONE): "
               WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO SAMPLE-BOOK-ID-WS
           MOVE "M" TO NMG-FUNC
           MOVE TMPL-TYPE-WS(PICK-NUM-WS) TO NMG-TYPE
           MOVE TMPL-LEVEL-WS(PICK-NUM-WS) TO NMG-LEVEL
           MOVE "D" TO NMG-STATE
           MOVE STUDENTNAME-WS TO NMG-STUDENTNAME
           MOVE SAMPLE-BOOK-ID-WS TO NMG-BOOK-ID
           MOVE TODAY-DATE-WS TO NMG-DUE-DATE
           MOVE TODAY-DATE-WS TO NMG-PICKUP-DATE
           MOVE 12.50 TO NMG-AMOUNT
           CALL "NoticeMerge" USING NMG-REQUEST
           DISPLAY " "
           EVALUATE NMG-SOURCE
               WHEN "D" DISPLAY "PREVIEW OF THE DRAFT:"
               WHEN "L" DISPLAY "NO DRAFT - PREVIEW OF THE WORDING "
                   "IN USE:"
               WHEN OTHER DISPLAY "NO DRAFT - PREVIEW OF THE "
                   "STANDARD WORDING:"
           END-EVALUATE
           DISPLAY "(DATES SHOWN AS TODAY, AMOUNT AS $12.50)"
           DISPLAY "------------------------------------------------"
               "----------------------"
           DISPLAY "SUBJECT: " NMG-SUBJECT
           DISPLAY " "
           PERFORM VARYING LINE-IDX-WS FROM 1 BY 1
                   UNTIL LINE-IDX-WS > 6
               DISPLAY NMG-MESSAGE-LINE(LINE-IDX-WS)
           END-PERFORM
           DISPLAY "------------------------------------------------"
               "----------------------"
           DISPLAY "TEXT MESSAGE: " NMG-SMS-TEXT(1:80)
           DISPLAY "              " NMG-SMS-TEXT(81:80).

       PublishDraft.
           PERFORM PickTemplate
           IF PICK-NUM-WS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckRowsForPick
           IF DRAFT-FOUND-WS = "N"
               DISPLAY "THERE IS NO DRAFT OF THAT NOTICE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PUT THE DRAFT IN USE FOR EVERY NOTICE FROM NOW "
               "ON? (Y/N): " WITH NO ADVANCING
           MOVE SPACE TO CONFIRM-WS
           ACCEPT CONFIRM-WS
           IF CONFIRM-WS NOT = "Y" AND CONFIRM-WS NOT = "y"
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO NTP-STATE
           PERFORM ReadTemplateRow
           DELETE NOTICETMPLFILE
               INVALID KEY CONTINUE
           END-DELETE
           MOVE "L" TO NTP-STATE-WS
           MOVE ADMINNAME-LS TO NTP-CHANGED-BY-WS
           MOVE TODAY-DATE-WS TO NTP-CHANGED-DATE-WS
           MOVE NOTICE-TEMPLATE-WS TO NOTICE-TEMPLATE-RECORD
           IF LIVE-FOUND-WS = "Y"
               REWRITE NOTICE-TEMPLATE-RECORD
                   INVALID KEY DISPLAY "UNABLE TO PUBLISH."
                   NOT INVALID KEY PERFORM DraftPublished
               END-REWRITE
           ELSE
               WRITE NOTICE-TEMPLATE-RECORD
                   INVALID KEY DISPLAY "UNABLE TO PUBLISH."
                   NOT INVALID KEY PERFORM DraftPublished
               END-WRITE
           END-IF.

       DraftPublished.
           DISPLAY "PUBLISHED. THE NEXT NOTICE RUN USES THE NEW "
               "WORDING."
           MOVE "NTMPL-PUB" TO AUDIT-ACTION-WS
           PERFORM WriteTemplateAudit.

       DiscardDraft.
           PERFORM PickTemplate
           IF PICK-NUM-WS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckRowsForPick
           IF DRAFT-FOUND-WS = "N"
               DISPLAY "THERE IS NO DRAFT OF THAT NOTICE."
               EXIT PARAGRAPH
           END-IF
           MOVE TMPL-TYPE-WS(PICK-NUM-WS) TO NTP-TYPE
           MOVE TMPL-LEVEL-WS(PICK-NUM-WS) TO NTP-LEVEL
           MOVE "D" TO NTP-STATE
           DELETE NOTICETMPLFILE
               INVALID KEY DISPLAY "UNABLE TO DISCARD THE DRAFT."
               NOT INVALID KEY DISPLAY "DRAFT DISCARDED."
           END-DELETE.

       WriteTemplateAudit.
           OPEN EXTEND AUDITRECORD
           IF AUDIT-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT AUDITRECORD
               CLOSE AUDITRECORD
           ELSE
               CLOSE AUDITRECORD
           END-IF
           OPEN I-O AUDITRECORD
           MOVE 0 TO AUDIT-BOOK-ID
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
