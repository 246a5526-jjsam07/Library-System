       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuthorityMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUTHORITYFILE ASSIGN TO "authority.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUTH-KEY
           ALTERNATE RECORD KEY IS AUTH-PREFERRED WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL BOOKRECORD ASSIGN TO "library.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOOK-ID
           ALTERNATE RECORD KEY IS BOOKNAME
           ALTERNATE RECORD KEY IS AUTHORNAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS CATEGORY WITH DUPLICATES
           ALTERNATE RECORD KEY IS ISBN WITH DUPLICATES
           FILE STATUS IS BOOK-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD AUTHORITYFILE.
       COPY authorityrecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.

       WORKING-STORAGE SECTION.
       COPY authorityrecord-ws.
       COPY bookrecord-ws.
       COPY authlookup-request.
       COPY bookchangerecord-ws.
       COPY kwindex-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BOOK-FILE-STATUS-WS PIC X(2).
           88 BOOK-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 OPTION-WS PIC 9.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 CONFIRM-WS PIC X VALUE "N".
       01 FORM-ENTRY-WS PIC X(50).
       01 HEADING-ENTRY-WS PIC X(50).
       01 FORM-IDX-WS PIC 9(2).
       01 REPOINTED-COUNT-WS PIC 9(6) VALUE 0.
       01 UNKNOWN-COUNT-WS PIC 9(6) VALUE 0.
       01 EXAMINED-COUNT-WS PIC 9(6) VALUE 0.
       01 OLD-AUTHORNAME-WS PIC X(50).

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).
       01 AUTH-RUN-DATE-LS PIC 9(8).

      *    Maintenance for the author authority file: a preferred
      *    heading per author and the "see from" variants that point
      *    at it, so "Rowling, J.K.", "J. K. Rowling" and "ROWLING
      *    JK" stop being three authors. The cataloging paths warn
      *    through AuthorLookup when a form is not on file, and the
      *    keyword search reaches every form of a heading. The
      *    re-point run walks library.bin and moves each title
      *    still carrying a variant onto the preferred heading, one
      *    BookChangeHistory row per title - the same shape as the
      *    category merge in CategoryMaint. The batch schedule calls
      *    with a run date to re-point unattended; the menu passes
      *    zero.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS
               AUTH-RUN-DATE-LS.
       StartPara.
           IF AUTH-RUN-DATE-LS NOT = 0
               DISPLAY "AUTHOR HEADINGS - RE-POINT TO PREFERRED FORM"
               PERFORM RepointCatalog
               EXIT PROGRAM
           END-IF
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "AUTHOR AUTHORITY FILE"
               DISPLAY "[1] ADD A PREFERRED HEADING"
               DISPLAY "[2] ADD A SEE-FROM VARIANT"
               DISPLAY "[3] SHOW A HEADING AND ITS VARIANTS"
               DISPLAY "[4] REMOVE A FORM"
               DISPLAY "[5] RE-POINT TITLES TO PREFERRED HEADINGS"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM AddPreferredHeading
                   WHEN 2 PERFORM AddVariantForm
                   WHEN 3 PERFORM ShowHeading
                   WHEN 4 PERFORM RemoveForm
                   WHEN 5 PERFORM RepointCatalog
                   WHEN 0 EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       AddPreferredHeading.
           DISPLAY "PREFERRED HEADING (E.G. ROWLING, J. K.): "
               WITH NO ADVANCING
           MOVE SPACES TO HEADING-ENTRY-WS
           ACCEPT HEADING-ENTRY-WS
           IF HEADING-ENTRY-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE HEADING-ENTRY-WS TO ATH-FORM
           MOVE "L" TO ATH-FUNC
           CALL "AuthorLookup" USING ATH-REQUEST
           IF ATH-IS-PREFERRED OR ATH-IS-VARIANT
               DISPLAY "ALREADY ON FILE UNDER " ATH-PREFERRED
               EXIT PARAGRAPH
           END-IF
           MOVE HEADING-ENTRY-WS TO AUTH-FORM-WS
           MOVE HEADING-ENTRY-WS TO AUTH-PREFERRED-WS
           PERFORM WriteAuthorityRow.

      *    A variant always hangs off a preferred heading; naming
      *    the heading by one of its own variants is accepted and
      *    followed to the preferred form.
       AddVariantForm.
           DISPLAY "PREFERRED HEADING IT IS SEEN FROM: "
               WITH NO ADVANCING
           MOVE SPACES TO HEADING-ENTRY-WS
           ACCEPT HEADING-ENTRY-WS
           IF HEADING-ENTRY-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE HEADING-ENTRY-WS TO ATH-FORM
           MOVE "L" TO ATH-FUNC
           CALL "AuthorLookup" USING ATH-REQUEST
           IF NOT ATH-IS-PREFERRED AND NOT ATH-IS-VARIANT
               DISPLAY "NO SUCH HEADING - ADD THE PREFERRED FORM "
                   "FIRST."
               EXIT PARAGRAPH
           END-IF
           MOVE ATH-PREFERRED TO HEADING-ENTRY-WS
           DISPLAY "HEADING: " HEADING-ENTRY-WS
           DISPLAY "VARIANT FORM: " WITH NO ADVANCING
           MOVE SPACES TO FORM-ENTRY-WS
           ACCEPT FORM-ENTRY-WS
           IF FORM-ENTRY-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FORM-ENTRY-WS TO ATH-FORM
           MOVE "L" TO ATH-FUNC
           CALL "AuthorLookup" USING ATH-REQUEST
           IF ATH-IS-PREFERRED OR ATH-IS-VARIANT
               DISPLAY "THAT FORM IS ALREADY ON FILE UNDER "
                   ATH-PREFERRED
               EXIT PARAGRAPH
           END-IF
           MOVE FORM-ENTRY-WS TO AUTH-FORM-WS
           MOVE HEADING-ENTRY-WS TO AUTH-PREFERRED-WS
           PERFORM WriteAuthorityRow.

       WriteAuthorityRow.
           MOVE AUTH-FORM-WS TO ATH-FORM
           MOVE "K" TO ATH-FUNC
           CALL "AuthorLookup" USING ATH-REQUEST
           IF ATH-KEY = SPACES
               DISPLAY "A NAME NEEDS AT LEAST ONE LETTER."
               EXIT PARAGRAPH
           END-IF
           MOVE ATH-KEY TO AUTH-KEY-WS
           MOVE ADMINNAME-LS TO AUTH-CHANGED-BY-WS
           ACCEPT AUTH-CHANGED-DATE-WS FROM DATE YYYYMMDD
           PERFORM OpenAuthorityFile
           WRITE AUTHORITY-RECORD FROM AUTHORITY-WS
               INVALID KEY
                   DISPLAY "THAT FORM IS ALREADY ON FILE."
               NOT INVALID KEY
                   DISPLAY "AUTHORITY FILE UPDATED."
           END-WRITE
           CLOSE AUTHORITYFILE.

       ShowHeading.
           DISPLAY "ANY FORM OF THE AUTHOR'S NAME: " WITH NO ADVANCING
           MOVE SPACES TO FORM-ENTRY-WS
           ACCEPT FORM-ENTRY-WS
           MOVE FORM-ENTRY-WS TO ATH-FORM
           MOVE "L" TO ATH-FUNC
           CALL "AuthorLookup" USING ATH-REQUEST
           IF NOT ATH-IS-PREFERRED AND NOT ATH-IS-VARIANT
               DISPLAY "NOT IN THE AUTHORITY FILE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "HEADING: " ATH-FORMS(1)
           PERFORM VARYING FORM-IDX-WS FROM 2 BY 1
                   UNTIL FORM-IDX-WS > ATH-FORM-COUNT
               DISPLAY "  SEE FROM: " ATH-FORMS(FORM-IDX-WS)
           END-PERFORM.

      *    A preferred heading goes only once nothing points at it;
      *    its variants are removed first, one by one.
       RemoveForm.
           DISPLAY "FORM TO REMOVE: " WITH NO ADVANCING
           MOVE SPACES TO FORM-ENTRY-WS
           ACCEPT FORM-ENTRY-WS
           MOVE FORM-ENTRY-WS TO ATH-FORM
           MOVE "L" TO ATH-FUNC
           CALL "AuthorLookup" USING ATH-REQUEST
           IF NOT ATH-IS-PREFERRED AND NOT ATH-IS-VARIANT
               DISPLAY "NOT IN THE AUTHORITY FILE."
               EXIT PARAGRAPH
           END-IF
           IF ATH-IS-PREFERRED AND ATH-FORM-COUNT > 1
               DISPLAY "THAT HEADING STILL HAS VARIANTS - REMOVE "
                   "THEM FIRST."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REMOVE " FORM-ENTRY-WS " (Y/N)? "
               WITH NO ADVANCING
           MOVE "N" TO CONFIRM-WS
           ACCEPT CONFIRM-WS
           MOVE FUNCTION UPPER-CASE(CONFIRM-WS) TO CONFIRM-WS
           IF CONFIRM-WS NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM OpenAuthorityFile
           MOVE ATH-KEY TO AUTH-KEY
           DELETE AUTHORITYFILE RECORD
               INVALID KEY DISPLAY "UNABLE TO REMOVE THAT FORM."
               NOT INVALID KEY DISPLAY "FORM REMOVED."
           END-DELETE
           CLOSE AUTHORITYFILE.

      *    Every title is looked up by the author form it carries;
      *    one carrying a variant - or the heading typed with other
      *    spacing or punctuation - is rewritten with the preferred
      *    heading, the change logged field by field as UpdateBook
      *    logs it, and its keyword index words moved across.
      *    AUTHORNAME is an alternate key, so the walk goes by
      *    BOOK-ID and the rewrite never disturbs the scan.
       RepointCatalog.
           MOVE 0 TO EXAMINED-COUNT-WS
           MOVE 0 TO REPOINTED-COUNT-WS
           MOVE 0 TO UNKNOWN-COUNT-WS
           OPEN I-O BOOKRECORD
           IF BOOK-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO CATALOG ON FILE."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO BOOK-ID
           START BOOKRECORD KEY IS >= BOOK-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ BOOKRECORD NEXT INTO BOOK-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM RepointOneTitle
               END-READ
           END-PERFORM
           CLOSE BOOKRECORD
           DISPLAY EXAMINED-COUNT-WS " TITLE(S) EXAMINED, "
               REPOINTED-COUNT-WS " MOVED TO THE PREFERRED HEADING, "
               UNKNOWN-COUNT-WS " AUTHOR FORM(S) NOT IN THE FILE.".

       RepointOneTitle.
           ADD 1 TO EXAMINED-COUNT-WS
           IF AUTHORNAME-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE AUTHORNAME-WS TO ATH-FORM
           MOVE "L" TO ATH-FUNC
           CALL "AuthorLookup" USING ATH-REQUEST
           IF ATH-NO-AUTHORITY
               MOVE "Y" TO SCAN-DONE-WS
               DISPLAY "NO AUTHORITY FILE YET - NOTHING TO RE-POINT."
               EXIT PARAGRAPH
           END-IF
           IF ATH-IS-UNKNOWN
               ADD 1 TO UNKNOWN-COUNT-WS
               EXIT PARAGRAPH
           END-IF
           IF AUTHORNAME-WS = ATH-PREFERRED
               EXIT PARAGRAPH
           END-IF
           MOVE AUTHORNAME-WS TO OLD-AUTHORNAME-WS
           MOVE ATH-PREFERRED TO AUTHORNAME
           REWRITE BOOK
               INVALID KEY
                   DISPLAY "UNABLE TO RE-POINT BOOK " BOOK-ID
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO REPOINTED-COUNT-WS
           MOVE BOOK-ID-WS TO BCHG-BOOK-ID-WS
           MOVE ADMINNAME-LS TO BCHG-USER-WS
           MOVE "AUTHORNAME" TO BCHG-FIELD-WS
           MOVE OLD-AUTHORNAME-WS TO BCHG-OLD-VALUE-WS
           MOVE ATH-PREFERRED TO BCHG-NEW-VALUE-WS
           CALL "LogBookChange" USING BOOK-CHANGE-WS
           MOVE "D" TO KWIX-FUNC
           MOVE BOOK-ID-WS TO KWIX-BOOK-ID
           MOVE BOOKNAME-WS TO KWIX-TITLE
           MOVE OLD-AUTHORNAME-WS TO KWIX-AUTHOR
           CALL "KeywordIndex" USING KWIX-REQUEST
           MOVE "A" TO KWIX-FUNC
           MOVE ATH-PREFERRED TO KWIX-AUTHOR
           CALL "KeywordIndex" USING KWIX-REQUEST.

       OpenAuthorityFile.
           OPEN EXTEND AUTHORITYFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT AUTHORITYFILE
               CLOSE AUTHORITYFILE
           ELSE
               CLOSE AUTHORITYFILE
           END-IF
           OPEN I-O AUTHORITYFILE.
