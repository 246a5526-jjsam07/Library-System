       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubjectMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUBJECTFILE ASSIGN TO "subject.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUBJ-REF-ID
           ALTERNATE RECORD KEY IS SUBJ-CATEGORY WITH DUPLICATES
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

       DATA DIVISION.
       FILE SECTION.
       FD SUBJECTFILE.
       COPY subjectrecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.

       WORKING-STORAGE SECTION.
       COPY subjectrecord-ws.
       COPY bookrecord-ws.
       COPY subject-request.
       COPY kwindex-request.
       COPY bookchangerecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BOOK-FILE-STATUS-WS PIC X(2).
           88 BOOK-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 OPTION-WS PIC 9.
       01 ID-SCAN-WS PIC X(10) VALUE SPACES.
       01 SUBJ-TITLE-ID-WS PIC 9(10).
       01 SUBJECT-ENTRY-WS PIC X(20).
       01 SUBJECT-VALID-WS PIC X.
       01 SUBJECT-IDX-WS PIC 9(2).
       01 SUBJECT-ON-TITLE-WS PIC X VALUE "N".

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    The further subject headings of one title. The primary
      *    subject stays in CATEGORY (UpdateBook keeps it, and it
      *    decides the shelf); up to ten more may be added here,
      *    each one off the category master the same way the
      *    primary is. The keyword index is rebuilt for the title
      *    around every change so its subject words follow, and
      *    each change leaves a book change row against the title.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           DISPLAY " "
           DISPLAY "SUBJECT HEADINGS"
           DISPLAY "BOOK ID (0 TO RETURN): " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           IF ID-SCAN-WS = SPACES
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO SUBJ-TITLE-ID-WS
           IF SUBJ-TITLE-ID-WS = 0
               EXIT PROGRAM
           END-IF
           OPEN INPUT BOOKRECORD
           IF BOOK-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO CATALOG ON FILE."
               EXIT PROGRAM
           END-IF
           MOVE SUBJ-TITLE-ID-WS TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               INVALID KEY
                   DISPLAY "NO SUCH TITLE."
                   CLOSE BOOKRECORD
                   EXIT PROGRAM
           END-READ
           CLOSE BOOKRECORD
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "TITLE: " BOOKNAME-WS
               DISPLAY "[1] LIST SUBJECTS"
               DISPLAY "[2] ADD A SUBJECT"
               DISPLAY "[3] REMOVE A SUBJECT"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM ListSubjects
                   WHEN 2 PERFORM AddSubject
                   WHEN 3 PERFORM RemoveSubject
                   WHEN 0 EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       ListSubjects.
           MOVE "L" TO SBJ-FUNC
           MOVE SUBJ-TITLE-ID-WS TO SBJ-BOOK-ID
           CALL "SubjectLookup" USING SBJ-REQUEST
           IF OPTION-WS NOT = 1
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  PRIMARY: " CATEGORY-WS
           PERFORM VARYING SUBJECT-IDX-WS FROM 1 BY 1
                   UNTIL SUBJECT-IDX-WS > SBJ-COUNT
               DISPLAY "  ALSO:    " SBJ-NAMES(SUBJECT-IDX-WS)
           END-PERFORM
           IF SBJ-COUNT = 0
               DISPLAY "  NO FURTHER SUBJECTS."
           END-IF.

      *    A subject is taken only as the category master spells it,
      *    and never twice - the primary subject included.
       AddSubject.
           PERFORM ListSubjects
           IF SBJ-COUNT >= 10
               DISPLAY "THIS TITLE ALREADY CARRIES TEN FURTHER "
                   "SUBJECTS."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SUBJECT TO ADD: " WITH NO ADVANCING
           MOVE SPACES TO SUBJECT-ENTRY-WS
           ACCEPT SUBJECT-ENTRY-WS
           IF SUBJECT-ENTRY-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "ValidateCategory" USING SUBJECT-ENTRY-WS
               SUBJECT-VALID-WS
           IF SUBJECT-VALID-WS NOT = "Y"
               DISPLAY "NOT IN THE CATEGORY MASTER. SUBJECT NOT ADDED."
               EXIT PARAGRAPH
           END-IF
           PERFORM FindSubjectOnTitle
           IF SUBJECT-ON-TITLE-WS = "Y"
                   OR SUBJECT-ENTRY-WS = CATEGORY-WS
               DISPLAY "THE TITLE ALREADY CARRIES THAT SUBJECT."
               EXIT PARAGRAPH
           END-IF
           PERFORM DropTitleWords
           PERFORM OpenSubjectFile
           MOVE SUBJ-TITLE-ID-WS TO SUBJ-BOOK-ID-WS
           MOVE SUBJECT-ENTRY-WS TO SUBJ-CATEGORY-WS
           MOVE ADMINNAME-LS TO SUBJ-ADDED-BY-WS
           ACCEPT SUBJ-ADDED-DATE-WS FROM DATE YYYYMMDD
           WRITE SUBJECT-RECORD FROM SUBJECT-WS
               INVALID KEY
                   DISPLAY "UNABLE TO ADD THE SUBJECT."
                   CLOSE SUBJECTFILE
                   PERFORM IndexTitleWords
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE SUBJECTFILE
           PERFORM IndexTitleWords
           MOVE SPACES TO BCHG-OLD-VALUE-WS
           MOVE SUBJECT-ENTRY-WS TO BCHG-NEW-VALUE-WS
           PERFORM LogSubjectChange
           DISPLAY "SUBJECT ADDED.".

       RemoveSubject.
           DISPLAY "SUBJECT TO REMOVE: " WITH NO ADVANCING
           MOVE SPACES TO SUBJECT-ENTRY-WS
           ACCEPT SUBJECT-ENTRY-WS
           IF SUBJECT-ENTRY-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FindSubjectOnTitle
           IF SUBJECT-ON-TITLE-WS NOT = "Y"
               IF SUBJECT-ENTRY-WS = CATEGORY-WS
                   DISPLAY "THAT IS THE PRIMARY SUBJECT - CHANGE IT "
                       "THROUGH UPDATE BOOK."
               ELSE
                   DISPLAY "THE TITLE DOES NOT CARRY THAT SUBJECT."
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM DropTitleWords
           PERFORM OpenSubjectFile
           MOVE SUBJ-TITLE-ID-WS TO SUBJ-BOOK-ID
           MOVE SUBJECT-ENTRY-WS TO SUBJ-CATEGORY
           DELETE SUBJECTFILE RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO REMOVE THE SUBJECT."
                   CLOSE SUBJECTFILE
                   PERFORM IndexTitleWords
                   EXIT PARAGRAPH
           END-DELETE
           CLOSE SUBJECTFILE
           PERFORM IndexTitleWords
           MOVE SUBJECT-ENTRY-WS TO BCHG-OLD-VALUE-WS
           MOVE SPACES TO BCHG-NEW-VALUE-WS
           PERFORM LogSubjectChange
           DISPLAY "SUBJECT REMOVED.".

       FindSubjectOnTitle.
           MOVE "H" TO SBJ-FUNC
           MOVE SUBJ-TITLE-ID-WS TO SBJ-BOOK-ID
           MOVE SUBJECT-ENTRY-WS TO SBJ-CATEGORY
           CALL "SubjectLookup" USING SBJ-REQUEST
           MOVE SBJ-HAS TO SUBJECT-ON-TITLE-WS.

       OpenSubjectFile.
           OPEN EXTEND SUBJECTFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT SUBJECTFILE
               CLOSE SUBJECTFILE
           ELSE
               CLOSE SUBJECTFILE
           END-IF
           OPEN I-O SUBJECTFILE.

      *    The index carries the title's subject words alongside its
      *    title and author words, so the words go out while the old
      *    subjects are still on file and come back once the new
      *    ones are - a word the title shares with a subject is
      *    never lost.
       DropTitleWords.
           MOVE "D" TO KWIX-FUNC
           MOVE SUBJ-TITLE-ID-WS TO KWIX-BOOK-ID
           MOVE BOOKNAME-WS TO KWIX-TITLE
           MOVE AUTHORNAME-WS TO KWIX-AUTHOR
           CALL "KeywordIndex" USING KWIX-REQUEST.

       IndexTitleWords.
           MOVE "A" TO KWIX-FUNC
           MOVE SUBJ-TITLE-ID-WS TO KWIX-BOOK-ID
           MOVE BOOKNAME-WS TO KWIX-TITLE
           MOVE AUTHORNAME-WS TO KWIX-AUTHOR
           CALL "KeywordIndex" USING KWIX-REQUEST.

       LogSubjectChange.
           MOVE SUBJ-TITLE-ID-WS TO BCHG-BOOK-ID-WS
           MOVE ADMINNAME-LS TO BCHG-USER-WS
           MOVE "SUBJECT" TO BCHG-FIELD-WS
           CALL "LogBookChange" USING BOOK-CHANGE-WS.
