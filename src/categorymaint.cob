           ALTERNATE RECORD KEY IS AUDIT-BOOK-ID WITH DUPLICATES
           FILE STATUS IS AUDIT-FILE-STATUS-WS.

           SELECT OPTIONAL SUBJECTFILE ASSIGN TO "subject.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUBJ-REF-ID
           ALTERNATE RECORD KEY IS SUBJ-CATEGORY WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS SUBJ-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD CATEGORYFILE.
       COPY bookrecord-fs.
       FD AUDITRECORD.
       COPY auditrecord-fs.
       FD SUBJECTFILE.
       COPY subjectrecord-fs.

       WORKING-STORAGE SECTION.
       COPY categoryrecord-ws.
       COPY bookrecord-ws.
       COPY auditrecord-ws.
       COPY auditchain-request.
       COPY subjectrecord-ws.
       COPY kwindex-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
           88 BOOK-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 AUDIT-FILE-STATUS-WS PIC X(2).
           88 AUDIT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 SUBJ-FILE-STATUS-WS PIC X(2).
           88 SUBJ-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 OPTION-WS PIC 9.
       01 SCAN-DONE-WS PIC X VALUE "N".
           05 MERGE-ENTRY-WS OCCURS 500 TIMES.
               10 MERGE-BOOK-ID-WS PIC 9(10).
       01 MERGE-IDX-WS PIC 9(3).
       01 SUBJ-MOVED-COUNT-WS PIC 9(4) VALUE 0.
       01 SUBJ-MOVE-TABLE-WS.
           05 SUBJ-MOVE-COUNT-WS PIC 9(3) VALUE 0.
           05 SUBJ-MOVE-BOOK-ID-WS OCCURS 500 TIMES PIC 9(10).

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
               EXIT PARAGRAPH
           END-IF
           PERFORM CollectBooksInCategory
           PERFORM CollectSubjectRows
           IF MERGE-COUNT-WS = 0 AND SUBJ-MOVE-COUNT-WS = 0
               DISPLAY "NO TITLES CARRY THAT CATEGORY."
               EXIT PARAGRAPH
           END-IF
           PERFORM RewriteCollectedBooks
           DISPLAY MERGED-COUNT-WS " TITLE(S) MOVED TO "
               TO-CATEGORY-WS "."
           IF SUBJ-MOVE-COUNT-WS > 0
               PERFORM MoveSubjectRows
               DISPLAY SUBJ-MOVED-COUNT-WS " FURTHER SUBJECT(S) "
                   "MOVED TO " TO-CATEGORY-WS "."
           END-IF.

      *    The titles are collected first and rewritten by primary
      *    key afterwards - rewriting CATEGORY while walking its own
               END-READ
           END-PERFORM.

      *    Titles carrying the old spelling as a further subject
      *    (subject.bin) are collected the same way, off that file's
      *    own category key.
       CollectSubjectRows.
           MOVE 0 TO SUBJ-MOVE-COUNT-WS
           OPEN INPUT SUBJECTFILE
           IF SUBJ-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE FROM-CATEGORY-WS TO SUBJ-CATEGORY
           START SUBJECTFILE KEY IS = SUBJ-CATEGORY
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ SUBJECTFILE NEXT INTO SUBJECT-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF SUBJ-CATEGORY-WS NOT = FROM-CATEGORY-WS
                               OR SUBJ-MOVE-COUNT-WS >= 500
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           ADD 1 TO SUBJ-MOVE-COUNT-WS
                           MOVE SUBJ-BOOK-ID-WS TO
                               SUBJ-MOVE-BOOK-ID-WS(SUBJ-MOVE-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUBJECTFILE.

      *    Each row is re-keyed under the new spelling - or simply
      *    dropped where the title already carries the new spelling,
      *    as its primary category after the rewrite above or as
      *    another further subject. The title's keyword-index words
      *    are taken out and put back around the change so its
      *    subject words follow.
       MoveSubjectRows.
           MOVE 0 TO SUBJ-MOVED-COUNT-WS
           OPEN INPUT BOOKRECORD
           PERFORM VARYING MERGE-IDX-WS FROM 1 BY 1
                   UNTIL MERGE-IDX-WS > SUBJ-MOVE-COUNT-WS
               MOVE SUBJ-MOVE-BOOK-ID-WS(MERGE-IDX-WS) TO BOOK-ID
               READ BOOKRECORD INTO BOOK-WS
                   INVALID KEY
                       MOVE SPACES TO BOOK-WS
                       MOVE BOOK-ID TO BOOK-ID-WS
               END-READ
               MOVE "D" TO KWIX-FUNC
               PERFORM CallKeywordIndex
               PERFORM MoveOneSubjectRow
               MOVE "A" TO KWIX-FUNC
               PERFORM CallKeywordIndex
           END-PERFORM
           IF BOOK-FILE-DOES-NOT-EXIST-WS
               CONTINUE
           ELSE
               CLOSE BOOKRECORD
           END-IF.

       MoveOneSubjectRow.
           OPEN I-O SUBJECTFILE
           MOVE BOOK-ID-WS TO SUBJ-BOOK-ID
           MOVE FROM-CATEGORY-WS TO SUBJ-CATEGORY
           READ SUBJECTFILE INTO SUBJECT-WS
               INVALID KEY
                   CLOSE SUBJECTFILE
                   EXIT PARAGRAPH
           END-READ
           DELETE SUBJECTFILE RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO MOVE A SUBJECT OF BOOK " BOOK-ID
                   CLOSE SUBJECTFILE
                   EXIT PARAGRAPH
           END-DELETE
           IF CATEGORY-WS NOT = TO-CATEGORY-WS
               MOVE TO-CATEGORY-WS TO SUBJ-CATEGORY-WS
               WRITE SUBJECT-RECORD FROM SUBJECT-WS
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           CLOSE SUBJECTFILE
           ADD 1 TO SUBJ-MOVED-COUNT-WS.

       CallKeywordIndex.
           MOVE BOOK-ID-WS TO KWIX-BOOK-ID
           MOVE BOOKNAME-WS TO KWIX-TITLE
           MOVE AUTHORNAME-WS TO KWIX-AUTHOR
           CALL "KeywordIndex" USING KWIX-REQUEST.

       RewriteCollectedBooks.
           MOVE 0 TO MERGED-COUNT-WS
           OPEN I-O BOOKRECORD
           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO WRITE AUDIT RECORD."
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE.

       OpenAuditFile.
