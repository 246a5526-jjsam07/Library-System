           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 WORD-TABLE-WS.
           05 WORD-COUNT-WS PIC 9(2) VALUE 0.
           05 WORD-ENTRY-WS OCCURS 40 TIMES PIC X(20).
       01 WORD-IDX-WS PIC 9(2).
       01 SPLIT-TEXT-WS PIC X(50).
       01 SPLIT-POS-WS PIC 9(3).
       01 KEEP-IDX-WS PIC 9(3).
       01 KEY-PRESENT-WS PIC X VALUE "N".
       01 FIRST-WORD-WS PIC X VALUE "Y".
       01 QUERY-SAVE-WS PIC X(50).
       01 FORM-IDX-WS PIC 9(2).
       01 UNION-TABLE-WS.
           05 UNION-COUNT-WS PIC 9(3) VALUE 0.
           05 UNION-ID-WS OCCURS 100 TIMES PIC 9(10).
       01 UNION-IDX-WS PIC 9(3).
       01 UNION-FOUND-WS PIC X VALUE "N".
       01 SUBJECT-IDX-WS PIC 9(2).
       COPY authlookup-request.
       COPY subject-request.

       LINKAGE SECTION.
       COPY kwindex-request.
      *    writes the book master and rebuildable from scratch. A
      *    multi-word search collects the first word's list and
      *    keeps only the ids the remaining words also carry - the
      *    intersection is direct key reads, never a scan. A query
      *    that is itself a form of an author heading in the
      *    authority file is also run for every other form of that
      *    heading, and the answers pooled, so a search for "J. K.
      *    Rowling" finds the titles still catalogued "ROWLING JK".
       PROCEDURE DIVISION USING KWIX-REQUEST.
       StartPara.
           EVALUATE KWIX-FUNC
       AddBookWords.
           PERFORM OpenIndexFile
           PERFORM SplitTitleAndAuthor
           PERFORM SplitTitleSubjects
           PERFORM VARYING WORD-IDX-WS FROM 1 BY 1
                   UNTIL WORD-IDX-WS > WORD-COUNT-WS
               MOVE WORD-ENTRY-WS(WORD-IDX-WS) TO KW-WORD
       DeleteBookWords.
           PERFORM OpenIndexFile
           PERFORM SplitTitleAndAuthor
           PERFORM SplitTitleSubjects
           PERFORM VARYING WORD-IDX-WS FROM 1 BY 1
                   UNTIL WORD-IDX-WS > WORD-COUNT-WS
               MOVE WORD-ENTRY-WS(WORD-IDX-WS) TO KW-WORD
               EXIT PROGRAM
           END-IF
           MOVE SPACES TO KWIX-AUTHOR
           MOVE KWIX-TITLE TO QUERY-SAVE-WS
           PERFORM SearchOneQuery
           PERFORM SearchAuthorForms
           CLOSE KWINDEXFILE.

       SearchOneQuery.
           MOVE 0 TO KWIX-HIT-COUNT
           PERFORM SplitTitleAndAuthor
           MOVE "Y" TO FIRST-WORD-WS
           PERFORM VARYING WORD-IDX-WS FROM 1 BY 1
               ELSE
                   PERFORM IntersectNextWord
               END-IF
           END-PERFORM.

       SearchAuthorForms.
           MOVE "L" TO ATH-FUNC
           MOVE QUERY-SAVE-WS TO ATH-FORM
           CALL "AuthorLookup" USING ATH-REQUEST
           IF NOT ATH-IS-PREFERRED AND NOT ATH-IS-VARIANT
               EXIT PARAGRAPH
           END-IF
           MOVE KWIX-HIT-COUNT TO UNION-COUNT-WS
           PERFORM VARYING UNION-IDX-WS FROM 1 BY 1
                   UNTIL UNION-IDX-WS > UNION-COUNT-WS
               MOVE KWIX-HIT-ID(UNION-IDX-WS)
                   TO UNION-ID-WS(UNION-IDX-WS)
           END-PERFORM
           PERFORM VARYING FORM-IDX-WS FROM 1 BY 1
                   UNTIL FORM-IDX-WS > ATH-FORM-COUNT
               MOVE ATH-FORMS(FORM-IDX-WS) TO KWIX-TITLE
               PERFORM SearchOneQuery
               PERFORM PoolFormHits
           END-PERFORM
           MOVE QUERY-SAVE-WS TO KWIX-TITLE
           MOVE UNION-COUNT-WS TO KWIX-HIT-COUNT
           PERFORM VARYING UNION-IDX-WS FROM 1 BY 1
                   UNTIL UNION-IDX-WS > UNION-COUNT-WS
               MOVE UNION-ID-WS(UNION-IDX-WS)
                   TO KWIX-HIT-ID(UNION-IDX-WS)
           END-PERFORM.

       PoolFormHits.
           PERFORM VARYING HIT-IDX-WS FROM 1 BY 1
                   UNTIL HIT-IDX-WS > KWIX-HIT-COUNT
               MOVE "N" TO UNION-FOUND-WS
               PERFORM VARYING UNION-IDX-WS FROM 1 BY 1
                       UNTIL UNION-IDX-WS > UNION-COUNT-WS
                       OR UNION-FOUND-WS = "Y"
                   IF UNION-ID-WS(UNION-IDX-WS) =
                           KWIX-HIT-ID(HIT-IDX-WS)
                       MOVE "Y" TO UNION-FOUND-WS
                   END-IF
               END-PERFORM
               IF UNION-FOUND-WS = "N" AND UNION-COUNT-WS < 100
                   ADD 1 TO UNION-COUNT-WS
                   MOVE KWIX-HIT-ID(HIT-IDX-WS)
                       TO UNION-ID-WS(UNION-COUNT-WS)
               END-IF
           END-PERFORM.

       CollectFirstWordHits.
           MOVE WORD-ENTRY-WS(WORD-IDX-WS) TO KW-WORD
           MOVE KWIX-AUTHOR TO SPLIT-TEXT-WS
           PERFORM SplitOneText.

      *    A title's further subjects (subject.bin) are indexed
      *    with its title and author words, so a search for
      *    MEDICINE finds the history of medicine catalogued under
      *    HISTORY. The words go and come with the title's own: a
      *    subject change drops the title's words first and adds
      *    them back after.
       SplitTitleSubjects.
           MOVE "L" TO SBJ-FUNC
           MOVE KWIX-BOOK-ID TO SBJ-BOOK-ID
           CALL "SubjectLookup" USING SBJ-REQUEST
           PERFORM VARYING SUBJECT-IDX-WS FROM 1 BY 1
                   UNTIL SUBJECT-IDX-WS > SBJ-COUNT
               MOVE SBJ-NAMES(SUBJECT-IDX-WS) TO SPLIT-TEXT-WS
               PERFORM SplitOneText
           END-PERFORM.

       SplitOneText.
           IF SPLIT-TEXT-WS = SPACES
               EXIT PARAGRAPH
           PERFORM TakeBuiltWord.

       TakeBuiltWord.
           IF WORD-LEN-WS >= 3 AND WORD-COUNT-WS < 40
               ADD 1 TO WORD-COUNT-WS
               MOVE WORD-BUILD-WS TO WORD-ENTRY-WS(WORD-COUNT-WS)
           END-IF
