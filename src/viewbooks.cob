
       COPY bookrecord-ws.
       COPY screenio.
       COPY subject-request.

       01 EOF-WS PIC A VALUE "N".
       01 FOUND-VISIBLE-WS PIC X VALUE "N".
       01 JUMP-BOOK-ID-WS PIC 9(10).
       01 CATEGORY-MODE-WS PIC X VALUE "N".
       01 FILTER-CATEGORY-WS PIC X(20).
       01 BOOK-VISIBLE-WS PIC X VALUE "N".

       SCREEN SECTION.
       COPY beginning-of-record-screen.
           MOVE BAVAIL-WS TO CATLINE-AVAIL
           WRITE CATALOG-LINE.

      *    A category browse walks the whole catalog rather than the
      *    CATEGORY key chain: a title belongs to the category when
      *    it is its primary subject or one of its further subjects
      *    in subject.bin, and the further ones are nowhere on that
      *    chain.
       ReadFirstVisibleBook.
           MOVE "N" TO FOUND-VISIBLE-WS
           PERFORM UNTIL FOUND-VISIBLE-WS = "Y"
               READ BOOKRECORD NEXT INTO BOOK-WS
                   AT END
                       ACCEPT END-OF-RECORD-SCREEN
                       MOVE "Y" TO FOUND-VISIBLE-WS
                   NOT AT END
                       PERFORM JudgeVisibility
                       IF BOOK-VISIBLE-WS = "Y"
                           MOVE 1 TO POSITION-WS
                           PERFORM ShowBookDetails
                           MOVE "Y" TO FOUND-VISIBLE-WS
                       PERFORM EndOfRecord
                       MOVE "Y" TO FOUND-VISIBLE-WS
                   NOT AT END
                       PERFORM JudgeVisibility
                       IF BOOK-VISIBLE-WS = "Y"
                           ADD 1 TO POSITION-WS
                           PERFORM ShowBookDetails
                           MOVE "Y" TO FOUND-VISIBLE-WS
                       PERFORM BeginningOfRecord
                       MOVE "Y" TO FOUND-VISIBLE-WS
                   NOT AT END
                       PERFORM JudgeVisibility
                       IF BOOK-VISIBLE-WS = "Y"
                           SUBTRACT 1 FROM POSITION-WS
                           PERFORM ShowBookDetails
                           MOVE "Y" TO FOUND-VISIBLE-WS
               END-READ
           END-PERFORM.

       JudgeVisibility.
           MOVE "N" TO BOOK-VISIBLE-WS
           IF BOOK-IS-WITHDRAWN-WS
               EXIT PARAGRAPH
           END-IF
           IF CATEGORY-MODE-WS = "N"
                   OR CATEGORY-WS = FILTER-CATEGORY-WS
               MOVE "Y" TO BOOK-VISIBLE-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "H" TO SBJ-FUNC
           MOVE BOOK-ID-WS TO SBJ-BOOK-ID
           MOVE FILTER-CATEGORY-WS TO SBJ-CATEGORY
           CALL "SubjectLookup" USING SBJ-REQUEST
           IF SBJ-CARRIES-SUBJECT
               MOVE "Y" TO BOOK-VISIBLE-WS
           END-IF.

       CountVisibleBooks.
           MOVE "N" TO EOF-WS
           MOVE 0 TO TOTAL-COUNT-WS
               READ BOOKRECORD NEXT INTO BOOK-WS
                   AT END MOVE "Y" TO EOF-WS
                   NOT AT END
                       PERFORM JudgeVisibility
                       IF BOOK-VISIBLE-WS = "Y"
                           ADD 1 TO TOTAL-COUNT-WS
                       END-IF
               END-READ
