       WORKING-STORAGE SECTION.
       COPY bookrecord-ws.
       COPY kwindex-request.
       COPY authlookup-request.
       COPY series-request.
       COPY alsoborrowed-request.

       77 DUMMY-WS PIC X.
       01 FILE-STATUS-WS PIC X(2).
       01 QUERY-TEXT-WS PIC X(50).
       01 MATCH-FOUND-WS PIC X VALUE "N".
       01 HIT-IDX-WS PIC 9(3).
       01 VOL-IDX-WS PIC 9(3).
       01 ABR-IDX-WS PIC 9(1).

       SCREEN SECTION.
       COPY book-show-details-screen.
               DISPLAY "[2] - TITLE KEYWORDS"
               DISPLAY "[3] - AUTHOR KEYWORDS"
               DISPLAY "[4] - ISBN"
               DISPLAY "[5] - SERIES (IN VOLUME ORDER)"
               DISPLAY " "
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT SEARCH-MODE-WS
                   WHEN 2 PERFORM SearchByTitle
                   WHEN 3 PERFORM SearchByAuthor
                   WHEN 4 PERFORM SearchByIsbn
                   WHEN 5 PERFORM BrowseSeries
                   WHEN OTHER PERFORM SearchByID
               END-EVALUATE

               WITH NO ADVANCING
           MOVE SPACES TO QUERY-TEXT-WS
           ACCEPT QUERY-TEXT-WS
           PERFORM NoteAuthorHeading
           PERFORM RunKeywordSearch.

      *    A name the authority file knows is searched under every
      *    form of its heading (the keyword index does the pooling);
      *    the student is told which heading that was.
       NoteAuthorHeading.
           MOVE "L" TO ATH-FUNC
           MOVE QUERY-TEXT-WS TO ATH-FORM
           CALL "AuthorLookup" USING ATH-REQUEST
           IF ATH-IS-PREFERRED OR ATH-IS-VARIANT
               DISPLAY "Searching all forms of " ATH-PREFERRED
           END-IF.

      *    A set is listed in volume order, whatever order its
      *    titles were catalogued in; withdrawn volumes are left out
      *    the same way the other searches leave them out.
       BrowseSeries.
           DISPLAY " "
           DISPLAY "Enter the series name: " WITH NO ADVANCING
           MOVE SPACES TO SRS-NAME
           ACCEPT SRS-NAME
           IF SRS-NAME = SPACES
               DISPLAY "PLEASE ENTER A SERIES NAME."
               EXIT PARAGRAPH
           END-IF
           MOVE "B" TO SRS-FUNC
           CALL "SeriesLookup" USING SRS-REQUEST
           IF SRS-NOT-IN-SERIES
               ACCEPT BOOK-NOT-FOUND-SCREEN
               DISPLAY CLEAR-SCREEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY SRS-NAME
           DISPLAY "VOL  BOOK ID     TITLE"
           PERFORM VARYING VOL-IDX-WS FROM 1 BY 1
                   UNTIL VOL-IDX-WS > SRS-COUNT
               IF SRS-VOL-WITHDRAWN(VOL-IDX-WS) NOT = "Y"
                   DISPLAY SRS-VOL-NUMBER(VOL-IDX-WS) "  "
                       SRS-VOL-BOOK-ID(VOL-IDX-WS) "  "
                       SRS-VOL-TITLE(VOL-IDX-WS)
               END-IF
           END-PERFORM.

       RunKeywordSearch.
           IF QUERY-TEXT-WS = SPACES
               DISPLAY "PLEASE ENTER AT LEAST ONE WORD."
           IF BRANCH-TEXT-WS NOT = SPACES
               DISPLAY "COPIES HELD BY BRANCH: " BRANCH-TEXT-WS
           END-IF.
           MOVE "G" TO SRS-FUNC
           MOVE BOOK-ID-WS TO SRS-BOOK-ID
           CALL "SeriesLookup" USING SRS-REQUEST
           IF SRS-FOUND
               DISPLAY "SERIES: " SRS-NAME " VOLUME " SRS-VOLUME
               IF SRS-NEXT-BOOK-ID NOT = 0
                   DISPLAY "NEXT IN SERIES: VOLUME " SRS-NEXT-VOLUME
                       " - " SRS-NEXT-TITLE
               END-IF
           END-IF.
           PERFORM ShowAlsoBorrowed.

      *    Up to five titles the same readers went on to borrow,
      *    from the weekly co-borrowing build, with the copies on
      *    the shelf now.
       ShowAlsoBorrowed.
           MOVE BOOK-ID-WS TO ABR-BOOK-ID
           CALL "AlsoBorrowed" USING ABR-REQUEST
           IF ABR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "READERS ALSO BORROWED:"
           PERFORM VARYING ABR-IDX-WS FROM 1 BY 1
                   UNTIL ABR-IDX-WS > ABR-COUNT
               IF ABR-ON-SHELF(ABR-IDX-WS) > 0
                   DISPLAY "  " ABR-OTHER-BOOK-ID(ABR-IDX-WS) "  "
                       ABR-TITLE(ABR-IDX-WS)(1:40) "  ON SHELF: "
                       ABR-ON-SHELF(ABR-IDX-WS)
               ELSE
                   DISPLAY "  " ABR-OTHER-BOOK-ID(ABR-IDX-WS) "  "
                       ABR-TITLE(ABR-IDX-WS)(1:40) "  ALL OUT"
               END-IF
           END-PERFORM.
        
       BookNotFound.
           ACCEPT BOOK-NOT-FOUND-SCREEN.
