           ALTERNATE RECORD KEY IS AUDIT-BOOK-ID WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL SERIESFILE ASSIGN TO "series.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SER-BOOK-ID
           ALTERNATE RECORD KEY IS SER-ORDER-KEY WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS SERIES-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD BOOKRECORD.
       COPY bookrecord-fs.
       FD AUDITRECORD.
       COPY auditrecord-fs.
       FD SERIESFILE.
       COPY seriesrecord-fs.

       WORKING-STORAGE SECTION.
       COPY bookrecord-ws.
       COPY auditrecord-ws.
       COPY auditchain-request.
       COPY bookchangerecord-ws.
       COPY kwindex-request.
       COPY authlookup-request.
       COPY seriesrecord-ws.
       COPY series-request.
       01 OPTION-WS PIC 9.
       01 BkExists Pic X.
       01 CATEGORY-VALID-WS PIC X.
       01 AUTHOR-CONFIRM-WS PIC X.
       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 SERIES-FILE-STATUS-WS PIC X(2).
           88 SERIES-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 SERIES-ENTRY-WS PIC X(40).
       01 VOLUME-SCAN-WS PIC X(3).
       01 NEW-VOLUME-WS PIC 9(3).
       01 SERIES-CHANGE-WS PIC X VALUE "N".
           88 SERIES-TO-SET-WS VALUE "S".
           88 SERIES-TO-REMOVE-WS VALUE "R".

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
               CLOSE BOOKRECORD
               EXIT PROGRAM.

      *    The author is checked against the authority file once it
      *    has headings in it: a variant is offered the preferred
      *    heading, and a form the file does not know is taken as
      *    typed with a warning so the cataloguer can add it.
       CheckAuthorForm.
           MOVE "L" TO ATH-FUNC
           MOVE AUTHORNAME TO ATH-FORM
           CALL "AuthorLookup" USING ATH-REQUEST
           IF ATH-IS-UNKNOWN
               DISPLAY "WARNING: AUTHOR NOT IN THE AUTHORITY FILE - "
                   "CATALOGUED AS TYPED."
               EXIT PARAGRAPH
           END-IF
           IF ATH-PREFERRED = SPACES OR AUTHORNAME = ATH-PREFERRED
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PREFERRED HEADING FOR THIS AUTHOR: " ATH-PREFERRED
           DISPLAY "USE THE PREFERRED HEADING (Y/N) [Y]: "
               WITH NO ADVANCING
           MOVE SPACE TO AUTHOR-CONFIRM-WS
           ACCEPT AUTHOR-CONFIRM-WS
           IF AUTHOR-CONFIRM-WS NOT = "N" AND
                   AUTHOR-CONFIRM-WS NOT = "n"
               MOVE ATH-PREFERRED TO AUTHORNAME
           END-IF.

      *    The category must come off the controlled master once one
      *    exists; the operator re-keys until it does, or leaves the
      *    entry blank to keep the category the record already had.
           DISPLAY "Name: " BOOKNAME-WS.
           DISPLAY "Author: " AUTHORNAME-WS.
           DISPLAY "Date issued: " DD-WS "/" MM-WS "/" YYYY-WS.
           MOVE "G" TO SRS-FUNC
           MOVE BOOK-ID-WS TO SRS-BOOK-ID
           CALL "SeriesLookup" USING SRS-REQUEST
           IF SRS-FOUND
               DISPLAY "Series: " SRS-NAME " Volume: " SRS-VOLUME
           END-IF.

       UpdBook.
           DISPLAY " "
           DISPLAY "Author's Name [" AUTHORNAME-WS "]: " WITH NO
           ADVANCING
           ACCEPT AUTHORNAME
           IF AUTHORNAME NOT = AUTHORNAME-WS
               PERFORM CheckAuthorForm
           END-IF

           DISPLAY "Book Issue Date (MM/DD/YYYY): " WITH NO ADVANCING
           ACCEPT ISSUE-DATE
               WITH NO ADVANCING
           ACCEPT CALL-NUMBER

           PERFORM AcceptSeriesEntry

           REWRITE BOOK
               NOT INVALID KEY DISPLAY "BOOK HAS BEEN UPDATED."
           END-REWRITE
           MOVE "UPDATE" TO AUDIT-ACTION
           PERFORM WriteAuditRecord
           PERFORM LogFieldChanges
           PERFORM SaveSeriesEntry
           EXIT PROGRAM.

      *    The series the title belongs to and its volume in the
      *    set. The current values came back with the details shown
      *    before the update; blank keeps them, "*" takes the title
      *    out of its series. Names are held upper-cased.
       AcceptSeriesEntry.
           MOVE "N" TO SERIES-CHANGE-WS
           DISPLAY "Series [" SRS-NAME "] (* REMOVES): "
               WITH NO ADVANCING
           MOVE SPACES TO SERIES-ENTRY-WS
           ACCEPT SERIES-ENTRY-WS
           IF SERIES-ENTRY-WS = "*"
               IF SRS-FOUND
                   MOVE "R" TO SERIES-CHANGE-WS
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF SERIES-ENTRY-WS = SPACES
               IF NOT SRS-FOUND
                   EXIT PARAGRAPH
               END-IF
               MOVE SRS-NAME TO SERIES-ENTRY-WS
           END-IF
           MOVE FUNCTION UPPER-CASE(SERIES-ENTRY-WS) TO SERIES-ENTRY-WS
           DISPLAY "Volume [" SRS-VOLUME "]: " WITH NO ADVANCING
           MOVE SPACES TO VOLUME-SCAN-WS
           ACCEPT VOLUME-SCAN-WS
           IF VOLUME-SCAN-WS = SPACES
               MOVE SRS-VOLUME TO NEW-VOLUME-WS
           ELSE
               MOVE FUNCTION NUMVAL(VOLUME-SCAN-WS) TO NEW-VOLUME-WS
           END-IF
           IF NEW-VOLUME-WS = 0
               DISPLAY "A VOLUME NUMBER IS REQUIRED. SERIES NOT "
                   "CHANGED."
               EXIT PARAGRAPH
           END-IF
           IF SRS-FOUND AND SERIES-ENTRY-WS = SRS-NAME
                   AND NEW-VOLUME-WS = SRS-VOLUME
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO SERIES-CHANGE-WS.

      *    One title to a volume: a volume number another title
      *    already holds in the same series is refused, so the set
      *    report never has to guess which of two is the real one.
       SaveSeriesEntry.
           IF SERIES-CHANGE-WS = "N"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SERIESFILE
           IF SERIES-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT SERIESFILE
               CLOSE SERIESFILE
           ELSE
               CLOSE SERIESFILE
           END-IF
           OPEN I-O SERIESFILE
           IF SERIES-TO-SET-WS
               MOVE SERIES-ENTRY-WS TO SER-NAME
               MOVE NEW-VOLUME-WS TO SER-VOLUME
               READ SERIESFILE INTO SERIES-WS
                   KEY IS SER-ORDER-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SER-BOOK-ID-WS NOT = BOOK-ID-WS
                           DISPLAY "VOLUME " NEW-VOLUME-WS " OF THAT "
                               "SERIES IS ALREADY BOOK ID "
                               SER-BOOK-ID-WS ". SERIES NOT CHANGED."
                           CLOSE SERIESFILE
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF
           MOVE BOOK-ID-WS TO SER-BOOK-ID
           IF SERIES-TO-REMOVE-WS
               DELETE SERIESFILE RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO REMOVE THE SERIES ENTRY."
                       CLOSE SERIESFILE
                       EXIT PARAGRAPH
               END-DELETE
               DISPLAY "TITLE REMOVED FROM ITS SERIES."
           ELSE
               MOVE SERIES-ENTRY-WS TO SER-NAME
               MOVE NEW-VOLUME-WS TO SER-VOLUME
               MOVE ADMINNAME-LS TO SER-CHANGED-BY
               ACCEPT SER-CHANGED-DATE FROM DATE YYYYMMDD
               IF SRS-FOUND
                   REWRITE SERIES-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO UPDATE THE SERIES ENTRY."
                           CLOSE SERIESFILE
                           EXIT PARAGRAPH
                   END-REWRITE
               ELSE
                   WRITE SERIES-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO WRITE THE SERIES ENTRY."
                           CLOSE SERIESFILE
                           EXIT PARAGRAPH
                   END-WRITE
               END-IF
               DISPLAY "SERIES ENTRY SAVED."
           END-IF
           CLOSE SERIESFILE
           PERFORM LogSeriesChange.

       LogSeriesChange.
           MOVE BOOK-ID-WS TO BCHG-BOOK-ID-WS
           MOVE ADMINNAME-LS TO BCHG-USER-WS
           MOVE "SERIES" TO BCHG-FIELD-WS
           MOVE SPACES TO BCHG-OLD-VALUE-WS
           MOVE SPACES TO BCHG-NEW-VALUE-WS
           IF SRS-FOUND
               STRING SRS-NAME DELIMITED BY "  "
                   " VOL " DELIMITED BY SIZE
                   SRS-VOLUME DELIMITED BY SIZE
                   INTO BCHG-OLD-VALUE-WS
               END-STRING
           END-IF
           IF SERIES-TO-SET-WS
               STRING SERIES-ENTRY-WS DELIMITED BY "  "
                   " VOL " DELIMITED BY SIZE
                   NEW-VOLUME-WS DELIMITED BY SIZE
                   INTO BCHG-NEW-VALUE-WS
               END-STRING
           END-IF
           CALL "LogBookChange" USING BOOK-CHANGE-WS.

      *    The before values still sit in BOOK-WS from the display
      *    read; the after values are what the screen accepted into
      *    the record area. Each field that moved gets its own
           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO WRITE AUDIT RECORD."
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE.
