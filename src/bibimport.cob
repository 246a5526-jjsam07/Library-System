           05 FEED-ISBN PIC X(13).
           05 FEED-TITLE PIC X(50).
           05 FEED-AUTHOR PIC X(50).
       COPY importctl-fs.
       FD BIBRECORD.
       COPY bibrecord-fs.

       01 FEED-EOF-WS PIC X VALUE "N".
       01 LOADED-COUNT-WS PIC 9(6) VALUE 0.
       01 REPLACED-COUNT-WS PIC 9(6) VALUE 0.
       01 AUTHOR-WARNED-WS PIC 9(6) VALUE 0.
       COPY authlookup-request.
       COPY importreg-request.

      *    Batch load of the bibliographic master from the
      *    cataloging service's fixed-format file (ISBN, title,
      *    reloads over the top.
       PROCEDURE DIVISION.
       StartPara.
           PERFORM CheckImportRegistry
           IF NOT IMP-FILE-ACCEPTED
               EXIT PROGRAM
           END-IF
           OPEN INPUT BIBFEEDFILE
           IF FEED-FILE-STATUS-WS NOT = "00"
               DISPLAY "BIBLIOGRAPHIC FEED NOT FOUND: bibmaster.txt"

           CLOSE BIBFEEDFILE
           CLOSE BIBRECORD
           PERFORM RecordImportLoaded
           DISPLAY " "
           DISPLAY LOADED-COUNT-WS " TITLE(S) ADDED, "
               REPLACED-COUNT-WS " REPLACED IN THE BIBLIOGRAPHIC "
               "MASTER."
           IF AUTHOR-WARNED-WS > 0
               DISPLAY AUTHOR-WARNED-WS " ROW(S) CARRY AN AUTHOR FORM "
                   "OFF THE AUTHORITY FILE."
           END-IF.
           EXIT PROGRAM.

       LoadOneBibRow.
           READ BIBFEEDFILE
               AT END MOVE "Y" TO FEED-EOF-WS
               NOT AT END
                   IF IMH-IS-HEADER OR IMT-IS-TRAILER
                       CONTINUE
                   ELSE
                       PERFORM ApplyBibRow
                   END-IF
           END-READ.

       ApplyBibRow.
               MOVE FEED-ISBN TO BIB-ISBN
               MOVE FEED-TITLE TO BIB-TITLE
               MOVE FEED-AUTHOR TO BIB-AUTHOR
               PERFORM CheckAuthorForm
               WRITE BIB-RECORD
                   INVALID KEY
                       REWRITE BIB-RECORD
                       ADD 1 TO LOADED-COUNT-WS
               END-WRITE
           END-IF.

      *    The feed is the cataloging service's own spelling and is
      *    loaded as sent; forms the authority file does not hold as
      *    the preferred heading are reported for the cataloguer.
       CheckAuthorForm.
           MOVE "L" TO ATH-FUNC
           MOVE FEED-AUTHOR TO ATH-FORM
           CALL "AuthorLookup" USING ATH-REQUEST
           EVALUATE TRUE
               WHEN ATH-IS-UNKNOWN
                   ADD 1 TO AUTHOR-WARNED-WS
                   DISPLAY "AUTHOR NOT IN THE AUTHORITY FILE, ISBN "
                       FEED-ISBN ": " FEED-AUTHOR
               WHEN ATH-PREFERRED NOT = SPACES
                       AND FEED-AUTHOR NOT = ATH-PREFERRED
                   ADD 1 TO AUTHOR-WARNED-WS
                   DISPLAY "VARIANT AUTHOR FORM, ISBN " FEED-ISBN
                       " - PREFERRED HEADING " ATH-PREFERRED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    The file is checked against its header, trailer counts
      *    and the import registry before anything is applied, and
      *    entered on the registry once it has been.
       CheckImportRegistry.
           MOVE "V" TO IMP-FUNC
           MOVE "BIBMASTR" TO IMP-FEED
           MOVE "bibmaster.txt" TO IMP-FILE-NAME
           CALL "ImportRegistry" USING IMP-REQUEST
           IF NOT IMP-FILE-ACCEPTED
               DISPLAY "bibmaster.txt REFUSED: " IMP-REASON
           END-IF.

       RecordImportLoaded.
           MOVE "L" TO IMP-FUNC
           MOVE "BibImport" TO IMP-LOADED-BY
           CALL "ImportRegistry" USING IMP-REQUEST.
