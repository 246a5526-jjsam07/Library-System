
       FD ACCESSIONFILE.
       COPY accession-fs.
       COPY importctl-fs.

       FD AUDITRECORD.
       COPY auditrecord-fs.
       WORKING-STORAGE SECTION.
       COPY bookrecord-ws.
       COPY auditrecord-ws.
       COPY auditchain-request.
       COPY copyrecord-ws.
       COPY bookchangerecord-ws.
       COPY kwindex-request.
       COPY wfill-request.
       COPY authlookup-request.
       COPY importreg-request.

       01 EOF-WS PIC A VALUE "N".
       01 ACC-EOF-WS PIC A VALUE "N".
       01 SKIPPED-COUNT-WS PIC 9(5) VALUE 0.
       01 REJECTED-COUNT-WS PIC 9(5) VALUE 0.
       01 LOAD-FAILED-WS PIC X VALUE "N".
       01 AUTHOR-WARNED-WS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM ResolveTerminalBranch
               CLOSE BOOKRECORD
           END-IF

           PERFORM CheckImportRegistry
           IF NOT IMP-FILE-ACCEPTED
               EXIT PROGRAM
           END-IF
           OPEN INPUT ACCESSIONFILE
           IF ACC-FILE-STATUS-WS NOT = "00"
               DISPLAY "ACCESSION FILE NOT FOUND: accession.txt"
               INVALID KEY CONTINUE
           END-REWRITE
           CLOSE LOADCTLFILE
           PERFORM RecordImportLoaded

           DISPLAY " "
           DISPLAY "LOAD RECONCILIATION: " READ-COUNT-WS
               " READ, " LOADED-COUNT-WS " APPLIED, "
               SKIPPED-COUNT-WS " SKIPPED (ALREADY DONE), "
               REJECTED-COUNT-WS " REJECTED."
           IF AUTHOR-WARNED-WS > 0
               DISPLAY AUTHOR-WARNED-WS " NEW TITLE(S) LOADED WITH "
                   "AN AUTHOR FORM OFF THE AUTHORITY FILE."
           END-IF
           EXIT PROGRAM.

      *    The load's own run control, per input record instead of
           READ ACCESSIONFILE
               AT END MOVE "Y" TO ACC-EOF-WS
               NOT AT END
                   IF IMH-IS-HEADER OR IMT-IS-TRAILER
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO READ-COUNT-WS
                   IF READ-COUNT-WS <= APPLIED-ALREADY-WS
                       ADD 1 TO SKIPPED-COUNT-WS
           END-WRITE
           MOVE "ADD" TO AUDIT-ACTION
           PERFORM WriteAuditRecord
           PERFORM CheckAuthorForm
           MOVE "A" TO KWIX-FUNC
           MOVE BOOK-ID TO KWIX-BOOK-ID
           MOVE BOOKNAME TO KWIX-TITLE
           PERFORM WriteCopyRecords
           PERFORM RouteNewCopiesToWaitlist.

      *    The load never stops for an author form: the title goes
      *    in as typed and the form is reported, to be added to the
      *    authority file or re-pointed afterwards.
       CheckAuthorForm.
           MOVE "L" TO ATH-FUNC
           MOVE AUTHORNAME TO ATH-FORM
           CALL "AuthorLookup" USING ATH-REQUEST
           EVALUATE TRUE
               WHEN ATH-IS-UNKNOWN
                   ADD 1 TO AUTHOR-WARNED-WS
                   DISPLAY "AUTHOR NOT IN THE AUTHORITY FILE FOR BOOK "
                       BOOK-ID ": " AUTHORNAME
               WHEN ATH-PREFERRED NOT = SPACES
                       AND AUTHORNAME NOT = ATH-PREFERRED
                   ADD 1 TO AUTHOR-WARNED-WS
                   DISPLAY "VARIANT AUTHOR FORM FOR BOOK " BOOK-ID
                       " - PREFERRED HEADING " ATH-PREFERRED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BumpExistingBook.
           MOVE QUANTITY TO OLD-QUANTITY-WS
           ADD NEW-QUANTITY-WS TO QUANTITY
                   ELSE
                       DISPLAY "UNABLE TO WRITE AUDIT RECORD."
                   END-IF
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE.

       ShowFileStatusError.
           ELSE
               DISPLAY "UNABLE TO WRITE COPY RECORD."
           END-IF.

      *    The file is checked against its header, trailer counts
      *    and the import registry before anything is applied, and
      *    entered on the registry once it has been.
       CheckImportRegistry.
           MOVE "V" TO IMP-FUNC
           MOVE "ACCESSN" TO IMP-FEED
           MOVE "accession.txt" TO IMP-FILE-NAME
           CALL "ImportRegistry" USING IMP-REQUEST
           IF NOT IMP-FILE-ACCEPTED
               DISPLAY "accession.txt REFUSED: " IMP-REASON
           END-IF.

       RecordImportLoaded.
           MOVE "L" TO IMP-FUNC
           MOVE "BulkLoadBooks" TO IMP-LOADED-BY
           CALL "ImportRegistry" USING IMP-REQUEST.
