       COPY bookrecord-ws.
       COPY kwindex-request.
       COPY auditrecord-ws.
       COPY auditchain-request.
       COPY copyrecord-ws.
       COPY authlookup-request.

       01 EOF-WS PIC A VALUE "N".
       01 FILE-STATUS-WS PIC X(2).
       01 LAST-COPY-NUM-WS PIC 9(3) VALUE 0.
       01 NEW-COPY-COUNT-WS PIC 9(5).
       01 CATEGORY-VALID-WS PIC X.
       01 AUTHOR-CONFIRM-WS PIC X.
       01 TERMINAL-BRANCH-WS PIC X(3) VALUE "MN".

       LINKAGE SECTION.

           ACCEPT ADDBOOK-SCREEN
           DISPLAY CLEAR-SCREEN
           PERFORM CheckAuthorForm
           PERFORM ValidateCategoryEntry
           PERFORM AskItemType

               END-IF
           END-IF.

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
      *    entry blank to park the title in UNFILED for later.
                   ELSE
                       DISPLAY "UNABLE TO WRITE AUDIT RECORD."
                   END-IF
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE.

       ShowFileStatusError.
