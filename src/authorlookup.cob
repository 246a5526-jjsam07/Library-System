       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuthorLookup.
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

       DATA DIVISION.
       FILE SECTION.
       FD AUTHORITYFILE.
       COPY authorityrecord-fs.

       WORKING-STORAGE SECTION.
       COPY authorityrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 FILE-HAS-ROWS-WS PIC X VALUE "N".
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 KEY-SOURCE-WS PIC X(50).
       01 KEY-POS-WS PIC 9(2).
       01 KEY-LEN-WS PIC 9(2).
       01 KEY-CHAR-WS PIC X.

       LINKAGE SECTION.
       COPY authlookup-request.

      *    Answers "is this how the catalog writes this author" for
      *    the cataloging paths and the searches. With no authority
      *    file on file yet - absent, or present but empty - the
      *    answer is "X" and nobody is warned: the control only
      *    bites once AuthorityMaint has headings in it, the same
      *    rule ValidateCategory follows for the category master.
       PROCEDURE DIVISION USING ATH-REQUEST.
       StartPara.
           PERFORM BuildMatchKey
           IF ATH-FUNC = "K"
               EXIT PROGRAM
           END-IF
           MOVE "X" TO ATH-STATUS
           MOVE SPACES TO ATH-PREFERRED
           MOVE 0 TO ATH-FORM-COUNT
           OPEN INPUT AUTHORITYFILE
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE AUTHORITYFILE
               EXIT PROGRAM
           END-IF
           PERFORM CheckFileHasRows
           IF FILE-HAS-ROWS-WS = "N"
               CLOSE AUTHORITYFILE
               EXIT PROGRAM
           END-IF
           MOVE "U" TO ATH-STATUS
           IF ATH-KEY = SPACES
               CLOSE AUTHORITYFILE
               EXIT PROGRAM
           END-IF
           MOVE ATH-KEY TO AUTH-KEY
           READ AUTHORITYFILE INTO AUTHORITY-WS
               KEY IS AUTH-KEY
               INVALID KEY
                   CLOSE AUTHORITYFILE
                   EXIT PROGRAM
           END-READ
           MOVE AUTH-PREFERRED-WS TO ATH-PREFERRED
           IF AUTH-FORM-WS = AUTH-PREFERRED-WS
               MOVE "P" TO ATH-STATUS
           ELSE
               MOVE "V" TO ATH-STATUS
           END-IF
           PERFORM CollectHeadingForms
           CLOSE AUTHORITYFILE.
           EXIT PROGRAM.

      *    The preferred form leads the list; the variants follow in
      *    the order the alternate key hands them back.
       CollectHeadingForms.
           MOVE 1 TO ATH-FORM-COUNT
           MOVE ATH-PREFERRED TO ATH-FORMS(1)
           MOVE ATH-PREFERRED TO AUTH-PREFERRED
           START AUTHORITYFILE KEY IS = AUTH-PREFERRED
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ AUTHORITYFILE NEXT INTO AUTHORITY-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF AUTH-PREFERRED-WS NOT = ATH-PREFERRED
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           IF AUTH-FORM-WS NOT = ATH-PREFERRED
                                   AND ATH-FORM-COUNT < 20
                               ADD 1 TO ATH-FORM-COUNT
                               MOVE AUTH-FORM-WS
                                   TO ATH-FORMS(ATH-FORM-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Letters and digits only, upper-cased and closed up:
      *    "Rowling, J. K." and "ROWLING JK" both become ROWLINGJK.
       BuildMatchKey.
           MOVE SPACES TO ATH-KEY
           MOVE FUNCTION UPPER-CASE(ATH-FORM) TO KEY-SOURCE-WS
           MOVE 0 TO KEY-LEN-WS
           PERFORM VARYING KEY-POS-WS FROM 1 BY 1
                   UNTIL KEY-POS-WS > 50
               MOVE KEY-SOURCE-WS(KEY-POS-WS:1) TO KEY-CHAR-WS
               IF (KEY-CHAR-WS >= "A" AND KEY-CHAR-WS <= "Z")
                       OR (KEY-CHAR-WS >= "0" AND KEY-CHAR-WS <= "9")
                   ADD 1 TO KEY-LEN-WS
                   MOVE KEY-CHAR-WS TO ATH-KEY(KEY-LEN-WS:1)
               END-IF
           END-PERFORM.

       CheckFileHasRows.
           MOVE "N" TO FILE-HAS-ROWS-WS
           MOVE LOW-VALUES TO AUTH-KEY
           START AUTHORITYFILE KEY IS >= AUTH-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ AUTHORITYFILE NEXT
                       AT END CONTINUE
                       NOT AT END MOVE "Y" TO FILE-HAS-ROWS-WS
                   END-READ
           END-START.
