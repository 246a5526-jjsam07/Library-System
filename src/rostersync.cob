           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS BORROW-FILE-STATUS-WS.

           SELECT OPTIONAL FINERECORD ASSIGN TO "fine.bin"
       FILE SECTION.
       FD ROSTERFILE.
       COPY rosterline-fs.
       COPY importctl-fs.
       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD BORROWRECORD.
       COPY studentrecord-ws.
       COPY assignseq-request.
       COPY wqex-request.
       COPY credhash-request.
       COPY borrowrecord-ws.
       COPY finerecord-ws.
       COPY importreg-request.
       COPY deptbilling-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 REJECTED-COUNT-WS PIC 9(5) VALUE 0.
       01 HAS-OPEN-BORROWS-WS PIC X VALUE "N".
       01 HAS-UNPAID-FINES-WS PIC X VALUE "N".
       01 ROW-DEPT-WS PIC X(6).

      *    Semester roster load from the registrar: one row per
      *    student with an action code, applied to student.bin with
      *    with the row number and reason.
       PROCEDURE DIVISION.
       StartPara.
           PERFORM CheckImportRegistry
           IF NOT IMP-FILE-ACCEPTED
               EXIT PROGRAM
           END-IF
           OPEN INPUT ROSTERFILE
           IF ROSTER-FILE-STATUS-WS NOT = "00"
               DISPLAY "ROSTER FILE NOT FOUND: roster.txt"
           CLOSE BORROWRECORD
           CLOSE FINERECORD
           CLOSE EXCEPTIONFILE
           PERFORM RecordImportLoaded
           DISPLAY " "
           DISPLAY "ROSTER SYNC: " ADDED-COUNT-WS " ADDED, "
               UPDATED-COUNT-WS " UPDATED, " WITHDRAWN-COUNT-WS
           READ ROSTERFILE
               AT END MOVE "Y" TO ROSTER-EOF-WS
               NOT AT END
                   IF IMH-IS-HEADER OR IMT-IS-TRAILER
                       CONTINUE
                   ELSE
                       ADD 1 TO ROW-NUM-WS
                       PERFORM ApplyRosterRow
                   END-IF
           END-READ.

       ApplyRosterRow.
               MOVE "MISSING MANDATORY FIELD OR PIN" TO EXC-REASON
               PERFORM WriteException
           ELSE
               PERFORM CheckRosterDept
               IF DBL-FOUND = "N"
                   MOVE "UNKNOWN DEPARTMENT CODE" TO EXC-REASON
                   PERFORM WriteException
                   EXIT PARAGRAPH
               END-IF
               PERFORM AssignNextId
               IF ASSIGN-OK = "N"
                   MOVE "NUMBER SERVICE BUSY - ROW SKIPPED"
               IF NOT PATRON-TYPE-VALID
                   MOVE "U" TO PATRON-TYPE
               END-IF
               MOVE SPACES TO CRED-SECRET
               MOVE ROSTER-PIN TO CRED-SECRET(1:4)
               MOVE "N" TO CRED-FUNC
               MOVE "P" TO CRED-KIND
               CALL "CredentialHash" USING CRED-REQUEST
               MOVE 0 TO STUDENT-PIN
               MOVE CRED-SCHEME TO STUDENT-PIN-SCHEME
               MOVE CRED-SALT TO STUDENT-PIN-SALT
               MOVE CRED-DIGEST TO STUDENT-PIN-DIGEST
               MOVE SPACE TO STUDENT-EMAIL-STATUS
               MOVE ROW-DEPT-WS TO STUDENT-DEPT
               WRITE STUDENT
                   INVALID KEY
                       MOVE "UNABLE TO WRITE STUDENT RECORD"
               MOVE "MISSING MANDATORY FIELD" TO EXC-REASON
               PERFORM WriteException
           ELSE
               PERFORM CheckRosterDept
               IF DBL-FOUND = "N"
                   MOVE "UNKNOWN DEPARTMENT CODE" TO EXC-REASON
                   PERFORM WriteException
                   EXIT PARAGRAPH
               END-IF
               MOVE ROSTER-STUDENT-ID TO STUDENT-ID
               READ STUDENTRECORD INTO STUDENT-WS
                   INVALID KEY
                       IF NOT PATRON-TYPE-VALID-WS
                           MOVE "U" TO PATRON-TYPE-WS
                       END-IF
                       MOVE ROW-DEPT-WS TO STUDENT-DEPT-WS
                       IF ROSTER-PIN NOT = 0
                           MOVE SPACES TO CRED-SECRET
                           MOVE ROSTER-PIN TO CRED-SECRET(1:4)
                           MOVE "N" TO CRED-FUNC
                           MOVE "P" TO CRED-KIND
                           CALL "CredentialHash" USING CRED-REQUEST
                           MOVE 0 TO STUDENT-PIN-WS
                           MOVE CRED-SCHEME TO STUDENT-PIN-SCHEME-WS
                           MOVE CRED-SALT TO STUDENT-PIN-SALT-WS
                           MOVE CRED-DIGEST TO STUDENT-PIN-DIGEST-WS
                       END-IF
                       REWRITE STUDENT FROM STUDENT-WS
                           INVALID KEY
               END-READ
           END-PERFORM.

      *    A blank department is allowed; a code that is not on the
      *    department master rejects the row rather than leave a
      *    patron under a department nobody can bill or report.
       CheckRosterDept.
           MOVE FUNCTION UPPER-CASE(ROSTER-DEPT) TO ROW-DEPT-WS
           MOVE "Y" TO DBL-FOUND
           IF ROW-DEPT-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "L" TO DBL-FUNC
           MOVE ROW-DEPT-WS TO DBL-DEPT-CODE
           CALL "DeptBilling" USING DBL-REQUEST.

       OpenStudentFiles.
           OPEN EXTEND STUDENTRECORD
           IF FILE-DOES-NOT-EXIST-WS
           MOVE EXC-REASON TO WQEX-REASON
           CALL "QueueException" USING WQEX-REQUEST
           DISPLAY "  ROW " ROW-NUM-WS " REJECTED: " EXC-REASON.

      *    The file is checked against its header, trailer counts
      *    and the import registry before anything is applied, and
      *    entered on the registry once it has been.
       CheckImportRegistry.
           MOVE "V" TO IMP-FUNC
           MOVE "ROSTER" TO IMP-FEED
           MOVE "roster.txt" TO IMP-FILE-NAME
           CALL "ImportRegistry" USING IMP-REQUEST
           IF NOT IMP-FILE-ACCEPTED
               DISPLAY "roster.txt REFUSED: " IMP-REASON
           END-IF.

       RecordImportLoaded.
           MOVE "L" TO IMP-FUNC
           MOVE "RosterSync" TO IMP-LOADED-BY
           CALL "ImportRegistry" USING IMP-REQUEST.
