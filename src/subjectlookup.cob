       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubjectLookup.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUBJECTFILE ASSIGN TO "subject.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUBJ-REF-ID
           ALTERNATE RECORD KEY IS SUBJ-CATEGORY WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD SUBJECTFILE.
       COPY subjectrecord-fs.

       WORKING-STORAGE SECTION.
       COPY subjectrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 SCAN-DONE-WS PIC X VALUE "N".

       LINKAGE SECTION.
       COPY subject-request.

      *    The one reader of subject.bin for the browses, the
      *    alerts, the bulletin and the reports, so none of them
      *    needs its own SELECT for a file most titles have no rows
      *    in. No file yet answers "no further subjects".
       PROCEDURE DIVISION USING SBJ-REQUEST.
       StartPara.
           MOVE "N" TO SBJ-HAS
           MOVE 0 TO SBJ-COUNT
           OPEN INPUT SUBJECTFILE
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE SUBJECTFILE
               EXIT PROGRAM
           END-IF
           EVALUATE SBJ-FUNC
               WHEN "L" PERFORM ListTitleSubjects
               WHEN "H" PERFORM CheckTitleSubject
           END-EVALUATE
           CLOSE SUBJECTFILE.
           EXIT PROGRAM.

       ListTitleSubjects.
           MOVE SBJ-BOOK-ID TO SUBJ-BOOK-ID
           MOVE LOW-VALUES TO SUBJ-CATEGORY
           START SUBJECTFILE KEY IS >= SUBJ-REF-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ SUBJECTFILE NEXT INTO SUBJECT-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF SUBJ-BOOK-ID-WS NOT = SBJ-BOOK-ID
                               OR SBJ-COUNT >= 10
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           ADD 1 TO SBJ-COUNT
                           MOVE SUBJ-CATEGORY-WS TO SBJ-NAMES(SBJ-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       CheckTitleSubject.
           MOVE SBJ-BOOK-ID TO SUBJ-BOOK-ID
           MOVE SBJ-CATEGORY TO SUBJ-CATEGORY
           READ SUBJECTFILE
               KEY IS SUBJ-REF-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO SBJ-HAS
           END-READ.
