       IDENTIFICATION DIVISION.
       PROGRAM-ID. SpoolRetention.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SPOOLINDEXFILE ASSIGN TO "spoolindex.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPX-REF-ID
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS INDEX-FILE-STATUS-WS.

           SELECT OPTIONAL SPOOLRETAINFILE ASSIGN TO "spoolretain.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SRT-PREFIX
           FILE STATUS IS RETAIN-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD SPOOLINDEXFILE.
       COPY spoolindexrecord-fs.
       FD SPOOLRETAINFILE.
       COPY spoolretainrecord-fs.

       WORKING-STORAGE SECTION.
       COPY spoolindexrecord-ws.
       COPY spoolretainrecord-ws.

       01 INDEX-FILE-STATUS-WS PIC X(2).
           88 INDEX-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 RETAIN-FILE-STATUS-WS PIC X(2).
           88 RETAIN-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 INDEX-EOF-WS PIC X VALUE "N".
       01 DEFAULT-KEEP-DAYS-WS PIC 9(4) VALUE 0.
       01 KEEP-DAYS-WS PIC 9(4) VALUE 0.
       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
           05 TODAY-DD-WS PIC 9(2).
       01 TODAY-DAYNUM-WS PIC 9(7).
       01 RUN-DAYNUM-WS PIC 9(7).
       01 AGE-DAYS-WS PIC 9(7).
       01 DELETE-STATUS-WS PIC S9(9) BINARY VALUE 0.
       01 KEPT-COUNT-WS PIC 9(6) VALUE 0.
       01 PURGED-COUNT-WS PIC 9(6) VALUE 0.
       01 MISSING-COUNT-WS PIC 9(6) VALUE 0.

      *    Ages out old report print files. Every row of the report
      *    index is held against the retention rule for its report
      *    prefix in spoolretain.bin (or the "*" rule when the report
      *    has none of its own); past the rule's age in days the
      *    print file is deleted and so is its index row. A report
      *    with no rule, or a rule of zero days, is kept for good,
      *    so nothing is ever purged until someone has said how long
      *    to keep it. A file already gone from disk still has its
      *    row removed, and is counted so the operator knows.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY " "
           DISPLAY "REPORT RETENTION PURGE"
           OPEN INPUT SPOOLRETAINFILE
           IF RETAIN-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO RETENTION RULES SET - NOTHING PURGED."
               EXIT PROGRAM
           END-IF
           OPEN I-O SPOOLINDEXFILE
           IF INDEX-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO REPORTS INDEXED - NOTHING PURGED."
               CLOSE SPOOLRETAINFILE
               EXIT PROGRAM
           END-IF
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           CALL "DayNum" USING TODAY-DATE-WS TODAY-DAYNUM-WS
           MOVE "*" TO SRT-PREFIX
           READ SPOOLRETAINFILE INTO SPOOL-RETAIN-WS
               INVALID KEY MOVE 0 TO DEFAULT-KEEP-DAYS-WS
               NOT INVALID KEY
                   MOVE SRT-KEEP-DAYS-WS TO DEFAULT-KEEP-DAYS-WS
           END-READ
           MOVE LOW-VALUES TO SPX-REF-ID
           START SPOOLINDEXFILE KEY IS >= SPX-REF-ID
               INVALID KEY MOVE "Y" TO INDEX-EOF-WS
               NOT INVALID KEY MOVE "N" TO INDEX-EOF-WS
           END-START
           PERFORM UNTIL INDEX-EOF-WS = "Y"
               READ SPOOLINDEXFILE NEXT INTO SPOOL-INDEX-WS
                   AT END MOVE "Y" TO INDEX-EOF-WS
                   NOT AT END PERFORM JudgeOneSpoolFile
               END-READ
           END-PERFORM
           CLOSE SPOOLINDEXFILE
           CLOSE SPOOLRETAINFILE
           DISPLAY PURGED-COUNT-WS " REPORT FILE(S) PURGED, "
               KEPT-COUNT-WS " KEPT."
           IF MISSING-COUNT-WS > 0
               DISPLAY MISSING-COUNT-WS " INDEXED FILE(S) WERE "
                   "ALREADY GONE FROM DISK."
           END-IF.
           EXIT PROGRAM.

       JudgeOneSpoolFile.
           MOVE SPX-PREFIX-WS TO SRT-PREFIX
           READ SPOOLRETAINFILE INTO SPOOL-RETAIN-WS
               INVALID KEY MOVE DEFAULT-KEEP-DAYS-WS TO KEEP-DAYS-WS
               NOT INVALID KEY MOVE SRT-KEEP-DAYS-WS TO KEEP-DAYS-WS
           END-READ
           IF KEEP-DAYS-WS = 0
               ADD 1 TO KEPT-COUNT-WS
               EXIT PARAGRAPH
           END-IF
           CALL "DayNum" USING SPX-RUN-DATE-WS RUN-DAYNUM-WS
           IF RUN-DAYNUM-WS >= TODAY-DAYNUM-WS
               ADD 1 TO KEPT-COUNT-WS
               EXIT PARAGRAPH
           END-IF
           COMPUTE AGE-DAYS-WS = TODAY-DAYNUM-WS - RUN-DAYNUM-WS
           IF AGE-DAYS-WS <= KEEP-DAYS-WS
               ADD 1 TO KEPT-COUNT-WS
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING SPX-FILE-NAME-WS
               RETURNING DELETE-STATUS-WS
           END-CALL
           IF DELETE-STATUS-WS NOT = 0
               ADD 1 TO MISSING-COUNT-WS
           END-IF
           DELETE SPOOLINDEXFILE RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO DROP INDEX ROW FOR "
                       SPX-FILE-NAME-WS
                   EXIT PARAGRAPH
           END-DELETE
           ADD 1 TO PURGED-COUNT-WS
           DISPLAY "  PURGED " SPX-FILE-NAME-WS " (" SPX-TITLE-WS(1:30)
               ")".
