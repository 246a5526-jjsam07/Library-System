       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportArchive.
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
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SRT-PREFIX
           FILE STATUS IS RETAIN-FILE-STATUS-WS.

           SELECT OPTIONAL ARCHIVEDFILE ASSIGN TO ARCHIVED-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVED-FILE-STATUS-WS.

           SELECT OPTIONAL REPRINTFILE ASSIGN TO "reprint.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPRINT-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD SPOOLINDEXFILE.
       COPY spoolindexrecord-fs.
       FD SPOOLRETAINFILE.
       COPY spoolretainrecord-fs.
       FD ARCHIVEDFILE.
       01 ARCHIVED-LINE PIC X(80).
       FD REPRINTFILE.
       01 REPRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY spoolindexrecord-ws.
       COPY spoolretainrecord-ws.

       01 INDEX-FILE-STATUS-WS PIC X(2).
           88 INDEX-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 RETAIN-FILE-STATUS-WS PIC X(2).
           88 RETAIN-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 ARCHIVED-FILE-STATUS-WS PIC X(2).
       01 REPRINT-FILE-STATUS-WS PIC X(2).
       01 ARCHIVED-NAME-WS PIC X(23).

       01 OPTION-WS PIC 9 VALUE 0.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 DATE-OK-WS PIC X VALUE "N".
       01 DATE-SCAN-WS PIC X(8) VALUE SPACES.
       01 NUM-SCAN-WS PIC X(4) VALUE SPACES.
       01 PAUSE-WS PIC X VALUE SPACE.
       01 FIND-PREFIX-WS PIC X(10) VALUE SPACES.
       01 FROM-DATE-WS.
           05 FROM-YYYY-WS PIC 9(4).
           05 FROM-MM-WS PIC 9(2).
           05 FROM-DD-WS PIC 9(2).
       01 FROM-DATE-NUM-WS REDEFINES FROM-DATE-WS PIC 9(8).
       01 TO-DATE-WS.
           05 TO-YYYY-WS PIC 9(4).
           05 TO-MM-WS PIC 9(2).
           05 TO-DD-WS PIC 9(2).
       01 TO-DATE-NUM-WS REDEFINES TO-DATE-WS PIC 9(8).
       01 ROW-DATE-NUM-WS PIC 9(8).
       01 TODAY-DATE-WS.
           05 TODAY-YYYY-WS PIC 9(4).
           05 TODAY-MM-WS PIC 9(2).
           05 TODAY-DD-WS PIC 9(2).
       01 NOW-TIME-WS.
           05 NOW-HH-WS PIC 9(2).
           05 NOW-MI-WS PIC 9(2).
           05 NOW-SS-WS PIC 9(4).
       01 RUN-TIME-SHOW-WS.
           05 RUN-HH-SHOW-WS PIC 9(2).
           05 RUN-MI-SHOW-WS PIC 9(2).
           05 FILLER PIC 9(4).

      *    The rows of the last browse, so an entry can be picked by
      *    its number on the screen for a reprint.
       01 FOUND-TABLE-WS.
           05 FOUND-COUNT-WS PIC 9(2) VALUE 0.
           05 FOUND-ENTRY-WS OCCURS 50 TIMES.
               10 FOUND-FILE-NAME-WS PIC X(23).
               10 FOUND-TITLE-WS PIC X(60).
       01 PICK-WS PIC 9(2) VALUE 0.
       01 LINES-SHOWN-WS PIC 9(2) VALUE 0.
       01 LINES-COPIED-WS PIC 9(6) VALUE 0.
       01 RULE-COUNT-WS PIC 9(3) VALUE 0.
       01 KEEP-SCAN-WS PIC X(4) VALUE SPACES.

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).
       01 ADMIN-ROLE-LS PIC X(1).
           88 ROLE-IS-SUPERVISOR-LS VALUE "S".

      *    The report archive: every print file ReportSpool has
      *    closed is in spoolindex.bin, so last Tuesday's overdue
      *    sweep is found by report and date instead of by guessing
      *    file names. A browse lists the runs for one report prefix
      *    (or all) inside a date range with title, run stamp, pages
      *    and who ran it; any listed entry can be reprinted - shown
      *    on the screen a page at a time and appended to
      *    reprint.txt for the printer under a banner naming who
      *    asked for it. The supervisor keeps the retention rules
      *    SpoolRetention purges by, and can run that purge now.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS
               ADMIN-ROLE-LS.
       StartPara.
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "REPORT ARCHIVE"
               DISPLAY "[1] BROWSE REPORTS BY NAME AND DATE"
               DISPLAY "[2] REPRINT AN ENTRY FROM THE LAST BROWSE"
               DISPLAY "[3] RETENTION RULES"
               DISPLAY "[4] SET A RETENTION RULE (SUPERVISOR)"
               DISPLAY "[5] PURGE EXPIRED REPORTS NOW (SUPERVISOR)"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1
                       PERFORM BrowseIndex
                   WHEN 2
                       PERFORM ReprintEntry
                   WHEN 3
                       PERFORM ListRetentionRules
                   WHEN 4
                       PERFORM SetRetentionRule
                   WHEN 5
                       IF ROLE-IS-SUPERVISOR-LS
                           CALL "SpoolRetention"
                       ELSE
                           DISPLAY "THE PURGE NEEDS THE SUPERVISOR."
                       END-IF
                   WHEN 0
                       EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       BrowseIndex.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           DISPLAY "REPORT NAME, E.G. OVERDUE (ENTER = ALL): "
               WITH NO ADVANCING
           MOVE SPACES TO FIND-PREFIX-WS
           ACCEPT FIND-PREFIX-WS
           MOVE FUNCTION LOWER-CASE(FIND-PREFIX-WS) TO FIND-PREFIX-WS
           DISPLAY "FROM DATE YYYYMMDD (ENTER = EARLIEST): "
               WITH NO ADVANCING
           MOVE SPACES TO DATE-SCAN-WS
           ACCEPT DATE-SCAN-WS
           IF DATE-SCAN-WS = SPACES
               MOVE 0 TO FROM-DATE-NUM-WS
           ELSE
               MOVE FUNCTION NUMVAL(DATE-SCAN-WS) TO FROM-DATE-NUM-WS
               CALL "ValidDate" USING FROM-DATE-WS DATE-OK-WS
               IF DATE-OK-WS = "N"
                   DISPLAY "NOT A VALID DATE."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "TO DATE YYYYMMDD (ENTER = TODAY): "
               WITH NO ADVANCING
           MOVE SPACES TO DATE-SCAN-WS
           ACCEPT DATE-SCAN-WS
           IF DATE-SCAN-WS = SPACES
               MOVE TODAY-DATE-WS TO TO-DATE-WS
           ELSE
               MOVE FUNCTION NUMVAL(DATE-SCAN-WS) TO TO-DATE-NUM-WS
               CALL "ValidDate" USING TO-DATE-WS DATE-OK-WS
               IF DATE-OK-WS = "N"
                   DISPLAY "NOT A VALID DATE."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO FOUND-COUNT-WS
           OPEN INPUT SPOOLINDEXFILE
           IF INDEX-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO REPORTS INDEXED YET."
               EXIT PARAGRAPH
           END-IF
           IF FIND-PREFIX-WS = SPACES
               MOVE LOW-VALUES TO SPX-REF-ID
           ELSE
               MOVE FIND-PREFIX-WS TO SPX-PREFIX
               MOVE FROM-DATE-WS TO SPX-RUN-DATE
               MOVE 0 TO SPX-RUN-TIME
           END-IF
           START SPOOLINDEXFILE KEY IS >= SPX-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           DISPLAY " "
           DISPLAY " #  REPORT     RUN DATE   TIME  PAGES  RUN BY"
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ SPOOLINDEXFILE NEXT INTO SPOOL-INDEX-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM ListOneIndexRow
               END-READ
           END-PERFORM
           CLOSE SPOOLINDEXFILE
           IF FOUND-COUNT-WS = 0
               DISPLAY "  NO REPORTS FOUND FOR THAT NAME AND RANGE."
           END-IF.

       ListOneIndexRow.
           IF FIND-PREFIX-WS NOT = SPACES AND
                   SPX-PREFIX-WS NOT = FIND-PREFIX-WS
               MOVE "Y" TO SCAN-DONE-WS
               EXIT PARAGRAPH
           END-IF
           MOVE SPX-RUN-DATE-WS TO ROW-DATE-NUM-WS
           IF ROW-DATE-NUM-WS < FROM-DATE-NUM-WS OR
                   ROW-DATE-NUM-WS > TO-DATE-NUM-WS
               EXIT PARAGRAPH
           END-IF
           IF FOUND-COUNT-WS >= 50
               DISPLAY "  ... MORE - NARROW THE DATE RANGE."
               MOVE "Y" TO SCAN-DONE-WS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FOUND-COUNT-WS
           MOVE SPX-FILE-NAME-WS TO FOUND-FILE-NAME-WS(FOUND-COUNT-WS)
           MOVE SPX-TITLE-WS TO FOUND-TITLE-WS(FOUND-COUNT-WS)
           MOVE SPX-RUN-TIME-WS TO RUN-TIME-SHOW-WS
           DISPLAY FOUND-COUNT-WS "  " SPX-PREFIX-WS " "
               SPX-RUN-MM-WS "/" SPX-RUN-DD-WS "/" SPX-RUN-YYYY-WS
               " " RUN-HH-SHOW-WS ":" RUN-MI-SHOW-WS
               "  " SPX-PAGES-WS "  " SPX-RUN-BY-WS
           DISPLAY "      " SPX-TITLE-WS.

       ReprintEntry.
           IF FOUND-COUNT-WS = 0
               DISPLAY "BROWSE FIRST, THEN PICK AN ENTRY BY NUMBER."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTRY NUMBER TO REPRINT: " WITH NO ADVANCING
           MOVE SPACES TO NUM-SCAN-WS
           ACCEPT NUM-SCAN-WS
           IF NUM-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(NUM-SCAN-WS) TO PICK-WS
           IF PICK-WS < 1 OR PICK-WS > FOUND-COUNT-WS
               DISPLAY "NO SUCH ENTRY."
               EXIT PARAGRAPH
           END-IF
           MOVE FOUND-FILE-NAME-WS(PICK-WS) TO ARCHIVED-NAME-WS
           OPEN INPUT ARCHIVEDFILE
           IF ARCHIVED-FILE-STATUS-WS NOT = "00"
               DISPLAY "THE FILE " ARCHIVED-NAME-WS
                   " IS NO LONGER ON DISK."
               CLOSE ARCHIVEDFILE
               EXIT PARAGRAPH
           END-IF
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           ACCEPT NOW-TIME-WS FROM TIME
           OPEN EXTEND REPRINTFILE
           MOVE ALL "=" TO REPRINT-LINE
           WRITE REPRINT-LINE
           MOVE SPACES TO REPRINT-LINE
           STRING "REPRINT OF " ARCHIVED-NAME-WS " FOR "
               ADMINNAME-LS DELIMITED BY SIZE INTO REPRINT-LINE
           END-STRING
           WRITE REPRINT-LINE
           MOVE SPACES TO REPRINT-LINE
           STRING "REPRINTED " TODAY-MM-WS "/" TODAY-DD-WS "/"
               TODAY-YYYY-WS " AT " NOW-HH-WS ":" NOW-MI-WS
               DELIMITED BY SIZE INTO REPRINT-LINE
           END-STRING
           WRITE REPRINT-LINE
           MOVE ALL "=" TO REPRINT-LINE
           WRITE REPRINT-LINE
           MOVE 0 TO LINES-SHOWN-WS
           MOVE 0 TO LINES-COPIED-WS
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ ARCHIVEDFILE
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM CopyOneArchivedLine
               END-READ
           END-PERFORM
           CLOSE ARCHIVEDFILE
           CLOSE REPRINTFILE
           DISPLAY " "
           DISPLAY LINES-COPIED-WS " LINE(S) SENT TO reprint.txt.".

       CopyOneArchivedLine.
           MOVE ARCHIVED-LINE TO REPRINT-LINE
           WRITE REPRINT-LINE
           ADD 1 TO LINES-COPIED-WS
           IF PAUSE-WS = "Q"
               EXIT PARAGRAPH
           END-IF
           DISPLAY ARCHIVED-LINE
           ADD 1 TO LINES-SHOWN-WS
           IF LINES-SHOWN-WS >= 20
               DISPLAY "-- ENTER FOR MORE, Q TO STOP SHOWING -- "
                   WITH NO ADVANCING
               MOVE SPACE TO PAUSE-WS
               ACCEPT PAUSE-WS
               MOVE FUNCTION UPPER-CASE(PAUSE-WS) TO PAUSE-WS
               MOVE 0 TO LINES-SHOWN-WS
           END-IF.

       ListRetentionRules.
           MOVE 0 TO RULE-COUNT-WS
           OPEN INPUT SPOOLRETAINFILE
           IF RETAIN-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO RETENTION RULES SET - EVERY REPORT IS "
                   "KEPT."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO SRT-PREFIX
           START SPOOLRETAINFILE KEY IS >= SRT-PREFIX
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           DISPLAY " "
           DISPLAY "REPORT     KEEP DAYS  SET BY"
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ SPOOLRETAINFILE NEXT INTO SPOOL-RETAIN-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       ADD 1 TO RULE-COUNT-WS
                       DISPLAY SRT-PREFIX-WS " " SRT-KEEP-DAYS-WS
                           "       " SRT-SET-BY-WS
               END-READ
           END-PERFORM
           CLOSE SPOOLRETAINFILE
           IF RULE-COUNT-WS = 0
               DISPLAY "  NONE - EVERY REPORT IS KEPT."
           ELSE
               DISPLAY "(* = ANY REPORT WITHOUT ITS OWN RULE; "
                   "0 DAYS = KEEP)"
           END-IF.

       SetRetentionRule.
           IF NOT ROLE-IS-SUPERVISOR-LS
               DISPLAY "RETENTION RULES NEED THE SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REPORT NAME (* FOR ALL OTHERS): "
               WITH NO ADVANCING
           MOVE SPACES TO FIND-PREFIX-WS
           ACCEPT FIND-PREFIX-WS
           IF FIND-PREFIX-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LOWER-CASE(FIND-PREFIX-WS) TO FIND-PREFIX-WS
           DISPLAY "KEEP FOR HOW MANY DAYS (0 = KEEP FOR GOOD): "
               WITH NO ADVANCING
           MOVE SPACES TO KEEP-SCAN-WS
           ACCEPT KEEP-SCAN-WS
           IF KEEP-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SPOOLRETAINFILE
           IF RETAIN-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT SPOOLRETAINFILE
               CLOSE SPOOLRETAINFILE
           ELSE
               CLOSE SPOOLRETAINFILE
           END-IF
           OPEN I-O SPOOLRETAINFILE
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           MOVE FIND-PREFIX-WS TO SRT-PREFIX
           MOVE FUNCTION NUMVAL(KEEP-SCAN-WS) TO SRT-KEEP-DAYS
           MOVE ADMINNAME-LS TO SRT-SET-BY
           MOVE TODAY-DATE-WS TO SRT-SET-DATE
           WRITE SPOOL-RETAIN-RECORD
               INVALID KEY
                   REWRITE SPOOL-RETAIN-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO SAVE THE RULE."
                   END-REWRITE
           END-WRITE
           CLOSE SPOOLRETAINFILE
           DISPLAY "RULE SAVED: " SRT-PREFIX " KEEP "
               SRT-KEEP-DAYS " DAY(S).".
