           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL SPOOLINDEXFILE ASSIGN TO "spoolindex.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPX-REF-ID
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS INDEX-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD SPOOLFILE.
       01 SPOOL-PRINT-LINE PIC X(80).
       FD SPOOLINDEXFILE.
       COPY spoolindexrecord-fs.

       WORKING-STORAGE SECTION.
       COPY spoolindexrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
       01 INDEX-FILE-STATUS-WS PIC X(2).
           88 INDEX-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 INDEX-EOF-WS PIC X VALUE "N".
       01 SAVED-PREFIX-WS PIC X(10).
       01 RUN-BY-WS PIC X(20) VALUE SPACES.
       01 DETAIL-COUNT-WS PIC 9(6) VALUE 0.
       01 SPOOL-NAME-WS PIC X(23).
       01 SPOOL-OPEN-WS PIC X VALUE "N".
       01 SAVED-TITLE-WS PIC X(60).
      *    dated file per run (e.g. lowstock_20260822.txt), a title
      *    block with the run date and time, column headings
      *    repeated per page with page numbers, and an end-of-report
      *    totals line written at close. Each file closed is
      *    entered in spoolindex.bin with its title, run stamp,
      *    page and line counts and who ran it, so the report
      *    archive screen can find and reprint it later and
      *    SpoolRetention can age it out.
       PROCEDURE DIVISION USING SPOOL-REQUEST.
       StartPara.
           EVALUATE SPOOL-FUNC
               WHEN "L" PERFORM WriteSpoolLine
               WHEN "P" PERFORM ForcePageBreak
               WHEN "C" PERFORM CloseSpool
               WHEN "W" MOVE SPOOL-RUN-BY TO RUN-BY-WS
               WHEN OTHER CONTINUE
           END-EVALUATE.
           EXIT PROGRAM.
           END-STRING
           OPEN OUTPUT SPOOLFILE
           MOVE SPOOL-TITLE TO SAVED-TITLE-WS
           MOVE SPOOL-PREFIX TO SAVED-PREFIX-WS
           MOVE 0 TO DETAIL-COUNT-WS
           MOVE SPOOL-HEADING TO SAVED-HEADING-WS
           MOVE 0 TO PAGE-COUNT-WS
           MOVE "Y" TO SPOOL-OPEN-WS
           END-IF
           MOVE SPOOL-LINE TO SPOOL-PRINT-LINE
           WRITE SPOOL-PRINT-LINE
           ADD 1 TO LINE-COUNT-WS
           ADD 1 TO DETAIL-COUNT-WS.

      *    For reports whose sections are mailed separately - one
      *    settlement statement per partner library, say - a caller
           MOVE "*** END OF REPORT ***" TO SPOOL-PRINT-LINE
           WRITE SPOOL-PRINT-LINE
           CLOSE SPOOLFILE
           MOVE "N" TO SPOOL-OPEN-WS
           PERFORM RegisterSpoolFile.

      *    The dated file name means a second run the same day has
      *    just overwritten the first, so any row already indexed
      *    for this report and day is dropped before the new one
      *    goes in. An index that cannot be written never stops the
      *    report itself - the file is on disk either way.
       RegisterSpoolFile.
           OPEN EXTEND SPOOLINDEXFILE
           IF INDEX-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT SPOOLINDEXFILE
               CLOSE SPOOLINDEXFILE
           ELSE
               CLOSE SPOOLINDEXFILE
           END-IF
           OPEN I-O SPOOLINDEXFILE
           MOVE SAVED-PREFIX-WS TO SPX-PREFIX
           MOVE TODAY-DATE-WS TO SPX-RUN-DATE
           MOVE 0 TO SPX-RUN-TIME
           START SPOOLINDEXFILE KEY IS >= SPX-REF-ID
               INVALID KEY MOVE "Y" TO INDEX-EOF-WS
               NOT INVALID KEY MOVE "N" TO INDEX-EOF-WS
           END-START
           PERFORM UNTIL INDEX-EOF-WS = "Y"
               READ SPOOLINDEXFILE NEXT INTO SPOOL-INDEX-WS
                   AT END MOVE "Y" TO INDEX-EOF-WS
                   NOT AT END
                       IF SPX-PREFIX-WS NOT = SAVED-PREFIX-WS OR
                               SPX-RUN-DATE-WS NOT = TODAY-DATE-WS
                           MOVE "Y" TO INDEX-EOF-WS
                       ELSE
                           DELETE SPOOLINDEXFILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           MOVE SAVED-PREFIX-WS TO SPX-PREFIX
           MOVE TODAY-DATE-WS TO SPX-RUN-DATE
           MOVE RUN-TIME-WS TO SPX-RUN-TIME
           MOVE SAVED-TITLE-WS TO SPX-TITLE
           MOVE SPOOL-NAME-WS TO SPX-FILE-NAME
           MOVE PAGE-COUNT-WS TO SPX-PAGES
           MOVE DETAIL-COUNT-WS TO SPX-LINES
           IF RUN-BY-WS = SPACES
               MOVE "CONSOLE" TO SPX-RUN-BY
           ELSE
               MOVE RUN-BY-WS TO SPX-RUN-BY
           END-IF
           WRITE SPOOL-INDEX-RECORD
               INVALID KEY
                   DISPLAY "REPORT FILE " SPOOL-NAME-WS
                       " NOT ENTERED IN THE REPORT INDEX."
           END-WRITE
           CLOSE SPOOLINDEXFILE.
