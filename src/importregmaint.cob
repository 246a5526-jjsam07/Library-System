       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImportRegMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IMPORTREG ASSIGN TO "importreg.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IMR-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD IMPORTREG.
       COPY importregrecord-fs.

       WORKING-STORAGE SECTION.
       COPY importregrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 OPTION-WS PIC 9.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 SHOWN-COUNT-WS PIC 9(3) VALUE 0.
       01 PICK-SCAN-WS PIC X(3) VALUE SPACES.
       01 PICK-NUM-WS PIC 9(3) VALUE 0.
       01 ANSWER-WS PIC X VALUE SPACE.
       01 TODAY-DATE-WS PIC 9(8).
       01 STATUS-TEXT-WS PIC X(8).

      *    The keys of the rows as last listed, so a row is released
      *    by the number it was shown under.
       01 LISTED-TABLE-WS.
           05 LISTED-REF-WS PIC X(23) OCCURS 200 TIMES.

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    Supervisor's view of the import registry (importreg.bin):
      *    every feed file loaded, when, by which run and with what
      *    record count. A file refused as already loaded can be
      *    released here for a deliberate reload - the row is kept,
      *    marked released with the supervisor's name and the date,
      *    so the history of the file stays on the registry.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           PERFORM OpenRegistryFile
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "IMPORT REGISTRY"
               DISPLAY "[1] LIST LOADED FILES"
               DISPLAY "[2] RELEASE A FILE FOR RELOAD"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM ListRegistry
                   WHEN 2 PERFORM ReleaseFile
                   WHEN 0
                       CLOSE IMPORTREG
                       EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       OpenRegistryFile.
           OPEN EXTEND IMPORTREG
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT IMPORTREG
               CLOSE IMPORTREG
           ELSE
               CLOSE IMPORTREG
           END-IF
           OPEN I-O IMPORTREG.

       ListRegistry.
           DISPLAY " "
           DISPLAY "NO. FEED     FILE                 CREATED  RECORDS"
               " LOADED     BY         STATUS"
           MOVE 0 TO SHOWN-COUNT-WS
           MOVE LOW-VALUES TO IMR-REF-ID
           START IMPORTREG KEY IS >= IMR-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ IMPORTREG NEXT INTO IMPORT-REG-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM ShowRegistryRow
               END-READ
           END-PERFORM
           IF SHOWN-COUNT-WS = 0
               DISPLAY "  NO FILES ON THE REGISTRY."
           END-IF.

       ShowRegistryRow.
           IF SHOWN-COUNT-WS >= 200
               MOVE "Y" TO SCAN-DONE-WS
               DISPLAY "  ... LIST STOPS AT 200 FILES."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SHOWN-COUNT-WS
           MOVE IMR-REF-ID-WS TO LISTED-REF-WS(SHOWN-COUNT-WS)
           IF IMR-IS-RELEASED-WS
               MOVE "RELEASED" TO STATUS-TEXT-WS
           ELSE
               MOVE "LOADED" TO STATUS-TEXT-WS
           END-IF
           DISPLAY SHOWN-COUNT-WS " " IMR-FEED-WS " "
               IMR-FILE-NAME-WS(1:20) " " IMR-CREATED-DATE-WS " "
               IMR-RECORD-COUNT-WS " " IMR-LOADED-MM-WS "/"
               IMR-LOADED-DD-WS "/" IMR-LOADED-YYYY-WS " "
               IMR-LOADED-BY-WS(1:10) " " STATUS-TEXT-WS
           IF IMR-IS-RELEASED-WS
               DISPLAY "      RELEASED BY " IMR-RELEASED-BY-WS
                   " ON " IMR-RELEASED-DATE-WS
           END-IF.

      *    The number is the one shown on the last listing; the row
      *    is read again before it is changed so a release keyed
      *    against a stale list cannot land on the wrong file.
       ReleaseFile.
           IF SHOWN-COUNT-WS = 0
               DISPLAY "LIST THE REGISTRY FIRST."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NUMBER OF THE FILE TO RELEASE: " WITH NO ADVANCING
           MOVE SPACES TO PICK-SCAN-WS
           ACCEPT PICK-SCAN-WS
           IF PICK-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(PICK-SCAN-WS) TO PICK-NUM-WS
           IF PICK-NUM-WS < 1 OR PICK-NUM-WS > SHOWN-COUNT-WS
               DISPLAY "NO SUCH LINE ON THE LIST."
               EXIT PARAGRAPH
           END-IF
           MOVE LISTED-REF-WS(PICK-NUM-WS) TO IMR-REF-ID
           READ IMPORTREG INTO IMPORT-REG-WS
               KEY IS IMR-REF-ID
               INVALID KEY
                   DISPLAY "THAT FILE IS NO LONGER ON THE REGISTRY."
                   EXIT PARAGRAPH
           END-READ
           IF IMR-IS-RELEASED-WS
               DISPLAY "THAT FILE HAS ALREADY BEEN RELEASED."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RELEASE " IMR-FEED-WS " FILE "
               IMR-FILE-NAME-WS(1:20) " LOADED "
               IMR-LOADED-MM-WS "/" IMR-LOADED-DD-WS "/"
               IMR-LOADED-YYYY-WS " FOR RELOAD (Y/N)? "
               WITH NO ADVANCING
           MOVE SPACE TO ANSWER-WS
           ACCEPT ANSWER-WS
           IF FUNCTION UPPER-CASE(ANSWER-WS) NOT = "Y"
               DISPLAY "NOTHING RELEASED."
               EXIT PARAGRAPH
           END-IF
           SET IMR-IS-RELEASED-WS TO TRUE
           MOVE ADMINNAME-LS TO IMR-RELEASED-BY-WS
           MOVE TODAY-DATE-WS TO IMR-RELEASED-DATE-WS
           MOVE IMPORT-REG-WS TO IMPORT-REG-RECORD
           REWRITE IMPORT-REG-RECORD
               INVALID KEY DISPLAY "UNABLE TO RELEASE THAT FILE."
               NOT INVALID KEY
                   DISPLAY "FILE RELEASED - THE NEXT RUN MAY LOAD IT."
           END-REWRITE.
