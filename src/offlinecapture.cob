       01 FILE-STATUS-WS PIC X(2).
       01 CAPTURE-DONE-WS PIC X VALUE "N".
       01 ACTION-ENTRY-WS PIC X(1).
       01 ID-SCAN-WS PIC X(11) VALUE SPACES.
       01 CAPTURED-COUNT-WS PIC 9(4) VALUE 0.
       COPY importreg-request.
       COPY checkdigit-request.

       LINKAGE SECTION.
       01 OPERATOR-NAME-LS PIC X(20).
      *    handwriting.
       PROCEDURE DIVISION USING OPERATOR-NAME-LS.
       StartPara.
           PERFORM PrepareFeedForAppend
           OPEN EXTEND OFFLINETXN
           DISPLAY " "
           DISPLAY "*** OFFLINE CAPTURE MODE - NOTHING IS "
           MOVE "N" TO CAPTURE-DONE-WS
           PERFORM CaptureOneTxn UNTIL CAPTURE-DONE-WS = "Y"
           CLOSE OFFLINETXN
           PERFORM SealFeedLines
           DISPLAY CAPTURED-COUNT-WS " TRANSACTION(S) CAPTURED TO "
               "offlinetxn.txt - RUN THE OFFLINE REPLAY LATER.".
           EXIT PROGRAM.
           DISPLAY "SCAN STUDENT ID: " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           PERFORM ProveScannedId
           IF CKD-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE CKD-ID TO OFX-STUDENT-ID
           DISPLAY "SCAN BOOK ID: " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           PERFORM ProveScannedId
           IF CKD-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE CKD-ID TO OFX-BOOK-ID
           ACCEPT OFX-DATE FROM DATE YYYYMMDD
           ACCEPT OFX-TIME FROM TIME
           MOVE OPERATOR-NAME-LS TO OFX-OPERATOR
           WRITE OFFLINE-TXN-LINE
           ADD 1 TO CAPTURED-COUNT-WS
           DISPLAY "CAPTURED.".

      *    A label or card scan is proved against its check digit
      *    here, so a misread never reaches the capture file.
       ProveScannedId.
           MOVE "S" TO CKD-FUNC
           MOVE ID-SCAN-WS TO CKD-SCAN
           CALL "CheckDigit" USING CKD-REQUEST
           IF CKD-REJECTED
               DISPLAY "NOT CAPTURED - " CKD-REASON
           END-IF.

      *    The lines written here go out under a header and are
      *    sealed with a trailer count, so the importer can tell a
      *    whole file from a cut-short one.
       PrepareFeedForAppend.
           MOVE "H" TO IMP-FUNC
           MOVE "OFFLINE" TO IMP-FEED
           MOVE "offlinetxn.txt" TO IMP-FILE-NAME
           CALL "ImportRegistry" USING IMP-REQUEST.

       SealFeedLines.
           MOVE "T" TO IMP-FUNC
           MOVE "OFFLINE" TO IMP-FEED
           MOVE "offlinetxn.txt" TO IMP-FILE-NAME
           CALL "ImportRegistry" USING IMP-REQUEST.
