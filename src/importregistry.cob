       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImportRegistry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEEDFILE ASSIGN TO FEED-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEED-FILE-STATUS-WS.

           SELECT WORKFILE ASSIGN TO "importwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-FILE-STATUS-WS.

           SELECT OPTIONAL IMPORTREG ASSIGN TO "importreg.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IMR-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD FEEDFILE.
       01 FEED-LINE PIC X(500).
       COPY importctl-fs.
       FD WORKFILE.
       01 WORK-LINE PIC X(500).
       FD IMPORTREG.
       COPY importregrecord-fs.

       WORKING-STORAGE SECTION.
       COPY importregrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
           88 FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 FEED-FILE-STATUS-WS PIC X(2).
           88 FEED-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 WORK-FILE-STATUS-WS PIC X(2).
       01 FEED-NAME-WS PIC X(40).
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 LINE-NUM-WS PIC 9(7) VALUE 0.
       01 SECTION-COUNT-WS PIC 9(7) VALUE 0.
       01 DETAIL-COUNT-WS PIC 9(7) VALUE 0.
       01 LAST-WAS-TRAILER-WS PIC X VALUE "N".
       01 HEADER-FIRST-WS PIC X VALUE "N".
       01 CHAR-IDX-WS PIC 9(3).
       01 FP-WORK-WS PIC 9(18).
       01 FP-QUOT-WS PIC 9(18).
       01 FP-MODULUS-WS PIC 9(15) VALUE 999999999999989.
       01 COUNT-EDIT-WS PIC Z(6)9.
       01 TRAILER-EDIT-WS PIC Z(6)9.
       01 TODAY-DATE-WS PIC 9(8).
       01 NOW-TIME-WS.
           05 NOW-HHMMSS-WS PIC 9(6).
           05 NOW-HS-WS PIC 9(2).

       LINKAGE SECTION.
       COPY importreg-request.

      *    The shared import registry. Before a feed is loaded the
      *    whole file is read once: it must open with a header for
      *    the right feed and every run of detail lines must close
      *    with a trailer whose count agrees, so a truncated or
      *    doubled-up transfer is refused before a single row is
      *    applied. A fingerprint is taken over every byte on the
      *    way through and looked up in importreg.bin - last term's
      *    bursar file, offered a second time, is refused here with
      *    the date it went in and who loaded it, until a supervisor
      *    releases it (ImportRegMaint).
       PROCEDURE DIVISION USING IMP-REQUEST.
       StartPara.
           MOVE "Y" TO IMP-OK
           MOVE SPACES TO IMP-REASON
           MOVE IMP-FILE-NAME TO FEED-NAME-WS
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           ACCEPT NOW-TIME-WS FROM TIME
           EVALUATE IMP-FUNC
               WHEN "V" PERFORM VerifyFeed
               WHEN "L" PERFORM RecordLoaded
               WHEN "H" PERFORM PrepareToAppend
               WHEN "T" PERFORM SealAppendedLines
               WHEN OTHER MOVE "N" TO IMP-OK
           END-EVALUATE.
           EXIT PROGRAM.

       VerifyFeed.
           MOVE 0 TO IMP-FINGERPRINT
           MOVE 0 TO IMP-CREATED-DATE
           MOVE 0 TO IMP-FILE-SEQ
           MOVE 0 TO IMP-RECORD-COUNT
           OPEN INPUT FEEDFILE
           IF FEED-ABSENT-ON-OPEN-WS
               CLOSE FEEDFILE
               MOVE "N" TO IMP-OK
               STRING "FILE NOT FOUND: " IMP-FILE-NAME
                   DELIMITED BY SIZE INTO IMP-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LINE-NUM-WS
           MOVE 0 TO SECTION-COUNT-WS
           MOVE 0 TO DETAIL-COUNT-WS
           MOVE "N" TO LAST-WAS-TRAILER-WS
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ FEEDFILE
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM CheckOneFeedLine
               END-READ
           END-PERFORM
           CLOSE FEEDFILE
           IF IMP-OK = "N"
               EXIT PARAGRAPH
           END-IF
           IF LINE-NUM-WS = 0
               MOVE "N" TO IMP-OK
               MOVE "THE FILE IS EMPTY - NO HEADER RECORD."
                   TO IMP-REASON
               EXIT PARAGRAPH
           END-IF
           IF LAST-WAS-TRAILER-WS = "N"
               MOVE "N" TO IMP-OK
               MOVE "NO TRAILER AT THE END - THE FILE IS INCOMPLETE."
                   TO IMP-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE DETAIL-COUNT-WS TO IMP-RECORD-COUNT
           PERFORM CheckAlreadyLoaded.

      *    The first failure found is the one reported; the rest of
      *    the file is not read.
       CheckOneFeedLine.
           ADD 1 TO LINE-NUM-WS
           PERFORM FoldLineIntoFingerprint
           IF LINE-NUM-WS = 1
               IF NOT IMH-IS-HEADER
                   MOVE "N" TO IMP-OK
                   MOVE "NO HEADER RECORD - THE FIRST LINE MUST BE HDR."
                       TO IMP-REASON
                   MOVE "Y" TO SCAN-DONE-WS
                   EXIT PARAGRAPH
               END-IF
               IF IMH-FEED NOT = IMP-FEED
                   MOVE "N" TO IMP-OK
                   STRING "THE HEADER IS FOR FEED " IMH-FEED
                       ", NOT " IMP-FEED "."
                       DELIMITED BY SIZE INTO IMP-REASON
                   END-STRING
                   MOVE "Y" TO SCAN-DONE-WS
                   EXIT PARAGRAPH
               END-IF
               MOVE IMH-CREATED-DATE TO IMP-CREATED-DATE
               MOVE IMH-FILE-SEQ TO IMP-FILE-SEQ
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN IMH-IS-HEADER
                   IF SECTION-COUNT-WS > 0
                       MOVE "N" TO IMP-OK
                       MOVE LINE-NUM-WS TO COUNT-EDIT-WS
                       STRING "A SECOND HEADER AT LINE " COUNT-EDIT-WS
                           " FOLLOWS LINES WITH NO TRAILER."
                           DELIMITED BY SIZE INTO IMP-REASON
                       END-STRING
                       MOVE "Y" TO SCAN-DONE-WS
                   END-IF
                   MOVE "N" TO LAST-WAS-TRAILER-WS
               WHEN IMT-IS-TRAILER
                   IF IMT-RECORD-COUNT NOT NUMERIC OR
                           IMT-RECORD-COUNT NOT = SECTION-COUNT-WS
                       MOVE "N" TO IMP-OK
                       MOVE SECTION-COUNT-WS TO COUNT-EDIT-WS
                       IF IMT-RECORD-COUNT NUMERIC
                           MOVE IMT-RECORD-COUNT TO TRAILER-EDIT-WS
                       ELSE
                           MOVE 0 TO TRAILER-EDIT-WS
                       END-IF
                       STRING "COUNT MISMATCH: TRAILER SAYS "
                           TRAILER-EDIT-WS ", FILE HAS "
                           COUNT-EDIT-WS " RECORD(S)."
                           DELIMITED BY SIZE INTO IMP-REASON
                       END-STRING
                       MOVE "Y" TO SCAN-DONE-WS
                   END-IF
                   MOVE 0 TO SECTION-COUNT-WS
                   MOVE "Y" TO LAST-WAS-TRAILER-WS
               WHEN OTHER
                   ADD 1 TO SECTION-COUNT-WS
                   ADD 1 TO DETAIL-COUNT-WS
                   MOVE "N" TO LAST-WAS-TRAILER-WS
           END-EVALUATE.

      *    A position-weighted fold of every non-blank character and
      *    the line number, kept below a large prime - the same file
      *    always folds to the same value, and a changed, added or
      *    dropped character to another.
       FoldLineIntoFingerprint.
           PERFORM VARYING CHAR-IDX-WS FROM 1 BY 1
                   UNTIL CHAR-IDX-WS > 500
               IF FEED-LINE(CHAR-IDX-WS:1) NOT = SPACE
                   COMPUTE FP-WORK-WS = (IMP-FINGERPRINT * 31)
                       + FUNCTION ORD(FEED-LINE(CHAR-IDX-WS:1))
                       + CHAR-IDX-WS
                   DIVIDE FP-WORK-WS BY FP-MODULUS-WS
                       GIVING FP-QUOT-WS REMAINDER IMP-FINGERPRINT
               END-IF
           END-PERFORM
           COMPUTE FP-WORK-WS = (IMP-FINGERPRINT * 7) + LINE-NUM-WS
           DIVIDE FP-WORK-WS BY FP-MODULUS-WS
               GIVING FP-QUOT-WS REMAINDER IMP-FINGERPRINT.

       CheckAlreadyLoaded.
           OPEN INPUT IMPORTREG
           IF FILE-ABSENT-ON-OPEN-WS
               CLOSE IMPORTREG
               EXIT PARAGRAPH
           END-IF
           MOVE IMP-FEED TO IMR-FEED
           MOVE IMP-FINGERPRINT TO IMR-FINGERPRINT
           READ IMPORTREG INTO IMPORT-REG-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF IMR-IS-LOADED-WS
                       MOVE "N" TO IMP-OK
                       STRING "ALREADY LOADED " IMR-LOADED-MM-WS "/"
                           IMR-LOADED-DD-WS "/" IMR-LOADED-YYYY-WS
                           " BY " IMR-LOADED-BY-WS
                           DELIMITED BY SIZE INTO IMP-REASON
                       END-STRING
                   END-IF
           END-READ
           CLOSE IMPORTREG.

      *    A released row loaded again is simply made current.
       RecordLoaded.
           OPEN EXTEND IMPORTREG
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT IMPORTREG
               CLOSE IMPORTREG
           ELSE
               CLOSE IMPORTREG
           END-IF
           OPEN I-O IMPORTREG
           MOVE IMP-FEED TO IMR-FEED-WS
           MOVE IMP-FINGERPRINT TO IMR-FINGERPRINT-WS
           MOVE IMP-FILE-NAME TO IMR-FILE-NAME-WS
           MOVE IMP-CREATED-DATE TO IMR-CREATED-DATE-WS
           MOVE IMP-FILE-SEQ TO IMR-FILE-SEQ-WS
           MOVE IMP-RECORD-COUNT TO IMR-RECORD-COUNT-WS
           MOVE TODAY-DATE-WS TO IMR-LOADED-DATE-WS
           MOVE NOW-TIME-WS TO IMR-LOADED-TIME-WS
           MOVE IMP-LOADED-BY TO IMR-LOADED-BY-WS
           MOVE "L" TO IMR-STATUS-WS
           MOVE SPACES TO IMR-RELEASED-BY-WS
           MOVE 0 TO IMR-RELEASED-DATE-WS
           WRITE IMPORT-REG-RECORD FROM IMPORT-REG-WS
               INVALID KEY
                   REWRITE IMPORT-REG-RECORD FROM IMPORT-REG-WS
                       INVALID KEY
                           MOVE "N" TO IMP-OK
                           STRING "UNABLE TO ENTER THE FILE ON THE "
                               "IMPORT REGISTRY."
                               DELIMITED BY SIZE INTO IMP-REASON
                           END-STRING
                           DISPLAY IMP-REASON
                   END-REWRITE
           END-WRITE
           CLOSE IMPORTREG.

       PrepareToAppend.
           PERFORM CountUnsealedLines
           IF LINE-NUM-WS = 0
               OPEN OUTPUT FEEDFILE
               PERFORM WriteFeedHeader
               CLOSE FEEDFILE
               EXIT PARAGRAPH
           END-IF
           IF HEADER-FIRST-WS = "N"
               PERFORM PrependFeedHeader
           END-IF
           PERFORM SealAppendedLines.

       SealAppendedLines.
           PERFORM CountUnsealedLines
           IF SECTION-COUNT-WS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND FEEDFILE
           MOVE SPACES TO IMPORT-TRAILER-LINE
           MOVE "TRL" TO IMT-RECORD-TYPE
           MOVE SECTION-COUNT-WS TO IMT-RECORD-COUNT
           WRITE IMPORT-TRAILER-LINE
           CLOSE FEEDFILE.

      *    Detail lines since the last header or trailer; also notes
      *    whether the file opens with a header at all.
       CountUnsealedLines.
           MOVE 0 TO LINE-NUM-WS
           MOVE 0 TO SECTION-COUNT-WS
           MOVE "N" TO HEADER-FIRST-WS
           OPEN INPUT FEEDFILE
           IF FEED-ABSENT-ON-OPEN-WS
               CLOSE FEEDFILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ FEEDFILE
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       ADD 1 TO LINE-NUM-WS
                       EVALUATE TRUE
                           WHEN IMH-IS-HEADER
                               IF LINE-NUM-WS = 1
                                   MOVE "Y" TO HEADER-FIRST-WS
                               END-IF
                               MOVE 0 TO SECTION-COUNT-WS
                           WHEN IMT-IS-TRAILER
                               MOVE 0 TO SECTION-COUNT-WS
                           WHEN OTHER
                               ADD 1 TO SECTION-COUNT-WS
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FEEDFILE.

      *    A file started before feeds carried control records gets
      *    its header put on the front: copied aside and back.
       PrependFeedHeader.
           OPEN INPUT FEEDFILE
           OPEN OUTPUT WORKFILE
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ FEEDFILE
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END WRITE WORK-LINE FROM FEED-LINE
               END-READ
           END-PERFORM
           CLOSE WORKFILE
           CLOSE FEEDFILE
           OPEN INPUT WORKFILE
           OPEN OUTPUT FEEDFILE
           PERFORM WriteFeedHeader
           MOVE "N" TO SCAN-DONE-WS
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ WORKFILE
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END WRITE FEED-LINE FROM WORK-LINE
               END-READ
           END-PERFORM
           CLOSE WORKFILE
           CLOSE FEEDFILE.

      *    A file made here takes the time it was started as its
      *    sequence.
       WriteFeedHeader.
           MOVE SPACES TO IMPORT-HEADER-LINE
           MOVE "HDR" TO IMH-RECORD-TYPE
           MOVE IMP-FEED TO IMH-FEED
           MOVE TODAY-DATE-WS TO IMH-CREATED-DATE
           MOVE NOW-HHMMSS-WS TO IMH-FILE-SEQ
           WRITE IMPORT-HEADER-LINE.
