           05 ACK-BOOK-ID PIC 9(10).
           05 ACK-LEVEL PIC 9(1).
           05 ACK-STATUS PIC X(1).
           05 ACK-BATCH-NUM PIC 9(8).
       COPY importctl-fs.
       FD NOTICEHIST.
       COPY noticehistrecord-fs.
       FD STUDENTRECORD.
       WORKING-STORAGE SECTION.
       COPY noticehistrecord-ws.
       COPY studentrecord-ws.
       COPY noticebatch-request.
       COPY importreg-request.

       01 ACK-FILE-STATUS-WS PIC X(2).
       01 NH-FILE-STATUS-WS PIC X(2).
       01 BOUNCED-COUNT-WS PIC 9(5) VALUE 0.
       01 UNMATCHED-COUNT-WS PIC 9(5) VALUE 0.
       01 UNACKED-COUNT-WS PIC 9(5) VALUE 0.
       01 REJECTED-COUNT-WS PIC 9(5) VALUE 0.
       01 LAST-BATCH-WS PIC 9(8) VALUE 0.
       01 LAST-BATCH-KNOWN-WS PIC X VALUE "N".
       01 FLAGGED-COUNT-WS PIC 9(3) VALUE 0.

       01 BOUNCE-TABLE-WS.
      *    flagged bad on the roster so the desk asks for a new one
      *    at the next visit, and everything still unacknowledged
      *    is listed for follow-up by phone.
      *    Each ack row also names the notice batch it answers; a
      *    batch number we never wrote (NoticeBatch) means the row
      *    is not ours to trust, and it is rejected unapplied.
       PROCEDURE DIVISION.
       StartPara.
           PERFORM CheckImportRegistry
           IF NOT IMP-FILE-ACCEPTED
               EXIT PROGRAM
           END-IF
           OPEN INPUT ACKFILE
           IF ACK-FILE-STATUS-WS NOT = "00"
               DISPLAY "ACKNOWLEDGMENT FILE NOT FOUND: noticeacks.txt"

           PERFORM ImportOneAck UNTIL ACK-EOF-WS = "Y"
           CLOSE ACKFILE
           PERFORM RecordImportLoaded

           PERFORM FlagRepeatedBouncers
           PERFORM ListUnacknowledged
           DISPLAY DELIVERED-COUNT-WS " DELIVERED, "
               BOUNCED-COUNT-WS " BOUNCED, "
               UNMATCHED-COUNT-WS " UNMATCHED ACK(S)."
           DISPLAY REJECTED-COUNT-WS " ACK(S) REJECTED FOR AN UNKNOWN "
               "BATCH NUMBER."
           DISPLAY FLAGGED-COUNT-WS " STUDENT EMAIL ADDRESS(ES) "
               "FLAGGED BAD, " UNACKED-COUNT-WS " NOTICE(S) STILL "
               "UNACKNOWLEDGED - FOLLOW UP BY PHONE.".
       ImportOneAck.
           READ ACKFILE
               AT END MOVE "Y" TO ACK-EOF-WS
               NOT AT END
                   IF IMH-IS-HEADER OR IMT-IS-TRAILER
                       CONTINUE
                   ELSE
                       PERFORM CheckAckBatch
                   END-IF
           END-READ.

      *    Acks come back grouped by batch, so the last batch looked
      *    up is remembered rather than asked about row by row.
       CheckAckBatch.
           IF ACK-BATCH-NUM NOT NUMERIC
               MOVE 0 TO ACK-BATCH-NUM
           END-IF
           IF ACK-BATCH-NUM NOT = LAST-BATCH-WS OR LAST-BATCH-WS = 0
               MOVE ACK-BATCH-NUM TO LAST-BATCH-WS
               MOVE "N" TO LAST-BATCH-KNOWN-WS
               IF ACK-BATCH-NUM > 0
                   MOVE "K" TO NBR-FUNC
                   MOVE ACK-BATCH-NUM TO NBR-BATCH-NUM
                   CALL "NoticeBatch" USING NBR-REQUEST
                   IF NBR-BATCH-KNOWN
                       MOVE "Y" TO LAST-BATCH-KNOWN-WS
                   END-IF
               END-IF
           END-IF
           IF LAST-BATCH-KNOWN-WS = "Y"
               PERFORM ApplyOneAck
           ELSE
               ADD 1 TO REJECTED-COUNT-WS
               DISPLAY "  REJECTED - UNKNOWN BATCH " ACK-BATCH-NUM
                   " FOR ACK " ACK-STUDENT-ID "/" ACK-BOOK-ID "/"
                   ACK-LEVEL
           END-IF.

       ApplyOneAck.
           MOVE ACK-STUDENT-ID TO NH-STUDENT-ID
           MOVE ACK-BOOK-ID TO NH-BOOK-ID
                       END-IF
               END-READ
           END-PERFORM.

      *    The file is checked against its header, trailer counts
      *    and the import registry before anything is applied, and
      *    entered on the registry once it has been.
       CheckImportRegistry.
           MOVE "V" TO IMP-FUNC
           MOVE "NOTICACK" TO IMP-FEED
           MOVE "noticeacks.txt" TO IMP-FILE-NAME
           CALL "ImportRegistry" USING IMP-REQUEST
           IF NOT IMP-FILE-ACCEPTED
               DISPLAY "noticeacks.txt REFUSED: " IMP-REASON
           END-IF.

       RecordImportLoaded.
           MOVE "L" TO IMP-FUNC
           MOVE "NoticeAckImport" TO IMP-LOADED-BY
           CALL "ImportRegistry" USING IMP-REQUEST.
