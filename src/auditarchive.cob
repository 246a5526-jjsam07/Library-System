           WITH DUPLICATES
           FILE STATUS IS ARCH-FILE-STATUS-WS.

           SELECT OPTIONAL CHAINFILE ASSIGN TO "auditchain.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACN-SEQ
           ALTERNATE RECORD KEY IS ACN-ENTRY-KEY WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS CHAIN-FILE-STATUS-WS.

           SELECT OPTIONAL CHAINARCHIVE ASSIGN TO CHAIN-ARCHIVE-NAME-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARCH-ACN-SEQ
           ALTERNATE RECORD KEY IS ARCH-ACN-ENTRY-KEY
           WITH DUPLICATES
           FILE STATUS IS CHAIN-ARCH-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITRECORD.
               10 ARCH-AUDIT-TIME PIC 9(8).
           05 ARCH-AUDIT-ACTION PIC X(10).
           05 ARCH-AUDIT-USER PIC X(20).
       FD CHAINFILE.
       COPY auditchainrecord-fs.
       FD CHAINARCHIVE.
       01 ARCH-CHAIN-RECORD.
           05 ARCH-ACN-SEQ PIC 9(10).
           05 ARCH-ACN-KIND PIC X(1).
           05 ARCH-ACN-DAY PIC 9(8).
           05 ARCH-ACN-ENTRY-KEY PIC X(26).
           05 FILLER PIC X(72).

       WORKING-STORAGE SECTION.
       COPY auditrecord-ws.
       COPY auditchainrecord-ws.
       COPY auditchain-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 RECORD-KEYNUM-WS PIC 9(8).
       01 AUDIT-EOF-WS PIC X VALUE "N".
       01 MOVED-COUNT-WS PIC 9(6) VALUE 0.
       01 TODAY-DATE-WS PIC 9(8).

       01 CHAIN-FILE-STATUS-WS PIC X(2).
           88 CHAIN-DOES-NOT-EXIST-WS VALUE 05 35.
       01 CHAIN-ARCH-FILE-STATUS-WS PIC X(2).
           88 CHAIN-ARCH-DOES-NOT-EXIST-WS VALUE 35.
       01 CHAIN-ARCHIVE-NAME-WS PIC X(19).
       01 CHAIN-ARCHIVE-YEAR-WS PIC 9(4) VALUE 0.
       01 LINK-YEAR-WS PIC 9(4).
       01 CHAIN-EOF-WS PIC X VALUE "N".
       01 LINKS-MOVED-WS PIC 9(8) VALUE 0.
       01 LAST-MOVED-SEQ-WS PIC 9(10) VALUE 0.
       01 LAST-MOVED-CHECK-WS PIC 9(18) VALUE 0.

      *    Head row of a year's chain archive, laid out as the live
      *    chain's head: the first and last links the year holds, the
      *    check the year opened on (the prior check of its first
      *    link) and the check it closed on.
       01 YEAR-HEAD-WS.
           05 YH-SEQ-WS PIC 9(10) VALUE 0.
           05 YH-KIND-WS PIC X(1) VALUE "H".
           05 YH-DAY-WS PIC 9(8).
           05 YH-LAST-SEQ-WS PIC 9(10).
           05 YH-FIRST-SEQ-WS PIC 9(10).
           05 YH-FIRST-DAY-WS PIC 9(8).
           05 YH-LAST-DAY-WS PIC 9(8).
           05 YH-OPENING-CHECK-WS PIC 9(18).
           05 FILLER PIC X(2) VALUE SPACES.
           05 YH-DAY-COUNT-WS PIC 9(6) VALUE 0.
           05 YH-PRIOR-CHECK-WS PIC 9(18) VALUE 0.
           05 YH-CLOSING-CHECK-WS PIC 9(18).

      *    Year-end archival for the ever-growing audit trail:
      *    AUDIT-RECORDs older than the keyed cutoff move into
      *    replaying the whole history of the system every time it
      *    opens. The report knows to read the archives back when a
      *    requested range reaches past the live file.
      *    The audit chain goes with it: days before the cutoff are
      *    sealed first, then their links move in sequence order into
      *    auditchain_2025.bin and so on, each year with a head row
      *    holding its opening and closing check. The live chain's
      *    head then starts at the first link left and carries the
      *    check of the last link moved, so the two still join.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY " "
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION NUMVAL(CUTOFF-SCAN-WS) TO CUTOFF-KEYNUM-WS
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           IF CUTOFF-KEYNUM-WS > TODAY-DATE-WS
               DISPLAY "THE CUTOFF CANNOT BE LATER THAN TODAY. "
                   "NOTHING ARCHIVED."
               EXIT PROGRAM
           END-IF
           MOVE "S" TO ACH-FUNC
           MOVE TODAY-DATE-WS TO ACH-RUN-DATE
           CALL "AuditChain" USING ACH-REQUEST

           OPEN I-O AUDITRECORD
           IF FILE-DOES-NOT-EXIST-WS
           END-IF
           DISPLAY " "
           DISPLAY MOVED-COUNT-WS " ENTRY(IES) MOVED TO YEARLY "
               "ARCHIVES AND PURGED FROM THE LIVE FILE."
           PERFORM ArchiveChainLinks
           DISPLAY LINKS-MOVED-WS " CHAIN LINK(S) MOVED TO YEARLY "
               "CHAIN ARCHIVES.".
           EXIT PROGRAM.

       ArchiveIfOld.
               OPEN I-O AUDITARCHIVE
               MOVE AUDIT-YYYY-WS TO ARCHIVE-OPEN-YEAR-WS
           END-IF.

       ArchiveChainLinks.
           OPEN I-O CHAINFILE
           IF CHAIN-DOES-NOT-EXIST-WS
               CLOSE CHAINFILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ACN-SEQ
           READ CHAINFILE INTO AUDIT-CHAIN-WS
               INVALID KEY
                   CLOSE CHAINFILE
                   EXIT PARAGRAPH
           END-READ
           MOVE ACN-FIRST-SEQ-WS TO ACN-SEQ
           IF ACN-SEQ = 0
               MOVE 1 TO ACN-SEQ
           END-IF
           MOVE "N" TO CHAIN-EOF-WS
           START CHAINFILE KEY IS >= ACN-SEQ
               INVALID KEY MOVE "Y" TO CHAIN-EOF-WS
           END-START
           PERFORM UNTIL CHAIN-EOF-WS = "Y"
               READ CHAINFILE NEXT INTO AUDIT-CHAIN-WS
                   AT END MOVE "Y" TO CHAIN-EOF-WS
                   NOT AT END
                       IF ACN-DAY-WS < CUTOFF-KEYNUM-WS
                           PERFORM ArchiveOneLink
                       ELSE
                           MOVE "Y" TO CHAIN-EOF-WS
                       END-IF
               END-READ
           END-PERFORM
           IF CHAIN-ARCHIVE-YEAR-WS NOT = 0
               PERFORM WriteYearHead
               CLOSE CHAINARCHIVE
           END-IF
           IF LINKS-MOVED-WS > 0
               MOVE 0 TO ACN-SEQ
               READ CHAINFILE INTO AUDIT-CHAIN-WS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE ACN-FIRST-SEQ-WS = LAST-MOVED-SEQ-WS + 1
                       MOVE LAST-MOVED-CHECK-WS TO ACN-CARRIED-CHECK-WS
                       REWRITE AUDIT-CHAIN-RECORD FROM AUDIT-CHAIN-WS
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
           END-IF
           CLOSE CHAINFILE.

       ArchiveOneLink.
           MOVE ACN-DAY-WS(1:4) TO LINK-YEAR-WS
           PERFORM SwitchChainYear
           WRITE ARCH-CHAIN-RECORD FROM AUDIT-CHAIN-WS
               INVALID KEY CONTINUE
           END-WRITE
           DELETE CHAINFILE RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO LINKS-MOVED-WS
                   MOVE ACN-SEQ-WS TO LAST-MOVED-SEQ-WS
                   MOVE ACN-CHECK-WS TO LAST-MOVED-CHECK-WS
                   MOVE ACN-SEQ-WS TO YH-LAST-SEQ-WS
                   MOVE ACN-DAY-WS TO YH-LAST-DAY-WS
                   MOVE ACN-CHECK-WS TO YH-CLOSING-CHECK-WS
           END-DELETE.

      *    A year archive already on file keeps its head row and
      *    opening check; a new one opens on the prior check of the
      *    first link moved into it.
       SwitchChainYear.
           IF LINK-YEAR-WS NOT = CHAIN-ARCHIVE-YEAR-WS
               IF CHAIN-ARCHIVE-YEAR-WS NOT = 0
                   PERFORM WriteYearHead
                   CLOSE CHAINARCHIVE
               END-IF
               MOVE SPACES TO CHAIN-ARCHIVE-NAME-WS
               STRING "auditchain_" LINK-YEAR-WS ".bin"
                   DELIMITED BY SIZE INTO CHAIN-ARCHIVE-NAME-WS
               END-STRING
               OPEN EXTEND CHAINARCHIVE
               IF CHAIN-ARCH-DOES-NOT-EXIST-WS
                   OPEN OUTPUT CHAINARCHIVE
                   CLOSE CHAINARCHIVE
               ELSE
                   CLOSE CHAINARCHIVE
               END-IF
               OPEN I-O CHAINARCHIVE
               MOVE LINK-YEAR-WS TO CHAIN-ARCHIVE-YEAR-WS
               MOVE 0 TO ARCH-ACN-SEQ
               READ CHAINARCHIVE INTO YEAR-HEAD-WS
                   INVALID KEY
                       MOVE 0 TO YH-SEQ-WS
                       MOVE "H" TO YH-KIND-WS
                       MOVE 0 TO YH-DAY-WS
                       MOVE ACN-SEQ-WS TO YH-FIRST-SEQ-WS
                       MOVE ACN-DAY-WS TO YH-FIRST-DAY-WS
                       MOVE ACN-PRIOR-CHECK-WS TO YH-OPENING-CHECK-WS
                       MOVE ACN-SEQ-WS TO YH-LAST-SEQ-WS
                       MOVE ACN-DAY-WS TO YH-LAST-DAY-WS
                       MOVE ACN-PRIOR-CHECK-WS TO YH-CLOSING-CHECK-WS
                       WRITE ARCH-CHAIN-RECORD FROM YEAR-HEAD-WS
                           INVALID KEY CONTINUE
                       END-WRITE
               END-READ
           END-IF.

       WriteYearHead.
           MOVE 0 TO ARCH-ACN-SEQ
           READ CHAINARCHIVE
               INVALID KEY CONTINUE
           END-READ
           REWRITE ARCH-CHAIN-RECORD FROM YEAR-HEAD-WS
               INVALID KEY CONTINUE
           END-REWRITE.
