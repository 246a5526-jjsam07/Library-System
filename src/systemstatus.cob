       IDENTIFICATION DIVISION.
       PROGRAM-ID. SystemStatus.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SYSSTATUSFILE ASSIGN TO "sysstatus.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SYS-KEY
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD SYSSTATUSFILE.
       COPY sysstatusrecord-fs.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 ROW-ON-FILE-WS PIC X VALUE "N".
       01 NOW-DATE-WS.
           05 NOW-YYYY-WS PIC 9(4).
           05 NOW-MM-WS PIC 9(2).
           05 NOW-DD-WS PIC 9(2).
       01 NOW-TIME-WS.
           05 NOW-HH-WS PIC 9(2).
           05 NOW-MI-WS PIC 9(2).
           05 NOW-SS-WS PIC 9(2).
           05 NOW-CC-WS PIC 9(2).
       01 BACK-MINUTES-WS PIC 9(6).
       01 BACK-DAYS-WS PIC 9(3).
       01 BACK-DATE-WS.
           05 BACK-YYYY-WS PIC 9(4).
           05 BACK-MM-WS PIC 9(2).
           05 BACK-DD-WS PIC 9(2).
       01 BACK-HH-WS PIC 9(2).
       01 BACK-MI-WS PIC 9(2).

       LINKAGE SECTION.
       COPY sysstatus-request.

      *    The one place the system status flag is read or changed.
      *    The batch and repair utilities that rewrite the shared
      *    files set it on the way in and clear it on the way out;
      *    the sign-on screens, the self-checkout station and the
      *    kiosk read it before letting anyone near a file. Only the
      *    program that set the flag can clear it, so a year-end
      *    close run as one of the nightly steps does not reopen the
      *    system while the rest of the night is still running.
       PROCEDURE DIVISION USING SST-REQUEST.
       StartPara.
           MOVE "N" TO SST-DONE
           ACCEPT NOW-DATE-WS FROM DATE YYYYMMDD
           ACCEPT NOW-TIME-WS FROM TIME
           IF SST-FUNC = "R"
               PERFORM ReadStatusOnly
               EXIT PROGRAM
           END-IF
           PERFORM OpenStatusFile
           PERFORM ReadStatusRow
           EVALUATE SST-FUNC
               WHEN "S" PERFORM SetStatus
               WHEN "C" PERFORM ClearStatus
               WHEN "F" PERFORM ForceClearStatus
               WHEN OTHER CONTINUE
           END-EVALUATE
           CLOSE SYSSTATUSFILE
           PERFORM ReturnStatus.
           EXIT PROGRAM.

      *    A reader never creates the file; no file is an open
      *    system.
       ReadStatusOnly.
           MOVE "N" TO ROW-ON-FILE-WS
           OPEN INPUT SYSSTATUSFILE
           IF FILE-DOES-NOT-EXIST-WS
               CLOSE SYSSTATUSFILE
           ELSE
               MOVE 1 TO SYS-KEY
               READ SYSSTATUSFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO ROW-ON-FILE-WS
               END-READ
               CLOSE SYSSTATUSFILE
           END-IF
           IF ROW-ON-FILE-WS = "N"
               PERFORM SupplyOpenRow
           END-IF
           PERFORM ReturnStatus.

       OpenStatusFile.
           OPEN EXTEND SYSSTATUSFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT SYSSTATUSFILE
               CLOSE SYSSTATUSFILE
           ELSE
               CLOSE SYSSTATUSFILE
           END-IF
           OPEN I-O SYSSTATUSFILE.

       ReadStatusRow.
           MOVE "N" TO ROW-ON-FILE-WS
           MOVE 1 TO SYS-KEY
           READ SYSSTATUSFILE
               INVALID KEY PERFORM SupplyOpenRow
               NOT INVALID KEY MOVE "Y" TO ROW-ON-FILE-WS
           END-READ.

       SupplyOpenRow.
           MOVE 1 TO SYS-KEY
           MOVE "O" TO SYS-STATE
           MOVE SPACES TO SYS-REASON
           MOVE 0 TO SYS-BACK-DATE
           MOVE 0 TO SYS-BACK-TIME
           MOVE SPACES TO SYS-SET-BY
           MOVE 0 TO SYS-SET-DATE
           MOVE 0 TO SYS-SET-TIME.

      *    A flag held by another program keeps its owner; a closed
      *    request made under a read-only flag still closes the
      *    system, with the new reason, until the owner clears it.
       SetStatus.
           IF SYS-STATE NOT = "O" AND SYS-SET-BY NOT = SST-SET-BY
               IF SST-SYSTEM-CLOSED AND SYS-STATE = "R"
                   MOVE "C" TO SYS-STATE
                   MOVE SST-REASON TO SYS-REASON
                   PERFORM WorkOutBackTime
                   PERFORM SaveStatusRow
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SST-STATE TO SYS-STATE
           MOVE SST-REASON TO SYS-REASON
           MOVE SST-SET-BY TO SYS-SET-BY
           MOVE NOW-DATE-WS TO SYS-SET-DATE
           COMPUTE SYS-SET-TIME = (NOW-HH-WS * 100) + NOW-MI-WS
           PERFORM WorkOutBackTime
           PERFORM SaveStatusRow
           MOVE "Y" TO SST-DONE.

      *    The expected return is now plus the caller's estimate in
      *    minutes, rolled into the following days as needed.
       WorkOutBackTime.
           COMPUTE BACK-MINUTES-WS = (NOW-HH-WS * 60) + NOW-MI-WS
               + SST-MINUTES
           COMPUTE BACK-DAYS-WS = BACK-MINUTES-WS / 1440
           COMPUTE BACK-MINUTES-WS = BACK-MINUTES-WS
               - (BACK-DAYS-WS * 1440)
           COMPUTE BACK-HH-WS = BACK-MINUTES-WS / 60
           COMPUTE BACK-MI-WS = BACK-MINUTES-WS - (BACK-HH-WS * 60)
           IF BACK-DAYS-WS > 0
               CALL "DateAdd" USING NOW-DATE-WS BACK-DAYS-WS
                   BACK-DATE-WS
           ELSE
               MOVE NOW-DATE-WS TO BACK-DATE-WS
           END-IF
           MOVE BACK-DATE-WS TO SYS-BACK-DATE
           COMPUTE SYS-BACK-TIME = (BACK-HH-WS * 100) + BACK-MI-WS.

       ClearStatus.
           IF SYS-STATE = "O" OR SYS-SET-BY NOT = SST-SET-BY
               EXIT PARAGRAPH
           END-IF
           PERFORM ReopenSystem.

       ForceClearStatus.
           IF SYS-STATE = "O"
               EXIT PARAGRAPH
           END-IF
           PERFORM ReopenSystem.

      *    The reopened row keeps who reopened it and when.
       ReopenSystem.
           MOVE "O" TO SYS-STATE
           MOVE SPACES TO SYS-REASON
           MOVE 0 TO SYS-BACK-DATE
           MOVE 0 TO SYS-BACK-TIME
           MOVE SST-SET-BY TO SYS-SET-BY
           MOVE NOW-DATE-WS TO SYS-SET-DATE
           COMPUTE SYS-SET-TIME = (NOW-HH-WS * 100) + NOW-MI-WS
           PERFORM SaveStatusRow
           MOVE "Y" TO SST-DONE.

       SaveStatusRow.
           MOVE 1 TO SYS-KEY
           IF ROW-ON-FILE-WS = "Y"
               REWRITE SYSTEM-STATUS-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE SYSTEM-STATUS-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

       ReturnStatus.
           MOVE SYS-STATE TO SST-STATE
           MOVE SYS-REASON TO SST-REASON
           MOVE SYS-BACK-DATE TO SST-BACK-DATE
           MOVE SYS-BACK-TIME TO SST-BACK-TIME
           MOVE SYS-SET-BY TO SST-SET-BY
           MOVE SYS-SET-DATE TO SST-SET-DATE
           MOVE SYS-SET-TIME TO SST-SET-TIME.
