       IDENTIFICATION DIVISION.
       PROGRAM-ID. SessionRegistry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SESSIONFILE ASSIGN TO "session.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SESS-KEY
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD SESSIONFILE.
       COPY sessionrecord-fs.

       WORKING-STORAGE SECTION.
       COPY sessionrecord-ws.
       COPY policyrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 TERMINAL-ID-WS PIC X(10) VALUE SPACES.
       01 NOW-DATE-WS.
           05 NOW-YYYY-WS PIC 9(4).
           05 NOW-MM-WS PIC 9(2).
           05 NOW-DD-WS PIC 9(2).
       01 NOW-TIME-WS.
           05 NOW-HH-WS PIC 9(2).
           05 NOW-MI-WS PIC 9(2).
           05 NOW-SS-WS PIC 9(2).
           05 NOW-CC-WS PIC 9(2).
       01 NOW-DAYNUM-WS PIC 9(7).
       01 LAST-DAYNUM-WS PIC 9(7).
       01 NOW-SECONDS-WS PIC 9(12).
       01 LAST-SECONDS-WS PIC 9(12).
       01 IDLE-SECONDS-WS PIC S9(12).
       01 IDLE-LIMIT-SECONDS-WS PIC 9(7).

       LINKAGE SECTION.
       COPY sessreg-request.

      *    The session registry every menu reports to. A terminal
      *    names itself with LIBTERMINAL in its environment (the
      *    same way LIBBRANCH names its branch); one that does not
      *    is CONSOLE. The idle check is made when the menu next
      *    gets a keystroke: a choice keyed after the idle window
      *    is not acted on, the session is closed and the user is
      *    back at the sign-on prompt. A zero POL-IDLE-MINUTES
      *    switches the timeout off. Nothing here stops a menu when
      *    session.bin cannot be opened - the registry is a record
      *    of sessions, not a gate on them.
       PROCEDURE DIVISION USING SREG-REQUEST.
       StartPara.
           MOVE "L" TO SREG-RESULT
           MOVE SPACES TO SREG-ENDED-BY
           IF TERMINAL-ID-WS = SPACES
               ACCEPT TERMINAL-ID-WS FROM ENVIRONMENT "LIBTERMINAL"
               IF TERMINAL-ID-WS = SPACES
                   MOVE "CONSOLE" TO TERMINAL-ID-WS
               END-IF
           END-IF
           ACCEPT NOW-DATE-WS FROM DATE YYYYMMDD
           ACCEPT NOW-TIME-WS FROM TIME
           PERFORM OpenSessionFile
           EVALUATE SREG-FUNC
               WHEN "O" PERFORM SignOn
               WHEN "T" PERFORM TouchSession
               WHEN "R" PERFORM TouchSession
               WHEN "C" PERFORM SignOff
               WHEN OTHER CONTINUE
           END-EVALUATE
           CLOSE SESSIONFILE.
           EXIT PROGRAM.

       OpenSessionFile.
           OPEN EXTEND SESSIONFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT SESSIONFILE
               CLOSE SESSIONFILE
           ELSE
               CLOSE SESSIONFILE
           END-IF
           OPEN I-O SESSIONFILE.

       BuildKey.
           MOVE TERMINAL-ID-WS TO SESS-TERMINAL
           MOVE SREG-KIND TO SESS-KIND
           MOVE SREG-USER-ID TO SESS-USER-ID.

      *    A row left behind by a terminal that was switched off
      *    mid-session is simply replaced by the next sign-on there.
       SignOn.
           PERFORM BuildKey
           MOVE SESS-KEY TO SESS-KEY-WS
           MOVE SREG-USER-NAME TO SESS-USER-NAME-WS
           MOVE NOW-DATE-WS TO SESS-START-DATE-WS
           MOVE NOW-HH-WS TO SESS-S-HH-WS
           MOVE NOW-MI-WS TO SESS-S-MI-WS
           MOVE NOW-SS-WS TO SESS-S-SS-WS
           MOVE NOW-DATE-WS TO SESS-LAST-DATE-WS
           MOVE NOW-HH-WS TO SESS-L-HH-WS
           MOVE NOW-MI-WS TO SESS-L-MI-WS
           MOVE NOW-SS-WS TO SESS-L-SS-WS
           MOVE "L" TO SESS-STATUS-WS
           MOVE SPACES TO SESS-ENDED-BY-WS
           READ SESSIONFILE
               INVALID KEY
                   WRITE SESSION-RECORD FROM SESSION-WS
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   REWRITE SESSION-RECORD FROM SESSION-WS
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.

      *    A row that has vanished (a supervisor purge, a restore)
      *    is treated as ended by a supervisor: the menu is not left
      *    running with nothing on the registry to show for it.
       TouchSession.
           PERFORM BuildKey
           READ SESSIONFILE INTO SESSION-WS
               INVALID KEY
                   IF FILE-STATUS-WS = "23"
                       MOVE "F" TO SREG-RESULT
                       MOVE "SUPERVISOR" TO SREG-ENDED-BY
                   END-IF
                   EXIT PARAGRAPH
           END-READ
           IF SESS-FORCED-OFF-WS
               MOVE "F" TO SREG-RESULT
               MOVE SESS-ENDED-BY-WS TO SREG-ENDED-BY
               PERFORM DeleteSessionRow
               EXIT PARAGRAPH
           END-IF
           IF SREG-FUNC = "T"
               PERFORM JudgeIdle
           END-IF
           IF SREG-IDLE-OUT
               PERFORM DeleteSessionRow
               EXIT PARAGRAPH
           END-IF
           MOVE NOW-DATE-WS TO SESS-LAST-DATE-WS
           MOVE NOW-HH-WS TO SESS-L-HH-WS
           MOVE NOW-MI-WS TO SESS-L-MI-WS
           MOVE NOW-SS-WS TO SESS-L-SS-WS
           REWRITE SESSION-RECORD FROM SESSION-WS
               INVALID KEY CONTINUE
           END-REWRITE.

       JudgeIdle.
           CALL "LoadPolicy" USING POLICY-WS
           IF POL-IDLE-MINUTES-WS = 0
               EXIT PARAGRAPH
           END-IF
           IF SESS-LAST-DATE-WS IS NOT NUMERIC
               OR SESS-LAST-TIME-WS IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           CALL "DayNum" USING NOW-DATE-WS NOW-DAYNUM-WS
           CALL "DayNum" USING SESS-LAST-DATE-WS LAST-DAYNUM-WS
           COMPUTE NOW-SECONDS-WS = (NOW-DAYNUM-WS * 86400)
               + (NOW-HH-WS * 3600) + (NOW-MI-WS * 60) + NOW-SS-WS
           COMPUTE LAST-SECONDS-WS = (LAST-DAYNUM-WS * 86400)
               + (SESS-L-HH-WS * 3600) + (SESS-L-MI-WS * 60)
               + SESS-L-SS-WS
           COMPUTE IDLE-SECONDS-WS = NOW-SECONDS-WS - LAST-SECONDS-WS
           COMPUTE IDLE-LIMIT-SECONDS-WS = POL-IDLE-MINUTES-WS * 60
           IF IDLE-SECONDS-WS > IDLE-LIMIT-SECONDS-WS
               MOVE "I" TO SREG-RESULT
           END-IF.

       SignOff.
           PERFORM BuildKey
           PERFORM DeleteSessionRow.

       DeleteSessionRow.
           DELETE SESSIONFILE RECORD
               INVALID KEY CONTINUE
           END-DELETE.
