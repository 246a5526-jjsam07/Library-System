       IDENTIFICATION DIVISION.
       PROGRAM-ID. PickBranch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BRANCHRECORD ASSIGN TO "branch.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRANCH-CODE
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD BRANCHRECORD.
       COPY branchrecord-fs.

       WORKING-STORAGE SECTION.
       COPY branchrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 BRANCHES-SHOWN-WS PIC 9(3) VALUE 0.
       01 PICK-DONE-WS PIC X VALUE "N".
       01 ENTERED-BRANCH-WS PIC X(3).

       LINKAGE SECTION.
       01 PICKUP-BRANCH-LS PIC X(3).

      *    Asks where a waitlisted student will collect the title,
      *    for the student at MyWaitlist or the reservation offer and
      *    for the desk placing one on their behalf. The branches on
      *    file are listed and the answer checked against them; Enter
      *    alone means no preference (collect wherever the copy turns
      *    up). PICKUP-BRANCH-LS comes in as the current choice, shown
      *    as the default, and goes back as the new one. With no
      *    branch master there is nothing to choose and it comes back
      *    unchanged.
       PROCEDURE DIVISION USING PICKUP-BRANCH-LS.
       StartPara.
           OPEN INPUT BRANCHRECORD
           IF FILE-DOES-NOT-EXIST-WS
               EXIT PROGRAM
           END-IF
           PERFORM ListBranches
           IF BRANCHES-SHOWN-WS = 0
               CLOSE BRANCHRECORD
               EXIT PROGRAM
           END-IF
           MOVE "N" TO PICK-DONE-WS
           PERFORM UNTIL PICK-DONE-WS = "Y"
               PERFORM AcceptBranch
           END-PERFORM
           CLOSE BRANCHRECORD.
           EXIT PROGRAM.

       ListBranches.
           MOVE 0 TO BRANCHES-SHOWN-WS
           MOVE "N" TO SCAN-DONE-WS
           MOVE SPACES TO BRANCH-CODE
           START BRANCHRECORD KEY IS >= BRANCH-CODE
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
           END-START
           IF SCAN-DONE-WS = "N"
               DISPLAY " "
               DISPLAY "PICKUP BRANCHES:"
           END-IF
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ BRANCHRECORD NEXT INTO BRANCH-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       ADD 1 TO BRANCHES-SHOWN-WS
                       DISPLAY "  " BRANCH-CODE-WS "  "
                           BRANCH-NAME-WS
               END-READ
           END-PERFORM.

       AcceptBranch.
           IF PICKUP-BRANCH-LS = SPACES
               DISPLAY "Pickup branch code (Enter for any branch): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Pickup branch code (Enter keeps "
                   PICKUP-BRANCH-LS ", * for any branch): "
                   WITH NO ADVANCING
           END-IF
           MOVE SPACES TO ENTERED-BRANCH-WS
           ACCEPT ENTERED-BRANCH-WS
           MOVE FUNCTION UPPER-CASE(ENTERED-BRANCH-WS)
               TO ENTERED-BRANCH-WS
           IF ENTERED-BRANCH-WS = SPACES
               MOVE "Y" TO PICK-DONE-WS
               EXIT PARAGRAPH
           END-IF
           IF ENTERED-BRANCH-WS = "*"
               MOVE SPACES TO PICKUP-BRANCH-LS
               MOVE "Y" TO PICK-DONE-WS
               EXIT PARAGRAPH
           END-IF
           MOVE ENTERED-BRANCH-WS TO BRANCH-CODE
           READ BRANCHRECORD INTO BRANCH-WS
               INVALID KEY
                   DISPLAY "NO SUCH BRANCH CODE ON FILE."
               NOT INVALID KEY
                   MOVE ENTERED-BRANCH-WS TO PICKUP-BRANCH-LS
                   MOVE "Y" TO PICK-DONE-WS
           END-READ.
