       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPTFILE ASSIGN TO "dept.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPT-CODE
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD DEPTFILE.
       COPY deptrecord-fs.

       WORKING-STORAGE SECTION.
       COPY deptrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 OPTION-WS PIC 9.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 SHOWN-COUNT-WS PIC 9(3) VALUE 0.
       01 CODE-SCAN-WS PIC X(6) VALUE SPACES.
       01 NAME-SCAN-WS PIC X(40) VALUE SPACES.
       01 TYPES-SCAN-WS PIC X(5) VALUE SPACES.
       01 ACCOUNT-SCAN-WS PIC X(20) VALUE SPACES.
       01 ANSWER-WS PIC X VALUE SPACE.
       01 DEPT-EXISTS-WS PIC X VALUE "N".
       01 ENTRY-OK-WS PIC X VALUE "Y".
       01 TYPE-IDX-WS PIC 9(1).
       01 TODAY-DATE-WS PIC 9(8).

       01 NEW-DEPT-WS.
           05 NEW-CODE-WS PIC X(6).
           05 NEW-NAME-WS PIC X(40).
           05 NEW-BILLING-WS PIC X(1).
           05 NEW-BILL-TYPES-WS PIC X(5).
           05 NEW-BILL-SCOPE-WS PIC X(1).
           05 NEW-ACCOUNT-WS PIC X(20).

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    Maintenance for the academic department master
      *    (dept.bin). The codes here are the ones the registrar's
      *    roster carries on each student, and RosterSync refuses a
      *    row naming a department not on file. A department is
      *    set up for departmental billing here: which patron types
      *    it answers for (faculty and staff unless told otherwise),
      *    whether it takes replacement charges only or overdue
      *    fines as well, and the account its monthly invoice is
      *    charged to.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           PERFORM OpenDeptFile
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "ACADEMIC DEPARTMENT MASTER"
               DISPLAY "[1] LIST DEPARTMENTS"
               DISPLAY "[2] ADD OR CHANGE A DEPARTMENT"
               DISPLAY "[3] REMOVE A DEPARTMENT"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM ListDepts
                   WHEN 2 PERFORM AddOrChangeDept
                   WHEN 3 PERFORM RemoveDept
                   WHEN 0
                       CLOSE DEPTFILE
                       EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       OpenDeptFile.
           OPEN EXTEND DEPTFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT DEPTFILE
               CLOSE DEPTFILE
           ELSE
               CLOSE DEPTFILE
           END-IF
           OPEN I-O DEPTFILE.

       ListDepts.
           DISPLAY " "
           DISPLAY "CODE   BILL TYPES SCOPE ACCOUNT              NAME"
           MOVE 0 TO SHOWN-COUNT-WS
           MOVE LOW-VALUES TO DEPT-CODE
           START DEPTFILE KEY IS >= DEPT-CODE
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ DEPTFILE NEXT INTO DEPT-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       ADD 1 TO SHOWN-COUNT-WS
                       DISPLAY DEPT-CODE-WS " " DEPT-BILLING-WS
                           "    " DEPT-BILL-TYPES-WS " "
                           DEPT-BILL-SCOPE-WS "     "
                           DEPT-ACCOUNT-WS " " DEPT-NAME-WS(1:30)
               END-READ
           END-PERFORM
           IF SHOWN-COUNT-WS = 0
               DISPLAY "  NO DEPARTMENTS ON FILE."
           END-IF.

      *    A change shows each value on file and keeps it on Enter.
       AddOrChangeDept.
           DISPLAY "DEPARTMENT CODE: " WITH NO ADVANCING
           MOVE SPACES TO CODE-SCAN-WS
           ACCEPT CODE-SCAN-WS
           IF CODE-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(CODE-SCAN-WS) TO DEPT-CODE
           READ DEPTFILE INTO DEPT-WS
               KEY IS DEPT-CODE
               INVALID KEY
                   MOVE "N" TO DEPT-EXISTS-WS
                   MOVE SPACES TO DEPT-NAME-WS
                   MOVE "N" TO DEPT-BILLING-WS
                   MOVE "FS" TO DEPT-BILL-TYPES-WS
                   MOVE "R" TO DEPT-BILL-SCOPE-WS
                   MOVE SPACES TO DEPT-ACCOUNT-WS
               NOT INVALID KEY
                   MOVE "Y" TO DEPT-EXISTS-WS
           END-READ
           MOVE DEPT-CODE TO NEW-CODE-WS
           IF DEPT-EXISTS-WS = "Y"
               DISPLAY "CHANGING " NEW-CODE-WS " - ENTER KEEPS THE "
                   "VALUE SHOWN."
           ELSE
               DISPLAY "NEW DEPARTMENT " NEW-CODE-WS
           END-IF
           MOVE "Y" TO ENTRY-OK-WS
           DISPLAY "DEPARTMENT NAME [" DEPT-NAME-WS "]: "
               WITH NO ADVANCING
           MOVE SPACES TO NAME-SCAN-WS
           ACCEPT NAME-SCAN-WS
           IF NAME-SCAN-WS = SPACES
               MOVE DEPT-NAME-WS TO NEW-NAME-WS
           ELSE
               MOVE FUNCTION UPPER-CASE(NAME-SCAN-WS) TO NEW-NAME-WS
           END-IF
           IF NEW-NAME-WS = SPACES
               DISPLAY "  THE DEPARTMENT NAME IS REQUIRED."
               MOVE "N" TO ENTRY-OK-WS
           END-IF
           DISPLAY "DEPARTMENTAL BILLING (Y/N) [" DEPT-BILLING-WS
               "]: " WITH NO ADVANCING
           MOVE SPACE TO ANSWER-WS
           ACCEPT ANSWER-WS
           IF ANSWER-WS = SPACE
               MOVE DEPT-BILLING-WS TO NEW-BILLING-WS
           ELSE
               MOVE FUNCTION UPPER-CASE(ANSWER-WS) TO NEW-BILLING-WS
           END-IF
           IF NEW-BILLING-WS NOT = "Y" AND NEW-BILLING-WS NOT = "N"
               DISPLAY "  ANSWER Y OR N."
               MOVE "N" TO ENTRY-OK-WS
           END-IF
           PERFORM AskBillingTerms
           IF ENTRY-OK-WS = "N"
               DISPLAY "DEPARTMENT NOT SAVED."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY NEW-CODE-WS " " NEW-NAME-WS
           IF NEW-BILLING-WS = "Y"
               DISPLAY "  BILLED FOR PATRON TYPES " NEW-BILL-TYPES-WS
                   ", SCOPE " NEW-BILL-SCOPE-WS ", ACCOUNT "
                   NEW-ACCOUNT-WS
           ELSE
               DISPLAY "  NOT BILLED - FINES STAY WITH THE PATRON."
           END-IF
           DISPLAY "SAVE THIS DEPARTMENT (Y/N)? " WITH NO ADVANCING
           MOVE SPACE TO ANSWER-WS
           ACCEPT ANSWER-WS
           IF ANSWER-WS NOT = "Y" AND ANSWER-WS NOT = "y"
               DISPLAY "DEPARTMENT NOT SAVED."
               EXIT PARAGRAPH
           END-IF
           PERFORM SaveDept.

      *    The patron types are letters from the patron type codes
      *    (U F G S C); the scope is R for replacement charges only
      *    or A for overdue fines as well. A billed department
      *    needs an account to charge.
       AskBillingTerms.
           DISPLAY "PATRON TYPES BILLED (E.G. FS) ["
               DEPT-BILL-TYPES-WS "]: " WITH NO ADVANCING
           MOVE SPACES TO TYPES-SCAN-WS
           ACCEPT TYPES-SCAN-WS
           IF TYPES-SCAN-WS = SPACES
               MOVE DEPT-BILL-TYPES-WS TO NEW-BILL-TYPES-WS
           ELSE
               MOVE FUNCTION UPPER-CASE(TYPES-SCAN-WS)
                   TO NEW-BILL-TYPES-WS
           END-IF
           PERFORM VARYING TYPE-IDX-WS FROM 1 BY 1
                   UNTIL TYPE-IDX-WS > 5
               IF NEW-BILL-TYPES-WS(TYPE-IDX-WS:1) NOT = SPACE AND
                       NEW-BILL-TYPES-WS(TYPE-IDX-WS:1) NOT = "U" AND
                       NEW-BILL-TYPES-WS(TYPE-IDX-WS:1) NOT = "F" AND
                       NEW-BILL-TYPES-WS(TYPE-IDX-WS:1) NOT = "G" AND
                       NEW-BILL-TYPES-WS(TYPE-IDX-WS:1) NOT = "S" AND
                       NEW-BILL-TYPES-WS(TYPE-IDX-WS:1) NOT = "C"
                   DISPLAY "  " NEW-BILL-TYPES-WS(TYPE-IDX-WS:1)
                       " IS NOT A PATRON TYPE."
                   MOVE "N" TO ENTRY-OK-WS
               END-IF
           END-PERFORM
           DISPLAY "SCOPE - R REPLACEMENT ONLY, A ALL FINES ["
               DEPT-BILL-SCOPE-WS "]: " WITH NO ADVANCING
           MOVE SPACE TO ANSWER-WS
           ACCEPT ANSWER-WS
           IF ANSWER-WS = SPACE
               MOVE DEPT-BILL-SCOPE-WS TO NEW-BILL-SCOPE-WS
           ELSE
               MOVE FUNCTION UPPER-CASE(ANSWER-WS) TO NEW-BILL-SCOPE-WS
           END-IF
           IF NEW-BILL-SCOPE-WS NOT = "R" AND
                   NEW-BILL-SCOPE-WS NOT = "A"
               DISPLAY "  THE SCOPE IS R OR A."
               MOVE "N" TO ENTRY-OK-WS
           END-IF
           DISPLAY "ACCOUNT TO CHARGE [" DEPT-ACCOUNT-WS "]: "
               WITH NO ADVANCING
           MOVE SPACES TO ACCOUNT-SCAN-WS
           ACCEPT ACCOUNT-SCAN-WS
           IF ACCOUNT-SCAN-WS = SPACES
               MOVE DEPT-ACCOUNT-WS TO NEW-ACCOUNT-WS
           ELSE
               MOVE FUNCTION UPPER-CASE(ACCOUNT-SCAN-WS)
                   TO NEW-ACCOUNT-WS
           END-IF
           IF NEW-BILLING-WS = "Y"
               IF NEW-BILL-TYPES-WS = SPACES
                   DISPLAY "  A BILLED DEPARTMENT NEEDS AT LEAST ONE "
                       "PATRON TYPE."
                   MOVE "N" TO ENTRY-OK-WS
               END-IF
               IF NEW-ACCOUNT-WS = SPACES
                   DISPLAY "  A BILLED DEPARTMENT NEEDS AN ACCOUNT."
                   MOVE "N" TO ENTRY-OK-WS
               END-IF
           END-IF.

       SaveDept.
           MOVE NEW-CODE-WS TO DEPT-CODE-WS
           MOVE NEW-NAME-WS TO DEPT-NAME-WS
           MOVE NEW-BILLING-WS TO DEPT-BILLING-WS
           MOVE NEW-BILL-TYPES-WS TO DEPT-BILL-TYPES-WS
           MOVE NEW-BILL-SCOPE-WS TO DEPT-BILL-SCOPE-WS
           MOVE NEW-ACCOUNT-WS TO DEPT-ACCOUNT-WS
           MOVE ADMINNAME-LS TO DEPT-SET-BY-WS
           MOVE TODAY-DATE-WS TO DEPT-SET-DATE-WS
           MOVE NEW-CODE-WS TO DEPT-CODE
           WRITE DEPT-RECORD FROM DEPT-WS
               INVALID KEY
                   REWRITE DEPT-RECORD FROM DEPT-WS
                       INVALID KEY
                           DISPLAY "UNABLE TO SAVE THE DEPARTMENT."
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE
           DISPLAY "DEPARTMENT " NEW-CODE-WS " SAVED.".

      *    Fines already routed stay on deptbill.bin under the code
      *    and are still invoiced; patrons carrying the code keep it
      *    until the next roster says otherwise.
       RemoveDept.
           DISPLAY "DEPARTMENT CODE TO REMOVE: " WITH NO ADVANCING
           MOVE SPACES TO CODE-SCAN-WS
           ACCEPT CODE-SCAN-WS
           IF CODE-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(CODE-SCAN-WS) TO DEPT-CODE
           DELETE DEPTFILE RECORD
               INVALID KEY DISPLAY "NO SUCH DEPARTMENT ON FILE."
               NOT INVALID KEY DISPLAY "DEPARTMENT REMOVED."
           END-DELETE.
