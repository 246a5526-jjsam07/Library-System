      *    Canonical DEPT-RECORD file layout (dept.bin), the academic
      *    department master. One row per department under the code
      *    the registrar's roster carries on each student (STUDENT-
      *    DEPT), kept from the department maintenance screen. A
      *    department set up for departmental billing (DEPT-BILLING
      *    "Y") has the fines of its patrons of the types listed in
      *    DEPT-BILL-TYPES routed to the monthly departmental invoice
      *    instead of the patron's own balance: replacement charges
      *    only (DEPT-BILL-SCOPE "R") or overdue fines as well ("A"),
      *    charged to the department's account DEPT-ACCOUNT.
       01 DEPT-RECORD.
           05 DEPT-CODE PIC X(6).
           05 DEPT-NAME PIC X(40).
           05 DEPT-BILLING PIC X(1).
           05 DEPT-BILL-TYPES PIC X(5).
           05 DEPT-BILL-SCOPE PIC X(1).
           05 DEPT-ACCOUNT PIC X(20).
           05 DEPT-SET-BY PIC X(20).
           05 DEPT-SET-DATE PIC 9(8).
