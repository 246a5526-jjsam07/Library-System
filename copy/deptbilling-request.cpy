      *    Request block for the DeptBilling subprogram, the one
      *    reader of the department master (dept.bin) and writer of
      *    the departmental billing file (deptbill.bin). Set
      *    DBL-FUNC and CALL "DeptBilling" USING DBL-REQUEST:
      *      "L" - looks up the department in DBL-DEPT-CODE; its
      *            name, billing flag and account come back with
      *            DBL-FOUND "Y"
      *      "R" - routes the open fines of the student in
      *            DBL-STUDENT-ID to departmental billing when the
      *            student's department bills for that patron type
      *            and fine type; DBL-ROUTED-COUNT and
      *            DBL-ROUTED-AMOUNT say what moved. PatronSummary
      *            calls it on every fine re-total, so a caller that
      *            posts the fine balance need do nothing more.
       01 DBL-REQUEST.
           05 DBL-FUNC PIC X(1).
           05 DBL-STUDENT-ID PIC 9(10).
           05 DBL-DEPT-CODE PIC X(6).
           05 DBL-FOUND PIC X(1).
               88 DBL-DEPT-FOUND VALUE "Y".
           05 DBL-DEPT-NAME PIC X(40).
           05 DBL-BILLING PIC X(1).
           05 DBL-ACCOUNT PIC X(20).
           05 DBL-ROUTED-COUNT PIC 9(3).
           05 DBL-ROUTED-AMOUNT PIC 9(7)V99.
