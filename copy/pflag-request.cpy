      *    Request block for PatronFlags. The caller fills the
      *    student; PatronFlags shows that account's open notes and
      *    any blocking flag in force today, and hands back
      *    PFL-BLOCKED "Y" with the first blocking flag's text in
      *    PFL-BLOCK-TEXT while one is, and the count of rows shown.
       01 PFL-REQUEST.
           05 PFL-STUDENT-ID PIC 9(10).
           05 PFL-BLOCKED PIC X(1).
               88 PFL-ACCOUNT-BLOCKED VALUE "Y".
           05 PFL-BLOCK-TEXT PIC X(60).
           05 PFL-SHOWN-COUNT PIC 9(3).
