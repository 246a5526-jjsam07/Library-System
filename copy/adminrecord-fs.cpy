      *    librarian (everything but the destructive utilities), "S"
      *    supervisor (everything, including deletes, admin
      *    registration and the restore/purge utilities).
      *    The password itself is held as ADMIN-PWD-SALT and
      *    ADMIN-PWD-DIGEST, produced by the CredentialHash
      *    subprogram: scheme "S" is the salted digest of the
      *    password, "W" the salted digest of the old character-sum
      *    value (a record converted before its owner next signed
      *    in). ADMIN-PASSWORD-HASH is that old sum, left zero on
      *    every converted record; a record still carrying it with
      *    no scheme is verified the old way once and re-stored.
      *    ADMIN-LAST-LOGIN-DATE is stamped by login on every good
      *    sign-in. An account idle past the policy's admin idle
      *    limit is disabled (ADMIN-DISABLED "Y") by login or the
      *    access review, and only a supervisor re-enables it;
      *    ADMIN-STATUS-DATE, -BY and -REASON say who last disabled
      *    or re-enabled the account, when and why.
      *    ADMIN-HOME-CARD is the staff member's own library card
      *    (zero if they hold none); the operator review treats any
      *    account at that card's address as their household.
       01 ADMIN-RECORD.
           05 ADMIN-ID PIC 9(10).
           05 ADMINNAME PIC X(20).
               10 ADMIN-PWD-MM PIC 9(2).
               10 ADMIN-PWD-DD PIC 9(2).
           05 ADMIN-PWD-TEMP PIC X(1).
           05 ADMIN-PWD-SCHEME PIC X(1).
           05 ADMIN-PWD-SALT PIC 9(8).
           05 ADMIN-PWD-DIGEST PIC 9(18).
           05 ADMIN-LAST-LOGIN-DATE.
               10 ADMIN-LOGIN-YYYY PIC 9(4).
               10 ADMIN-LOGIN-MM PIC 9(2).
               10 ADMIN-LOGIN-DD PIC 9(2).
           05 ADMIN-DISABLED PIC X(1).
           05 ADMIN-STATUS-DATE PIC 9(8).
           05 ADMIN-STATUS-BY PIC X(20).
           05 ADMIN-STATUS-REASON PIC X(40).
           05 ADMIN-HOME-CARD PIC 9(10).
