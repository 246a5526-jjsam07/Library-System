           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT BORROWBACKUP ASSIGN TO BORROWBACKUP-NAME-WS
           05 BACKUP-BORROW-REF-ID.
               10 BACKUP-BORROWER-ID PIC 9(10).
               10 BACKUP-BBOOK-ID PIC 9(10).
           05 FILLER PIC X(75).

       FD STUDENTRECORD.
       COPY studentrecord-fs.
       FD STUDENTBACKUP.
       01 STUDENT-BACKUP-RECORD.
           05 BACKUP-STUDENT-ID PIC 9(10).
           05 FILLER PIC X(454).

       FD ADMINRECORD.
       COPY adminrecord-fs.
       FD ADMINBACKUP.
       01 ADMIN-BACKUP-RECORD.
           05 BACKUP-ADMIN-ID PIC 9(10).
           05 FILLER PIC X(154).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-WS PIC X(2).
