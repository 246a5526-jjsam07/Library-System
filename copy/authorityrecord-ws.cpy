       01 AUTHORITY-WS.
           05 AUTH-KEY-WS PIC X(50).
           05 AUTH-FORM-WS PIC X(50).
           05 AUTH-PREFERRED-WS PIC X(50).
           05 AUTH-CHANGED-BY-WS PIC X(20).
           05 AUTH-CHANGED-DATE-WS PIC 9(8).
