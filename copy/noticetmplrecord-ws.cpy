       01 NOTICE-TEMPLATE-WS.
           05 NTP-KEY-WS.
               10 NTP-TYPE-WS PIC X(2).
               10 NTP-LEVEL-WS PIC 9(1).
               10 NTP-STATE-WS PIC X(1).
                   88 NTP-IS-LIVE-WS VALUE "L".
                   88 NTP-IS-DRAFT-WS VALUE "D".
           05 NTP-SUBJECT-WS PIC X(60).
           05 NTP-BODY-WS PIC X(420).
           05 NTP-BODY-TABLE-WS REDEFINES NTP-BODY-WS.
               10 NTP-BODY-LINE-WS PIC X(70) OCCURS 6 TIMES.
           05 NTP-SMS-TEXT-WS PIC X(160).
           05 NTP-CHANGED-BY-WS PIC X(20).
           05 NTP-CHANGED-DATE-WS PIC 9(8).
