       01 NOTIFY-PREF-WS.
           05 NPF-STUDENT-ID-WS PIC 9(10).
           05 NPF-CHANNELS-WS PIC X(7).
           05 NPF-CHANNEL-TABLE-WS REDEFINES NPF-CHANNELS-WS.
               10 NPF-CHANNEL-WS PIC X(1) OCCURS 7 TIMES.
                   88 NPF-BY-EMAIL-WS VALUE "E".
                   88 NPF-BY-SMS-WS VALUE "S".
                   88 NPF-BY-NONE-WS VALUE "N".
                   88 NPF-CHANNEL-OK-WS VALUE "E" "S" "N".
           05 NPF-SET-BY-WS PIC X(20).
           05 NPF-SET-DATE-WS PIC 9(8).
           05 NPF-SUGGEST-OPTOUT-WS PIC X(1).
               88 NPF-SUGGEST-OPTED-OUT-WS VALUE "Y".
