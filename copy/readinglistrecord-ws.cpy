           05 RL-LIST-ID-WS PIC 9(4).
           05 RL-NAME-WS PIC X(40).
           05 RL-OWNER-ID-WS PIC 9(10).
           05 RL-CLASS-SIZE-WS PIC 9(4).
