       01 JOB-SCHEDULE-WS.
           05 JOB-STEP-NUM-WS PIC 9(2).
           05 JOB-RUN-ORDER-WS PIC 9(3).
           05 JOB-PROGRAM-WS PIC X(20).
           05 JOB-STEP-NAME-WS PIC X(20).
           05 JOB-FREQ-WS PIC X(1).
               88 JOB-RUNS-DAILY-WS VALUE "D".
               88 JOB-RUNS-WEEKDAYS-WS VALUE "W".
               88 JOB-RUNS-MONTHLY-WS VALUE "M".
               88 JOB-RUNS-TERM-END-WS VALUE "T".
               88 JOB-RUNS-QUARTERLY-WS VALUE "Q".
               88 JOB-FREQ-OK-WS VALUE "D" "W" "M" "T" "Q".
           05 JOB-WEEKDAYS-WS PIC X(7).
           05 JOB-WEEKDAY-FLAGS-WS REDEFINES JOB-WEEKDAYS-WS.
               10 JOB-WEEKDAY-WS PIC X(1) OCCURS 7 TIMES.
           05 JOB-ACTIVE-WS PIC X(1).
               88 JOB-IS-ACTIVE-WS VALUE "Y".
           05 JOB-SET-BY-WS PIC X(20).
           05 JOB-SET-DATE-WS PIC 9(8).
