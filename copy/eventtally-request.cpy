      *    Request block for the EventTally subprogram, the one place
      *    the events calendar is counted for reporting. Set
      *    ETL-FROM-DATE and ETL-TO-DATE (YYYYMMDD, zero TO-DATE for
      *    no end) and CALL "EventTally" USING ETL-REQUEST. Only
      *    sessions the desk took attendance for count as held;
      *    cancelled events and events still to come do not. Per
      *    kind of event (author visit, workshop, exam week, other)
      *    come back the sessions held, everyone who came
      *    (registered or walk-in), the registrations and the
      *    registrants who did not come, with the totals beside.
       01 ETL-REQUEST.
           05 ETL-FROM-DATE PIC 9(8).
           05 ETL-TO-DATE PIC 9(8).
           05 ETL-KIND-ENTRY OCCURS 4 TIMES.
               10 ETL-KIND-CODE PIC X(1).
               10 ETL-KIND-NAME PIC X(20).
               10 ETL-SESSIONS PIC 9(5).
               10 ETL-ATTENDANCE PIC 9(7).
               10 ETL-REGISTERED PIC 9(7).
               10 ETL-NO-SHOWS PIC 9(7).
           05 ETL-TOTAL-SESSIONS PIC 9(5).
           05 ETL-TOTAL-ATTENDANCE PIC 9(7).
           05 ETL-TOTAL-REGISTERED PIC 9(7).
           05 ETL-TOTAL-NO-SHOWS PIC 9(7).
