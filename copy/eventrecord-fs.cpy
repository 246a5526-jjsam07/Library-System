      *    Canonical EVENT-RECORD file layout (event.bin), the
      *    library events calendar: author visits, workshops,
      *    exam-week sessions. One row per session under EVT-ID. The
      *    room comes off room.bin and every hour the event runs is
      *    blocked in roombooking.bin ("E" rows), so the study-room
      *    screens see the room as taken. EVT-AUDIENCE holds up to
      *    five patron type letters the event is open to (spaces -
      *    open to everyone). An event is "S" scheduled until the
      *    desk cancels it ("X"); EVT-ATTENDANCE-TAKEN "Y" once the
      *    desk has marked who came, with the walk-ins who had not
      *    registered in EVT-WALKINS and everyone who came in
      *    EVT-ATTENDED. EVT-REMINDED "Y" once the reminder run has
      *    sent its notices, so registrants are reminded once.
       01 EVENT-RECORD.
           05 EVT-ID PIC 9(6).
           05 EVT-TITLE PIC X(40).
           05 EVT-KIND PIC X(1).
           05 EVT-DATE PIC 9(8).
           05 EVT-START-HH PIC 9(2).
           05 EVT-HOURS PIC 9(1).
           05 EVT-ROOM-CODE PIC X(3).
           05 EVT-CAPACITY PIC 9(3).
           05 EVT-AUDIENCE PIC X(5).
           05 EVT-STATUS PIC X(1).
           05 EVT-ATTENDANCE-TAKEN PIC X(1).
           05 EVT-WALKINS PIC 9(3).
           05 EVT-ATTENDED PIC 9(4).
           05 EVT-REMINDED PIC X(1).
           05 EVT-SET-BY PIC X(20).
           05 EVT-SET-DATE PIC 9(8).
