      *    student can only be queued once per title; WBOOK-ID also
      *    carries an ALTERNATE RECORD KEY WITH DUPLICATES so
      *    ReturnBooks can find the longest-waiting reservation for a
      *    given title. WPICKUP-BRANCH is the branch the student
      *    chose to collect from (spaces - wherever the copy is).
      *    A row a librarian has moved to the head of the queue
      *    carries WBUMPED "Y" with who did it, when and why; the
      *    queue order itself is worked out by QueueOrder.
       01 WAITLIST-RECORD.
           05 WAITLIST-REF-ID.
               10 WSTUDENT-ID PIC 9(10).
               10 WMM PIC 9(2).
               10 WDD PIC 9(2).
               10 WYYYY PIC 9(4).
           05 WPICKUP-BRANCH PIC X(3).
           05 WBUMPED PIC X(1).
           05 WBUMP-REASON PIC X(40).
           05 WBUMP-BY PIC X(20).
           05 WBUMP-DATE PIC 9(8).
