      *    Request block shared by the programs under the two-person
      *    rule (ManageFines, FineAmnesty, DeleteBook, MergeBooks,
      *    MergeStudents, PrivacyPurge), QueueApproval and
      *    ApprovalDesk. The admin menu calls each program with
      *    APR-FUNC blank: the operator's own session. A program
      *    whose action is over the policy limit fills the block,
      *    sets "Q" and calls QueueApproval, which files the pending
      *    row and hands back APR-ID. ApprovalDesk calls the program
      *    again with "X" and the approved row in the block, under
      *    the requester's id and name: the program carries the
      *    action out without asking anything and sets APR-DONE "Y"
      *    when it did.
       01 APPROVAL-REQUEST.
           05 APR-FUNC PIC X(1).
               88 APR-AT-THE-DESK VALUE SPACE.
               88 APR-QUEUE VALUE "Q".
               88 APR-CARRY-OUT VALUE "X".
           05 APR-ID PIC 9(10).
           05 APR-ACTION PIC X(10).
           05 APR-KEY-1 PIC 9(10).
           05 APR-KEY-2 PIC 9(10).
           05 APR-AMOUNT PIC 9(7)V99.
           05 APR-COUNT PIC 9(5).
           05 APR-DETAIL PIC X(40).
           05 APR-REQ-BY-ID PIC 9(10).
           05 APR-REQ-BY PIC X(20).
           05 APR-DONE PIC X(1).
               88 APR-CARRIED-OUT VALUE "Y".
