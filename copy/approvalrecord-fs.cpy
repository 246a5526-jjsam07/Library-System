      *    Canonical APPROVAL-RECORD file layout (approval.bin), the
      *    two-person queue. A waiver, amnesty, delete, merge or
      *    purge over the policy's limits is not carried out when
      *    it is asked for: it is written here as a pending row
      *    (APPR-STATUS "P") keyed by a number NextNumber hands out
      *    (series "A"), with everything needed to run it later.
      *    A second supervisor - never the one who asked - approves
      *    or rejects it from ApprovalDesk; an approved row is run
      *    there and ends "A", or "F" if it could no longer be
      *    carried out, a rejected one "R".
      *    APPR-KEY-1 and APPR-KEY-2 name what the action is about:
      *      FINEWAIVE  student, book   (APPR-AMOUNT the balance)
      *      FINEADJ    student, book   (APPR-AMOUNT the new
      *                                  assessment)
      *      AMNESTY    -               (APPR-DETAIL the campaign)
      *      DELBOOK    book            (APPR-COUNT its copies)
      *      MERGEBOOK  duplicate, survivor
      *      MERGESTU   duplicate, survivor
      *      HISTPURGE  student         (APPR-COUNT history rows)
      *      ALUMPURGE  years kept      (APPR-COUNT alumni)
      *    APPR-DETAIL carries the reason code or the campaign.
       01 APPROVAL-RECORD.
           05 APPR-ID PIC 9(10).
           05 APPR-ACTION PIC X(10).
           05 APPR-KEY-1 PIC 9(10).
           05 APPR-KEY-2 PIC 9(10).
           05 APPR-AMOUNT PIC 9(7)V99.
           05 APPR-COUNT PIC 9(5).
           05 APPR-DETAIL PIC X(40).
           05 APPR-REQ-BY-ID PIC 9(10).
           05 APPR-REQ-BY PIC X(20).
           05 APPR-REQ-DATE PIC 9(8).
           05 APPR-REQ-TIME PIC 9(8).
           05 APPR-STATUS PIC X(1).
           05 APPR-DECIDED-BY-ID PIC 9(10).
           05 APPR-DECIDED-BY PIC X(20).
           05 APPR-DECIDED-DATE PIC 9(8).
           05 APPR-NOTE PIC X(40).
