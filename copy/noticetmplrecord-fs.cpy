      *    Canonical NOTICE-TEMPLATE-RECORD file layout
      *    (noticetmpl.bin), the wording of each student notice the
      *    library sends. Keyed by notice type (OV overdue, DS due
      *    soon, HD hold pickup, RC recall, MB membership renewal),
      *    level (1-3 for the overdue ladder, 1 otherwise) and state:
      *    "L" is the wording in use, "D" a draft being edited that
      *    no notice run sees until it is published over the live
      *    row. NTP-BODY is six 70-column lines. The text may carry
      *    the placeholders {NAME}, {TITLE}, {DUE}, {PICKUP} and
      *    {OWED}, filled in by NoticeMerge. A type with no live row
      *    goes out in the standard wording NoticeMerge carries.
       01 NOTICE-TEMPLATE-RECORD.
           05 NTP-KEY.
               10 NTP-TYPE PIC X(2).
               10 NTP-LEVEL PIC 9(1).
               10 NTP-STATE PIC X(1).
           05 NTP-SUBJECT PIC X(60).
           05 NTP-BODY PIC X(420).
           05 NTP-SMS-TEXT PIC X(160).
           05 NTP-CHANGED-BY PIC X(20).
           05 NTP-CHANGED-DATE PIC 9(8).
