       01 VENDOR-WS.
           05 VND-CODE-WS PIC X(8).
           05 VND-NAME-WS PIC X(30).
           05 VND-ADDRESS-1-WS PIC X(40).
           05 VND-ADDRESS-2-WS PIC X(40).
           05 VND-CONTACT-WS PIC X(30).
           05 VND-PHONE-WS PIC X(15).
           05 VND-EMAIL-WS PIC X(40).
           05 VND-ACCOUNT-WS PIC X(20).
           05 VND-DISCOUNT-WS PIC 9(2)V99.
           05 VND-SET-BY-WS PIC X(20).
           05 VND-SET-DATE-WS PIC 9(8).
