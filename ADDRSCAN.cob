           05 CLIENTS-PHONE            PIC X(15).
           05 CLIENTS-CONTACT          PIC X(20).
           05 CLIENTS-CREDIT-LIMIT     PIC 9(7)V99.
           05 CLIENTS-DUN-LEVEL        PIC 9(1).
           05 CLIENTS-DUN-DATE         PIC 9(8).
           05 CLIENTS-CREDIT-HOLD      PIC X(1).
               88 CLIENTS-ON-HOLD      VALUE "Y".
           05 CLIENTS-TERMS-NET-DAYS   PIC 9(3).
           05 CLIENTS-TERMS-DISC-PCT   PIC 9(2)V99.
           05 CLIENTS-TERMS-DISC-DAYS  PIC 9(3).

       FD STATE-CODES.
       01 STCODE-REG.
