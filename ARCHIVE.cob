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

       FD CLIENTS-AUDIT.
       01 AUDIT-REG.
                       MOVE WRK-SAVE-PHONE TO CLIENTS-PHONE
                       MOVE WRK-SAVE-CONTACT TO CLIENTS-CONTACT
                       MOVE WRK-SAVE-CREDIT TO CLIENTS-CREDIT-LIMIT
                       MOVE ZEROES TO CLIENTS-DUN-LEVEL
                           CLIENTS-DUN-DATE
                       MOVE "N" TO CLIENTS-CREDIT-HOLD
                       MOVE 30 TO CLIENTS-TERMS-NET-DAYS
                       MOVE ZEROES TO CLIENTS-TERMS-DISC-PCT
                           CLIENTS-TERMS-DISC-DAYS
                       WRITE CLIENTS-REG
                           INVALID KEY
                               MOVE "ALREADY ON FILE" TO WRK-MSG
