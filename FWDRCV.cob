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

       FD CLIENTS-BKP.
       01 CBKP-REG.
           05 CBKP-LINE PIC X(215).

       FD BACKUP-CAT.
       01 CAT-REG.

               PERFORM UNTIL WRK-BKP-EOF = "Y"
                   MOVE CBKP-LINE TO CLIENTS-REG
                   PERFORM DEFAULT-CLIENT-FIELDS
                   WRITE CLIENTS-REG
                       INVALID KEY
                           CONTINUE

               CLOSE CLIENTS.

           DEFAULT-CLIENT-FIELDS.
               IF CLIENTS-DUN-LEVEL IS NOT NUMERIC
                   MOVE ZEROES TO CLIENTS-DUN-LEVEL
               END-IF.

               IF CLIENTS-DUN-DATE IS NOT NUMERIC
                   MOVE ZEROES TO CLIENTS-DUN-DATE
               END-IF.

               IF CLIENTS-CREDIT-HOLD = SPACE
                   MOVE "N" TO CLIENTS-CREDIT-HOLD
               END-IF.

               IF CLIENTS-TERMS-NET-DAYS IS NOT NUMERIC
                   MOVE 30 TO CLIENTS-TERMS-NET-DAYS
               END-IF.

               IF CLIENTS-TERMS-DISC-PCT IS NOT NUMERIC
                   MOVE ZEROES TO CLIENTS-TERMS-DISC-PCT
               END-IF.

               IF CLIENTS-TERMS-DISC-DAYS IS NOT NUMERIC
                   MOVE ZEROES TO CLIENTS-TERMS-DISC-DAYS
               END-IF.

           CHECK-AUDIT-NEWER.
               MOVE "N" TO WRK-REPLAY-NEWER.

               MOVE AUDIT-AFTER-EMAIL TO CLIENTS-EMAIL.
               MOVE AUDIT-AFTER-STATUS TO CLIENTS-STATUS.
               MOVE ZEROES TO CLIENTS-CREDIT-LIMIT.
               MOVE ZEROES TO CLIENTS-DUN-LEVEL CLIENTS-DUN-DATE.
               MOVE "N" TO CLIENTS-CREDIT-HOLD.
               MOVE 30 TO CLIENTS-TERMS-NET-DAYS.
               MOVE ZEROES TO CLIENTS-TERMS-DISC-PCT
                   CLIENTS-TERMS-DISC-DAYS.
               WRITE CLIENTS-REG
                   INVALID KEY
                       MOVE "KEY EXISTS" TO WRK-DISPOSITION
