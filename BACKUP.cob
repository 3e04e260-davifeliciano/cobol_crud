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

       FD ORDERS.
       01 ORDERS-REG.
           05 ORDERS-SHIPPED-DATE    PIC 9(8).
           05 ORDERS-PAID-DATE       PIC 9(8).
           05 ORDERS-TAX             PIC 9(7)V99.
           05 ORDERS-PARTNER-REF     PIC X(12).
           05 ORDERS-INVOICE-NUMBER  PIC 9(8).
           05 ORDERS-INVOICE-DATE    PIC 9(8).
           05 ORDERS-DUE-DATE        PIC 9(8).
           05 ORDERS-DISC-DATE       PIC 9(8).
           05 ORDERS-DISC-PCT        PIC 9(2)V99.

       FD CLIENTS-BKP.
       01 CBKP-REG.
           05 CBKP-LINE PIC X(215).

       FD ORDERS-BKP.
       01 OBKP-REG.
           05 OBKP-LINE PIC X(137).

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

           VERIFY-CLIENT-COUNT.
               IF WRK-CAT-FOUND = "N"
                   MOVE "RELOADED - NO CATALOG ENTRY" TO WRK-MSG

               PERFORM UNTIL WRK-BKP-EOF = "Y"
                   MOVE OBKP-LINE TO ORDERS-REG
                   PERFORM DEFAULT-ORDER-FIELDS
                   WRITE ORDERS-REG
                       INVALID KEY
                           CONTINUE

               CLOSE ORDERS.

           DEFAULT-ORDER-FIELDS.
               IF ORDERS-INVOICE-NUMBER IS NOT NUMERIC
                   MOVE ZEROES TO ORDERS-INVOICE-NUMBER
               END-IF.

               IF ORDERS-INVOICE-DATE IS NOT NUMERIC
                   MOVE ZEROES TO ORDERS-INVOICE-DATE
               END-IF.

               IF ORDERS-DUE-DATE IS NOT NUMERIC
                   MOVE ZEROES TO ORDERS-DUE-DATE
               END-IF.

               IF ORDERS-DISC-DATE IS NOT NUMERIC
                   MOVE ZEROES TO ORDERS-DISC-DATE
               END-IF.

               IF ORDERS-DISC-PCT IS NOT NUMERIC
                   MOVE ZEROES TO ORDERS-DISC-PCT
               END-IF.

           VERIFY-ORDER-COUNT.
               IF WRK-CAT-FOUND = "N"
                   MOVE "RELOADED - NO CATALOG ENTRY" TO WRK-MSG
