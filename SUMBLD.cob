               FILE STATUS IS CLISUM-FILE-STATUS
               RECORD KEY IS CLISUM-CLIENT-KEY.

           SELECT CREDIT-MEMOS ASSIGN TO "CREDITS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CREDITS-FILE-STATUS
               RECORD KEY IS CRED-KEY
               ALTERNATE RECORD KEY IS CRED-CLIENT-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CRED-ORDER-KEY
                   WITH DUPLICATES.

           SELECT PAYMENTS ASSIGN TO "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PAYMENTS-FILE-STATUS
               RECORD KEY IS PAY-KEY
               ALTERNATE RECORD KEY IS PAY-CLIENT-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAY-ORDER-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAY-REMIT-KEY
                   WITH DUPLICATES.

           SELECT RUN-LOG ASSIGN TO "RUNLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNLOG-STATUS.
           05 ORDERS-SHIPPED-DATE    PIC 9(8).
           05 ORDERS-PAID-DATE       PIC 9(8).
           05 ORDERS-TAX             PIC 9(7)V99.
           05 ORDERS-PARTNER-REF     PIC X(12).
           05 ORDERS-INVOICE-NUMBER  PIC 9(8).
           05 ORDERS-INVOICE-DATE    PIC 9(8).
           05 ORDERS-DUE-DATE        PIC 9(8).
           05 ORDERS-DISC-DATE       PIC 9(8).
           05 ORDERS-DISC-PCT        PIC 9(2)V99.

       FD CLIENT-SUMMARY.
       01 CLISUM-REG.
           05 CLISUM-OPEN-COUNT  PIC 9(6).
           05 CLISUM-OPEN-AMOUNT PIC 9(9)V99.

       FD CREDIT-MEMOS.
       01 CRED-REG.
           05 CRED-KEY.
               10 CRED-KEY-NUMBER  PIC 9(8).
               10 CRED-LINE-NUMBER PIC 9(3).
           05 CRED-CLIENT-KEY      PIC 9(8).
           05 CRED-ORDER-KEY       PIC 9(8).
           05 CRED-ITEM-CODE       PIC X(8).
           05 CRED-QUANTITY        PIC 9(5).
           05 CRED-UNIT-PRICE      PIC 9(5)V99.
           05 CRED-AMOUNT          PIC 9(7)V99.
           05 CRED-TAX             PIC 9(7)V99.
           05 CRED-DATE            PIC 9(8).
           05 CRED-TIME            PIC 9(8).
           05 CRED-OPERATOR-ID     PIC X(8).

       FD PAYMENTS.
       01 PAY-REG.
           05 PAY-KEY.
               10 PAY-KEY-NUMBER PIC 9(8).
           05 PAY-CLIENT-KEY     PIC 9(8).
           05 PAY-ORDER-KEY      PIC 9(8).
           05 PAY-AMOUNT         PIC S9(7)V99.
           05 PAY-DATE           PIC 9(8).
           05 PAY-TIME           PIC 9(8).
           05 PAY-OPERATOR-ID    PIC X(8).
           05 PAY-REASON-CODE    PIC X(2).
           05 PAY-REVERSES-KEY   PIC 9(8).
           05 PAY-REMIT-KEY      PIC 9(8).

       FD RUN-LOG.
       01 RUNLOG-REG.
           05 RUNLOG-FUNCTION   PIC X(8).
       77 WRK-CUR-AMOUNT        PIC 9(9)V99 VALUE ZEROES.
       77 WRK-CLIENT-COUNT      PIC 9(6) VALUE ZEROES.
       77 WRK-ORDER-COUNT       PIC 9(6) VALUE ZEROES.
       77 CREDITS-FILE-STATUS   PIC 99.
       77 WRK-CRED-AVAIL        PIC X(1) VALUE "N".
       77 WRK-CUR-CREDITS       PIC 9(9)V99 VALUE ZEROES.
       77 PAYMENTS-FILE-STATUS  PIC 99.
       77 WRK-PAY-AVAIL         PIC X(1) VALUE "N".
       77 WRK-ORDER-GROSS       PIC 9(9)V99 VALUE ZEROES.
       77 WRK-ORDER-CREDITED    PIC 9(9)V99 VALUE ZEROES.
       77 WRK-ORDER-APPLIED     PIC S9(9)V99 VALUE ZEROES.
       77 WRK-ORDER-EXCESS      PIC S9(9)V99 VALUE ZEROES.

       PROCEDURE DIVISION.
           ACCEPT WRK-RUN-START-DATE FROM DATE YYYYMMDD.
               GOBACK
           END-IF.

           OPEN INPUT CREDIT-MEMOS.

           IF CREDITS-FILE-STATUS = 0
               MOVE "Y" TO WRK-CRED-AVAIL
           ELSE
               MOVE "N" TO WRK-CRED-AVAIL
           END-IF.

           OPEN INPUT PAYMENTS.

           IF PAYMENTS-FILE-STATUS = 0
               MOVE "Y" TO WRK-PAY-AVAIL
           ELSE
               MOVE "N" TO WRK-PAY-AVAIL
           END-IF.

           MOVE ZEROES TO ORDERS-CLIENT-KEY.
           START ORDERS KEY IS NOT LESS THAN ORDERS-CLIENT-KEY
               INVALID KEY
               CLOSE ORDERS.
               CLOSE CLIENT-SUMMARY.

               IF WRK-CRED-AVAIL = "Y"
                   CLOSE CREDIT-MEMOS
               END-IF.

               IF WRK-PAY-AVAIL = "Y"
                   CLOSE PAYMENTS
               END-IF.

           0100-TALLY-ORDER.
               IF ORDERS-CLIENT-KEY NOT = WRK-CUR-CLIENT
                   IF WRK-CUR-CLIENT NOT = ZEROES
                   END-IF
                   MOVE ORDERS-CLIENT-KEY TO WRK-CUR-CLIENT
                   MOVE ZEROES TO WRK-CUR-COUNT WRK-CUR-AMOUNT
                       WRK-CUR-CREDITS
               END-IF.

               ADD 1 TO WRK-ORDER-COUNT.
                   ADD ORDERS-AMOUNT ORDERS-TAX TO WRK-CUR-AMOUNT
               END-IF.

               IF NOT ORDER-CANCELLED AND WRK-CRED-AVAIL = "Y"
                   PERFORM 0150-TALLY-CREDITS
               END-IF.

               READ ORDERS NEXT.

           0150-TALLY-CREDITS.
               MOVE ZEROES TO WRK-ORDER-CREDITED.
               MOVE ORDERS-KEY-NUMBER TO CRED-ORDER-KEY.
               START CREDIT-MEMOS KEY IS EQUAL TO CRED-ORDER-KEY
                   INVALID KEY
                       CONTINUE
               END-START.

               IF CREDITS-FILE-STATUS = 0
                   READ CREDIT-MEMOS NEXT

                   PERFORM UNTIL CREDITS-FILE-STATUS <> 0
                           OR CRED-ORDER-KEY NOT = ORDERS-KEY-NUMBER
                       ADD CRED-AMOUNT CRED-TAX TO WRK-ORDER-CREDITED
                       READ CREDIT-MEMOS NEXT
                   END-PERFORM
               END-IF.

               IF WRK-ORDER-CREDITED > ZEROES
                   IF ORDER-PAID
                       PERFORM 0160-TALLY-PAID-EXCESS
                   ELSE
                       ADD WRK-ORDER-CREDITED TO WRK-CUR-CREDITS
                   END-IF
               END-IF.

           0160-TALLY-PAID-EXCESS.
               MOVE ZEROES TO WRK-ORDER-APPLIED.

               IF WRK-PAY-AVAIL = "Y"
                   MOVE ORDERS-KEY-NUMBER TO PAY-ORDER-KEY
                   START PAYMENTS KEY IS EQUAL TO PAY-ORDER-KEY
                       INVALID KEY
                           CONTINUE
                   END-START

                   IF PAYMENTS-FILE-STATUS = 0
                       READ PAYMENTS NEXT

                       PERFORM UNTIL PAYMENTS-FILE-STATUS <> 0
                               OR PAY-ORDER-KEY NOT = ORDERS-KEY-NUMBER
                           ADD PAY-AMOUNT TO WRK-ORDER-APPLIED
                           READ PAYMENTS NEXT
                       END-PERFORM
                   END-IF
               END-IF.

               ADD ORDERS-AMOUNT ORDERS-TAX GIVING WRK-ORDER-GROSS.
               COMPUTE WRK-ORDER-EXCESS = WRK-ORDER-APPLIED
                   + WRK-ORDER-CREDITED - WRK-ORDER-GROSS.

               IF WRK-ORDER-EXCESS > ZEROES
                   ADD WRK-ORDER-EXCESS TO WRK-CUR-CREDITS
               END-IF.

           0200-WRITE-SUMMARY.
               IF WRK-CUR-AMOUNT > WRK-CUR-CREDITS
                   SUBTRACT WRK-CUR-CREDITS FROM WRK-CUR-AMOUNT
               ELSE
                   MOVE ZEROES TO WRK-CUR-AMOUNT
               END-IF.

               MOVE WRK-CUR-CLIENT TO CLISUM-CLIENT-KEY.
               MOVE WRK-CUR-COUNT TO CLISUM-OPEN-COUNT.
               MOVE WRK-CUR-AMOUNT TO CLISUM-OPEN-AMOUNT.
