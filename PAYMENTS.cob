               ALTERNATE RECORD KEY IS PAY-CLIENT-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAY-ORDER-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAY-REMIT-KEY
                   WITH DUPLICATES.

           SELECT ORDERS ASSIGN TO "ORDERS.dat"
           SELECT ORDERS-AUDIT ASSIGN TO "ORDERS-AUDIT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CREDIT-MEMOS ASSIGN TO "CREDITS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CREDITS-FILE-STATUS
               RECORD KEY IS CRED-KEY
               ALTERNATE RECORD KEY IS CRED-CLIENT-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CRED-ORDER-KEY
                   WITH DUPLICATES.

           SELECT PERIOD-CONTROL ASSIGN TO "PERIODS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENTS.
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

       FD CLIENTS.
       01 CLIENTS-REG.
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

       FD CLIENT-SUMMARY.
       01 CLISUM-REG.
           05 KEYCTL-LAST-CLIENT  PIC 9(8).
           05 KEYCTL-LAST-ORDER   PIC 9(8).
           05 KEYCTL-LAST-PAYMENT PIC 9(8).
           05 KEYCTL-LAST-CREDIT  PIC 9(8).
           05 KEYCTL-LAST-QUOTE   PIC 9(8).
           05 KEYCTL-LAST-INVOICE PIC 9(8).

       FD ORDERS-AUDIT.
       01 OAUDIT-REG.
               10 OAUDIT-TS-TIME   PIC 9(8).
           05 OAUDIT-OPERATOR-ID   PIC X(8).

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

       FD PERIOD-CONTROL.
       01 PERIOD-REG.
           05 PERIOD-CLOSED-THRU   PIC 9(6).
           05 PERIOD-CLOSE-DATE    PIC 9(8).
           05 PERIOD-CLOSE-OPER    PIC X(8).

       WORKING-STORAGE SECTION.
       77 PAYMENTS-FILE-STATUS PIC 99.
       77 ORDERS-FILE-STATUS   PIC 99.
       77 WRK-LAST-CLIENT-KEY  PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-ORDER-KEY   PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-PAYMENT-KEY PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-CREDIT-KEY  PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-QUOTE-KEY   PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-INVOICE-KEY PIC 9(8) VALUE ZEROES.
       77 WRK-TITLE            PIC X(16) VALUE "PAYMENT POSTING".
       77 WRK-CURRENT-SCR      PIC X(8) VALUE SPACES.
       77 WRK-MSG              PIC X(32) VALUE SPACES.
       77 WRK-APPLY-AMOUNT     PIC 9(7)V99 VALUE ZEROES.
       77 WRK-APPLIED-COUNT    PIC 9(4) VALUE ZEROES.
       77 WRK-CUR-ORDER-KEY    PIC 9(8) VALUE ZEROES.
       77 WRK-ORDER-APPLIED    PIC S9(9)V99 VALUE ZEROES.
       77 WRK-ORDER-GROSS      PIC 9(8)V99 VALUE ZEROES.
       77 WRK-ORDER-DUE        PIC 9(8)V99 VALUE ZEROES.
       77 WRK-ORDER-EXCESS     PIC S9(9)V99 VALUE ZEROES.
       77 WRK-ORDER-DISCOUNTED PIC S9(9)V99 VALUE ZEROES.
       77 WRK-DISC-AMOUNT      PIC 9(7)V99 VALUE ZEROES.
       77 WRK-TODAY            PIC 9(8) VALUE ZEROES.
       77 WRK-BAL-CLIENT       PIC 9(8) VALUE ZEROES.
       77 WRK-BAL-ORDERS       PIC 9(9)V99 VALUE ZEROES.
       77 WRK-BAL-APPLIED      PIC S9(9)V99 VALUE ZEROES.
       77 WRK-BAL-ONACCT       PIC S9(9)V99 VALUE ZEROES.
       77 WRK-BAL-CREDITS      PIC S9(9)V99 VALUE ZEROES.
       77 WRK-BAL-DUE          PIC 9(9)V99 VALUE ZEROES.
       77 WRK-OLD-STATUS       PIC X(1) VALUE SPACES.
       77 WRK-CP-KEY           PIC 9(8) VALUE ZEROES.
       77 WRK-CP-TOTAL         PIC S9(9)V99 VALUE ZEROES.
       77 WRK-CP-COUNT         PIC 9(6) VALUE ZEROES.
       77 WRK-LIST-LINE        PIC 9(2) VALUE ZEROES.
       77 WRK-LIST-ROWS        PIC 9(2) VALUE ZEROES.
       77 WRK-LIST-QUIT        PIC X(1) VALUE "N".
       77 CREDITS-FILE-STATUS  PIC 99.
       77 WRK-CRED-AVAIL       PIC X(1) VALUE "N".
       77 WRK-ORDER-CREDITED   PIC 9(9)V99 VALUE ZEROES.
       77 WRK-BAL-RETURNS      PIC 9(9)V99 VALUE ZEROES.
       77 WRK-REV-CLIENT       PIC 9(8) VALUE ZEROES.
       77 WRK-REV-ORDER        PIC 9(8) VALUE ZEROES.
       77 WRK-REV-AMOUNT       PIC S9(7)V99 VALUE ZEROES.
       77 WRK-REV-FEE          PIC 9(5)V99 VALUE ZEROES.
       77 WRK-REV-REMIT        PIC 9(8) VALUE ZEROES.
       77 WRK-REV-TOTAL        PIC S9(9)V99 VALUE ZEROES.
       77 WRK-REV-FAILED       PIC X(1) VALUE "N".
       77 WRK-REMIT-KEY        PIC 9(8) VALUE ZEROES.
       77 WRK-RM-COUNT         PIC 9(3) VALUE ZEROES.
       77 WRK-RM-IDX           PIC 9(3) VALUE ZEROES.
       77 WRK-RM-IDX2          PIC 9(3) VALUE ZEROES.
       77 WRK-RM-PENDING       PIC 9(3) VALUE ZEROES.
       77 WRK-RM-FULL          PIC X(1) VALUE "N".
       77 WRK-PERIOD-STATUS     PIC 99.
       77 WRK-CLOSED-THRU       PIC 9(6) VALUE ZEROES.
       77 WRK-PERIOD-OPEN       PIC X(1) VALUE "Y".
       77 WRK-REV-REASON       PIC X(2) VALUE SPACES.
           88 WRK-REV-REASON-OK VALUE "NF" "SP" "AC" "ER".

       01 WRK-PERIOD-DATE-AREA.
           05 WRK-PERIOD-MONTH  PIC 9(6).
           05 FILLER            PIC 9(2).
       01 WRK-PERIOD-DATE REDEFINES WRK-PERIOD-DATE-AREA PIC 9(8).

       01 WRK-REMIT-TABLE.
           05 WRK-RM-ENTRY OCCURS 100 TIMES.
               10 WRK-RM-KEY      PIC 9(8).
               10 WRK-RM-ORDER    PIC 9(8).
               10 WRK-RM-AMOUNT   PIC S9(7)V99.
               10 WRK-RM-REASON   PIC X(2).
               10 WRK-RM-REVERSES PIC 9(8).
               10 WRK-RM-STATE    PIC X(1).

       LINKAGE SECTION.
       01 LNK-OPERATOR-AREA.
               05 LINE 05 COLUMN 10 VALUE "2 - READ".
               05 LINE 06 COLUMN 10 VALUE "3 - CLIENT PAYMENTS".
               05 LINE 07 COLUMN 10 VALUE "4 - CLIENT BALANCE".
               05 LINE 08 COLUMN 10 VALUE "5 - REVERSE PAYMENT".
               05 LINE 09 COLUMN 10 VALUE "Q - QUIT".
               05 LINE 10 COLUMN 10 VALUE "INSERT AN OPTION:".
               05 LINE 10 COLUMN 28 USING WRK-OPTION.

           01 POST-SCR.
               05 LINE 04 COLUMN 10 VALUE "CLIENT KEY:".
               05 LINE 10 COLUMN 10 VALUE "APPLY (0 = SKIP):".
               05 COLUMN PLUS 02 PIC 9(7)V99 USING WRK-APPLY-AMOUNT
                   BLANK WHEN ZEROES.
               05 LINE 11 COLUMN 10 VALUE "EARLY PAYMENT DISCOUNT:".
               05 COLUMN PLUS 02 PIC Z(6)9.99 FROM WRK-DISC-AMOUNT.

           01 POST-DONE-SCR.
               05 LINE 12 COLUMN 10 VALUE "PAYMENTS WRITTEN:".
               05 LINE 06 COLUMN 10 VALUE "ORDER KEY:".
               05 COLUMN PLUS 04 PIC 9(8) FROM PAY-ORDER-KEY.
               05 LINE 07 COLUMN 10 VALUE "AMOUNT:".
               05 COLUMN PLUS 06 PIC -(7)9.99 FROM PAY-AMOUNT.
               05 LINE 08 COLUMN 10 VALUE "DATE:".
               05 COLUMN PLUS 09 PIC 9(8) FROM PAY-DATE.
               05 LINE 09 COLUMN 10 VALUE "OPERATOR:".
               05 COLUMN PLUS 05 PIC X(8) FROM PAY-OPERATOR-ID.
               05 LINE 10 COLUMN 10 VALUE "REASON:".
               05 COLUMN PLUS 07 PIC X(2) FROM PAY-REASON-CODE.
               05 COLUMN PLUS 02 VALUE "REVERSES:".
               05 COLUMN PLUS 02 PIC 9(8) FROM PAY-REVERSES-KEY.

           01 REMIT-SCR.
               05 LINE 11 COLUMN 10 VALUE "REMITTANCE:".
               05 COLUMN PLUS 03 PIC 9(8) FROM WRK-REV-REMIT.
               05 COLUMN PLUS 02 VALUE "RECORDS:".
               05 COLUMN PLUS 02 PIC ZZ9 FROM WRK-RM-PENDING.
               05 COLUMN PLUS 02 VALUE "TOTAL:".
               05 COLUMN PLUS 02 PIC Z(8)9.99 FROM WRK-REV-TOTAL.

           01 REVERSE-ENTRY-SCR.
               05 LINE 12 COLUMN 10 VALUE "REASON (NF/SP/AC/ER):".
               05 COLUMN PLUS 02 PIC X(2) USING WRK-REV-REASON.
               05 LINE 13 COLUMN 10 VALUE "RETURNED CHECK FEE:".
               05 COLUMN PLUS 04 PIC 9(5)V99 USING WRK-REV-FEE
                   BLANK WHEN ZEROES.

           01 REVERSE-CONFIRM.
               05 LINE 24 COLUMN 01 ERASE EOL.
               05 LINE 24 COLUMN 01 VALUE
                   "PRESS Y TO CONFIRM REVERSAL --->".
               05 COLUMN PLUS 02 USING WRK-CURSOR AUTO-SKIP.

           01 CLIENT-KEY-SCR.
               05 LINE 04 COLUMN 10 VALUE "CLIENT KEY:".
                   FROM PAY-KEY-NUMBER.
               05 COLUMN PLUS 02 PIC 9(8) FROM PAY-ORDER-KEY.
               05 COLUMN PLUS 02 PIC 9(8) FROM PAY-DATE.
               05 COLUMN PLUS 01 PIC -(7)9.99 FROM PAY-AMOUNT.
               05 COLUMN PLUS 01 PIC -(9)9.99 FROM WRK-CP-TOTAL.

           01 CP-TOTAL-SCR.
               05 LINE 22 COLUMN 02 VALUE "PAYMENTS:".
               05 COLUMN PLUS 02 PIC 9(6) FROM WRK-CP-COUNT.
               05 COLUMN PLUS 02 VALUE "TOTAL:".
               05 COLUMN PLUS 01 PIC -(9)9.99 FROM WRK-CP-TOTAL.

           01 LIST-PROMPT.
               05 LINE 24 COLUMN 01 ERASE EOL.
               05 COLUMN PLUS 01 PIC Z(8)9.99 FROM WRK-BAL-APPLIED.
               05 LINE 10 COLUMN 10 VALUE "ON ACCOUNT:".
               05 COLUMN PLUS 07 PIC Z(8)9.99 FROM WRK-BAL-ONACCT.
               05 LINE 11 COLUMN 10 VALUE "CREDIT MEMOS:".
               05 COLUMN PLUS 05 PIC Z(8)9.99 FROM WRK-BAL-RETURNS.
               05 LINE 12 COLUMN 10 VALUE "OPEN BALANCE:".
               05 COLUMN PLUS 05 PIC Z(8)9.99 FROM WRK-BAL-DUE.

                   OPEN I-O CLIENT-SUMMARY
               END-IF.

               OPEN INPUT CREDIT-MEMOS.

               IF CREDITS-FILE-STATUS = 0
                   MOVE "Y" TO WRK-CRED-AVAIL
               ELSE
                   MOVE "N" TO WRK-CRED-AVAIL
               END-IF.

               OPEN INPUT CLIENTS.
               OPEN EXTEND ORDERS-AUDIT.

               CLOSE CLIENTS.
               CLOSE ORDERS-AUDIT.

               IF WRK-CRED-AVAIL = "Y"
                   CLOSE CREDIT-MEMOS
               END-IF.

           0100-INIT-SCR.
               PERFORM CLEAR-MSG.
               MOVE SPACES TO WRK-CURRENT-SCR WRK-OPTION.
                       PERFORM CLIENT-PAYMENTS-OP
                   WHEN 4
                       PERFORM BALANCE-OP
                   WHEN 5
                       PERFORM REVERSE-OP
                   WHEN OTHER
                       MOVE "INVALID OPTION" TO WRK-MSG
                       ACCEPT MSG
                           PERFORM CLIENT-PAYMENTS-OP
                       WHEN 4
                           PERFORM BALANCE-OP
                       WHEN 5
                           PERFORM REVERSE-OP
                       WHEN OTHER
                           PERFORM 0100-INIT-SCR
                   END-EVALUATE
               ACCEPT MSG.
               PERFORM OP-AGAIN-OR-QUIT.

           PERIOD-CLOSED.
               PERFORM CLEAR-MSG.
               MOVE "POSTING PERIOD CLOSED" TO WRK-MSG.
               ACCEPT MSG.
               PERFORM OP-AGAIN-OR-QUIT.

           CHECK-POSTING-PERIOD.
               ACCEPT WRK-PERIOD-DATE FROM DATE YYYYMMDD.
               PERFORM CHECK-PERIOD-DATE.

           READ-KEY-CONTROL.
               MOVE ZEROES TO WRK-LAST-CLIENT-KEY WRK-LAST-ORDER-KEY
                   WRK-LAST-PAYMENT-KEY WRK-LAST-CREDIT-KEY
                   WRK-LAST-QUOTE-KEY WRK-LAST-INVOICE-KEY.
               OPEN INPUT KEY-CONTROL.

               IF WRK-KEYCTL-STATUS = 0
                           MOVE KEYCTL-LAST-PAYMENT TO
                               WRK-LAST-PAYMENT-KEY
                       END-IF

                       IF KEYCTL-LAST-CREDIT IS NUMERIC
                           MOVE KEYCTL-LAST-CREDIT TO
                               WRK-LAST-CREDIT-KEY
                       END-IF

                       IF KEYCTL-LAST-QUOTE IS NUMERIC
                           MOVE KEYCTL-LAST-QUOTE TO
                               WRK-LAST-QUOTE-KEY
                       END-IF

                       IF KEYCTL-LAST-INVOICE IS NUMERIC
                           MOVE KEYCTL-LAST-INVOICE TO
                               WRK-LAST-INVOICE-KEY
                       END-IF
                   END-IF

                   CLOSE KEY-CONTROL
               MOVE WRK-LAST-CLIENT-KEY TO KEYCTL-LAST-CLIENT.
               MOVE WRK-LAST-ORDER-KEY TO KEYCTL-LAST-ORDER.
               MOVE WRK-LAST-PAYMENT-KEY TO KEYCTL-LAST-PAYMENT.
               MOVE WRK-LAST-CREDIT-KEY TO KEYCTL-LAST-CREDIT.
               MOVE WRK-LAST-QUOTE-KEY TO KEYCTL-LAST-QUOTE.
               MOVE WRK-LAST-INVOICE-KEY TO KEYCTL-LAST-INVOICE.
               WRITE KEYCTL-REG.
               CLOSE KEY-CONTROL.

               END-READ.

           COMPUTE-ORDER-APPLIED.
               MOVE ZEROES TO WRK-ORDER-APPLIED WRK-ORDER-DISCOUNTED.
               MOVE ORDERS-KEY-NUMBER TO WRK-CUR-ORDER-KEY.
               MOVE WRK-CUR-ORDER-KEY TO PAY-ORDER-KEY.
               START PAYMENTS KEY IS EQUAL TO PAY-ORDER-KEY
                   PERFORM UNTIL PAYMENTS-FILE-STATUS <> 0
                           OR PAY-ORDER-KEY NOT = WRK-CUR-ORDER-KEY
                       ADD PAY-AMOUNT TO WRK-ORDER-APPLIED

                       IF PAY-REASON-CODE = "DS"
                           ADD PAY-AMOUNT TO WRK-ORDER-DISCOUNTED
                       END-IF

                       READ PAYMENTS NEXT
                   END-PERFORM
               END-IF.

           COMPUTE-ORDER-CREDITED.
               MOVE ZEROES TO WRK-ORDER-CREDITED.

               IF WRK-CRED-AVAIL = "Y"
                   MOVE ORDERS-KEY-NUMBER TO CRED-ORDER-KEY
                   START CREDIT-MEMOS KEY IS EQUAL TO CRED-ORDER-KEY
                       INVALID KEY
                           CONTINUE
                   END-START

                   IF CREDITS-FILE-STATUS = 0
                       READ CREDIT-MEMOS NEXT

                       PERFORM UNTIL CREDITS-FILE-STATUS <> 0
                               OR CRED-ORDER-KEY NOT =
                                   ORDERS-KEY-NUMBER
                           ADD CRED-AMOUNT CRED-TAX
                               TO WRK-ORDER-CREDITED
                           READ CREDIT-MEMOS NEXT
                       END-PERFORM
                   END-IF
               END-IF.

           COMPUTE-ORDER-RETURNS.
               PERFORM COMPUTE-ORDER-CREDITED.

               IF WRK-ORDER-CREDITED > ZEROES
                   IF ORDER-PAID
                       PERFORM COMPUTE-ORDER-APPLIED
                       COMPUTE WRK-ORDER-EXCESS = WRK-ORDER-APPLIED
                           + WRK-ORDER-CREDITED - ORDERS-AMOUNT
                           - ORDERS-TAX

                       IF WRK-ORDER-EXCESS > ZEROES
                           ADD WRK-ORDER-EXCESS TO WRK-BAL-RETURNS
                       END-IF
                   ELSE
                       ADD WRK-ORDER-CREDITED TO WRK-BAL-RETURNS
                   END-IF
               END-IF.

           COMPUTE-ORDER-DUE.
               PERFORM COMPUTE-ORDER-APPLIED.
               PERFORM COMPUTE-ORDER-CREDITED.
               ADD ORDERS-AMOUNT ORDERS-TAX GIVING WRK-ORDER-GROSS.

               IF WRK-ORDER-GROSS > WRK-ORDER-CREDITED
                   SUBTRACT WRK-ORDER-CREDITED FROM WRK-ORDER-GROSS
               ELSE
                   MOVE ZEROES TO WRK-ORDER-GROSS
               END-IF.

               IF WRK-ORDER-GROSS > WRK-ORDER-APPLIED
                   SUBTRACT WRK-ORDER-APPLIED FROM WRK-ORDER-GROSS
                       GIVING WRK-ORDER-DUE

           COMPUTE-CLIENT-BALANCE.
               MOVE ZEROES TO WRK-BAL-ORDERS WRK-BAL-APPLIED
                   WRK-BAL-ONACCT WRK-BAL-DUE WRK-BAL-RETURNS.
               MOVE WRK-BAL-CLIENT TO ORDERS-CLIENT-KEY.
               START ORDERS KEY IS EQUAL TO ORDERS-CLIENT-KEY
                   INVALID KEY
                           PERFORM COMPUTE-ORDER-APPLIED
                           ADD WRK-ORDER-APPLIED TO WRK-BAL-APPLIED
                       END-IF

                       IF NOT ORDER-CANCELLED
                           PERFORM COMPUTE-ORDER-RETURNS
                       END-IF

                       READ ORDERS NEXT
                   END-PERFORM
               END-IF.
                   END-PERFORM
               END-IF.

               ADD WRK-BAL-APPLIED WRK-BAL-ONACCT WRK-BAL-RETURNS
                   GIVING WRK-BAL-CREDITS.

               IF WRK-BAL-ORDERS > WRK-BAL-CREDITS
               ACCEPT PAY-DATE FROM DATE YYYYMMDD.
               ACCEPT PAY-TIME FROM TIME.
               MOVE LNK-OPER-ID TO PAY-OPERATOR-ID.
               MOVE SPACES TO PAY-REASON-CODE.
               MOVE ZEROES TO PAY-REVERSES-KEY.

               IF WRK-REMIT-KEY = ZEROES
                   MOVE PAY-KEY-NUMBER TO WRK-REMIT-KEY
               END-IF.

               MOVE WRK-REMIT-KEY TO PAY-REMIT-KEY.
               WRITE PAY-REG.

               IF PAYMENTS-FILE-STATUS = 0
                   SUBTRACT WRK-APPLY-AMOUNT FROM WRK-REMAINING
               END-IF.

           WRITE-DISCOUNT.
               ADD 1 TO WRK-LAST-PAYMENT-KEY.
               MOVE WRK-LAST-PAYMENT-KEY TO PAY-KEY-NUMBER.
               MOVE WRK-POST-CLIENT TO PAY-CLIENT-KEY.
               MOVE ORDERS-KEY-NUMBER TO PAY-ORDER-KEY.
               MOVE WRK-DISC-AMOUNT TO PAY-AMOUNT.
               ACCEPT PAY-DATE FROM DATE YYYYMMDD.
               ACCEPT PAY-TIME FROM TIME.
               MOVE LNK-OPER-ID TO PAY-OPERATOR-ID.
               MOVE "DS" TO PAY-REASON-CODE.
               MOVE ZEROES TO PAY-REVERSES-KEY.
               MOVE WRK-REMIT-KEY TO PAY-REMIT-KEY.
               WRITE PAY-REG.

               IF PAYMENTS-FILE-STATUS NOT = 0
                   MOVE ZEROES TO WRK-DISC-AMOUNT
               END-IF.

           CHECK-EARLY-DISCOUNT.
               MOVE ZEROES TO WRK-DISC-AMOUNT.
               ACCEPT WRK-TODAY FROM DATE YYYYMMDD.

               IF ORDERS-INVOICE-NUMBER IS NUMERIC
                       AND ORDERS-DISC-PCT IS NUMERIC
                       AND ORDERS-DISC-DATE IS NUMERIC
                   IF ORDERS-INVOICE-NUMBER > ZEROES
                           AND ORDERS-DISC-PCT > ZEROES
                           AND ORDERS-DISC-DATE >= WRK-TODAY
                           AND WRK-ORDER-DISCOUNTED = ZEROES
                       COMPUTE WRK-DISC-AMOUNT ROUNDED =
                           WRK-ORDER-DUE * ORDERS-DISC-PCT / 100
                   END-IF
               END-IF.

           SUMMARY-REMOVE-ORDER.
               MOVE WRK-SUM-CLIENT TO CLISUM-CLIENT-KEY.
               READ CLIENT-SUMMARY
                       REWRITE CLISUM-REG
               END-READ.

           SUMMARY-ADD-ORDER.
               MOVE WRK-SUM-CLIENT TO CLISUM-CLIENT-KEY.
               READ CLIENT-SUMMARY
                   INVALID KEY
                       MOVE WRK-SUM-CLIENT TO CLISUM-CLIENT-KEY
                       MOVE 1 TO CLISUM-OPEN-COUNT
                       MOVE WRK-SUM-AMOUNT TO CLISUM-OPEN-AMOUNT
                       WRITE CLISUM-REG
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO CLISUM-OPEN-COUNT
                       ADD WRK-SUM-AMOUNT TO CLISUM-OPEN-AMOUNT
                       REWRITE CLISUM-REG
               END-READ.

           SETTLE-ORDER.
               MOVE ORDERS-STATUS TO WRK-OLD-STATUS.
               MOVE "P" TO ORDERS-STATUS.
                   MOVE ORDERS-CLIENT-KEY TO WRK-SUM-CLIENT
                   ADD ORDERS-AMOUNT ORDERS-TAX
                       GIVING WRK-SUM-AMOUNT

                   IF WRK-SUM-AMOUNT > WRK-ORDER-CREDITED
                       SUBTRACT WRK-ORDER-CREDITED FROM WRK-SUM-AMOUNT
                   ELSE
                       MOVE ZEROES TO WRK-SUM-AMOUNT
                   END-IF

                   PERFORM SUMMARY-REMOVE-ORDER
               END-IF.


               IF WRK-ORDER-DUE > ZEROES
                   MOVE ZEROES TO WRK-APPLY-AMOUNT
                   PERFORM CHECK-EARLY-DISCOUNT

                   IF WRK-REMAINING < WRK-ORDER-DUE - WRK-DISC-AMOUNT
                       MOVE WRK-REMAINING TO WRK-APPLY-AMOUNT
                   ELSE
                       SUBTRACT WRK-DISC-AMOUNT FROM WRK-ORDER-DUE
                           GIVING WRK-APPLY-AMOUNT
                   END-IF

                   ACCEPT APPLY-SCR
                       MOVE WRK-ORDER-DUE TO WRK-APPLY-AMOUNT
                   END-IF

                   IF WRK-DISC-AMOUNT > ZEROES
                       IF WRK-APPLY-AMOUNT + WRK-DISC-AMOUNT
                               NOT = WRK-ORDER-DUE
                           MOVE ZEROES TO WRK-DISC-AMOUNT
                       END-IF
                   END-IF

                   IF WRK-APPLY-AMOUNT > ZEROES
                       MOVE ORDERS-KEY-NUMBER TO PAY-ORDER-KEY
                       PERFORM WRITE-PAYMENT

                       IF PAYMENTS-FILE-STATUS = 0
                           IF WRK-DISC-AMOUNT > ZEROES
                               PERFORM WRITE-DISCOUNT
                           END-IF

                           IF WRK-APPLY-AMOUNT + WRK-DISC-AMOUNT
                                   = WRK-ORDER-DUE
                                   AND ORDER-SHIPPED
                               PERFORM SETTLE-ORDER
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           POST-OP.
               IF LNK-OPER-FULL
                   PERFORM CHECK-POSTING-PERIOD

                   IF WRK-PERIOD-OPEN = "Y"
                       PERFORM POST-OP-BODY
                   ELSE
                       PERFORM PERIOD-CLOSED
                   END-IF
               ELSE
                   PERFORM NOT-AUTHORIZED
               END-IF.
               PERFORM CLEAR-MSG.
               MOVE "POST" TO WRK-CURRENT-SCR.
               MOVE ZEROES TO WRK-POST-CLIENT WRK-POST-AMOUNT
                   WRK-APPLIED-COUNT WRK-REMAINING WRK-REMIT-KEY.
               DISPLAY SCR.
               ACCEPT POST-SCR.


               ACCEPT MSG.
               PERFORM OP-AGAIN-OR-QUIT.

           LOAD-REMITTANCE.
               MOVE ZEROES TO WRK-RM-COUNT WRK-RM-PENDING WRK-REV-TOTAL.
               MOVE "N" TO WRK-RM-FULL.
               MOVE WRK-REV-REMIT TO PAY-REMIT-KEY.
               START PAYMENTS KEY IS EQUAL TO PAY-REMIT-KEY
                   INVALID KEY
                       CONTINUE
               END-START.

               IF PAYMENTS-FILE-STATUS = 0
                   READ PAYMENTS NEXT

                   PERFORM UNTIL PAYMENTS-FILE-STATUS <> 0
                           OR PAY-REMIT-KEY NOT = WRK-REV-REMIT
                           OR WRK-RM-FULL = "Y"
                       IF WRK-RM-COUNT = 100
                           MOVE "Y" TO WRK-RM-FULL
                       ELSE
                           PERFORM ADD-REMIT-ENTRY
                       END-IF
                       READ PAYMENTS NEXT
                   END-PERFORM
               END-IF.

               PERFORM VARYING WRK-RM-IDX FROM 1 BY 1
                       UNTIL WRK-RM-IDX > WRK-RM-COUNT
                   IF WRK-RM-STATE(WRK-RM-IDX) = "-"
                       PERFORM MARK-REVERSED-ENTRY
                   END-IF
               END-PERFORM.

               PERFORM VARYING WRK-RM-IDX FROM 1 BY 1
                       UNTIL WRK-RM-IDX > WRK-RM-COUNT
                   IF WRK-RM-STATE(WRK-RM-IDX) = "N"
                       ADD 1 TO WRK-RM-PENDING

                       IF WRK-RM-REASON(WRK-RM-IDX) NOT = "DS"
                           ADD WRK-RM-AMOUNT(WRK-RM-IDX)
                               TO WRK-REV-TOTAL
                       END-IF
                   END-IF
               END-PERFORM.

           ADD-REMIT-ENTRY.
               ADD 1 TO WRK-RM-COUNT.
               MOVE PAY-KEY-NUMBER TO WRK-RM-KEY(WRK-RM-COUNT).
               MOVE PAY-ORDER-KEY TO WRK-RM-ORDER(WRK-RM-COUNT).
               MOVE PAY-AMOUNT TO WRK-RM-AMOUNT(WRK-RM-COUNT).
               MOVE PAY-REASON-CODE TO WRK-RM-REASON(WRK-RM-COUNT).
               MOVE PAY-REVERSES-KEY TO WRK-RM-REVERSES(WRK-RM-COUNT).

               IF PAY-AMOUNT > ZEROES
                   MOVE "N" TO WRK-RM-STATE(WRK-RM-COUNT)
               ELSE
                   MOVE "-" TO WRK-RM-STATE(WRK-RM-COUNT)
               END-IF.

           MARK-REVERSED-ENTRY.
               PERFORM VARYING WRK-RM-IDX2 FROM 1 BY 1
                       UNTIL WRK-RM-IDX2 > WRK-RM-COUNT
                   IF WRK-RM-KEY(WRK-RM-IDX2) =
                           WRK-RM-REVERSES(WRK-RM-IDX)
                           AND WRK-RM-STATE(WRK-RM-IDX2) = "N"
                       MOVE "A" TO WRK-RM-STATE(WRK-RM-IDX2)
                   END-IF
               END-PERFORM.

           WRITE-ORDER-AUDIT.
               ACCEPT OAUDIT-TS-DATE FROM DATE YYYYMMDD.
               ACCEPT OAUDIT-TS-TIME FROM TIME.
               MOVE LNK-OPER-ID TO OAUDIT-OPERATOR-ID.
               WRITE OAUDIT-REG.

           WRITE-STATUS-AUDIT.
               MOVE ORDERS-KEY-NUMBER TO OAUDIT-KEY-NUMBER.
               MOVE "STATUS" TO OAUDIT-OPERATION.
               MOVE ORDERS-CLIENT-KEY TO OAUDIT-BEFORE-CLIENT.
               MOVE ORDERS-DESCRIPTION TO OAUDIT-BEFORE-DESC.
               MOVE ORDERS-AMOUNT TO OAUDIT-BEFORE-AMOUNT.
               MOVE WRK-OLD-STATUS TO OAUDIT-BEFORE-STATUS.
               MOVE ORDERS-CLIENT-KEY TO OAUDIT-AFTER-CLIENT.
               MOVE ORDERS-DESCRIPTION TO OAUDIT-AFTER-DESC.
               MOVE ORDERS-AMOUNT TO OAUDIT-AFTER-AMOUNT.
               MOVE ORDERS-STATUS TO OAUDIT-AFTER-STATUS.
               PERFORM WRITE-ORDER-AUDIT.

           REOPEN-ORDER.
               MOVE WRK-REV-ORDER TO ORDERS-KEY-NUMBER.
               READ ORDERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ORDER-PAID
                           MOVE ORDERS-STATUS TO WRK-OLD-STATUS
                           MOVE "S" TO ORDERS-STATUS
                           MOVE ZEROES TO ORDERS-PAID-DATE
                           REWRITE ORDERS-REG

                           IF ORDERS-FILE-STATUS = 0
                               PERFORM WRITE-STATUS-AUDIT
                               PERFORM COMPUTE-ORDER-CREDITED
                               MOVE ORDERS-CLIENT-KEY TO WRK-SUM-CLIENT
                               ADD ORDERS-AMOUNT ORDERS-TAX
                                   GIVING WRK-SUM-AMOUNT

                               IF WRK-SUM-AMOUNT > WRK-ORDER-CREDITED
                                   SUBTRACT WRK-ORDER-CREDITED
                                       FROM WRK-SUM-AMOUNT
                               ELSE
                                   MOVE ZEROES TO WRK-SUM-AMOUNT
                               END-IF

                               PERFORM ADD-BACK-PAID-EXCESS
                               PERFORM SUMMARY-ADD-ORDER
                           END-IF
                       END-IF
               END-READ.

           CHARGE-RETURN-FEE.
               MOVE SPACES TO ORDERS-REG.
               ADD 1 TO WRK-LAST-ORDER-KEY.
               MOVE WRK-LAST-ORDER-KEY TO ORDERS-KEY-NUMBER.
               MOVE WRK-REV-CLIENT TO ORDERS-CLIENT-KEY.
               MOVE "RETURNED CHECK FEE" TO ORDERS-DESCRIPTION.
               MOVE WRK-REV-FEE TO ORDERS-AMOUNT.
               MOVE ZEROES TO ORDERS-TAX ORDERS-PAID-DATE.
               MOVE ZEROES TO ORDERS-INVOICE-NUMBER ORDERS-INVOICE-DATE
                   ORDERS-DUE-DATE ORDERS-DISC-DATE ORDERS-DISC-PCT.
               MOVE "S" TO ORDERS-STATUS.
               ACCEPT ORDERS-ENTERED-DATE FROM DATE YYYYMMDD.
               MOVE ORDERS-ENTERED-DATE TO ORDERS-SHIPPED-DATE.
               WRITE ORDERS-REG
                   INVALID KEY
                       MOVE "REVERSED - FEE NOT CHARGED" TO WRK-MSG
                   NOT INVALID KEY
                       MOVE ORDERS-KEY-NUMBER TO OAUDIT-KEY-NUMBER
                       MOVE "CREATE" TO OAUDIT-OPERATION
                       MOVE ZEROES TO OAUDIT-BEFORE-CLIENT
                       MOVE SPACES TO OAUDIT-BEFORE-DESC
                       MOVE ZEROES TO OAUDIT-BEFORE-AMOUNT
                       MOVE SPACES TO OAUDIT-BEFORE-STATUS
                       MOVE ORDERS-CLIENT-KEY TO OAUDIT-AFTER-CLIENT
                       MOVE ORDERS-DESCRIPTION TO OAUDIT-AFTER-DESC
                       MOVE ORDERS-AMOUNT TO OAUDIT-AFTER-AMOUNT
                       MOVE ORDERS-STATUS TO OAUDIT-AFTER-STATUS
                       PERFORM WRITE-ORDER-AUDIT
                       MOVE ORDERS-CLIENT-KEY TO WRK-SUM-CLIENT
                       MOVE ORDERS-AMOUNT TO WRK-SUM-AMOUNT
                       PERFORM SUMMARY-ADD-ORDER
               END-WRITE.

           ADD-BACK-PAID-EXCESS.
               IF WRK-ORDER-CREDITED > ZEROES
                   PERFORM COMPUTE-ORDER-APPLIED
                   COMPUTE WRK-ORDER-EXCESS = WRK-ORDER-APPLIED
                       + WRK-REV-AMOUNT + WRK-ORDER-CREDITED
                       - ORDERS-AMOUNT - ORDERS-TAX

                   IF WRK-ORDER-EXCESS > ZEROES
                       ADD WRK-ORDER-EXCESS TO WRK-SUM-AMOUNT
                   END-IF
               END-IF.

           WRITE-REVERSAL.
               PERFORM READ-KEY-CONTROL.
               MOVE "N" TO WRK-REV-FAILED.

               PERFORM VARYING WRK-RM-IDX FROM 1 BY 1
                       UNTIL WRK-RM-IDX > WRK-RM-COUNT
                   IF WRK-RM-STATE(WRK-RM-IDX) = "N"
                       PERFORM WRITE-REVERSAL-ENTRY
                   END-IF
               END-PERFORM.

               PERFORM VARYING WRK-RM-IDX FROM 1 BY 1
                       UNTIL WRK-RM-IDX > WRK-RM-COUNT
                   IF WRK-RM-STATE(WRK-RM-IDX) = "Y"
                           AND WRK-RM-ORDER(WRK-RM-IDX) NOT = ZEROES
                       PERFORM REOPEN-REMIT-ORDER
                   END-IF
               END-PERFORM.

               IF WRK-REV-FAILED = "Y"
                   MOVE "REVERSAL INCOMPLETE - RETRY" TO WRK-MSG
               ELSE
                   MOVE "REMITTANCE REVERSED" TO WRK-MSG

                   IF WRK-REV-FEE > ZEROES
                       PERFORM CHARGE-RETURN-FEE
                   END-IF
               END-IF.

               PERFORM WRITE-KEY-CONTROL.

           WRITE-REVERSAL-ENTRY.
               ADD 1 TO WRK-LAST-PAYMENT-KEY.
               MOVE WRK-LAST-PAYMENT-KEY TO PAY-KEY-NUMBER.
               MOVE WRK-REV-CLIENT TO PAY-CLIENT-KEY.
               MOVE WRK-RM-ORDER(WRK-RM-IDX) TO PAY-ORDER-KEY.
               COMPUTE PAY-AMOUNT = 0 - WRK-RM-AMOUNT(WRK-RM-IDX).
               ACCEPT PAY-DATE FROM DATE YYYYMMDD.
               ACCEPT PAY-TIME FROM TIME.
               MOVE LNK-OPER-ID TO PAY-OPERATOR-ID.

               IF WRK-RM-REASON(WRK-RM-IDX) = "DS"
                   MOVE "DS" TO PAY-REASON-CODE
               ELSE
                   MOVE WRK-REV-REASON TO PAY-REASON-CODE
               END-IF.

               MOVE WRK-RM-KEY(WRK-RM-IDX) TO PAY-REVERSES-KEY.
               MOVE WRK-REV-REMIT TO PAY-REMIT-KEY.
               WRITE PAY-REG
                   INVALID KEY
                       MOVE "Y" TO WRK-REV-FAILED
                   NOT INVALID KEY
                       MOVE "Y" TO WRK-RM-STATE(WRK-RM-IDX)
               END-WRITE.

           REOPEN-REMIT-ORDER.
               MOVE WRK-RM-ORDER(WRK-RM-IDX) TO WRK-REV-ORDER.
               MOVE ZEROES TO WRK-REV-AMOUNT.

               PERFORM VARYING WRK-RM-IDX2 FROM 1 BY 1
                       UNTIL WRK-RM-IDX2 > WRK-RM-COUNT
                   IF WRK-RM-ORDER(WRK-RM-IDX2) = WRK-REV-ORDER
                           AND WRK-RM-STATE(WRK-RM-IDX2) = "Y"
                       ADD WRK-RM-AMOUNT(WRK-RM-IDX2) TO WRK-REV-AMOUNT
                   END-IF
               END-PERFORM.

               PERFORM REOPEN-ORDER.

           ENTER-REVERSAL.
               MOVE SPACES TO WRK-REV-REASON.
               MOVE ZEROES TO WRK-REV-FEE.
               ACCEPT REVERSE-ENTRY-SCR.
               INSPECT WRK-REV-REASON CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

               IF NOT WRK-REV-REASON-OK
                   MOVE "INVALID REASON CODE" TO WRK-MSG
               ELSE
                   ACCEPT REVERSE-CONFIRM

                   IF WRK-CURSOR = "Y" OR WRK-CURSOR = "y"
                       PERFORM WRITE-REVERSAL
                   ELSE
                       MOVE "NOT REVERSED" TO WRK-MSG
                   END-IF
               END-IF.

           CHECK-REVERSAL.
               DISPLAY PAY-FORM.
               MOVE PAY-CLIENT-KEY TO WRK-REV-CLIENT.
               MOVE PAY-REMIT-KEY TO WRK-REV-REMIT.

               IF PAY-AMOUNT NOT > ZEROES
                   MOVE "NOT A POSTED PAYMENT" TO WRK-MSG
               ELSE
                   PERFORM LOAD-REMITTANCE

                   EVALUATE TRUE
                       WHEN WRK-RM-FULL = "Y"
                           MOVE "REMITTANCE TOO LARGE" TO WRK-MSG
                       WHEN WRK-RM-PENDING = ZEROES
                           MOVE "ALREADY REVERSED" TO WRK-MSG
                       WHEN OTHER
                           DISPLAY REMIT-SCR
                           PERFORM ENTER-REVERSAL
                   END-EVALUATE
               END-IF.

           REVERSE-OP.
               IF LNK-OPER-FULL
                   PERFORM CHECK-POSTING-PERIOD

                   IF WRK-PERIOD-OPEN = "Y"
                       PERFORM REVERSE-OP-BODY
                   ELSE
                       PERFORM PERIOD-CLOSED
                   END-IF
               ELSE
                   PERFORM NOT-AUTHORIZED
               END-IF.

           REVERSE-OP-BODY.
               PERFORM CLEAR-MSG.
               MOVE "REVERSE" TO WRK-CURRENT-SCR.
               MOVE SPACES TO PAY-REG.
               MOVE ZEROES TO PAY-KEY-NUMBER.
               DISPLAY SCR.
               ACCEPT KEY-INPUT.

               READ PAYMENTS
                   INVALID KEY
                       MOVE "NOT FOUND" TO WRK-MSG
                   NOT INVALID KEY
                       PERFORM CHECK-REVERSAL
               END-READ.

               ACCEPT MSG.
               PERFORM OP-AGAIN-OR-QUIT.

           CHECK-PERIOD-DATE.
               MOVE ZEROES TO WRK-CLOSED-THRU.
               OPEN INPUT PERIOD-CONTROL.

               IF WRK-PERIOD-STATUS = 0
                   READ PERIOD-CONTROL
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE PERIOD-CLOSED-THRU TO WRK-CLOSED-THRU
                   END-READ

                   CLOSE PERIOD-CONTROL
               END-IF.

               IF WRK-PERIOD-MONTH > WRK-CLOSED-THRU
                   MOVE "Y" TO WRK-PERIOD-OPEN
               ELSE
                   MOVE "N" TO WRK-PERIOD-OPEN
               END-IF.
