       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-ITEMS ASSIGN TO "BANKLBX.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LBOX-STATUS.

           SELECT LOCKBOX-SUSPENSE ASSIGN TO "LBXSUSP.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LSUS-STATUS.

           SELECT LOCKBOX-REPORT ASSIGN TO "LOCKBOX.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT ORDERS ASSIGN TO "ORDERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ORDERS-FILE-STATUS
               RECORD KEY IS ORDERS-KEY
               ALTERNATE RECORD KEY IS ORDERS-CLIENT-KEY
                   WITH DUPLICATES.

           SELECT CLIENTS ASSIGN TO "CLIENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTS-FILE-STATUS
               RECORD KEY IS CLIENTS-KEY
               ALTERNATE RECORD KEY IS CLIENTS-NAME WITH DUPLICATES.

           SELECT CLIENT-SUMMARY ASSIGN TO "CLISUM.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT KEY-CONTROL ASSIGN TO "KEYCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-KEYCTL-STATUS.

           SELECT ORDERS-AUDIT ASSIGN TO "ORDERS-AUDIT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG ASSIGN TO "RUNLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNLOG-STATUS.

           SELECT PERIOD-CONTROL ASSIGN TO "PERIODS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCKBOX-ITEMS.
       01 LBOX-REG.
           05 LBOX-CHECK-NUMBER  PIC X(10).
           05 LBOX-AMOUNT        PIC 9(7)V99.
           05 LBOX-CLIENT-KEY    PIC 9(8).
           05 LBOX-ORDER-KEY     PIC 9(8).
           05 LBOX-DEPOSIT-DATE  PIC 9(8).

       FD LOCKBOX-SUSPENSE.
       01 LSUS-REG.
           05 LSUS-CHECK-NUMBER  PIC X(10).
           05 LSUS-AMOUNT        PIC 9(7)V99.
           05 LSUS-CLIENT-KEY    PIC 9(8).
           05 LSUS-ORDER-KEY     PIC 9(8).
           05 LSUS-DEPOSIT-DATE  PIC 9(8).
           05 LSUS-REASON        PIC X(30).

       FD LOCKBOX-REPORT.
       01 RPT-REG.
           05 RPT-LINE PIC X(132).

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

       FD ORDERS.
       01 ORDERS-REG.
           05 ORDERS-KEY.
               10 ORDERS-KEY-NUMBER  PIC 9(8).
           05 ORDERS-CLIENT-KEY      PIC 9(8).
           05 ORDERS-DESCRIPTION     PIC X(30).
           05 ORDERS-AMOUNT          PIC 9(7)V99.
           05 ORDERS-STATUS          PIC X(1).
               88 ORDER-ENTERED      VALUE "E".
               88 ORDER-SHIPPED      VALUE "S".
               88 ORDER-PAID         VALUE "P".
               88 ORDER-CANCELLED    VALUE "C".
           05 ORDERS-ENTERED-DATE    PIC 9(8).
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
           05 CLIENTS-KEY.
               10 CLIENTS-KEY-NUMBER   PIC 9(8).
           05 CLIENTS-NAME             PIC X(16).
           05 CLIENTS-EMAIL            PIC X(64).
           05 CLIENTS-STATUS           PIC X(1).
               88 CLIENTS-ACTIVE       VALUE "A".
               88 CLIENTS-INACTIVE     VALUE "I".
           05 CLIENTS-STREET           PIC X(30).
           05 CLIENTS-CITY             PIC X(20).
           05 CLIENTS-STATE            PIC X(2).
           05 CLIENTS-POSTAL           PIC X(10).
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
           05 CLISUM-CLIENT-KEY  PIC 9(8).
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

       FD KEY-CONTROL.
       01 KEYCTL-REG.
           05 KEYCTL-LAST-CLIENT  PIC 9(8).
           05 KEYCTL-LAST-ORDER   PIC 9(8).
           05 KEYCTL-LAST-PAYMENT PIC 9(8).
           05 KEYCTL-LAST-CREDIT  PIC 9(8).
           05 KEYCTL-LAST-QUOTE   PIC 9(8).
           05 KEYCTL-LAST-INVOICE PIC 9(8).

       FD ORDERS-AUDIT.
       01 OAUDIT-REG.
           05 OAUDIT-KEY-NUMBER    PIC 9(8).
           05 OAUDIT-OPERATION     PIC X(6).
           05 OAUDIT-BEFORE-CLIENT PIC 9(8).
           05 OAUDIT-BEFORE-DESC   PIC X(30).
           05 OAUDIT-BEFORE-AMOUNT PIC 9(7)V99.
           05 OAUDIT-BEFORE-STATUS PIC X(1).
           05 OAUDIT-AFTER-CLIENT  PIC 9(8).
           05 OAUDIT-AFTER-DESC    PIC X(30).
           05 OAUDIT-AFTER-AMOUNT  PIC 9(7)V99.
           05 OAUDIT-AFTER-STATUS  PIC X(1).
           05 OAUDIT-TIMESTAMP.
               10 OAUDIT-TS-DATE   PIC 9(8).
               10 OAUDIT-TS-TIME   PIC 9(8).
           05 OAUDIT-OPERATOR-ID   PIC X(8).

       FD RUN-LOG.
       01 RUNLOG-REG.
           05 RUNLOG-FUNCTION   PIC X(8).
           05 RUNLOG-START-DATE PIC 9(8).
           05 RUNLOG-START-TIME PIC 9(8).
           05 RUNLOG-END-DATE   PIC 9(8).
           05 RUNLOG-END-TIME   PIC 9(8).
           05 RUNLOG-COUNT      PIC 9(6).
           05 RUNLOG-STATUS     PIC X(8).

       FD PERIOD-CONTROL.
       01 PERIOD-REG.
           05 PERIOD-CLOSED-THRU   PIC 9(6).
           05 PERIOD-CLOSE-DATE    PIC 9(8).
           05 PERIOD-CLOSE-OPER    PIC X(8).

       WORKING-STORAGE SECTION.
       77 WRK-LBOX-STATUS       PIC 99.
       77 WRK-LSUS-STATUS       PIC 99.
       77 PAYMENTS-FILE-STATUS  PIC 99.
       77 ORDERS-FILE-STATUS    PIC 99.
       77 CLIENTS-FILE-STATUS   PIC 99.
       77 CLISUM-FILE-STATUS    PIC 99.
       77 CREDITS-FILE-STATUS   PIC 99.
       77 WRK-KEYCTL-STATUS     PIC 99.
       77 WRK-RUNLOG-STATUS     PIC 99.
       77 WRK-RUN-START-DATE    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-START-TIME    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-OUTCOME       PIC X(8) VALUE SPACES.
       77 WRK-LBOX-EOF          PIC X(1) VALUE "N".
       77 WRK-CRED-AVAIL        PIC X(1) VALUE "N".
       77 WRK-REJECT-REASON     PIC X(30) VALUE SPACES.
       77 WRK-ORDER-NOTE        PIC X(20) VALUE SPACES.
       77 WRK-REMIT-KEY         PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-CLIENT-KEY   PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-ORDER-KEY    PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-PAYMENT-KEY  PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-CREDIT-KEY   PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-QUOTE-KEY    PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-INVOICE-KEY  PIC 9(8) VALUE ZEROES.
       77 WRK-ITEMS-READ        PIC 9(6) VALUE ZEROES.
       77 WRK-POSTED-COUNT      PIC 9(6) VALUE ZEROES.
       77 WRK-SUSPENSE-COUNT    PIC 9(6) VALUE ZEROES.
       77 WRK-DEPOSIT-TOTAL     PIC 9(9)V99 VALUE ZEROES.
       77 WRK-APPLIED-TOTAL     PIC 9(9)V99 VALUE ZEROES.
       77 WRK-ONACCT-TOTAL      PIC 9(9)V99 VALUE ZEROES.
       77 WRK-SUSPENSE-TOTAL    PIC 9(9)V99 VALUE ZEROES.
       77 WRK-POST-CLIENT       PIC 9(8) VALUE ZEROES.
       77 WRK-POST-ORDER        PIC 9(8) VALUE ZEROES.
       77 WRK-POST-DATE         PIC 9(8) VALUE ZEROES.
       77 WRK-REMAINING         PIC 9(7)V99 VALUE ZEROES.
       77 WRK-APPLY-AMOUNT      PIC 9(7)V99 VALUE ZEROES.
       77 WRK-CUR-ORDER-KEY     PIC 9(8) VALUE ZEROES.
       77 WRK-ORDER-APPLIED     PIC S9(9)V99 VALUE ZEROES.
       77 WRK-ORDER-CREDITED    PIC 9(9)V99 VALUE ZEROES.
       77 WRK-ORDER-GROSS       PIC 9(8)V99 VALUE ZEROES.
       77 WRK-ORDER-DUE         PIC 9(8)V99 VALUE ZEROES.
       77 WRK-ORDER-DISCOUNTED  PIC S9(9)V99 VALUE ZEROES.
       77 WRK-DISC-AMOUNT       PIC 9(7)V99 VALUE ZEROES.
       77 WRK-DISCOUNT-TOTAL    PIC 9(9)V99 VALUE ZEROES.
       77 WRK-OLD-STATUS        PIC X(1) VALUE SPACES.
       77 WRK-SETTLED           PIC X(8) VALUE SPACES.
       77 WRK-SUM-CLIENT        PIC 9(8) VALUE ZEROES.
       77 WRK-SUM-AMOUNT        PIC 9(8)V99 VALUE ZEROES.
       77 WRK-AMOUNT-ED         PIC Z(6)9.99.
       77 WRK-TOTAL-ED          PIC Z(8)9.99.
       77 WRK-RPT-PTR           PIC 9(4) VALUE 1.
       77 WRK-PERIOD-STATUS     PIC 99.
       77 WRK-CLOSED-THRU       PIC 9(6) VALUE ZEROES.
       77 WRK-PERIOD-OPEN       PIC X(1) VALUE "Y".

       01 WRK-PERIOD-DATE-AREA.
           05 WRK-PERIOD-MONTH  PIC 9(6).
           05 FILLER            PIC 9(2).
       01 WRK-PERIOD-DATE REDEFINES WRK-PERIOD-DATE-AREA PIC 9(8).

       PROCEDURE DIVISION.
           ACCEPT WRK-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-RUN-START-TIME FROM TIME.
           PERFORM 0000-OPEN-FILES.

           IF WRK-LBOX-STATUS NOT = 0
               DISPLAY "LOCKBOX: UNABLE TO OPEN BANKLBX.txt"
               MOVE "FAILED" TO WRK-RUN-OUTCOME
               PERFORM 0950-WRITE-RUN-LOG
               PERFORM 1000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF CLIENTS-FILE-STATUS NOT = 0
                   OR ORDERS-FILE-STATUS NOT = 0
                   OR PAYMENTS-FILE-STATUS NOT = 0
                   OR CLISUM-FILE-STATUS NOT = 0
               DISPLAY "LOCKBOX: UNABLE TO OPEN MASTER FILES"
               MOVE "FAILED" TO WRK-RUN-OUTCOME
               PERFORM 0950-WRITE-RUN-LOG
               PERFORM 1000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-WRITE-HEADER.
           PERFORM READ-KEY-CONTROL.
           READ LOCKBOX-ITEMS
               AT END
                   MOVE "Y" TO WRK-LBOX-EOF
           END-READ.

           PERFORM 0200-PROCESS-LOCKBOX-ITEM
               UNTIL WRK-LBOX-EOF = "Y".

           PERFORM WRITE-KEY-CONTROL.
           PERFORM 0900-WRITE-TOTALS.
           MOVE "COMPLETE" TO WRK-RUN-OUTCOME.
           PERFORM 0950-WRITE-RUN-LOG.
           PERFORM 1000-CLOSE-FILES.
           MOVE WRK-DEPOSIT-TOTAL TO WRK-TOTAL-ED.
           DISPLAY "LOCKBOX: ITEMS: " WRK-ITEMS-READ
               " POSTED: " WRK-POSTED-COUNT
               " SUSPENSE: " WRK-SUSPENSE-COUNT
               " DEPOSIT TOTAL: " WRK-TOTAL-ED.
           GOBACK.

           0000-OPEN-FILES.
               OPEN INPUT LOCKBOX-ITEMS.
               OPEN OUTPUT LOCKBOX-SUSPENSE.
               OPEN OUTPUT LOCKBOX-REPORT.
               OPEN I-O PAYMENTS.

               IF PAYMENTS-FILE-STATUS = 35
                   OPEN OUTPUT PAYMENTS
                   CLOSE PAYMENTS
                   OPEN I-O PAYMENTS
               END-IF.

               OPEN I-O ORDERS.

               IF ORDERS-FILE-STATUS = 35
                   OPEN OUTPUT ORDERS
                   CLOSE ORDERS
                   OPEN I-O ORDERS
               END-IF.

               OPEN I-O CLIENT-SUMMARY.

               IF CLISUM-FILE-STATUS = 35
                   OPEN OUTPUT CLIENT-SUMMARY
                   CLOSE CLIENT-SUMMARY
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

           1000-CLOSE-FILES.
               CLOSE LOCKBOX-ITEMS.
               CLOSE LOCKBOX-SUSPENSE.
               CLOSE LOCKBOX-REPORT.
               CLOSE PAYMENTS.
               CLOSE ORDERS.
               CLOSE CLIENT-SUMMARY.
               CLOSE CLIENTS.
               CLOSE ORDERS-AUDIT.

               IF WRK-CRED-AVAIL = "Y"
                   CLOSE CREDIT-MEMOS
               END-IF.

           0100-WRITE-HEADER.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "BANK LOCKBOX POSTING REPORT  RUN DATE "
                       DELIMITED BY SIZE
                       WRK-RUN-START-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.

           READ-KEY-CONTROL.
               MOVE ZEROES TO WRK-LAST-CLIENT-KEY WRK-LAST-ORDER-KEY
                   WRK-LAST-PAYMENT-KEY WRK-LAST-CREDIT-KEY
                   WRK-LAST-QUOTE-KEY WRK-LAST-INVOICE-KEY.
               OPEN INPUT KEY-CONTROL.

               IF WRK-KEYCTL-STATUS = 0
                   READ KEY-CONTROL

                   IF WRK-KEYCTL-STATUS = 0
                       MOVE KEYCTL-LAST-CLIENT TO WRK-LAST-CLIENT-KEY
                       MOVE KEYCTL-LAST-ORDER TO WRK-LAST-ORDER-KEY

                       IF KEYCTL-LAST-PAYMENT IS NUMERIC
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
               END-IF.

           WRITE-KEY-CONTROL.
               OPEN OUTPUT KEY-CONTROL.
               MOVE WRK-LAST-CLIENT-KEY TO KEYCTL-LAST-CLIENT.
               MOVE WRK-LAST-ORDER-KEY TO KEYCTL-LAST-ORDER.
               MOVE WRK-LAST-PAYMENT-KEY TO KEYCTL-LAST-PAYMENT.
               MOVE WRK-LAST-CREDIT-KEY TO KEYCTL-LAST-CREDIT.
               MOVE WRK-LAST-QUOTE-KEY TO KEYCTL-LAST-QUOTE.
               MOVE WRK-LAST-INVOICE-KEY TO KEYCTL-LAST-INVOICE.
               WRITE KEYCTL-REG.
               CLOSE KEY-CONTROL.

           VALIDATE-LOCKBOX-ITEM.
               MOVE SPACES TO WRK-REJECT-REASON WRK-ORDER-NOTE.
               MOVE ZEROES TO WRK-POST-CLIENT WRK-POST-ORDER.

               IF LBOX-DEPOSIT-DATE IS NUMERIC
                       AND LBOX-DEPOSIT-DATE NOT = ZEROES
                   MOVE LBOX-DEPOSIT-DATE TO WRK-POST-DATE
               ELSE
                   MOVE WRK-RUN-START-DATE TO WRK-POST-DATE
               END-IF.

               IF LBOX-AMOUNT NOT NUMERIC
                       OR LBOX-AMOUNT = ZEROES
                   MOVE "AMOUNT MISSING" TO WRK-REJECT-REASON
               END-IF.

               IF WRK-REJECT-REASON = SPACES
                   MOVE WRK-POST-DATE TO WRK-PERIOD-DATE
                   PERFORM CHECK-PERIOD-DATE

                   IF WRK-PERIOD-OPEN = "N"
                       MOVE "DEPOSIT DATE IN CLOSED PERIOD"
                           TO WRK-REJECT-REASON
                   END-IF
               END-IF.

               IF WRK-REJECT-REASON = SPACES
                   IF LBOX-ORDER-KEY IS NUMERIC
                       MOVE LBOX-ORDER-KEY TO WRK-POST-ORDER
                   END-IF

                   IF LBOX-CLIENT-KEY IS NUMERIC
                       MOVE LBOX-CLIENT-KEY TO WRK-POST-CLIENT
                   END-IF

                   IF WRK-POST-ORDER NOT = ZEROES
                       MOVE WRK-POST-ORDER TO ORDERS-KEY-NUMBER
                       READ ORDERS
                           INVALID KEY
                               IF WRK-POST-CLIENT = ZEROES
                                   MOVE "ORDER NOT FOUND"
                                       TO WRK-REJECT-REASON
                               ELSE
                                   MOVE "ORDER NOT FOUND"
                                       TO WRK-ORDER-NOTE
                                   MOVE ZEROES TO WRK-POST-ORDER
                               END-IF
                           NOT INVALID KEY
                               IF WRK-POST-CLIENT = ZEROES
                                   MOVE ORDERS-CLIENT-KEY
                                       TO WRK-POST-CLIENT
                               END-IF

                               IF ORDERS-CLIENT-KEY NOT =
                                       WRK-POST-CLIENT
                                   MOVE "ORDER NOT FOR CLIENT"
                                       TO WRK-ORDER-NOTE
                                   MOVE ZEROES TO WRK-POST-ORDER
                               END-IF
                       END-READ
                   END-IF
               END-IF.

               IF WRK-REJECT-REASON = SPACES
                   IF WRK-POST-CLIENT = ZEROES
                       MOVE "CLIENT KEY MISSING" TO WRK-REJECT-REASON
                   ELSE
                       MOVE WRK-POST-CLIENT TO CLIENTS-KEY-NUMBER
                       READ CLIENTS
                           INVALID KEY
                               MOVE "CLIENT NOT FOUND"
                                   TO WRK-REJECT-REASON
                           NOT INVALID KEY
                               IF NOT CLIENTS-ACTIVE
                                   MOVE "CLIENT INACTIVE"
                                       TO WRK-REJECT-REASON
                               END-IF
                       END-READ
                   END-IF
               END-IF.

           COMPUTE-ORDER-APPLIED.
               MOVE ZEROES TO WRK-ORDER-APPLIED WRK-ORDER-DISCOUNTED.
               MOVE ORDERS-KEY-NUMBER TO WRK-CUR-ORDER-KEY.
               MOVE WRK-CUR-ORDER-KEY TO PAY-ORDER-KEY.
               START PAYMENTS KEY IS EQUAL TO PAY-ORDER-KEY
                   INVALID KEY
                       CONTINUE
               END-START.

               IF PAYMENTS-FILE-STATUS = 0
                   READ PAYMENTS NEXT

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
               ELSE
                   MOVE ZEROES TO WRK-ORDER-DUE
               END-IF.

           WRITE-PAYMENT.
               ADD 1 TO WRK-LAST-PAYMENT-KEY.
               MOVE WRK-LAST-PAYMENT-KEY TO PAY-KEY-NUMBER.
               MOVE WRK-POST-CLIENT TO PAY-CLIENT-KEY.
               MOVE WRK-APPLY-AMOUNT TO PAY-AMOUNT.
               MOVE WRK-POST-DATE TO PAY-DATE.
               ACCEPT PAY-TIME FROM TIME.
               MOVE "LOCKBOX" TO PAY-OPERATOR-ID.
               MOVE SPACES TO PAY-REASON-CODE.
               MOVE ZEROES TO PAY-REVERSES-KEY.

               IF WRK-REMIT-KEY = ZEROES
                   MOVE PAY-KEY-NUMBER TO WRK-REMIT-KEY
               END-IF.

               MOVE WRK-REMIT-KEY TO PAY-REMIT-KEY.
               WRITE PAY-REG.

               IF PAYMENTS-FILE-STATUS = 0
                   SUBTRACT WRK-APPLY-AMOUNT FROM WRK-REMAINING

                   IF PAY-ORDER-KEY = ZEROES
                       ADD WRK-APPLY-AMOUNT TO WRK-ONACCT-TOTAL
                   ELSE
                       ADD WRK-APPLY-AMOUNT TO WRK-APPLIED-TOTAL
                   END-IF
               END-IF.

           WRITE-DISCOUNT.
               ADD 1 TO WRK-LAST-PAYMENT-KEY.
               MOVE WRK-LAST-PAYMENT-KEY TO PAY-KEY-NUMBER.
               MOVE WRK-POST-CLIENT TO PAY-CLIENT-KEY.
               MOVE ORDERS-KEY-NUMBER TO PAY-ORDER-KEY.
               MOVE WRK-DISC-AMOUNT TO PAY-AMOUNT.
               MOVE WRK-POST-DATE TO PAY-DATE.
               ACCEPT PAY-TIME FROM TIME.
               MOVE "LOCKBOX" TO PAY-OPERATOR-ID.
               MOVE "DS" TO PAY-REASON-CODE.
               MOVE ZEROES TO PAY-REVERSES-KEY.
               MOVE WRK-REMIT-KEY TO PAY-REMIT-KEY.
               WRITE PAY-REG.

               IF PAYMENTS-FILE-STATUS = 0
                   ADD WRK-DISC-AMOUNT TO WRK-DISCOUNT-TOTAL
               ELSE
                   MOVE ZEROES TO WRK-DISC-AMOUNT
               END-IF.

           CHECK-EARLY-DISCOUNT.
               MOVE ZEROES TO WRK-DISC-AMOUNT.

               IF ORDERS-INVOICE-NUMBER IS NUMERIC
                       AND ORDERS-DISC-PCT IS NUMERIC
                       AND ORDERS-DISC-DATE IS NUMERIC
                   IF ORDERS-INVOICE-NUMBER > ZEROES
                           AND ORDERS-DISC-PCT > ZEROES
                           AND ORDERS-DISC-DATE >= WRK-POST-DATE
                           AND WRK-ORDER-DISCOUNTED = ZEROES
                       COMPUTE WRK-DISC-AMOUNT ROUNDED =
                           WRK-ORDER-DUE * ORDERS-DISC-PCT / 100
                   END-IF
               END-IF.

           SUMMARY-REMOVE-ORDER.
               MOVE WRK-SUM-CLIENT TO CLISUM-CLIENT-KEY.
               READ CLIENT-SUMMARY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLISUM-OPEN-COUNT > ZEROES
                           SUBTRACT 1 FROM CLISUM-OPEN-COUNT
                       END-IF

                       IF CLISUM-OPEN-AMOUNT > WRK-SUM-AMOUNT
                           SUBTRACT WRK-SUM-AMOUNT FROM
                               CLISUM-OPEN-AMOUNT
                       ELSE
                           MOVE ZEROES TO CLISUM-OPEN-AMOUNT
                       END-IF

                       REWRITE CLISUM-REG
               END-READ.

           SETTLE-ORDER.
               MOVE ORDERS-STATUS TO WRK-OLD-STATUS.
               MOVE "P" TO ORDERS-STATUS.
               MOVE WRK-RUN-START-DATE TO ORDERS-PAID-DATE.
               REWRITE ORDERS-REG.

               IF ORDERS-FILE-STATUS = 0
                   MOVE "PAID" TO WRK-SETTLED
                   MOVE ORDERS-KEY-NUMBER TO OAUDIT-KEY-NUMBER
                   MOVE "STATUS" TO OAUDIT-OPERATION
                   MOVE ORDERS-CLIENT-KEY TO OAUDIT-BEFORE-CLIENT
                   MOVE ORDERS-DESCRIPTION TO OAUDIT-BEFORE-DESC
                   MOVE ORDERS-AMOUNT TO OAUDIT-BEFORE-AMOUNT
                   MOVE WRK-OLD-STATUS TO OAUDIT-BEFORE-STATUS
                   MOVE ORDERS-CLIENT-KEY TO OAUDIT-AFTER-CLIENT
                   MOVE ORDERS-DESCRIPTION TO OAUDIT-AFTER-DESC
                   MOVE ORDERS-AMOUNT TO OAUDIT-AFTER-AMOUNT
                   MOVE ORDERS-STATUS TO OAUDIT-AFTER-STATUS
                   ACCEPT OAUDIT-TS-DATE FROM DATE YYYYMMDD
                   ACCEPT OAUDIT-TS-TIME FROM TIME
                   MOVE "LOCKBOX" TO OAUDIT-OPERATOR-ID
                   WRITE OAUDIT-REG
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

           APPLY-ONE-ORDER.
               PERFORM COMPUTE-ORDER-DUE.

               IF WRK-ORDER-DUE > ZEROES
                   PERFORM CHECK-EARLY-DISCOUNT

                   IF WRK-REMAINING < WRK-ORDER-DUE - WRK-DISC-AMOUNT
                       MOVE WRK-REMAINING TO WRK-APPLY-AMOUNT
                       MOVE ZEROES TO WRK-DISC-AMOUNT
                   ELSE
                       SUBTRACT WRK-DISC-AMOUNT FROM WRK-ORDER-DUE
                           GIVING WRK-APPLY-AMOUNT
                   END-IF

                   MOVE ORDERS-KEY-NUMBER TO PAY-ORDER-KEY
                   MOVE SPACES TO WRK-SETTLED
                   PERFORM WRITE-PAYMENT

                   IF WRK-DISC-AMOUNT > ZEROES
                       IF PAYMENTS-FILE-STATUS = 0
                           PERFORM WRITE-DISCOUNT
                       ELSE
                           MOVE ZEROES TO WRK-DISC-AMOUNT
                       END-IF
                   END-IF

                   IF WRK-APPLY-AMOUNT + WRK-DISC-AMOUNT
                           = WRK-ORDER-DUE
                           AND ORDER-SHIPPED
                           AND PAYMENTS-FILE-STATUS = 0
                       PERFORM SETTLE-ORDER
                   END-IF

                   PERFORM REPORT-APPLIED-ORDER
               END-IF.

           APPLY-NAMED-ORDER.
               MOVE WRK-POST-ORDER TO ORDERS-KEY-NUMBER.
               READ ORDERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT ORDER-CANCELLED AND NOT ORDER-PAID
                           PERFORM APPLY-ONE-ORDER
                       END-IF
               END-READ.

           APPLY-TO-ORDERS.
               MOVE WRK-POST-CLIENT TO ORDERS-CLIENT-KEY.
               START ORDERS KEY IS EQUAL TO ORDERS-CLIENT-KEY
                   INVALID KEY
                       CONTINUE
               END-START.

               IF ORDERS-FILE-STATUS = 0
                   READ ORDERS NEXT

                   PERFORM UNTIL ORDERS-FILE-STATUS <> 0
                           OR ORDERS-CLIENT-KEY NOT = WRK-POST-CLIENT
                           OR WRK-REMAINING = ZEROES
                       IF NOT ORDER-CANCELLED AND NOT ORDER-PAID
                           PERFORM APPLY-ONE-ORDER
                       END-IF
                       READ ORDERS NEXT
                   END-PERFORM
               END-IF.

           WRITE-ON-ACCOUNT.
               MOVE ZEROES TO PAY-ORDER-KEY.
               MOVE WRK-REMAINING TO WRK-APPLY-AMOUNT.
               PERFORM WRITE-PAYMENT.
               MOVE WRK-APPLY-AMOUNT TO WRK-AMOUNT-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "         ON ACCOUNT       AMOUNT="
                       DELIMITED BY SIZE
                       WRK-AMOUNT-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           POST-LOCKBOX-ITEM.
               MOVE LBOX-AMOUNT TO WRK-REMAINING.
               MOVE ZEROES TO WRK-REMIT-KEY.

               IF WRK-POST-ORDER NOT = ZEROES
                   PERFORM APPLY-NAMED-ORDER
               END-IF.

               IF WRK-REMAINING > ZEROES
                   PERFORM APPLY-TO-ORDERS
               END-IF.

               IF WRK-REMAINING > ZEROES
                   PERFORM WRITE-ON-ACCOUNT
               END-IF.

           REPORT-POSTED.
               ADD 1 TO WRK-POSTED-COUNT.
               MOVE LBOX-AMOUNT TO WRK-AMOUNT-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "POSTED   CHECK=" DELIMITED BY SIZE
                       LBOX-CHECK-NUMBER DELIMITED BY SIZE
                       " CLIENT=" DELIMITED BY SIZE
                       WRK-POST-CLIENT DELIMITED BY SIZE
                       " ORDER=" DELIMITED BY SIZE
                       WRK-POST-ORDER DELIMITED BY SIZE
                       " AMOUNT=" DELIMITED BY SIZE
                       WRK-AMOUNT-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.

               IF WRK-ORDER-NOTE NOT = SPACES
                   STRING " NOTE=" DELIMITED BY SIZE
                           LBOX-ORDER-KEY DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WRK-ORDER-NOTE DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WRK-RPT-PTR
                   END-STRING
               END-IF.

               WRITE RPT-REG.

           REPORT-APPLIED-ORDER.
               MOVE WRK-APPLY-AMOUNT TO WRK-AMOUNT-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "         APPLIED ORDER=" DELIMITED BY SIZE
                       ORDERS-KEY-NUMBER DELIMITED BY SIZE
                       " AMOUNT=" DELIMITED BY SIZE
                       WRK-AMOUNT-ED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WRK-SETTLED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.

               IF WRK-DISC-AMOUNT > ZEROES
                   MOVE WRK-DISC-AMOUNT TO WRK-AMOUNT-ED
                   STRING " DISCOUNT=" DELIMITED BY SIZE
                           WRK-AMOUNT-ED DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WRK-RPT-PTR
                   END-STRING
               END-IF.

               WRITE RPT-REG.

           REPORT-SUSPENSE.
               ADD 1 TO WRK-SUSPENSE-COUNT.
               MOVE LBOX-CHECK-NUMBER TO LSUS-CHECK-NUMBER.
               MOVE LBOX-AMOUNT TO LSUS-AMOUNT.
               MOVE LBOX-CLIENT-KEY TO LSUS-CLIENT-KEY.
               MOVE LBOX-ORDER-KEY TO LSUS-ORDER-KEY.
               MOVE LBOX-DEPOSIT-DATE TO LSUS-DEPOSIT-DATE.
               MOVE WRK-REJECT-REASON TO LSUS-REASON.
               WRITE LSUS-REG.

               IF LBOX-AMOUNT IS NUMERIC
                   ADD LBOX-AMOUNT TO WRK-SUSPENSE-TOTAL
                   MOVE LBOX-AMOUNT TO WRK-AMOUNT-ED
               ELSE
                   MOVE ZEROES TO WRK-AMOUNT-ED
               END-IF.

               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "SUSPENSE CHECK=" DELIMITED BY SIZE
                       LBOX-CHECK-NUMBER DELIMITED BY SIZE
                       " CLIENT=" DELIMITED BY SIZE
                       LBOX-CLIENT-KEY DELIMITED BY SIZE
                       " ORDER=" DELIMITED BY SIZE
                       LBOX-ORDER-KEY DELIMITED BY SIZE
                       " AMOUNT=" DELIMITED BY SIZE
                       WRK-AMOUNT-ED DELIMITED BY SIZE
                       " REASON=" DELIMITED BY SIZE
                       WRK-REJECT-REASON DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0200-PROCESS-LOCKBOX-ITEM.
               ADD 1 TO WRK-ITEMS-READ.

               IF LBOX-AMOUNT IS NUMERIC
                   ADD LBOX-AMOUNT TO WRK-DEPOSIT-TOTAL
               END-IF.

               PERFORM VALIDATE-LOCKBOX-ITEM.

               IF WRK-REJECT-REASON = SPACES
                   PERFORM REPORT-POSTED
                   PERFORM POST-LOCKBOX-ITEM
               ELSE
                   PERFORM REPORT-SUSPENSE
               END-IF.

               READ LOCKBOX-ITEMS
                   AT END
                       MOVE "Y" TO WRK-LBOX-EOF
               END-READ.

           0900-WRITE-TOTALS.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "ITEMS READ: " DELIMITED BY SIZE
                       WRK-ITEMS-READ DELIMITED BY SIZE
                       "  POSTED: " DELIMITED BY SIZE
                       WRK-POSTED-COUNT DELIMITED BY SIZE
                       "  SUSPENSE: " DELIMITED BY SIZE
                       WRK-SUSPENSE-COUNT DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE WRK-APPLIED-TOTAL TO WRK-TOTAL-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "APPLIED TO ORDERS: " DELIMITED BY SIZE
                       WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE WRK-ONACCT-TOTAL TO WRK-TOTAL-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "ON ACCOUNT:        " DELIMITED BY SIZE
                       WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE WRK-DISCOUNT-TOTAL TO WRK-TOTAL-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "DISCOUNTS TAKEN:   " DELIMITED BY SIZE
                       WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE WRK-SUSPENSE-TOTAL TO WRK-TOTAL-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "SUSPENSE:          " DELIMITED BY SIZE
                       WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE WRK-DEPOSIT-TOTAL TO WRK-TOTAL-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "DEPOSIT TOTAL:     " DELIMITED BY SIZE
                       WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0950-WRITE-RUN-LOG.
               OPEN EXTEND RUN-LOG.
               MOVE "LOCKBOX" TO RUNLOG-FUNCTION.
               MOVE WRK-RUN-START-DATE TO RUNLOG-START-DATE.
               MOVE WRK-RUN-START-TIME TO RUNLOG-START-TIME.
               ACCEPT RUNLOG-END-DATE FROM DATE YYYYMMDD.
               ACCEPT RUNLOG-END-TIME FROM TIME.
               MOVE WRK-ITEMS-READ TO RUNLOG-COUNT.
               MOVE WRK-RUN-OUTCOME TO RUNLOG-STATUS.
               WRITE RUNLOG-REG.
               CLOSE RUN-LOG.

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
