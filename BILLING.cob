               ALTERNATE RECORD KEY IS PAY-CLIENT-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAY-ORDER-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAY-REMIT-KEY
                   WITH DUPLICATES.

           SELECT ORDER-LINES ASSIGN TO "ORDLINES.dat"
               FILE STATUS IS ITEMS-FILE-STATUS
               RECORD KEY IS ITEMS-KEY.

           SELECT CREDIT-MEMOS ASSIGN TO "CREDITS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CREDITS-FILE-STATUS
               RECORD KEY IS CRED-KEY
               ALTERNATE RECORD KEY IS CRED-CLIENT-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CRED-ORDER-KEY
                   WITH DUPLICATES.

           SELECT STATEMENTS ASSIGN TO "STATEMENTS.prt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRT-STATUS.
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

       FD PAYMENTS.
       01 PAY-REG.
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

       FD ORDER-LINES.
       01 ORDL-REG.
           05 ORDL-QUANTITY        PIC 9(5).
           05 ORDL-UNIT-PRICE      PIC 9(5)V99.
           05 ORDL-EXT-AMOUNT      PIC 9(7)V99.
           05 ORDL-PRICE-SOURCE    PIC X(1).
               88 ORDL-LIST-PRICE     VALUE "L" " ".
               88 ORDL-CONTRACT-PRICE VALUE "C".
               88 ORDL-DISCOUNT-PRICE VALUE "D".
               88 ORDL-QUOTED-PRICE   VALUE "Q".

       FD ITEMS.
       01 ITEMS-REG.
           05 ITEMS-STATUS          PIC X(1).
               88 ITEMS-ACTIVE      VALUE "A".
               88 ITEMS-INACTIVE    VALUE "I".
           05 ITEMS-ON-HAND         PIC S9(7).
           05 ITEMS-ALLOCATED       PIC S9(7).
           05 ITEMS-REORDER-POINT   PIC 9(7).

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

       FD STATEMENTS.
       01 PRT-REG.
       77 ORDLINES-FILE-STATUS  PIC 99.
       77 ITEMS-FILE-STATUS     PIC 99.
       77 WRK-LINES-AVAIL       PIC X(1) VALUE "N".
       77 CREDITS-FILE-STATUS   PIC 99.
       77 WRK-CRED-AVAIL        PIC X(1) VALUE "N".
       77 WRK-CRED-COUNT        PIC 9(6) VALUE ZEROES.
       77 WRK-CRED-TOTAL        PIC 9(9)V99 VALUE ZEROES.
       77 WRK-CRED-GROSS        PIC 9(8)V99 VALUE ZEROES.
       77 WRK-CRED-ED           PIC Z(7)9.99.
       77 WRK-CRED-INCLUDE      PIC X(1) VALUE "N".
       77 WRK-ORDER-GROSS       PIC 9(9)V99 VALUE ZEROES.
       77 WRK-ORDER-CREDITED    PIC 9(9)V99 VALUE ZEROES.
       77 WRK-ORDER-APPLIED     PIC S9(9)V99 VALUE ZEROES.
       77 WRK-ORDER-EXCESS      PIC S9(9)V99 VALUE ZEROES.
       77 WRK-ITEMS-AVAIL       PIC X(1) VALUE "N".
       77 WRK-LINE-ORDER        PIC 9(8) VALUE ZEROES.
       77 WRK-ITEM-DESC         PIC X(30) VALUE SPACES.
       77 WRK-STMT-GROSS        PIC 9(10)V99 VALUE ZEROES.
       77 WRK-STMT-COUNT        PIC 9(6) VALUE ZEROES.
       77 WRK-PMT-COUNT         PIC 9(6) VALUE ZEROES.
       77 WRK-PMT-TOTAL         PIC S9(9)V99 VALUE ZEROES.
       77 WRK-PMT-INCLUDE       PIC X(1) VALUE "N".
       77 WRK-PMT-REF           PIC X(8) VALUE SPACES.
       77 WRK-DUE-TOTAL         PIC 9(9)V99 VALUE ZEROES.
       77 WRK-AMOUNT-ED         PIC Z(6)9.99.
       77 WRK-PMT-ED            PIC -(7)9.99.
       77 WRK-TAX-ED            PIC Z(6)9.99.
       77 WRK-TOTAL-ED          PIC Z(8)9.99.
       77 WRK-RUN-SERIAL        PIC 9(7) VALUE ZEROES.
       77 WRK-DAYS-PAST-DUE     PIC S9(7) VALUE ZEROES.
       77 WRK-DEFAULT-NET-DAYS  PIC 9(3) VALUE 30.
       77 WRK-DAYS-ED           PIC Z(6)9.
       77 WRK-AGE-B1            PIC 9(9)V99 VALUE ZEROES.
       77 WRK-AGE-B2            PIC 9(9)V99 VALUE ZEROES.
       77 WRK-AGE-B3            PIC 9(9)V99 VALUE ZEROES.
       77 WRK-AGE-B4            PIC 9(9)V99 VALUE ZEROES.
       77 WRK-DN-Y              PIC 9(4) VALUE ZEROES.
       77 WRK-DN-M              PIC 9(2) VALUE ZEROES.
       77 WRK-DN-Q4             PIC 9(4) VALUE ZEROES.
       77 WRK-DN-Q100           PIC 9(4) VALUE ZEROES.
       77 WRK-DN-Q400           PIC 9(4) VALUE ZEROES.
       77 WRK-DN-MTERM          PIC 9(4) VALUE ZEROES.
       77 WRK-DN-MDAYS          PIC 9(4) VALUE ZEROES.
       77 WRK-DN-SERIAL         PIC 9(7) VALUE ZEROES.

       01 WRK-DN-DATE           PIC 9(8) VALUE ZEROES.
       01 WRK-DN-SPLIT REDEFINES WRK-DN-DATE.
           05 WRK-DN-YEAR  PIC 9(4).
           05 WRK-DN-MONTH PIC 9(2).
           05 WRK-DN-DAY   PIC 9(2).

       PROCEDURE DIVISION.
           ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WRK-RUN-DATE TO WRK-DN-DATE.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WRK-DN-SERIAL TO WRK-RUN-SERIAL.
           PERFORM 0000-OPEN-FILES.

           IF CLIENTS-FILE-STATUS NOT = 0
                   MOVE "N" TO WRK-ITEMS-AVAIL
               END-IF.

               OPEN INPUT CREDIT-MEMOS.

               IF CREDITS-FILE-STATUS = 0
                   MOVE "Y" TO WRK-CRED-AVAIL
               ELSE
                   MOVE "N" TO WRK-CRED-AVAIL
               END-IF.

               OPEN OUTPUT STATEMENTS.
               OPEN OUTPUT STMT-MANIFEST.
               OPEN OUTPUT MANUAL-LIST.
                   CLOSE ITEMS
               END-IF.

               IF WRK-CRED-AVAIL = "Y"
                   CLOSE CREDIT-MEMOS
               END-IF.

               CLOSE STATEMENTS.
               CLOSE STMT-MANIFEST.
               CLOSE MANUAL-LIST.
               IF CLIENTS-ACTIVE
                   MOVE CLIENTS-KEY-NUMBER TO WRK-CLIENT-KEY
                   MOVE ZEROES TO WRK-ORDER-COUNT WRK-STMT-TOTAL
                       WRK-STMT-TAX WRK-AGE-B1 WRK-AGE-B2 WRK-AGE-B3
                       WRK-AGE-B4
                   PERFORM OPEN-CLIENT-STMT
                   PERFORM 0200-STATEMENT-HEADER
                   START ORDERS FIRST
                       PERFORM 0350-STATEMENT-PAYMENTS
                   END-IF

                   MOVE ZEROES TO WRK-CRED-COUNT WRK-CRED-TOTAL

                   IF WRK-CRED-AVAIL = "Y"
                       PERFORM 0370-STATEMENT-CREDITS
                   END-IF

                   PERFORM 0400-STATEMENT-FOOTER
                   PERFORM CLOSE-CLIENT-STMT
                   ADD 1 TO WRK-STMT-COUNT
               MOVE "ORDER      DESCRIPTION                     AMOUNT"
                   TO PRT-LINE.
               MOVE "TAX" TO PRT-LINE(57:3).
               MOVE "INVOICE" TO PRT-LINE(68:7).
               MOVE "DUE DATE" TO PRT-LINE(78:8).
               MOVE "DAYS PAST DUE" TO PRT-LINE(88:13).
               PERFORM WRITE-STMT-LINE.
               MOVE SPACES TO PRT-LINE.
               PERFORM WRITE-STMT-LINE.
                       INTO PRT-LINE
                       WITH POINTER WRK-PRT-PTR
                   END-STRING
                   PERFORM 0310-AGE-ORDER
                   PERFORM WRITE-STMT-LINE
                   ADD 1 TO WRK-PRT-LINE-COUNT
                   ADD 1 TO WRK-ORDER-COUNT
               END-IF.
               READ ORDERS NEXT.

           0310-AGE-ORDER.
               PERFORM COMPUTE-DAYS-PAST-DUE.

               IF ORDERS-INVOICE-NUMBER IS NUMERIC
                       AND ORDERS-INVOICE-NUMBER > ZEROES
                   MOVE ORDERS-INVOICE-NUMBER TO PRT-LINE(68:8)
                   MOVE ORDERS-DUE-DATE TO PRT-LINE(78:8)
               ELSE
                   MOVE "NOT INVOICED" TO PRT-LINE(68:12)
               END-IF.

               EVALUATE TRUE
                   WHEN WRK-DAYS-PAST-DUE <= 0
                       ADD ORDERS-AMOUNT ORDERS-TAX TO WRK-AGE-B1
                       MOVE "CURRENT" TO PRT-LINE(94:7)
                   WHEN WRK-DAYS-PAST-DUE <= 30
                       ADD ORDERS-AMOUNT ORDERS-TAX TO WRK-AGE-B2
                       MOVE WRK-DAYS-PAST-DUE TO WRK-DAYS-ED
                       MOVE WRK-DAYS-ED TO PRT-LINE(94:7)
                   WHEN WRK-DAYS-PAST-DUE <= 60
                       ADD ORDERS-AMOUNT ORDERS-TAX TO WRK-AGE-B3
                       MOVE WRK-DAYS-PAST-DUE TO WRK-DAYS-ED
                       MOVE WRK-DAYS-ED TO PRT-LINE(94:7)
                   WHEN OTHER
                       ADD ORDERS-AMOUNT ORDERS-TAX TO WRK-AGE-B4
                       MOVE WRK-DAYS-PAST-DUE TO WRK-DAYS-ED
                       MOVE WRK-DAYS-ED TO PRT-LINE(94:7)
               END-EVALUATE.

           COMPUTE-DAYS-PAST-DUE.
               IF ORDERS-DUE-DATE IS NUMERIC
                       AND ORDERS-DUE-DATE > ZEROES
                   MOVE ORDERS-DUE-DATE TO WRK-DN-DATE
                   PERFORM COMPUTE-DAY-NUMBER
                   SUBTRACT WRK-DN-SERIAL FROM WRK-RUN-SERIAL
                       GIVING WRK-DAYS-PAST-DUE
               ELSE
                   IF ORDERS-ENTERED-DATE IS NUMERIC
                           AND ORDERS-ENTERED-DATE > ZEROES
                       MOVE ORDERS-ENTERED-DATE TO WRK-DN-DATE
                       PERFORM COMPUTE-DAY-NUMBER
                       COMPUTE WRK-DAYS-PAST-DUE = WRK-RUN-SERIAL
                           - WRK-DN-SERIAL - WRK-DEFAULT-NET-DAYS
                   ELSE
                       MOVE 999 TO WRK-DAYS-PAST-DUE
                   END-IF
               END-IF.

           COMPUTE-DAY-NUMBER.
               MOVE WRK-DN-YEAR TO WRK-DN-Y.
               MOVE WRK-DN-MONTH TO WRK-DN-M.

               IF WRK-DN-M < 3
                   SUBTRACT 1 FROM WRK-DN-Y
                   ADD 12 TO WRK-DN-M
               END-IF.

               DIVIDE WRK-DN-Y BY 4 GIVING WRK-DN-Q4.
               DIVIDE WRK-DN-Y BY 100 GIVING WRK-DN-Q100.
               DIVIDE WRK-DN-Y BY 400 GIVING WRK-DN-Q400.
               COMPUTE WRK-DN-MTERM = 153 * (WRK-DN-M + 1).
               DIVIDE WRK-DN-MTERM BY 5 GIVING WRK-DN-MDAYS.
               COMPUTE WRK-DN-SERIAL = 365 * WRK-DN-Y + WRK-DN-Q4
                   - WRK-DN-Q100 + WRK-DN-Q400 + WRK-DN-MDAYS
                   + WRK-DN-DAY.

           0320-WRITE-LINE-DETAIL.
               MOVE SPACES TO WRK-ITEM-DESC.

               END-IF.

           0350-WRITE-PAYMENT-LINE.
               MOVE PAY-AMOUNT TO WRK-PMT-ED.
               MOVE SPACES TO PRT-LINE.
               MOVE 1 TO WRK-PRT-PTR.
               STRING PAY-DATE DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       WRK-PMT-REF DELIMITED BY SIZE
                       "                      " DELIMITED BY SIZE
                       WRK-PMT-ED DELIMITED BY SIZE
                   INTO PRT-LINE
                   WITH POINTER WRK-PRT-PTR
               END-STRING.

               EVALUATE TRUE
                   WHEN PAY-REASON-CODE = "DS" AND PAY-AMOUNT < ZEROES
                       STRING "  DISCOUNT REVERSED" DELIMITED BY SIZE
                           INTO PRT-LINE
                           WITH POINTER WRK-PRT-PTR
                       END-STRING
                   WHEN PAY-REASON-CODE = "DS"
                       STRING "  EARLY PAYMENT DISCOUNT"
                               DELIMITED BY SIZE
                           INTO PRT-LINE
                           WITH POINTER WRK-PRT-PTR
                       END-STRING
                   WHEN PAY-AMOUNT < ZEROES
                       STRING "  RETURNED " DELIMITED BY SIZE
                               PAY-REASON-CODE DELIMITED BY SIZE
                           INTO PRT-LINE
                           WITH POINTER WRK-PRT-PTR
                       END-STRING
               END-EVALUATE.
               PERFORM WRITE-STMT-LINE.
               ADD 1 TO WRK-PMT-COUNT.
               ADD PAY-AMOUNT TO WRK-PMT-TOTAL.
                   END-PERFORM
               END-IF.

           0370-WRITE-CREDIT-LINE.
               ADD CRED-AMOUNT CRED-TAX GIVING WRK-CRED-GROSS.
               MOVE WRK-CRED-GROSS TO WRK-CRED-ED.
               MOVE SPACES TO PRT-LINE.
               MOVE 1 TO WRK-PRT-PTR.
               STRING CRED-DATE DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       CRED-KEY-NUMBER DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       CRED-ORDER-KEY DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       CRED-ITEM-CODE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       CRED-QUANTITY DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-CRED-ED DELIMITED BY SIZE
                       " CR" DELIMITED BY SIZE
                   INTO PRT-LINE
                   WITH POINTER WRK-PRT-PTR
               END-STRING.
               PERFORM WRITE-STMT-LINE.
               ADD 1 TO WRK-CRED-COUNT.
               ADD WRK-CRED-GROSS TO WRK-CRED-TOTAL.

           0370-STATEMENT-CREDITS.
               MOVE WRK-CLIENT-KEY TO CRED-CLIENT-KEY.
               START CREDIT-MEMOS KEY IS EQUAL TO CRED-CLIENT-KEY
                   INVALID KEY
                       CONTINUE
               END-START.

               IF CREDITS-FILE-STATUS = 0
                   MOVE SPACES TO PRT-LINE
                   PERFORM WRITE-STMT-LINE
                   MOVE "DATE       CREDIT MEMO ORDER      ITEM"
                       TO PRT-LINE
                   MOVE "QTY" TO PRT-LINE(45:3)
                   MOVE "CREDIT" TO PRT-LINE(56:6)
                   PERFORM WRITE-STMT-LINE
                   READ CREDIT-MEMOS NEXT

                   PERFORM UNTIL CREDITS-FILE-STATUS <> 0
                           OR CRED-CLIENT-KEY NOT = WRK-CLIENT-KEY
                       PERFORM 0370-CHECK-CREDIT

                       IF WRK-CRED-INCLUDE = "Y"
                           PERFORM 0370-WRITE-CREDIT-LINE
                       END-IF

                       READ CREDIT-MEMOS NEXT
                   END-PERFORM
               END-IF.

               PERFORM 0380-PAID-CREDIT-BALANCES.

           0370-CHECK-CREDIT.
               MOVE "N" TO WRK-CRED-INCLUDE.
               MOVE CRED-ORDER-KEY TO ORDERS-KEY-NUMBER.
               READ ORDERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT ORDER-CANCELLED AND NOT ORDER-PAID
                           MOVE "Y" TO WRK-CRED-INCLUDE
                       END-IF
               END-READ.

           0380-PAID-CREDIT-BALANCES.
               MOVE WRK-CLIENT-KEY TO ORDERS-CLIENT-KEY.
               START ORDERS KEY IS EQUAL TO ORDERS-CLIENT-KEY
                   INVALID KEY
                       CONTINUE
               END-START.

               IF ORDERS-FILE-STATUS = 0
                   READ ORDERS NEXT

                   PERFORM UNTIL ORDERS-FILE-STATUS <> 0
                           OR ORDERS-CLIENT-KEY NOT = WRK-CLIENT-KEY
                       IF ORDER-PAID
                           PERFORM 0385-PAID-ORDER-EXCESS
                       END-IF
                       READ ORDERS NEXT
                   END-PERFORM
               END-IF.

           0385-PAID-ORDER-EXCESS.
               MOVE ZEROES TO WRK-ORDER-CREDITED WRK-ORDER-APPLIED.
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

               IF WRK-ORDER-CREDITED > ZEROES AND WRK-PAY-AVAIL = "Y"
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
                   MOVE WRK-ORDER-EXCESS TO WRK-CRED-GROSS
                   MOVE WRK-CRED-GROSS TO WRK-CRED-ED
                   MOVE SPACES TO PRT-LINE
                   MOVE 1 TO WRK-PRT-PTR
                   STRING ORDERS-PAID-DATE DELIMITED BY SIZE
                           "   PAID       " DELIMITED BY SIZE
                           ORDERS-KEY-NUMBER DELIMITED BY SIZE
                           "   AFTER PAYMENT" DELIMITED BY SIZE
                       INTO PRT-LINE
                       WITH POINTER WRK-PRT-PTR
                   END-STRING
                   MOVE WRK-CRED-ED TO PRT-LINE(51:11)
                   MOVE " CR" TO PRT-LINE(62:3)
                   PERFORM WRITE-STMT-LINE
                   ADD 1 TO WRK-CRED-COUNT
                   ADD WRK-CRED-GROSS TO WRK-CRED-TOTAL
               END-IF.

           0400-STATEMENT-FOOTER.
               MOVE SPACES TO PRT-LINE.
               PERFORM WRITE-STMT-LINE.
                   WITH POINTER WRK-PRT-PTR
               END-STRING.
               PERFORM WRITE-STMT-LINE.
               MOVE WRK-CRED-TOTAL TO WRK-TOTAL-ED.
               MOVE SPACES TO PRT-LINE.
               MOVE 1 TO WRK-PRT-PTR.
               STRING "CREDITS ISSUED: " DELIMITED BY SIZE
                       WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO PRT-LINE
                   WITH POINTER WRK-PRT-PTR
               END-STRING.
               PERFORM WRITE-STMT-LINE.

               ADD WRK-STMT-TOTAL WRK-STMT-TAX
                   GIVING WRK-STMT-GROSS.

               IF WRK-STMT-GROSS > WRK-PMT-TOTAL + WRK-CRED-TOTAL
                   COMPUTE WRK-DUE-TOTAL = WRK-STMT-GROSS
                       - WRK-PMT-TOTAL - WRK-CRED-TOTAL
               ELSE
                   MOVE ZEROES TO WRK-DUE-TOTAL
               END-IF.
               END-STRING.
               PERFORM WRITE-STMT-LINE.

               IF WRK-ORDER-COUNT > ZEROES
                   PERFORM 0410-AGING-SUMMARY
               END-IF.

           0410-AGING-SUMMARY.
               MOVE SPACES TO PRT-LINE.
               PERFORM WRITE-STMT-LINE.
               MOVE SPACES TO PRT-LINE.
               MOVE "OPEN ORDERS BY DAYS PAST DUE" TO PRT-LINE(1:28).
               PERFORM WRITE-STMT-LINE.
               MOVE SPACES TO PRT-LINE.
               MOVE "CURRENT" TO PRT-LINE(6:7).
               MOVE "1-30" TO PRT-LINE(22:4).
               MOVE "31-60" TO PRT-LINE(34:5).
               MOVE "OVER 60" TO PRT-LINE(45:7).
               PERFORM WRITE-STMT-LINE.
               MOVE SPACES TO PRT-LINE.
               MOVE WRK-AGE-B1 TO WRK-TOTAL-ED.
               MOVE WRK-TOTAL-ED TO PRT-LINE(1:12).
               MOVE WRK-AGE-B2 TO WRK-TOTAL-ED.
               MOVE WRK-TOTAL-ED TO PRT-LINE(14:12).
               MOVE WRK-AGE-B3 TO WRK-TOTAL-ED.
               MOVE WRK-TOTAL-ED TO PRT-LINE(27:12).
               MOVE WRK-AGE-B4 TO WRK-TOTAL-ED.
               MOVE WRK-TOTAL-ED TO PRT-LINE(40:12).
               PERFORM WRITE-STMT-LINE.

           0900-WRITE-TOTALS.
               IF WRK-STMT-COUNT > ZEROES
                   MOVE SPACES TO PRT-LINE
