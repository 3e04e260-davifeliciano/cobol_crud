               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PREJ-STATUS.

           SELECT PARTNER-ACKS ASSIGN TO "PARTACK.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PACK-STATUS.

           SELECT INTAKE-REPORT ASSIGN TO "INTAKE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNLOG-STATUS.

           SELECT PERIOD-CONTROL ASSIGN TO "PERIODS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERIOD-STATUS.

           SELECT PRICE-AGREEMENTS ASSIGN TO "PRICEAGR.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRICEAGR-FILE-STATUS
               RECORD KEY IS PAGR-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD PARTNER-ORDERS.
           05 PREJ-QUANTITY   PIC 9(5).
           05 PREJ-REFERENCE  PIC X(12).

       FD PARTNER-ACKS.
       01 PACK-REG.
           05 PACK-REC-TYPE    PIC X(1).
           05 PACK-STATUS      PIC X(1).
               88 PACK-ACCEPTED VALUE "A".
               88 PACK-REJECTED VALUE "R".
           05 PACK-REFERENCE   PIC X(12).
           05 PACK-CLIENT-KEY  PIC 9(8).
           05 PACK-ITEM-CODE   PIC X(8).
           05 PACK-QUANTITY    PIC 9(5).
           05 PACK-ORDER-KEY   PIC 9(8).
           05 PACK-UNIT-PRICE  PIC 9(5)V99.
           05 PACK-EXT-AMOUNT  PIC 9(7)V99.
           05 PACK-REASON-CODE PIC X(2).
           05 PACK-ACK-DATE    PIC 9(8).
       01 PACK-TRAILER-REG.
           05 PACKT-REC-TYPE       PIC X(1).
           05 PACKT-RUN-DATE       PIC 9(8).
           05 PACKT-RECORD-COUNT   PIC 9(6).
           05 PACKT-ACCEPTED-COUNT PIC 9(6).
           05 PACKT-REJECTED-COUNT PIC 9(6).

       FD INTAKE-REPORT.
       01 RPT-REG.
           05 RPT-LINE PIC X(132).
           05 ORDERS-SHIPPED-DATE    PIC 9(8).
           05 ORDERS-PAID-DATE       PIC 9(8).
           05 ORDERS-TAX             PIC 9(7)V99.
           05 ORDERS-PARTNER-REF     PIC X(12).
           05 ORDERS-INVOICE-NUMBER  PIC 9(8).
           05 ORDERS-INVOICE-DATE    PIC 9(8).
           05 ORDERS-DUE-DATE        PIC 9(8).
           05 ORDERS-DISC-DATE       PIC 9(8).
           05 ORDERS-DISC-PCT        PIC 9(2)V99.

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

       FD ITEMS.
       01 ITEMS-REG.
           05 ITEMS-STATUS          PIC X(1).
               88 ITEMS-ACTIVE      VALUE "A".
               88 ITEMS-INACTIVE    VALUE "I".
           05 ITEMS-ON-HAND         PIC S9(7).
           05 ITEMS-ALLOCATED       PIC S9(7).
           05 ITEMS-REORDER-POINT   PIC 9(7).

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
           05 RUNLOG-COUNT      PIC 9(6).
           05 RUNLOG-STATUS     PIC X(8).

       FD PERIOD-CONTROL.
       01 PERIOD-REG.
           05 PERIOD-CLOSED-THRU   PIC 9(6).
           05 PERIOD-CLOSE-DATE    PIC 9(8).
           05 PERIOD-CLOSE-OPER    PIC X(8).

       FD PRICE-AGREEMENTS.
       01 PAGR-REG.
           05 PAGR-KEY.
               10 PAGR-CLIENT-KEY  PIC 9(8).
               10 PAGR-ITEM-CODE   PIC X(8).
           05 PAGR-PRICE           PIC 9(5)V99.
           05 PAGR-DISCOUNT-PCT    PIC 9(2)V99.
           05 PAGR-START-DATE      PIC 9(8).
           05 PAGR-END-DATE        PIC 9(8).
           05 PAGR-CHANGED-DATE    PIC 9(8).
           05 PAGR-OPERATOR-ID     PIC X(8).

       WORKING-STORAGE SECTION.
       77 WRK-PORD-STATUS       PIC 99.
       77 WRK-PREJ-STATUS       PIC 99.
       77 WRK-PACK-STATUS       PIC 99.
       77 ORDERS-FILE-STATUS    PIC 99.
       77 ORDLINES-FILE-STATUS  PIC 99.
       77 CLIENTS-FILE-STATUS   PIC 99.
       77 WRK-PORD-EOF          PIC X(1) VALUE "N".
       77 WRK-TAXRATE-EOF       PIC X(1) VALUE "N".
       77 WRK-REJECT-REASON     PIC X(30) VALUE SPACES.
       77 WRK-REJECT-CODE       PIC X(2) VALUE SPACES.
       77 WRK-ACK-COUNT         PIC 9(6) VALUE ZEROES.
       77 WRK-ACCEPTED-COUNT    PIC 9(6) VALUE ZEROES.
       77 WRK-REJECTED-COUNT    PIC 9(6) VALUE ZEROES.
       77 WRK-LAST-CLIENT-KEY   PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-ORDER-KEY    PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-PAYMENT-KEY  PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-CREDIT-KEY   PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-QUOTE-KEY    PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-INVOICE-KEY  PIC 9(8) VALUE ZEROES.
       77 WRK-CREDIT-LIMIT      PIC 9(7)V99 VALUE ZEROES.
       77 WRK-EXPOSURE          PIC 9(9)V99 VALUE ZEROES.
       77 WRK-NEW-EXPOSURE      PIC 9(9)V99 VALUE ZEROES.
       77 WRK-TAX-RATE          PIC 9(2)V9(3) VALUE ZEROES.
       77 WRK-SUM-CLIENT        PIC 9(8) VALUE ZEROES.
       77 WRK-SUM-AMOUNT        PIC 9(8)V99 VALUE ZEROES.
       77 WRK-AVAIL-QTY         PIC S9(7) VALUE ZEROES.
       77 WRK-RPT-PTR           PIC 9(4) VALUE 1.
       77 WRK-PERIOD-STATUS     PIC 99.
       77 WRK-CLOSED-THRU       PIC 9(6) VALUE ZEROES.
       77 WRK-PERIOD-OPEN       PIC X(1) VALUE "Y".
       77 PRICEAGR-FILE-STATUS  PIC 99.
       77 WRK-PAGR-AVAIL        PIC X(1) VALUE "N".
       77 WRK-PAGR-APPLIED      PIC X(1) VALUE "N".
       77 WRK-UNIT-PRICE        PIC 9(5)V99 VALUE ZEROES.
       77 WRK-PRICE-SOURCE      PIC X(1) VALUE SPACES.

       01 WRK-PERIOD-DATE-AREA.
           05 WRK-PERIOD-MONTH  PIC 9(6).
           05 FILLER            PIC 9(2).
       01 WRK-PERIOD-DATE REDEFINES WRK-PERIOD-DATE-AREA PIC 9(8).

       PROCEDURE DIVISION.
           ACCEPT WRK-RUN-START-DATE FROM DATE YYYYMMDD.

           PERFORM 0100-WRITE-HEADER.
           PERFORM READ-KEY-CONTROL.
           MOVE WRK-RUN-START-DATE TO WRK-PERIOD-DATE.
           PERFORM CHECK-PERIOD-DATE.
           READ PARTNER-ORDERS
               AT END
                   MOVE "Y" TO WRK-PORD-EOF
               UNTIL WRK-PORD-EOF = "Y".

           PERFORM WRITE-KEY-CONTROL.
           PERFORM WRITE-ACK-TRAILER.
           PERFORM 0900-WRITE-TOTALS.
           MOVE "COMPLETE" TO WRK-RUN-OUTCOME.
           PERFORM 0950-WRITE-RUN-LOG.
           0000-OPEN-FILES.
               OPEN INPUT PARTNER-ORDERS.
               OPEN OUTPUT PARTNER-REJECTS.
               OPEN OUTPUT PARTNER-ACKS.
               OPEN OUTPUT INTAKE-REPORT.
               OPEN I-O ORDERS.

               END-IF.

               OPEN INPUT CLIENTS.
               OPEN I-O ITEMS.
               OPEN EXTEND ORDERS-AUDIT.
               OPEN INPUT PRICE-AGREEMENTS.

               IF PRICEAGR-FILE-STATUS = 0
                   MOVE "Y" TO WRK-PAGR-AVAIL
               ELSE
                   MOVE "N" TO WRK-PAGR-AVAIL
               END-IF.

           1000-CLOSE-FILES.
               CLOSE PARTNER-ORDERS.
               CLOSE PARTNER-REJECTS.
               CLOSE PARTNER-ACKS.
               CLOSE INTAKE-REPORT.
               CLOSE ORDERS.
               CLOSE ORDER-LINES.
               CLOSE ITEMS.
               CLOSE ORDERS-AUDIT.

               IF WRK-PAGR-AVAIL = "Y"
                   CLOSE PRICE-AGREEMENTS
               END-IF.

           0100-WRITE-HEADER.
               MOVE "PARTNER ORDER INTAKE REPORT" TO RPT-LINE.
               WRITE RPT-REG.

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

           VALIDATE-PARTNER-ORDER.
               MOVE SPACES TO WRK-REJECT-REASON.

               IF WRK-PERIOD-OPEN = "N"
                   MOVE "POSTING PERIOD CLOSED" TO WRK-REJECT-REASON
               END-IF.

               IF PORD-CLIENT-KEY NOT NUMERIC
                       OR PORD-CLIENT-KEY = ZEROES
                   MOVE "CLIENT KEY MISSING" TO WRK-REJECT-REASON
                               MOVE "CLIENT INACTIVE"
                                   TO WRK-REJECT-REASON
                           END-IF

                           IF CLIENTS-ACTIVE AND CLIENTS-ON-HOLD
                               MOVE "CLIENT ON CREDIT HOLD"
                                   TO WRK-REJECT-REASON
                           END-IF
                   END-READ
               END-IF.

               END-IF.

               IF WRK-REJECT-REASON = SPACES
                   SUBTRACT ITEMS-ALLOCATED FROM ITEMS-ON-HAND
                       GIVING WRK-AVAIL-QTY

                   IF PORD-QUANTITY > WRK-AVAIL-QTY
                       MOVE "INSUFFICIENT STOCK" TO WRK-REJECT-REASON
                   END-IF
               END-IF.

               IF WRK-REJECT-REASON = SPACES
                   PERFORM LOOKUP-CONTRACT-PRICE
                   COMPUTE WRK-EXT-AMOUNT =
                       PORD-QUANTITY * WRK-UNIT-PRICE
                       ON SIZE ERROR
                           MOVE "AMOUNT TOO LARGE"
                               TO WRK-REJECT-REASON
                   PERFORM CHECK-CREDIT-LIMIT
               END-IF.

           LOOKUP-CONTRACT-PRICE.
               MOVE ITEMS-UNIT-PRICE TO WRK-UNIT-PRICE.
               MOVE "L" TO WRK-PRICE-SOURCE.
               MOVE "N" TO WRK-PAGR-APPLIED.

               IF WRK-PAGR-AVAIL = "Y"
                   MOVE PORD-CLIENT-KEY TO PAGR-CLIENT-KEY
                   MOVE ITEMS-CODE TO PAGR-ITEM-CODE
                   READ PRICE-AGREEMENTS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM APPLY-PRICE-AGREEMENT
                   END-READ

                   IF WRK-PAGR-APPLIED = "N"
                       MOVE PORD-CLIENT-KEY TO PAGR-CLIENT-KEY
                       MOVE SPACES TO PAGR-ITEM-CODE
                       READ PRICE-AGREEMENTS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM APPLY-PRICE-AGREEMENT
                       END-READ
                   END-IF
               END-IF.

           APPLY-PRICE-AGREEMENT.
               IF PAGR-START-DATE <= WRK-RUN-DATE
                       AND PAGR-END-DATE >= WRK-RUN-DATE
                   EVALUATE TRUE
                       WHEN PAGR-PRICE > ZEROES
                           MOVE PAGR-PRICE TO WRK-UNIT-PRICE
                           MOVE "C" TO WRK-PRICE-SOURCE
                           MOVE "Y" TO WRK-PAGR-APPLIED
                       WHEN PAGR-DISCOUNT-PCT > ZEROES
                           COMPUTE WRK-UNIT-PRICE ROUNDED =
                               ITEMS-UNIT-PRICE
                               * (100 - PAGR-DISCOUNT-PCT) / 100
                           MOVE "D" TO WRK-PRICE-SOURCE
                           MOVE "Y" TO WRK-PAGR-APPLIED
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

           CHECK-CREDIT-LIMIT.
               MOVE CLIENTS-CREDIT-LIMIT TO WRK-CREDIT-LIMIT.
               MOVE ZEROES TO WRK-EXPOSURE.
               MOVE "E" TO ORDERS-STATUS.
               MOVE WRK-RUN-DATE TO ORDERS-ENTERED-DATE.
               MOVE ZEROES TO ORDERS-SHIPPED-DATE ORDERS-PAID-DATE.
               MOVE ZEROES TO ORDERS-INVOICE-NUMBER ORDERS-INVOICE-DATE
                   ORDERS-DUE-DATE ORDERS-DISC-DATE ORDERS-DISC-PCT.
               MOVE WRK-TAX-AMOUNT TO ORDERS-TAX.
               MOVE PORD-REFERENCE TO ORDERS-PARTNER-REF.
               WRITE ORDERS-REG
                   INVALID KEY
                       MOVE "ORDER KEY CONFLICT"
                   MOVE 1 TO ORDL-LINE-NUMBER
                   MOVE PORD-ITEM-CODE TO ORDL-ITEM-CODE
                   MOVE PORD-QUANTITY TO ORDL-QUANTITY
                   MOVE WRK-UNIT-PRICE TO ORDL-UNIT-PRICE
                   MOVE WRK-EXT-AMOUNT TO ORDL-EXT-AMOUNT
                   MOVE WRK-PRICE-SOURCE TO ORDL-PRICE-SOURCE
                   WRITE ORDL-REG
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM ALLOCATE-LINE-STOCK
                   END-WRITE

                   MOVE ORDERS-KEY-NUMBER TO OAUDIT-KEY-NUMBER
                   PERFORM SUMMARY-ADD-ORDER
               END-IF.

           ALLOCATE-LINE-STOCK.
               MOVE ORDL-ITEM-CODE TO ITEMS-CODE.
               READ ITEMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD ORDL-QUANTITY TO ITEMS-ALLOCATED
                       REWRITE ITEMS-REG
               END-READ.

           REPORT-ACCEPTED.
               ADD 1 TO WRK-ACCEPTED-COUNT.
               MOVE SPACES TO RPT-LINE.
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO PACK-REG.
               MOVE "A" TO PACK-STATUS.
               MOVE ORDERS-KEY-NUMBER TO PACK-ORDER-KEY.
               MOVE WRK-UNIT-PRICE TO PACK-UNIT-PRICE.
               MOVE WRK-EXT-AMOUNT TO PACK-EXT-AMOUNT.
               PERFORM WRITE-ACK-RECORD.

           REPORT-REJECTED.
               ADD 1 TO WRK-REJECTED-COUNT.
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               PERFORM SET-REJECT-CODE.
               MOVE SPACES TO PACK-REG.
               MOVE "R" TO PACK-STATUS.
               MOVE ZEROES TO PACK-ORDER-KEY PACK-UNIT-PRICE
                   PACK-EXT-AMOUNT.
               MOVE WRK-REJECT-CODE TO PACK-REASON-CODE.
               PERFORM WRITE-ACK-RECORD.

           SET-REJECT-CODE.
               EVALUATE WRK-REJECT-REASON
                   WHEN "POSTING PERIOD CLOSED"
                       MOVE "PC" TO WRK-REJECT-CODE
                   WHEN "CLIENT KEY MISSING"
                       MOVE "CM" TO WRK-REJECT-CODE
                   WHEN "CLIENT NOT FOUND"
                       MOVE "CN" TO WRK-REJECT-CODE
                   WHEN "CLIENT INACTIVE"
                       MOVE "CI" TO WRK-REJECT-CODE
                   WHEN "CLIENT ON CREDIT HOLD"
                       MOVE "CH" TO WRK-REJECT-CODE
                   WHEN "ITEM NOT FOUND"
                       MOVE "IN" TO WRK-REJECT-CODE
                   WHEN "ITEM INACTIVE"
                       MOVE "II" TO WRK-REJECT-CODE
                   WHEN "QUANTITY MISSING"
                       MOVE "QM" TO WRK-REJECT-CODE
                   WHEN "INSUFFICIENT STOCK"
                       MOVE "IS" TO WRK-REJECT-CODE
                   WHEN "AMOUNT TOO LARGE"
                       MOVE "AL" TO WRK-REJECT-CODE
                   WHEN "OVER CREDIT LIMIT"
                       MOVE "CL" TO WRK-REJECT-CODE
                   WHEN "ORDER KEY CONFLICT"
                       MOVE "KC" TO WRK-REJECT-CODE
                   WHEN OTHER
                       MOVE "XX" TO WRK-REJECT-CODE
               END-EVALUATE.

           WRITE-ACK-RECORD.
               MOVE "D" TO PACK-REC-TYPE.
               MOVE PORD-REFERENCE TO PACK-REFERENCE.
               MOVE PORD-CLIENT-KEY TO PACK-CLIENT-KEY.
               MOVE PORD-ITEM-CODE TO PACK-ITEM-CODE.
               MOVE PORD-QUANTITY TO PACK-QUANTITY.
               MOVE WRK-RUN-DATE TO PACK-ACK-DATE.
               WRITE PACK-REG.
               ADD 1 TO WRK-ACK-COUNT.

           WRITE-ACK-TRAILER.
               MOVE SPACES TO PACK-TRAILER-REG.
               MOVE "T" TO PACKT-REC-TYPE.
               MOVE WRK-RUN-DATE TO PACKT-RUN-DATE.
               MOVE WRK-ACK-COUNT TO PACKT-RECORD-COUNT.
               MOVE WRK-ACCEPTED-COUNT TO PACKT-ACCEPTED-COUNT.
               MOVE WRK-REJECTED-COUNT TO PACKT-REJECTED-COUNT.
               WRITE PACK-TRAILER-REG.

           0200-PROCESS-PARTNER-ORDER.
               PERFORM VALIDATE-PARTNER-ORDER.
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
