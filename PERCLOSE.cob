       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL ASSIGN TO "PERIODS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERIOD-STATUS.

           SELECT PERIOD-AUDIT ASSIGN TO "PERAUDIT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAUDIT-STATUS.

           SELECT PERIOD-BALANCES ASSIGN TO "PERBAL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PERBAL-FILE-STATUS
               RECORD KEY IS PERBAL-KEY.

           SELECT ORDERS ASSIGN TO "ORDERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ORDERS-FILE-STATUS
               RECORD KEY IS ORDERS-KEY
               ALTERNATE RECORD KEY IS ORDERS-CLIENT-KEY
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

           SELECT CLIENT-SUMMARY ASSIGN TO "CLISUM.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLISUM-FILE-STATUS
               RECORD KEY IS CLISUM-CLIENT-KEY.

           SELECT CLOSE-REPORT ASSIGN TO "PERCLOSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG ASSIGN TO "RUNLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-CONTROL.
       01 PERIOD-REG.
           05 PERIOD-CLOSED-THRU   PIC 9(6).
           05 PERIOD-CLOSE-DATE    PIC 9(8).
           05 PERIOD-CLOSE-OPER    PIC X(8).

       FD PERIOD-AUDIT.
       01 PAUD-REG.
           05 PAUD-PERIOD          PIC 9(6).
           05 PAUD-OPERATION       PIC X(6).
           05 PAUD-BEFORE-THRU     PIC 9(6).
           05 PAUD-AFTER-THRU      PIC 9(6).
           05 PAUD-TIMESTAMP.
               10 PAUD-TS-DATE     PIC 9(8).
               10 PAUD-TS-TIME     PIC 9(8).
           05 PAUD-OPERATOR-ID     PIC X(8).

       FD PERIOD-BALANCES.
       01 PERBAL-REG.
           05 PERBAL-KEY.
               10 PERBAL-PERIOD     PIC 9(6).
               10 PERBAL-CLIENT-KEY PIC 9(8).
           05 PERBAL-OPEN-COUNT     PIC 9(6).
           05 PERBAL-OPEN-AMOUNT    PIC 9(9)V99.
           05 PERBAL-UNSETTLED-PAY  PIC S9(9)V99.
           05 PERBAL-RECEIVABLE     PIC S9(9)V99.
           05 PERBAL-CLOSE-DATE     PIC 9(8).

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

       FD CLIENT-SUMMARY.
       01 CLISUM-REG.
           05 CLISUM-CLIENT-KEY  PIC 9(8).
           05 CLISUM-OPEN-COUNT  PIC 9(6).
           05 CLISUM-OPEN-AMOUNT PIC 9(9)V99.

       FD CLOSE-REPORT.
       01 RPT-REG.
           05 RPT-LINE PIC X(132).

       FD RUN-LOG.
       01 RUNLOG-REG.
           05 RUNLOG-FUNCTION   PIC X(8).
           05 RUNLOG-START-DATE PIC 9(8).
           05 RUNLOG-START-TIME PIC 9(8).
           05 RUNLOG-END-DATE   PIC 9(8).
           05 RUNLOG-END-TIME   PIC 9(8).
           05 RUNLOG-COUNT      PIC 9(6).
           05 RUNLOG-STATUS     PIC X(8).

       WORKING-STORAGE SECTION.
       77 WRK-PERIOD-STATUS     PIC 99.
       77 WRK-PAUDIT-STATUS     PIC 99.
       77 PERBAL-FILE-STATUS    PIC 99.
       77 ORDERS-FILE-STATUS    PIC 99.
       77 PAYMENTS-FILE-STATUS  PIC 99.
       77 CLISUM-FILE-STATUS    PIC 99.
       77 WRK-RUNLOG-STATUS     PIC 99.
       77 WRK-RUN-START-DATE    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-START-TIME    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-OUTCOME       PIC X(8) VALUE SPACES.
       77 WRK-CLOSED-THRU       PIC 9(6) VALUE ZEROES.
       77 WRK-CLOSE-DUE         PIC X(1) VALUE "N".
       77 WRK-CLIENT-COUNT      PIC 9(6) VALUE ZEROES.
       77 WRK-ORDER-COUNT       PIC 9(6) VALUE ZEROES.
       77 WRK-PAYMENT-COUNT     PIC 9(6) VALUE ZEROES.
       77 WRK-PERIOD-SALES      PIC 9(9)V99 VALUE ZEROES.
       77 WRK-PERIOD-TAX        PIC 9(9)V99 VALUE ZEROES.
       77 WRK-PERIOD-CASH       PIC S9(9)V99 VALUE ZEROES.
       77 WRK-PERIOD-DISCOUNT   PIC S9(9)V99 VALUE ZEROES.
       77 WRK-TOTAL-OPEN        PIC 9(9)V99 VALUE ZEROES.
       77 WRK-TOTAL-UNSETTLED   PIC S9(9)V99 VALUE ZEROES.
       77 WRK-TOTAL-RECEIVABLE  PIC S9(9)V99 VALUE ZEROES.
       77 WRK-CLIENT-UNSETTLED  PIC S9(9)V99 VALUE ZEROES.
       77 WRK-CLIENT-RECV       PIC S9(9)V99 VALUE ZEROES.
       77 WRK-PAY-EOF           PIC X(1) VALUE "N".
       77 WRK-AMOUNT-ED         PIC Z(8)9.99.
       77 WRK-SIGNED-ED         PIC -(8)9.99.
       77 WRK-RECV-ED           PIC -(8)9.99.
       77 WRK-COUNT-ED          PIC Z(5)9.
       77 WRK-RPT-PTR           PIC 9(4) VALUE 1.

       01 WRK-RUN-PERIOD-AREA.
           05 WRK-RUN-PERIOD     PIC 9(6).
           05 FILLER             PIC 9(2).

       01 WRK-CLOSE-PERIOD-AREA.
           05 WRK-CLOSE-YEAR     PIC 9(4).
           05 WRK-CLOSE-MONTH    PIC 9(2).
       01 WRK-CLOSE-PERIOD REDEFINES WRK-CLOSE-PERIOD-AREA
                                 PIC 9(6).

       01 WRK-TRAN-DATE-AREA.
           05 WRK-TRAN-PERIOD    PIC 9(6).
           05 FILLER             PIC 9(2).
       01 WRK-TRAN-DATE REDEFINES WRK-TRAN-DATE-AREA PIC 9(8).

       PROCEDURE DIVISION.
           ACCEPT WRK-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-RUN-START-TIME FROM TIME.
           MOVE WRK-RUN-START-DATE TO WRK-RUN-PERIOD-AREA.
           PERFORM 0000-OPEN-FILES.

           IF ORDERS-FILE-STATUS NOT = 0
                   OR PAYMENTS-FILE-STATUS NOT = 0
                   OR CLISUM-FILE-STATUS NOT = 0
                   OR PERBAL-FILE-STATUS NOT = 0
               DISPLAY "PERCLOSE: UNABLE TO OPEN MASTER FILES"
               MOVE "FAILED" TO WRK-RUN-OUTCOME
               PERFORM 0950-WRITE-RUN-LOG
               PERFORM 1000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0050-FIND-CLOSE-PERIOD.
           PERFORM 0100-WRITE-HEADER.

           IF WRK-CLOSE-DUE = "N"
               PERFORM 0150-WRITE-NOT-DUE
               MOVE "COMPLETE" TO WRK-RUN-OUTCOME
               PERFORM 0950-WRITE-RUN-LOG
               PERFORM 1000-CLOSE-FILES
               DISPLAY "PERCLOSE: NO PERIOD DUE FOR CLOSE"
                   " - CLOSED THRU " WRK-CLOSED-THRU
               GOBACK
           END-IF.

           START ORDERS FIRST.
           READ ORDERS NEXT.

           PERFORM 0200-ADD-PERIOD-ORDER
               UNTIL ORDERS-FILE-STATUS <> 0.

           START PAYMENTS FIRST.
           READ PAYMENTS NEXT.

           PERFORM 0250-ADD-PERIOD-PAYMENT
               UNTIL PAYMENTS-FILE-STATUS <> 0.

           PERFORM 0280-WRITE-CLIENT-HEADER.
           START CLIENT-SUMMARY FIRST.
           READ CLIENT-SUMMARY NEXT.

           PERFORM 0300-SNAPSHOT-CLIENT
               UNTIL CLISUM-FILE-STATUS <> 0.

           PERFORM 0900-WRITE-TOTALS.
           PERFORM 0700-WRITE-PERIOD-CONTROL.
           PERFORM 0750-WRITE-PERIOD-AUDIT.
           MOVE "COMPLETE" TO WRK-RUN-OUTCOME.
           PERFORM 0950-WRITE-RUN-LOG.
           PERFORM 1000-CLOSE-FILES.
           MOVE WRK-TOTAL-RECEIVABLE TO WRK-RECV-ED.
           DISPLAY "PERCLOSE: PERIOD " WRK-CLOSE-PERIOD " CLOSED"
               " CLIENTS: " WRK-CLIENT-COUNT
               " RECEIVABLES: " WRK-RECV-ED.
           GOBACK.

           0000-OPEN-FILES.
               OPEN INPUT ORDERS.
               OPEN INPUT PAYMENTS.
               OPEN INPUT CLIENT-SUMMARY.
               OPEN I-O PERIOD-BALANCES.

               IF PERBAL-FILE-STATUS = 35
                   OPEN OUTPUT PERIOD-BALANCES
                   CLOSE PERIOD-BALANCES
                   OPEN I-O PERIOD-BALANCES
               END-IF.

               OPEN OUTPUT CLOSE-REPORT.

           1000-CLOSE-FILES.
               CLOSE ORDERS.
               CLOSE PAYMENTS.
               CLOSE CLIENT-SUMMARY.
               CLOSE PERIOD-BALANCES.
               CLOSE CLOSE-REPORT.

           0050-FIND-CLOSE-PERIOD.
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

               IF WRK-CLOSED-THRU = ZEROES
                   MOVE WRK-RUN-PERIOD TO WRK-CLOSE-PERIOD
                   SUBTRACT 1 FROM WRK-CLOSE-MONTH

                   IF WRK-CLOSE-MONTH = ZEROES
                       MOVE 12 TO WRK-CLOSE-MONTH
                       SUBTRACT 1 FROM WRK-CLOSE-YEAR
                   END-IF
               ELSE
                   MOVE WRK-CLOSED-THRU TO WRK-CLOSE-PERIOD
                   ADD 1 TO WRK-CLOSE-MONTH

                   IF WRK-CLOSE-MONTH > 12
                       MOVE 1 TO WRK-CLOSE-MONTH
                       ADD 1 TO WRK-CLOSE-YEAR
                   END-IF
               END-IF.

               IF WRK-CLOSE-PERIOD < WRK-RUN-PERIOD
                   MOVE "Y" TO WRK-CLOSE-DUE
               ELSE
                   MOVE "N" TO WRK-CLOSE-DUE
               END-IF.

           0100-WRITE-HEADER.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "MONTH-END CLOSE  PERIOD " DELIMITED BY SIZE
                       WRK-CLOSE-PERIOD DELIMITED BY SIZE
                       "  RUN DATE " DELIMITED BY SIZE
                       WRK-RUN-START-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.

           0150-WRITE-NOT-DUE.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "NO PERIOD DUE FOR CLOSE - CLOSED THRU "
                       DELIMITED BY SIZE
                       WRK-CLOSED-THRU DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0200-ADD-PERIOD-ORDER.
               MOVE ORDERS-ENTERED-DATE TO WRK-TRAN-DATE.

               IF WRK-TRAN-PERIOD = WRK-CLOSE-PERIOD
                       AND NOT ORDER-CANCELLED
                   ADD 1 TO WRK-ORDER-COUNT
                   ADD ORDERS-AMOUNT TO WRK-PERIOD-SALES
                   ADD ORDERS-TAX TO WRK-PERIOD-TAX
               END-IF.

               READ ORDERS NEXT.

           0250-ADD-PERIOD-PAYMENT.
               MOVE PAY-DATE TO WRK-TRAN-DATE.

               IF WRK-TRAN-PERIOD = WRK-CLOSE-PERIOD
                   IF PAY-REASON-CODE = "DS"
                       ADD PAY-AMOUNT TO WRK-PERIOD-DISCOUNT
                   ELSE
                       ADD 1 TO WRK-PAYMENT-COUNT
                       ADD PAY-AMOUNT TO WRK-PERIOD-CASH
                   END-IF
               END-IF.

               READ PAYMENTS NEXT.

           0280-WRITE-CLIENT-HEADER.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "CLIENT    OPEN ORDERS   OPEN AMOUNT  "
                       DELIMITED BY SIZE
                       "  UNSETTLED PAY    RECEIVABLE" DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0300-SNAPSHOT-CLIENT.
               MOVE ZEROES TO WRK-CLIENT-UNSETTLED.
               PERFORM 0350-SUM-CLIENT-PAYMENTS.
               COMPUTE WRK-CLIENT-RECV =
                   CLISUM-OPEN-AMOUNT - WRK-CLIENT-UNSETTLED.

               IF CLISUM-OPEN-COUNT > ZEROES
                       OR WRK-CLIENT-RECV NOT = ZEROES
                   ADD 1 TO WRK-CLIENT-COUNT
                   ADD CLISUM-OPEN-AMOUNT TO WRK-TOTAL-OPEN
                   ADD WRK-CLIENT-UNSETTLED TO WRK-TOTAL-UNSETTLED
                   ADD WRK-CLIENT-RECV TO WRK-TOTAL-RECEIVABLE
                   PERFORM 0400-WRITE-PERIOD-BALANCE
                   PERFORM 0450-WRITE-CLIENT-LINE
               END-IF.

               READ CLIENT-SUMMARY NEXT.

           0350-SUM-CLIENT-PAYMENTS.
               MOVE CLISUM-CLIENT-KEY TO PAY-CLIENT-KEY.
               MOVE "N" TO WRK-PAY-EOF.
               START PAYMENTS KEY IS = PAY-CLIENT-KEY
                   INVALID KEY
                       MOVE "Y" TO WRK-PAY-EOF
               END-START.

               PERFORM UNTIL WRK-PAY-EOF = "Y"
                   READ PAYMENTS NEXT
                       AT END
                           MOVE "Y" TO WRK-PAY-EOF
                       NOT AT END
                           IF PAY-CLIENT-KEY NOT = CLISUM-CLIENT-KEY
                               MOVE "Y" TO WRK-PAY-EOF
                           ELSE
                               PERFORM 0360-CHECK-PAYMENT-SETTLED
                           END-IF
                   END-READ
               END-PERFORM.

           0360-CHECK-PAYMENT-SETTLED.
               IF PAY-ORDER-KEY = ZEROES
                   ADD PAY-AMOUNT TO WRK-CLIENT-UNSETTLED
               ELSE
                   MOVE PAY-ORDER-KEY TO ORDERS-KEY-NUMBER
                   READ ORDERS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT ORDER-PAID AND NOT ORDER-CANCELLED
                               ADD PAY-AMOUNT TO WRK-CLIENT-UNSETTLED
                           END-IF
                   END-READ
               END-IF.

           0400-WRITE-PERIOD-BALANCE.
               MOVE WRK-CLOSE-PERIOD TO PERBAL-PERIOD.
               MOVE CLISUM-CLIENT-KEY TO PERBAL-CLIENT-KEY.
               MOVE CLISUM-OPEN-COUNT TO PERBAL-OPEN-COUNT.
               MOVE CLISUM-OPEN-AMOUNT TO PERBAL-OPEN-AMOUNT.
               MOVE WRK-CLIENT-UNSETTLED TO PERBAL-UNSETTLED-PAY.
               MOVE WRK-CLIENT-RECV TO PERBAL-RECEIVABLE.
               MOVE WRK-RUN-START-DATE TO PERBAL-CLOSE-DATE.
               WRITE PERBAL-REG
                   INVALID KEY
                       REWRITE PERBAL-REG
               END-WRITE.

           0450-WRITE-CLIENT-LINE.
               MOVE CLISUM-OPEN-COUNT TO WRK-COUNT-ED.
               MOVE CLISUM-OPEN-AMOUNT TO WRK-AMOUNT-ED.
               MOVE WRK-CLIENT-UNSETTLED TO WRK-SIGNED-ED.
               MOVE WRK-CLIENT-RECV TO WRK-RECV-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING CLISUM-CLIENT-KEY DELIMITED BY SIZE
                       "       " DELIMITED BY SIZE
                       WRK-COUNT-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-AMOUNT-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-SIGNED-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-RECV-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0700-WRITE-PERIOD-CONTROL.
               OPEN OUTPUT PERIOD-CONTROL.
               MOVE WRK-CLOSE-PERIOD TO PERIOD-CLOSED-THRU.
               MOVE WRK-RUN-START-DATE TO PERIOD-CLOSE-DATE.
               MOVE "PERCLOSE" TO PERIOD-CLOSE-OPER.
               WRITE PERIOD-REG.
               CLOSE PERIOD-CONTROL.

           0750-WRITE-PERIOD-AUDIT.
               OPEN EXTEND PERIOD-AUDIT.

               IF WRK-PAUDIT-STATUS = 35
                   OPEN OUTPUT PERIOD-AUDIT
               END-IF.

               MOVE WRK-CLOSE-PERIOD TO PAUD-PERIOD.
               MOVE "CLOSE" TO PAUD-OPERATION.
               MOVE WRK-CLOSED-THRU TO PAUD-BEFORE-THRU.
               MOVE WRK-CLOSE-PERIOD TO PAUD-AFTER-THRU.
               ACCEPT PAUD-TS-DATE FROM DATE YYYYMMDD.
               ACCEPT PAUD-TS-TIME FROM TIME.
               MOVE "PERCLOSE" TO PAUD-OPERATOR-ID.
               WRITE PAUD-REG.
               CLOSE PERIOD-AUDIT.

           0900-WRITE-TOTALS.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE WRK-PERIOD-SALES TO WRK-AMOUNT-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "PERIOD SALES:          " DELIMITED BY SIZE
                       WRK-AMOUNT-ED DELIMITED BY SIZE
                       "   ORDERS: " DELIMITED BY SIZE
                       WRK-ORDER-COUNT DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE WRK-PERIOD-TAX TO WRK-AMOUNT-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "PERIOD SALES TAX:      " DELIMITED BY SIZE
                       WRK-AMOUNT-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE WRK-PERIOD-CASH TO WRK-SIGNED-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "PERIOD CASH RECEIVED:  " DELIMITED BY SIZE
                       WRK-SIGNED-ED DELIMITED BY SIZE
                       "   PAYMENTS: " DELIMITED BY SIZE
                       WRK-PAYMENT-COUNT DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE WRK-PERIOD-DISCOUNT TO WRK-SIGNED-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "PERIOD DISCOUNTS:      " DELIMITED BY SIZE
                       WRK-SIGNED-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE WRK-TOTAL-OPEN TO WRK-AMOUNT-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "OPEN ORDER AMOUNT:     " DELIMITED BY SIZE
                       WRK-AMOUNT-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE WRK-TOTAL-UNSETTLED TO WRK-SIGNED-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "LESS UNSETTLED PAY:    " DELIMITED BY SIZE
                       WRK-SIGNED-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE WRK-TOTAL-RECEIVABLE TO WRK-RECV-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "ENDING RECEIVABLES:    " DELIMITED BY SIZE
                       WRK-RECV-ED DELIMITED BY SIZE
                       "   CLIENTS: " DELIMITED BY SIZE
                       WRK-CLIENT-COUNT DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "PERIOD " DELIMITED BY SIZE
                       WRK-CLOSE-PERIOD DELIMITED BY SIZE
                       " CLOSED - POSTINGS DATED IN IT ARE NOW REJECTED"
                       DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0950-WRITE-RUN-LOG.
               OPEN EXTEND RUN-LOG.
               MOVE "PERCLOSE" TO RUNLOG-FUNCTION.
               MOVE WRK-RUN-START-DATE TO RUNLOG-START-DATE.
               MOVE WRK-RUN-START-TIME TO RUNLOG-START-TIME.
               ACCEPT RUNLOG-END-DATE FROM DATE YYYYMMDD.
               ACCEPT RUNLOG-END-TIME FROM TIME.
               MOVE WRK-CLIENT-COUNT TO RUNLOG-COUNT.
               MOVE WRK-RUN-OUTCOME TO RUNLOG-STATUS.
               WRITE RUNLOG-REG.
               CLOSE RUN-LOG.
