       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDERS ASSIGN TO "ORDERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ORDERS-FILE-STATUS
               RECORD KEY IS ORDERS-KEY
               ALTERNATE RECORD KEY IS ORDERS-CLIENT-KEY
                   WITH DUPLICATES.

           SELECT ORDER-LINES ASSIGN TO "ORDLINES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ORDLINES-FILE-STATUS
               RECORD KEY IS ORDL-KEY.

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

           SELECT CREDIT-MEMOS ASSIGN TO "CREDITS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CREDITS-FILE-STATUS
               RECORD KEY IS CRED-KEY
               ALTERNATE RECORD KEY IS CRED-CLIENT-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CRED-ORDER-KEY
                   WITH DUPLICATES.

           SELECT TAX-RATES ASSIGN TO "TAXRATES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TAXRATE-STATUS.

           SELECT FINCHK-REPORT ASSIGN TO "FINCHK.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG ASSIGN TO "RUNLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD ORDER-LINES.
       01 ORDL-REG.
           05 ORDL-KEY.
               10 ORDL-ORDER-KEY   PIC 9(8).
               10 ORDL-LINE-NUMBER PIC 9(3).
           05 ORDL-ITEM-CODE       PIC X(8).
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

       FD TAX-RATES.
       01 TAXRATE-REG.
           05 TAXRATE-STATE PIC X(2).
           05 TAXRATE-RATE  PIC 9(2)V9(3).

       FD FINCHK-REPORT.
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
       77 ORDERS-FILE-STATUS    PIC 99.
       77 ORDLINES-FILE-STATUS  PIC 99.
       77 CLIENTS-FILE-STATUS   PIC 99.
       77 CLISUM-FILE-STATUS    PIC 99.
       77 PAYMENTS-FILE-STATUS  PIC 99.
       77 CREDITS-FILE-STATUS   PIC 99.
       77 WRK-TAXRATE-STATUS    PIC 99.
       77 WRK-RUNLOG-STATUS     PIC 99.
       77 WRK-RUN-START-DATE    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-START-TIME    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-OUTCOME       PIC X(8) VALUE SPACES.
       77 WRK-RPT-PTR           PIC 9(4) VALUE 1.
       77 WRK-PAY-AVAIL         PIC X(1) VALUE "N".
       77 WRK-CRED-AVAIL        PIC X(1) VALUE "N".
       77 WRK-TAXRATE-EOF       PIC X(1) VALUE "N".
       77 WRK-TR-COUNT          PIC 9(3) VALUE ZEROES.
       77 WRK-TR-IDX            PIC 9(3) VALUE ZEROES.
       77 WRK-TAX-RATE          PIC 9(2)V9(3) VALUE ZEROES.
       77 WRK-CUR-CLIENT        PIC 9(8) VALUE ZEROES.
       77 WRK-CUR-COUNT         PIC 9(6) VALUE ZEROES.
       77 WRK-CUR-AMOUNT        PIC 9(9)V99 VALUE ZEROES.
       77 WRK-CUR-CREDITS       PIC 9(9)V99 VALUE ZEROES.
       77 WRK-ORDER-GROSS       PIC 9(9)V99 VALUE ZEROES.
       77 WRK-ORDER-CREDITED    PIC 9(9)V99 VALUE ZEROES.
       77 WRK-ORDER-OWED        PIC 9(9)V99 VALUE ZEROES.
       77 WRK-ORDER-OWED-MIN    PIC 9(9)V99 VALUE ZEROES.
       77 WRK-ORDER-EXCESS      PIC S9(9)V99 VALUE ZEROES.
       77 WRK-CREDIT-BEFORE     PIC 9(9)V99 VALUE ZEROES.
       77 WRK-CREDIT-SAMEDAY    PIC 9(9)V99 VALUE ZEROES.
       77 WRK-ORDER-APPLIED     PIC S9(9)V99 VALUE ZEROES.
       77 WRK-ORDER-DISCOUNTED  PIC S9(9)V99 VALUE ZEROES.
       77 WRK-ALLOWED-DISCOUNT  PIC 9(9)V99 VALUE ZEROES.
       77 WRK-LINES-TOTAL       PIC 9(9)V99 VALUE ZEROES.
       77 WRK-LINES-FOUND       PIC X(1) VALUE "N".
       77 WRK-EXPECTED-TAX      PIC 9(7)V99 VALUE ZEROES.
       77 WRK-ORDERS-READ       PIC 9(6) VALUE ZEROES.
       77 WRK-CLIENTS-CHECKED   PIC 9(6) VALUE ZEROES.
       77 WRK-LINES-BREAKS      PIC 9(6) VALUE ZEROES.
       77 WRK-TAX-BREAKS        PIC 9(6) VALUE ZEROES.
       77 WRK-OVERPAID-BREAKS   PIC 9(6) VALUE ZEROES.
       77 WRK-UNPAID-BREAKS     PIC 9(6) VALUE ZEROES.
       77 WRK-DISCOUNT-BREAKS   PIC 9(6) VALUE ZEROES.
       77 WRK-CREDBAL-COUNT     PIC 9(6) VALUE ZEROES.
       77 WRK-CLISUM-BREAKS     PIC 9(6) VALUE ZEROES.
       77 WRK-SERIOUS-COUNT     PIC 9(6) VALUE ZEROES.
       77 WRK-WARNING-COUNT     PIC 9(6) VALUE ZEROES.
       77 WRK-EXC-SEVERITY      PIC X(8) VALUE SPACES.
       77 WRK-EXC-CHECK         PIC X(8) VALUE SPACES.
       77 WRK-EXC-TEXT          PIC X(60) VALUE SPACES.
       77 WRK-EXC-ORDER         PIC 9(8) VALUE ZEROES.
       77 WRK-AMT1-ED           PIC Z(8)9.99.
       77 WRK-AMT2-ED           PIC Z(8)9.99.
       77 WRK-SAMT-ED           PIC -(8)9.99.
       77 WRK-CNT1-ED           PIC Z(5)9.
       77 WRK-CNT2-ED           PIC Z(5)9.

       01 WRK-TAXRATE-TABLE.
           05 WRK-TR-ENTRY OCCURS 100 TIMES.
               10 WRK-TR-STATE PIC X(2).
               10 WRK-TR-RATE  PIC 9(2)V9(3).

       PROCEDURE DIVISION.
           ACCEPT WRK-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-RUN-START-TIME FROM TIME.
           PERFORM 0000-OPEN-FILES.

           IF ORDERS-FILE-STATUS NOT = 0
                   OR ORDLINES-FILE-STATUS NOT = 0
                   OR CLIENTS-FILE-STATUS NOT = 0
                   OR CLISUM-FILE-STATUS NOT = 0
               DISPLAY "FINCHK: UNABLE TO OPEN MASTER FILES"
               MOVE "FAILED" TO WRK-RUN-OUTCOME
               PERFORM 0950-WRITE-RUN-LOG
               PERFORM 1000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0050-LOAD-TAX-RATES.
           PERFORM 0100-WRITE-HEADER.
           MOVE ZEROES TO ORDERS-CLIENT-KEY.
           START ORDERS KEY IS NOT LESS THAN ORDERS-CLIENT-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           READ ORDERS NEXT.

           PERFORM 0200-CHECK-ORDER
               UNTIL ORDERS-FILE-STATUS <> 0.

           IF WRK-CUR-CLIENT NOT = ZEROES
               PERFORM 0600-CHECK-CLIENT-SUMMARY
           END-IF.

           START CLIENT-SUMMARY FIRST.
           READ CLIENT-SUMMARY NEXT.

           PERFORM 0700-CHECK-ORPHAN-SUMMARY
               UNTIL CLISUM-FILE-STATUS <> 0.

           PERFORM 0900-WRITE-TOTALS.

           IF WRK-SERIOUS-COUNT > ZEROES
               MOVE "BREAKS" TO WRK-RUN-OUTCOME
           ELSE
               MOVE "COMPLETE" TO WRK-RUN-OUTCOME
           END-IF.

           PERFORM 0950-WRITE-RUN-LOG.
           PERFORM 1000-CLOSE-FILES.
           DISPLAY "FINCHK: ORDERS CHECKED: " WRK-ORDERS-READ
               " SERIOUS: " WRK-SERIOUS-COUNT
               " WARNINGS: " WRK-WARNING-COUNT.

           IF WRK-SERIOUS-COUNT > ZEROES
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

           0000-OPEN-FILES.
               OPEN INPUT ORDERS.
               OPEN INPUT ORDER-LINES.
               OPEN INPUT CLIENTS.
               OPEN INPUT CLIENT-SUMMARY.
               OPEN INPUT PAYMENTS.

               IF PAYMENTS-FILE-STATUS = 0
                   MOVE "Y" TO WRK-PAY-AVAIL
               ELSE
                   MOVE "N" TO WRK-PAY-AVAIL
               END-IF.

               OPEN INPUT CREDIT-MEMOS.

               IF CREDITS-FILE-STATUS = 0
                   MOVE "Y" TO WRK-CRED-AVAIL
               ELSE
                   MOVE "N" TO WRK-CRED-AVAIL
               END-IF.

               OPEN OUTPUT FINCHK-REPORT.

           1000-CLOSE-FILES.
               CLOSE ORDERS.
               CLOSE ORDER-LINES.
               CLOSE CLIENTS.
               CLOSE CLIENT-SUMMARY.

               IF WRK-PAY-AVAIL = "Y"
                   CLOSE PAYMENTS
               END-IF.

               IF WRK-CRED-AVAIL = "Y"
                   CLOSE CREDIT-MEMOS
               END-IF.

               CLOSE FINCHK-REPORT.

           0050-LOAD-TAX-RATES.
               MOVE ZEROES TO WRK-TR-COUNT.
               OPEN INPUT TAX-RATES.

               IF WRK-TAXRATE-STATUS = 0
                   MOVE "N" TO WRK-TAXRATE-EOF
                   READ TAX-RATES
                       AT END
                           MOVE "Y" TO WRK-TAXRATE-EOF
                   END-READ

                   PERFORM UNTIL WRK-TAXRATE-EOF = "Y"
                           OR WRK-TR-COUNT = 100
                       ADD 1 TO WRK-TR-COUNT
                       MOVE TAXRATE-STATE TO WRK-TR-STATE(WRK-TR-COUNT)
                       MOVE TAXRATE-RATE TO WRK-TR-RATE(WRK-TR-COUNT)
                       READ TAX-RATES
                           AT END
                               MOVE "Y" TO WRK-TAXRATE-EOF
                       END-READ
                   END-PERFORM

                   CLOSE TAX-RATES
               END-IF.

           0060-FIND-TAX-RATE.
               MOVE ZEROES TO WRK-TAX-RATE.

               PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                       UNTIL WRK-TR-IDX > WRK-TR-COUNT
                   IF WRK-TR-STATE(WRK-TR-IDX) = CLIENTS-STATE
                       MOVE WRK-TR-RATE(WRK-TR-IDX) TO WRK-TAX-RATE
                   END-IF
               END-PERFORM.

           0100-WRITE-HEADER.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "FINANCIAL INTEGRITY EXCEPTION REPORT  RUN DATE "
                       DELIMITED BY SIZE
                       WRK-RUN-START-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "SEVERITY  CHECK     CLIENT    ORDER     "
                       DELIMITED BY SIZE
                       "DETAIL" DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0200-CHECK-ORDER.
               IF ORDERS-CLIENT-KEY NOT = WRK-CUR-CLIENT
                   IF WRK-CUR-CLIENT NOT = ZEROES
                       PERFORM 0600-CHECK-CLIENT-SUMMARY
                   END-IF
                   PERFORM 0250-START-CLIENT
               END-IF.

               ADD 1 TO WRK-ORDERS-READ.

               IF NOT ORDER-CANCELLED AND NOT ORDER-PAID
                   ADD 1 TO WRK-CUR-COUNT
                   ADD ORDERS-AMOUNT ORDERS-TAX TO WRK-CUR-AMOUNT
               END-IF.

               IF NOT ORDER-CANCELLED
                   PERFORM 0300-CHECK-ORDER-LINES
                   PERFORM 0350-CHECK-ORDER-TAX
               END-IF.

               PERFORM 0400-CHECK-ORDER-PAYMENTS.
               READ ORDERS NEXT.

           0250-START-CLIENT.
               MOVE ORDERS-CLIENT-KEY TO WRK-CUR-CLIENT.
               MOVE ZEROES TO WRK-CUR-COUNT WRK-CUR-AMOUNT
                   WRK-CUR-CREDITS.
               MOVE SPACES TO CLIENTS-STATE.
               MOVE WRK-CUR-CLIENT TO CLIENTS-KEY-NUMBER.
               READ CLIENTS
                   INVALID KEY
                       MOVE SPACES TO CLIENTS-STATE
               END-READ.
               PERFORM 0060-FIND-TAX-RATE.

           0300-CHECK-ORDER-LINES.
               MOVE "N" TO WRK-LINES-FOUND.
               MOVE ZEROES TO WRK-LINES-TOTAL.
               MOVE ORDERS-KEY-NUMBER TO ORDL-ORDER-KEY.
               MOVE ZEROES TO ORDL-LINE-NUMBER.
               START ORDER-LINES KEY IS NOT LESS THAN ORDL-KEY
                   INVALID KEY
                       CONTINUE
               END-START.

               IF ORDLINES-FILE-STATUS = 0
                   READ ORDER-LINES NEXT

                   PERFORM UNTIL ORDLINES-FILE-STATUS <> 0
                           OR ORDL-ORDER-KEY NOT = ORDERS-KEY-NUMBER
                       MOVE "Y" TO WRK-LINES-FOUND
                       ADD ORDL-EXT-AMOUNT TO WRK-LINES-TOTAL
                       READ ORDER-LINES NEXT
                   END-PERFORM
               END-IF.

               IF WRK-LINES-FOUND = "Y"
                       AND WRK-LINES-TOTAL NOT = ORDERS-AMOUNT
                   ADD 1 TO WRK-LINES-BREAKS
                   MOVE ORDERS-AMOUNT TO WRK-AMT1-ED
                   MOVE WRK-LINES-TOTAL TO WRK-AMT2-ED
                   MOVE SPACES TO WRK-EXC-TEXT
                   STRING "ORDER AMOUNT " DELIMITED BY SIZE
                           WRK-AMT1-ED DELIMITED BY SIZE
                           " LINES TOTAL " DELIMITED BY SIZE
                           WRK-AMT2-ED DELIMITED BY SIZE
                       INTO WRK-EXC-TEXT
                   END-STRING
                   MOVE "SERIOUS" TO WRK-EXC-SEVERITY
                   MOVE "LINES" TO WRK-EXC-CHECK
                   MOVE ORDERS-KEY-NUMBER TO WRK-EXC-ORDER
                   PERFORM 0800-WRITE-EXCEPTION
               END-IF.

           0350-CHECK-ORDER-TAX.
               COMPUTE WRK-EXPECTED-TAX ROUNDED =
                   ORDERS-AMOUNT * WRK-TAX-RATE / 100
                   ON SIZE ERROR
                       MOVE ZEROES TO WRK-EXPECTED-TAX
               END-COMPUTE.

               IF WRK-EXPECTED-TAX NOT = ORDERS-TAX
                   ADD 1 TO WRK-TAX-BREAKS
                   MOVE ORDERS-TAX TO WRK-AMT1-ED
                   MOVE WRK-EXPECTED-TAX TO WRK-AMT2-ED
                   MOVE SPACES TO WRK-EXC-TEXT
                   STRING "ORDER TAX " DELIMITED BY SIZE
                           WRK-AMT1-ED DELIMITED BY SIZE
                           " STATE " DELIMITED BY SIZE
                           CLIENTS-STATE DELIMITED BY SIZE
                           " RATE GIVES " DELIMITED BY SIZE
                           WRK-AMT2-ED DELIMITED BY SIZE
                       INTO WRK-EXC-TEXT
                   END-STRING
                   MOVE "WARNING" TO WRK-EXC-SEVERITY
                   MOVE "TAX" TO WRK-EXC-CHECK
                   MOVE ORDERS-KEY-NUMBER TO WRK-EXC-ORDER
                   PERFORM 0800-WRITE-EXCEPTION
               END-IF.

           0400-CHECK-ORDER-PAYMENTS.
               MOVE ZEROES TO WRK-ORDER-APPLIED WRK-ORDER-CREDITED
                   WRK-ORDER-DISCOUNTED WRK-CREDIT-BEFORE
                   WRK-CREDIT-SAMEDAY WRK-ORDER-EXCESS.

               IF WRK-PAY-AVAIL = "Y"
                   PERFORM 0410-SUM-ORDER-PAYMENTS
               END-IF.

               IF WRK-CRED-AVAIL = "Y"
                   PERFORM 0420-SUM-ORDER-CREDITS
               END-IF.

               ADD ORDERS-AMOUNT ORDERS-TAX GIVING WRK-ORDER-GROSS.

               EVALUATE TRUE
                   WHEN ORDER-CANCELLED
                       MOVE ZEROES TO WRK-ORDER-OWED
                           WRK-ORDER-OWED-MIN
                   WHEN ORDER-PAID
                       PERFORM 0430-PAID-ORDER-OWED
                   WHEN OTHER
                       IF WRK-ORDER-GROSS > WRK-ORDER-CREDITED
                           SUBTRACT WRK-ORDER-CREDITED
                               FROM WRK-ORDER-GROSS
                               GIVING WRK-ORDER-OWED
                       ELSE
                           MOVE ZEROES TO WRK-ORDER-OWED
                       END-IF

                       MOVE WRK-ORDER-OWED TO WRK-ORDER-OWED-MIN
                       ADD WRK-ORDER-CREDITED TO WRK-CUR-CREDITS
               END-EVALUATE.

               MOVE WRK-ORDER-APPLIED TO WRK-SAMT-ED.
               MOVE WRK-ORDER-OWED TO WRK-AMT2-ED.

               IF WRK-ORDER-APPLIED > WRK-ORDER-OWED
                   ADD 1 TO WRK-OVERPAID-BREAKS
                   MOVE SPACES TO WRK-EXC-TEXT
                   STRING "APPLIED " DELIMITED BY SIZE
                           WRK-SAMT-ED DELIMITED BY SIZE
                           " EXCEEDS OWED " DELIMITED BY SIZE
                           WRK-AMT2-ED DELIMITED BY SIZE
                       INTO WRK-EXC-TEXT
                   END-STRING
                   MOVE "SERIOUS" TO WRK-EXC-SEVERITY
                   MOVE "OVERPAID" TO WRK-EXC-CHECK
                   MOVE ORDERS-KEY-NUMBER TO WRK-EXC-ORDER
                   PERFORM 0800-WRITE-EXCEPTION
               END-IF.

               IF ORDER-PAID AND WRK-ORDER-APPLIED < WRK-ORDER-OWED-MIN
                   ADD 1 TO WRK-UNPAID-BREAKS
                   MOVE WRK-ORDER-OWED-MIN TO WRK-AMT2-ED
                   MOVE SPACES TO WRK-EXC-TEXT
                   STRING "STATUS P BUT APPLIED " DELIMITED BY SIZE
                           WRK-SAMT-ED DELIMITED BY SIZE
                           " OF " DELIMITED BY SIZE
                           WRK-AMT2-ED DELIMITED BY SIZE
                       INTO WRK-EXC-TEXT
                   END-STRING
                   MOVE "SERIOUS" TO WRK-EXC-SEVERITY
                   MOVE "UNPAID" TO WRK-EXC-CHECK
                   MOVE ORDERS-KEY-NUMBER TO WRK-EXC-ORDER
                   PERFORM 0800-WRITE-EXCEPTION
               END-IF.

               IF ORDER-PAID AND WRK-ORDER-EXCESS > ZEROES
                   ADD 1 TO WRK-CREDBAL-COUNT
                   MOVE WRK-ORDER-EXCESS TO WRK-SAMT-ED
                   MOVE SPACES TO WRK-EXC-TEXT
                   STRING "CREDIT BALANCE " DELIMITED BY SIZE
                           WRK-SAMT-ED DELIMITED BY SIZE
                           " RETURNED AFTER PAYMENT" DELIMITED BY SIZE
                       INTO WRK-EXC-TEXT
                   END-STRING
                   MOVE "INFO" TO WRK-EXC-SEVERITY
                   MOVE "CREDBAL" TO WRK-EXC-CHECK
                   MOVE ORDERS-KEY-NUMBER TO WRK-EXC-ORDER
                   PERFORM 0800-WRITE-EXCEPTION
               END-IF.

               IF WRK-ORDER-DISCOUNTED > ZEROES
                   IF ORDERS-DISC-PCT IS NUMERIC
                       COMPUTE WRK-ALLOWED-DISCOUNT ROUNDED =
                           (ORDERS-AMOUNT + ORDERS-TAX)
                           * ORDERS-DISC-PCT / 100 + 0.01
                   ELSE
                       MOVE ZEROES TO WRK-ALLOWED-DISCOUNT
                   END-IF

                   IF WRK-ORDER-DISCOUNTED > WRK-ALLOWED-DISCOUNT
                       ADD 1 TO WRK-DISCOUNT-BREAKS
                       MOVE WRK-ORDER-DISCOUNTED TO WRK-SAMT-ED
                       MOVE WRK-ALLOWED-DISCOUNT TO WRK-AMT2-ED
                       MOVE SPACES TO WRK-EXC-TEXT
                       STRING "DISCOUNT " DELIMITED BY SIZE
                               WRK-SAMT-ED DELIMITED BY SIZE
                               " EXCEEDS TERMS " DELIMITED BY SIZE
                               WRK-AMT2-ED DELIMITED BY SIZE
                           INTO WRK-EXC-TEXT
                       END-STRING
                       MOVE "SERIOUS" TO WRK-EXC-SEVERITY
                       MOVE "DISCOUNT" TO WRK-EXC-CHECK
                       MOVE ORDERS-KEY-NUMBER TO WRK-EXC-ORDER
                       PERFORM 0800-WRITE-EXCEPTION
                   END-IF
               END-IF.

           0410-SUM-ORDER-PAYMENTS.
               MOVE ORDERS-KEY-NUMBER TO PAY-ORDER-KEY.
               START PAYMENTS KEY IS EQUAL TO PAY-ORDER-KEY
                   INVALID KEY
                       CONTINUE
               END-START.

               IF PAYMENTS-FILE-STATUS = 0
                   READ PAYMENTS NEXT

                   PERFORM UNTIL PAYMENTS-FILE-STATUS <> 0
                           OR PAY-ORDER-KEY NOT = ORDERS-KEY-NUMBER
                       ADD PAY-AMOUNT TO WRK-ORDER-APPLIED

                       IF PAY-REASON-CODE = "DS"
                           ADD PAY-AMOUNT TO WRK-ORDER-DISCOUNTED
                       END-IF

                       READ PAYMENTS NEXT
                   END-PERFORM
               END-IF.

           0420-SUM-ORDER-CREDITS.
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

                       IF CRED-DATE < ORDERS-PAID-DATE
                           ADD CRED-AMOUNT CRED-TAX TO WRK-CREDIT-BEFORE
                       END-IF

                       IF CRED-DATE = ORDERS-PAID-DATE
                           ADD CRED-AMOUNT CRED-TAX
                               TO WRK-CREDIT-SAMEDAY
                       END-IF

                       READ CREDIT-MEMOS NEXT
                   END-PERFORM
               END-IF.

           0430-PAID-ORDER-OWED.
               IF WRK-ORDER-GROSS > WRK-CREDIT-BEFORE
                   SUBTRACT WRK-CREDIT-BEFORE FROM WRK-ORDER-GROSS
                       GIVING WRK-ORDER-OWED
               ELSE
                   MOVE ZEROES TO WRK-ORDER-OWED
               END-IF.

               IF WRK-ORDER-OWED > WRK-CREDIT-SAMEDAY
                   SUBTRACT WRK-CREDIT-SAMEDAY FROM WRK-ORDER-OWED
                       GIVING WRK-ORDER-OWED-MIN
               ELSE
                   MOVE ZEROES TO WRK-ORDER-OWED-MIN
               END-IF.

               COMPUTE WRK-ORDER-EXCESS = WRK-ORDER-APPLIED
                   + WRK-ORDER-CREDITED - WRK-ORDER-GROSS.

               IF WRK-ORDER-EXCESS > ZEROES
                   ADD WRK-ORDER-EXCESS TO WRK-CUR-CREDITS
               END-IF.

           0600-CHECK-CLIENT-SUMMARY.
               ADD 1 TO WRK-CLIENTS-CHECKED.

               IF WRK-CUR-AMOUNT > WRK-CUR-CREDITS
                   SUBTRACT WRK-CUR-CREDITS FROM WRK-CUR-AMOUNT
               ELSE
                   MOVE ZEROES TO WRK-CUR-AMOUNT
               END-IF.

               MOVE WRK-CUR-CLIENT TO CLISUM-CLIENT-KEY.
               READ CLIENT-SUMMARY
                   INVALID KEY
                       MOVE ZEROES TO CLISUM-OPEN-COUNT
                           CLISUM-OPEN-AMOUNT
               END-READ.

               IF CLISUM-OPEN-COUNT NOT = WRK-CUR-COUNT
                       OR CLISUM-OPEN-AMOUNT NOT = WRK-CUR-AMOUNT
                   PERFORM 0650-REPORT-CLISUM-BREAK
               END-IF.

           0650-REPORT-CLISUM-BREAK.
               ADD 1 TO WRK-CLISUM-BREAKS.
               MOVE CLISUM-OPEN-COUNT TO WRK-CNT1-ED.
               MOVE CLISUM-OPEN-AMOUNT TO WRK-AMT1-ED.
               MOVE WRK-CUR-COUNT TO WRK-CNT2-ED.
               MOVE WRK-CUR-AMOUNT TO WRK-AMT2-ED.
               MOVE SPACES TO WRK-EXC-TEXT.
               STRING "CLISUM " DELIMITED BY SIZE
                       WRK-CNT1-ED DELIMITED BY SIZE
                       WRK-AMT1-ED DELIMITED BY SIZE
                       " RECOMPUTED " DELIMITED BY SIZE
                       WRK-CNT2-ED DELIMITED BY SIZE
                       WRK-AMT2-ED DELIMITED BY SIZE
                   INTO WRK-EXC-TEXT
               END-STRING.
               MOVE ZEROES TO WRK-EXC-ORDER.
               MOVE "SERIOUS" TO WRK-EXC-SEVERITY.
               MOVE "CLISUM" TO WRK-EXC-CHECK.
               PERFORM 0800-WRITE-EXCEPTION.

           0700-CHECK-ORPHAN-SUMMARY.
               MOVE CLISUM-CLIENT-KEY TO ORDERS-CLIENT-KEY.
               START ORDERS KEY IS EQUAL TO ORDERS-CLIENT-KEY
                   INVALID KEY
                       IF CLISUM-OPEN-COUNT NOT = ZEROES
                               OR CLISUM-OPEN-AMOUNT NOT = ZEROES
                           MOVE CLISUM-CLIENT-KEY TO WRK-CUR-CLIENT
                           MOVE ZEROES TO WRK-CUR-COUNT WRK-CUR-AMOUNT
                           PERFORM 0650-REPORT-CLISUM-BREAK
                       END-IF
               END-START.

               READ CLIENT-SUMMARY NEXT.

           0800-WRITE-EXCEPTION.
               EVALUATE WRK-EXC-SEVERITY
                   WHEN "SERIOUS"
                       ADD 1 TO WRK-SERIOUS-COUNT
                   WHEN "WARNING"
                       ADD 1 TO WRK-WARNING-COUNT
               END-EVALUATE.

               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING WRK-EXC-SEVERITY DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-EXC-CHECK DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-CUR-CLIENT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-EXC-ORDER DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-EXC-TEXT DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0900-WRITE-TOTALS.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "ORDERS CHECKED: " DELIMITED BY SIZE
                       WRK-ORDERS-READ DELIMITED BY SIZE
                       "  CLIENTS CHECKED: " DELIMITED BY SIZE
                       WRK-CLIENTS-CHECKED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "LINES NOT EQUAL ORDER AMOUNT: " DELIMITED BY SIZE
                       WRK-LINES-BREAKS DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "TAX NOT AT STATE RATE:        " DELIMITED BY SIZE
                       WRK-TAX-BREAKS DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "PAYMENTS EXCEED AMOUNT OWED:  " DELIMITED BY SIZE
                       WRK-OVERPAID-BREAKS DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "PAID STATUS NOT FULLY PAID:   " DELIMITED BY SIZE
                       WRK-UNPAID-BREAKS DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "DISCOUNT EXCEEDS TERMS:       " DELIMITED BY SIZE
                       WRK-DISCOUNT-BREAKS DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "CREDIT BALANCES (INFO):       " DELIMITED BY SIZE
                       WRK-CREDBAL-COUNT DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "CLISUM NOT EQUAL RECOMPUTED:  " DELIMITED BY SIZE
                       WRK-CLISUM-BREAKS DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.

               IF WRK-SERIOUS-COUNT > ZEROES
                   STRING "SERIOUS BREAKS: " DELIMITED BY SIZE
                           WRK-SERIOUS-COUNT DELIMITED BY SIZE
                           "  - RUN CHAIN STOPPED" DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WRK-RPT-PTR
                   END-STRING
               ELSE
                   STRING "NO SERIOUS BREAKS  WARNINGS: "
                           DELIMITED BY SIZE
                           WRK-WARNING-COUNT DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WRK-RPT-PTR
                   END-STRING
               END-IF.

               WRITE RPT-REG.

           0950-WRITE-RUN-LOG.
               OPEN EXTEND RUN-LOG.
               MOVE "FINCHK" TO RUNLOG-FUNCTION.
               MOVE WRK-RUN-START-DATE TO RUNLOG-START-DATE.
               MOVE WRK-RUN-START-TIME TO RUNLOG-START-TIME.
               ACCEPT RUNLOG-END-DATE FROM DATE YYYYMMDD.
               ACCEPT RUNLOG-END-TIME FROM TIME.
               MOVE WRK-SERIOUS-COUNT TO RUNLOG-COUNT.
               MOVE WRK-RUN-OUTCOME TO RUNLOG-STATUS.
               WRITE RUNLOG-REG.
               CLOSE RUN-LOG.
