       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDERS ASSIGN TO "STANDORD.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS STANDORD-FILE-STATUS
               RECORD KEY IS STO-KEY.

           SELECT STOGEN-REPORT ASSIGN TO "STOGEN.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT ITEMS ASSIGN TO "ITEMS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ITEMS-FILE-STATUS
               RECORD KEY IS ITEMS-KEY.

           SELECT CLIENT-SUMMARY ASSIGN TO "CLISUM.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLISUM-FILE-STATUS
               RECORD KEY IS CLISUM-CLIENT-KEY.

           SELECT TAX-RATES ASSIGN TO "TAXRATES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TAXRATE-STATUS.

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

           SELECT PRICE-AGREEMENTS ASSIGN TO "PRICEAGR.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRICEAGR-FILE-STATUS
               RECORD KEY IS PAGR-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD STANDING-ORDERS.
       01 STO-REG.
           05 STO-KEY.
               10 STO-CLIENT-KEY     PIC 9(8).
               10 STO-SEQUENCE       PIC 9(2).
           05 STO-DESCRIPTION        PIC X(30).
           05 STO-FREQUENCY          PIC X(1).
               88 STO-WEEKLY         VALUE "W".
               88 STO-FORTNIGHTLY    VALUE "F".
               88 STO-MONTHLY        VALUE "M".
               88 STO-QUARTERLY      VALUE "Q".
           05 STO-NEXT-RUN-DATE      PIC 9(8).
           05 STO-END-DATE           PIC 9(8).
           05 STO-STATUS             PIC X(1).
               88 STO-ACTIVE         VALUE "A".
               88 STO-SUSPENDED      VALUE "S".
               88 STO-ENDED          VALUE "E".
           05 STO-LINE OCCURS 10 TIMES.
               10 STO-ITEM-CODE      PIC X(8).
               10 STO-QUANTITY       PIC 9(5).
           05 STO-LAST-RUN-DATE      PIC 9(8).
           05 STO-LAST-ORDER-KEY     PIC 9(8).
           05 STO-LAST-MESSAGE       PIC X(30).
           05 STO-CHANGED-DATE       PIC 9(8).
           05 STO-OPERATOR-ID        PIC X(8).

       FD STOGEN-REPORT.
       01 RPT-REG.
           05 RPT-LINE PIC X(132).

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

       FD ITEMS.
       01 ITEMS-REG.
           05 ITEMS-KEY.
               10 ITEMS-CODE        PIC X(8).
           05 ITEMS-DESCRIPTION     PIC X(30).
           05 ITEMS-UNIT-PRICE      PIC 9(5)V99.
           05 ITEMS-STATUS          PIC X(1).
               88 ITEMS-ACTIVE      VALUE "A".
               88 ITEMS-INACTIVE    VALUE "I".
           05 ITEMS-ON-HAND         PIC S9(7).
           05 ITEMS-ALLOCATED       PIC S9(7).
           05 ITEMS-REORDER-POINT   PIC 9(7).

       FD CLIENT-SUMMARY.
       01 CLISUM-REG.
           05 CLISUM-CLIENT-KEY  PIC 9(8).
           05 CLISUM-OPEN-COUNT  PIC 9(6).
           05 CLISUM-OPEN-AMOUNT PIC 9(9)V99.

       FD TAX-RATES.
       01 TAXRATE-REG.
           05 TAXRATE-STATE PIC X(2).
           05 TAXRATE-RATE  PIC 9(2)V9(3).

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
       77 STANDORD-FILE-STATUS  PIC 99.
       77 ORDERS-FILE-STATUS    PIC 99.
       77 ORDLINES-FILE-STATUS  PIC 99.
       77 CLIENTS-FILE-STATUS   PIC 99.
       77 ITEMS-FILE-STATUS     PIC 99.
       77 CLISUM-FILE-STATUS    PIC 99.
       77 WRK-TAXRATE-STATUS    PIC 99.
       77 WRK-KEYCTL-STATUS     PIC 99.
       77 WRK-RUNLOG-STATUS     PIC 99.
       77 WRK-PERIOD-STATUS     PIC 99.
       77 PRICEAGR-FILE-STATUS  PIC 99.
       77 WRK-RUN-START-DATE    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-START-TIME    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-DATE          PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-OUTCOME       PIC X(8) VALUE SPACES.
       77 WRK-TAXRATE-EOF       PIC X(1) VALUE "N".
       77 WRK-FAIL-REASON       PIC X(30) VALUE SPACES.
       77 WRK-DUE-COUNT         PIC 9(6) VALUE ZEROES.
       77 WRK-GENERATED-COUNT   PIC 9(6) VALUE ZEROES.
       77 WRK-FAILED-COUNT      PIC 9(6) VALUE ZEROES.
       77 WRK-ENDED-COUNT       PIC 9(6) VALUE ZEROES.
       77 WRK-LAST-CLIENT-KEY   PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-ORDER-KEY    PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-PAYMENT-KEY  PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-CREDIT-KEY   PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-QUOTE-KEY    PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-INVOICE-KEY  PIC 9(8) VALUE ZEROES.
       77 WRK-CREDIT-LIMIT      PIC 9(7)V99 VALUE ZEROES.
       77 WRK-EXPOSURE          PIC 9(9)V99 VALUE ZEROES.
       77 WRK-NEW-EXPOSURE      PIC 9(9)V99 VALUE ZEROES.
       77 WRK-TAX-AMOUNT        PIC 9(7)V99 VALUE ZEROES.
       77 WRK-TAX-RATE          PIC 9(2)V9(3) VALUE ZEROES.
       77 WRK-SUM-CLIENT        PIC 9(8) VALUE ZEROES.
       77 WRK-SUM-AMOUNT        PIC 9(8)V99 VALUE ZEROES.
       77 WRK-AVAIL-QTY         PIC S9(7) VALUE ZEROES.
       77 WRK-TABLE-QTY         PIC 9(7) VALUE ZEROES.
       77 WRK-RPT-PTR           PIC 9(4) VALUE 1.
       77 WRK-CLOSED-THRU       PIC 9(6) VALUE ZEROES.
       77 WRK-PERIOD-OPEN       PIC X(1) VALUE "Y".
       77 WRK-PAGR-AVAIL        PIC X(1) VALUE "N".
       77 WRK-PAGR-APPLIED      PIC X(1) VALUE "N".
       77 WRK-UNIT-PRICE        PIC 9(5)V99 VALUE ZEROES.
       77 WRK-PRICE-SOURCE      PIC X(1) VALUE SPACES.
       77 WRK-EXT-AMOUNT        PIC 9(7)V99 VALUE ZEROES.
       77 WRK-LINES-TOTAL       PIC 9(7)V99 VALUE ZEROES.
       77 WRK-LINE-COUNT        PIC 9(2) VALUE ZEROES.
       77 WRK-LINE-IDX          PIC 9(2) VALUE ZEROES.
       77 WRK-STO-IDX           PIC 9(2) VALUE ZEROES.
       77 WRK-CHECK-IDX         PIC 9(2) VALUE ZEROES.
       77 WRK-AMOUNT-ED         PIC Z(6)9.99.
       77 WRK-MONTH-ADD         PIC 9(2) VALUE ZEROES.
       77 WRK-MONTH-DAYS        PIC 9(2) VALUE ZEROES.
       77 WRK-LEAP-QUOT         PIC 9(4) VALUE ZEROES.
       77 WRK-LEAP-REM4         PIC 9(4) VALUE ZEROES.
       77 WRK-LEAP-REM100       PIC 9(4) VALUE ZEROES.
       77 WRK-LEAP-REM400       PIC 9(4) VALUE ZEROES.

       01 WRK-LINE-TABLE.
           05 WRK-LINE-ENTRY OCCURS 10 TIMES.
               10 WRK-LT-ITEM   PIC X(8).
               10 WRK-LT-QTY    PIC 9(5).
               10 WRK-LT-PRICE  PIC 9(5)V99.
               10 WRK-LT-EXT    PIC 9(7)V99.
               10 WRK-LT-SOURCE PIC X(1).

       01 WRK-PERIOD-DATE-AREA.
           05 WRK-PERIOD-MONTH  PIC 9(6).
           05 FILLER            PIC 9(2).
       01 WRK-PERIOD-DATE REDEFINES WRK-PERIOD-DATE-AREA PIC 9(8).

       01 WRK-NR-DATE           PIC 9(8) VALUE ZEROES.
       01 WRK-NR-SPLIT REDEFINES WRK-NR-DATE.
           05 WRK-NR-YEAR  PIC 9(4).
           05 WRK-NR-MONTH PIC 9(2).
           05 WRK-NR-DAY   PIC 9(2).

       01 WRK-MONTH-LENGTHS     PIC X(24)
           VALUE "312831303130313130313031".
       01 WRK-MONTH-TABLE REDEFINES WRK-MONTH-LENGTHS.
           05 WRK-MONTH-LEN PIC 9(2) OCCURS 12 TIMES.

       PROCEDURE DIVISION.
           ACCEPT WRK-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-RUN-START-TIME FROM TIME.
           MOVE WRK-RUN-START-DATE TO WRK-RUN-DATE.
           PERFORM 0000-OPEN-FILES.

           IF STANDORD-FILE-STATUS NOT = 0
               DISPLAY "STOGEN: UNABLE TO OPEN STANDORD.dat"
               MOVE "FAILED" TO WRK-RUN-OUTCOME
               PERFORM 0950-WRITE-RUN-LOG
               PERFORM 1000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF CLIENTS-FILE-STATUS NOT = 0
                   OR ITEMS-FILE-STATUS NOT = 0
                   OR ORDERS-FILE-STATUS NOT = 0
                   OR ORDLINES-FILE-STATUS NOT = 0
                   OR CLISUM-FILE-STATUS NOT = 0
               DISPLAY "STOGEN: UNABLE TO OPEN MASTER FILES"
               MOVE "FAILED" TO WRK-RUN-OUTCOME
               PERFORM 0950-WRITE-RUN-LOG
               PERFORM 1000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-WRITE-HEADER.
           PERFORM READ-KEY-CONTROL.
           MOVE WRK-RUN-DATE TO WRK-PERIOD-DATE.
           PERFORM CHECK-PERIOD-DATE.
           START STANDING-ORDERS FIRST.
           READ STANDING-ORDERS NEXT.

           PERFORM 0200-PROCESS-STANDING-ORDER
               UNTIL STANDORD-FILE-STATUS <> 0.

           PERFORM WRITE-KEY-CONTROL.
           PERFORM 0900-WRITE-TOTALS.
           MOVE "COMPLETE" TO WRK-RUN-OUTCOME.
           PERFORM 0950-WRITE-RUN-LOG.
           PERFORM 1000-CLOSE-FILES.
           DISPLAY "STOGEN: GENERATED: " WRK-GENERATED-COUNT
               " FAILED: " WRK-FAILED-COUNT.
           GOBACK.

           0000-OPEN-FILES.
               OPEN I-O STANDING-ORDERS.

               IF STANDORD-FILE-STATUS = 35
                   OPEN OUTPUT STANDING-ORDERS
                   CLOSE STANDING-ORDERS
                   OPEN I-O STANDING-ORDERS
               END-IF.

               OPEN OUTPUT STOGEN-REPORT.
               OPEN I-O ORDERS.

               IF ORDERS-FILE-STATUS = 35
                   OPEN OUTPUT ORDERS
                   CLOSE ORDERS
                   OPEN I-O ORDERS
               END-IF.

               OPEN I-O ORDER-LINES.

               IF ORDLINES-FILE-STATUS = 35
                   OPEN OUTPUT ORDER-LINES
                   CLOSE ORDER-LINES
                   OPEN I-O ORDER-LINES
               END-IF.

               OPEN I-O CLIENT-SUMMARY.

               IF CLISUM-FILE-STATUS = 35
                   OPEN OUTPUT CLIENT-SUMMARY
                   CLOSE CLIENT-SUMMARY
                   OPEN I-O CLIENT-SUMMARY
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
               CLOSE STANDING-ORDERS.
               CLOSE STOGEN-REPORT.
               CLOSE ORDERS.
               CLOSE ORDER-LINES.
               CLOSE CLIENT-SUMMARY.
               CLOSE CLIENTS.
               CLOSE ITEMS.
               CLOSE ORDERS-AUDIT.

               IF WRK-PAGR-AVAIL = "Y"
                   CLOSE PRICE-AGREEMENTS
               END-IF.

           0100-WRITE-HEADER.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "STANDING ORDER GENERATION  RUN DATE "
                       DELIMITED BY SIZE
                       WRK-RUN-DATE DELIMITED BY SIZE
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

           0200-PROCESS-STANDING-ORDER.
               IF STO-ACTIVE
                       AND STO-NEXT-RUN-DATE > ZEROES
                       AND STO-NEXT-RUN-DATE <= WRK-RUN-DATE
                   ADD 1 TO WRK-DUE-COUNT

                   IF STO-END-DATE > ZEROES
                           AND STO-NEXT-RUN-DATE > STO-END-DATE
                       PERFORM 0600-END-STANDING-ORDER
                   ELSE
                       PERFORM 0300-GENERATE-STANDING-ORDER
                   END-IF

                   REWRITE STO-REG
               END-IF.

               READ STANDING-ORDERS NEXT.

           0300-GENERATE-STANDING-ORDER.
               PERFORM VALIDATE-STANDING-ORDER.

               IF WRK-FAIL-REASON = SPACES
                   PERFORM WRITE-GENERATED-ORDER
               END-IF.

               IF WRK-FAIL-REASON = SPACES
                   ADD 1 TO WRK-GENERATED-COUNT
                   MOVE WRK-RUN-DATE TO STO-LAST-RUN-DATE
                   MOVE ORDERS-KEY-NUMBER TO STO-LAST-ORDER-KEY
                   MOVE "GENERATED" TO STO-LAST-MESSAGE
                   PERFORM 0500-ADVANCE-NEXT-RUN
                   PERFORM REPORT-GENERATED
               ELSE
                   ADD 1 TO WRK-FAILED-COUNT
                   MOVE WRK-FAIL-REASON TO STO-LAST-MESSAGE
                   PERFORM REPORT-FAILED
               END-IF.

           0500-ADVANCE-NEXT-RUN.
               MOVE STO-NEXT-RUN-DATE TO WRK-NR-DATE.

               PERFORM ADVANCE-ONE-PERIOD
                   UNTIL WRK-NR-DATE > WRK-RUN-DATE.

               MOVE WRK-NR-DATE TO STO-NEXT-RUN-DATE.

               IF STO-END-DATE > ZEROES
                       AND STO-NEXT-RUN-DATE > STO-END-DATE
                   MOVE "E" TO STO-STATUS
               END-IF.

           0600-END-STANDING-ORDER.
               ADD 1 TO WRK-ENDED-COUNT.
               MOVE "E" TO STO-STATUS.
               MOVE "END DATE REACHED" TO STO-LAST-MESSAGE.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "ENDED     CLIENT=" DELIMITED BY SIZE
                       STO-CLIENT-KEY DELIMITED BY SIZE
                       " SEQ=" DELIMITED BY SIZE
                       STO-SEQUENCE DELIMITED BY SIZE
                       " END DATE=" DELIMITED BY SIZE
                       STO-END-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           ADVANCE-ONE-PERIOD.
               EVALUATE TRUE
                   WHEN STO-WEEKLY
                       PERFORM ADD-ONE-DAY 7 TIMES
                   WHEN STO-FORTNIGHTLY
                       PERFORM ADD-ONE-DAY 14 TIMES
                   WHEN STO-QUARTERLY
                       MOVE 3 TO WRK-MONTH-ADD
                       PERFORM ADD-MONTHS
                   WHEN OTHER
                       MOVE 1 TO WRK-MONTH-ADD
                       PERFORM ADD-MONTHS
               END-EVALUATE.

           ADD-ONE-DAY.
               PERFORM SET-MONTH-DAYS.
               ADD 1 TO WRK-NR-DAY.

               IF WRK-NR-DAY > WRK-MONTH-DAYS
                   MOVE 1 TO WRK-NR-DAY
                   ADD 1 TO WRK-NR-MONTH

                   IF WRK-NR-MONTH > 12
                       MOVE 1 TO WRK-NR-MONTH
                       ADD 1 TO WRK-NR-YEAR
                   END-IF
               END-IF.

           ADD-MONTHS.
               ADD WRK-MONTH-ADD TO WRK-NR-MONTH.

               IF WRK-NR-MONTH > 12
                   SUBTRACT 12 FROM WRK-NR-MONTH
                   ADD 1 TO WRK-NR-YEAR
               END-IF.

               PERFORM SET-MONTH-DAYS.

               IF WRK-NR-DAY > WRK-MONTH-DAYS
                   MOVE WRK-MONTH-DAYS TO WRK-NR-DAY
               END-IF.

           SET-MONTH-DAYS.
               MOVE WRK-MONTH-LEN(WRK-NR-MONTH) TO WRK-MONTH-DAYS.

               IF WRK-NR-MONTH = 2
                   DIVIDE WRK-NR-YEAR BY 4 GIVING WRK-LEAP-QUOT
                       REMAINDER WRK-LEAP-REM4
                   DIVIDE WRK-NR-YEAR BY 100 GIVING WRK-LEAP-QUOT
                       REMAINDER WRK-LEAP-REM100
                   DIVIDE WRK-NR-YEAR BY 400 GIVING WRK-LEAP-QUOT
                       REMAINDER WRK-LEAP-REM400

                   IF WRK-LEAP-REM4 = 0
                           AND (WRK-LEAP-REM100 NOT = 0
                           OR WRK-LEAP-REM400 = 0)
                       MOVE 29 TO WRK-MONTH-DAYS
                   END-IF
               END-IF.

           VALIDATE-STANDING-ORDER.
               MOVE SPACES TO WRK-FAIL-REASON.
               MOVE ZEROES TO WRK-LINE-COUNT WRK-LINES-TOTAL.

               IF WRK-PERIOD-OPEN = "N"
                   MOVE "POSTING PERIOD CLOSED" TO WRK-FAIL-REASON
               END-IF.

               IF WRK-FAIL-REASON = SPACES
                   MOVE STO-CLIENT-KEY TO CLIENTS-KEY-NUMBER
                   READ CLIENTS
                       INVALID KEY
                           MOVE "CLIENT NOT FOUND" TO WRK-FAIL-REASON
                       NOT INVALID KEY
                           IF NOT CLIENTS-ACTIVE
                               MOVE "CLIENT INACTIVE"
                                   TO WRK-FAIL-REASON
                           END-IF

                           IF CLIENTS-ACTIVE AND CLIENTS-ON-HOLD
                               MOVE "CLIENT ON CREDIT HOLD"
                                   TO WRK-FAIL-REASON
                           END-IF
                   END-READ
               END-IF.

               IF WRK-FAIL-REASON = SPACES
                   PERFORM VARYING WRK-STO-IDX FROM 1 BY 1
                           UNTIL WRK-STO-IDX > 10
                           OR WRK-FAIL-REASON NOT = SPACES
                       IF STO-ITEM-CODE(WRK-STO-IDX) NOT = SPACES
                           PERFORM VALIDATE-STANDING-LINE
                       END-IF
                   END-PERFORM
               END-IF.

               IF WRK-FAIL-REASON = SPACES
                       AND WRK-LINE-COUNT = ZEROES
                   MOVE "NO ORDER LINES" TO WRK-FAIL-REASON
               END-IF.

               IF WRK-FAIL-REASON = SPACES
                   PERFORM LOOKUP-TAX-RATE
                   COMPUTE WRK-TAX-AMOUNT ROUNDED =
                       WRK-LINES-TOTAL * WRK-TAX-RATE / 100
                       ON SIZE ERROR
                           MOVE ZEROES TO WRK-TAX-AMOUNT
                   END-COMPUTE
                   PERFORM CHECK-CREDIT-LIMIT
               END-IF.

           VALIDATE-STANDING-LINE.
               MOVE STO-ITEM-CODE(WRK-STO-IDX) TO ITEMS-CODE.
               READ ITEMS
                   INVALID KEY
                       MOVE SPACES TO WRK-FAIL-REASON
                       STRING "ITEM NOT FOUND " DELIMITED BY SIZE
                               ITEMS-CODE DELIMITED BY SIZE
                           INTO WRK-FAIL-REASON
                       END-STRING
                   NOT INVALID KEY
                       IF ITEMS-INACTIVE
                           STRING "ITEM INACTIVE " DELIMITED BY SIZE
                                   ITEMS-CODE DELIMITED BY SIZE
                               INTO WRK-FAIL-REASON
                           END-STRING
                       END-IF
               END-READ.

               IF WRK-FAIL-REASON = SPACES
                   IF STO-QUANTITY(WRK-STO-IDX) NOT NUMERIC
                           OR STO-QUANTITY(WRK-STO-IDX) = ZEROES
                       STRING "QUANTITY MISSING " DELIMITED BY SIZE
                               ITEMS-CODE DELIMITED BY SIZE
                           INTO WRK-FAIL-REASON
                       END-STRING
                   END-IF
               END-IF.

               IF WRK-FAIL-REASON = SPACES
                   PERFORM CHECK-LINE-STOCK
               END-IF.

               IF WRK-FAIL-REASON = SPACES
                   PERFORM LOOKUP-CONTRACT-PRICE
                   COMPUTE WRK-EXT-AMOUNT =
                       STO-QUANTITY(WRK-STO-IDX) * WRK-UNIT-PRICE
                       ON SIZE ERROR
                           MOVE "AMOUNT TOO LARGE" TO WRK-FAIL-REASON
                   END-COMPUTE
               END-IF.

               IF WRK-FAIL-REASON = SPACES
                   ADD WRK-EXT-AMOUNT TO WRK-LINES-TOTAL
                       ON SIZE ERROR
                           MOVE "ORDER TOTAL TOO LARGE"
                               TO WRK-FAIL-REASON
                       NOT ON SIZE ERROR
                           ADD 1 TO WRK-LINE-COUNT
                           MOVE ITEMS-CODE TO
                               WRK-LT-ITEM(WRK-LINE-COUNT)
                           MOVE STO-QUANTITY(WRK-STO-IDX) TO
                               WRK-LT-QTY(WRK-LINE-COUNT)
                           MOVE WRK-UNIT-PRICE TO
                               WRK-LT-PRICE(WRK-LINE-COUNT)
                           MOVE WRK-EXT-AMOUNT TO
                               WRK-LT-EXT(WRK-LINE-COUNT)
                           MOVE WRK-PRICE-SOURCE TO
                               WRK-LT-SOURCE(WRK-LINE-COUNT)
                   END-ADD
               END-IF.

           CHECK-LINE-STOCK.
               MOVE ZEROES TO WRK-TABLE-QTY.

               PERFORM VARYING WRK-CHECK-IDX FROM 1 BY 1
                       UNTIL WRK-CHECK-IDX > WRK-LINE-COUNT
                   IF WRK-LT-ITEM(WRK-CHECK-IDX) = ITEMS-CODE
                       ADD WRK-LT-QTY(WRK-CHECK-IDX) TO WRK-TABLE-QTY
                   END-IF
               END-PERFORM.

               COMPUTE WRK-AVAIL-QTY = ITEMS-ON-HAND - ITEMS-ALLOCATED
                   - WRK-TABLE-QTY.

               IF STO-QUANTITY(WRK-STO-IDX) > WRK-AVAIL-QTY
                   STRING "INSUFFICIENT STOCK " DELIMITED BY SIZE
                           ITEMS-CODE DELIMITED BY SIZE
                       INTO WRK-FAIL-REASON
                   END-STRING
               END-IF.

           LOOKUP-CONTRACT-PRICE.
               MOVE ITEMS-UNIT-PRICE TO WRK-UNIT-PRICE.
               MOVE "L" TO WRK-PRICE-SOURCE.
               MOVE "N" TO WRK-PAGR-APPLIED.

               IF WRK-PAGR-AVAIL = "Y"
                   MOVE STO-CLIENT-KEY TO PAGR-CLIENT-KEY
                   MOVE ITEMS-CODE TO PAGR-ITEM-CODE
                   READ PRICE-AGREEMENTS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM APPLY-PRICE-AGREEMENT
                   END-READ

                   IF WRK-PAGR-APPLIED = "N"
                       MOVE STO-CLIENT-KEY TO PAGR-CLIENT-KEY
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

           LOOKUP-TAX-RATE.
               MOVE ZEROES TO WRK-TAX-RATE.
               OPEN INPUT TAX-RATES.

               IF WRK-TAXRATE-STATUS = 0
                   MOVE "N" TO WRK-TAXRATE-EOF
                   READ TAX-RATES
                       AT END
                           MOVE "Y" TO WRK-TAXRATE-EOF
                   END-READ

                   PERFORM UNTIL WRK-TAXRATE-EOF = "Y"
                       IF TAXRATE-STATE = CLIENTS-STATE
                           MOVE TAXRATE-RATE TO WRK-TAX-RATE
                       END-IF
                       READ TAX-RATES
                           AT END
                               MOVE "Y" TO WRK-TAXRATE-EOF
                       END-READ
                   END-PERFORM

                   CLOSE TAX-RATES
               END-IF.

           CHECK-CREDIT-LIMIT.
               MOVE CLIENTS-CREDIT-LIMIT TO WRK-CREDIT-LIMIT.
               MOVE ZEROES TO WRK-EXPOSURE.
               MOVE STO-CLIENT-KEY TO CLISUM-CLIENT-KEY.
               READ CLIENT-SUMMARY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLISUM-OPEN-AMOUNT TO WRK-EXPOSURE
               END-READ.

               ADD WRK-EXPOSURE WRK-LINES-TOTAL WRK-TAX-AMOUNT
                   GIVING WRK-NEW-EXPOSURE.

               IF WRK-CREDIT-LIMIT > ZEROES
                       AND WRK-NEW-EXPOSURE > WRK-CREDIT-LIMIT
                   MOVE "OVER CREDIT LIMIT" TO WRK-FAIL-REASON
               END-IF.

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

           WRITE-GENERATED-ORDER.
               ADD 1 TO WRK-LAST-ORDER-KEY.
               MOVE SPACES TO ORDERS-REG.
               MOVE WRK-LAST-ORDER-KEY TO ORDERS-KEY-NUMBER.
               MOVE STO-CLIENT-KEY TO ORDERS-CLIENT-KEY.

               IF STO-DESCRIPTION = SPACES
                   MOVE "STANDING ORDER" TO ORDERS-DESCRIPTION
               ELSE
                   MOVE STO-DESCRIPTION TO ORDERS-DESCRIPTION
               END-IF.

               MOVE WRK-LINES-TOTAL TO ORDERS-AMOUNT.
               MOVE "E" TO ORDERS-STATUS.
               MOVE WRK-RUN-DATE TO ORDERS-ENTERED-DATE.
               MOVE ZEROES TO ORDERS-SHIPPED-DATE ORDERS-PAID-DATE.
               MOVE ZEROES TO ORDERS-INVOICE-NUMBER ORDERS-INVOICE-DATE
                   ORDERS-DUE-DATE ORDERS-DISC-DATE ORDERS-DISC-PCT.
               MOVE WRK-TAX-AMOUNT TO ORDERS-TAX.
               WRITE ORDERS-REG
                   INVALID KEY
                       MOVE "ORDER KEY CONFLICT" TO WRK-FAIL-REASON
               END-WRITE.

               IF WRK-FAIL-REASON = SPACES
                   PERFORM VARYING WRK-LINE-IDX FROM 1 BY 1
                           UNTIL WRK-LINE-IDX > WRK-LINE-COUNT
                       MOVE ORDERS-KEY-NUMBER TO ORDL-ORDER-KEY
                       MOVE WRK-LINE-IDX TO ORDL-LINE-NUMBER
                       MOVE WRK-LT-ITEM(WRK-LINE-IDX) TO ORDL-ITEM-CODE
                       MOVE WRK-LT-QTY(WRK-LINE-IDX) TO ORDL-QUANTITY
                       MOVE WRK-LT-PRICE(WRK-LINE-IDX)
                           TO ORDL-UNIT-PRICE
                       MOVE WRK-LT-EXT(WRK-LINE-IDX) TO ORDL-EXT-AMOUNT
                       MOVE WRK-LT-SOURCE(WRK-LINE-IDX)
                           TO ORDL-PRICE-SOURCE
                       WRITE ORDL-REG
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM ALLOCATE-LINE-STOCK
                       END-WRITE
                   END-PERFORM

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
                   ACCEPT OAUDIT-TS-DATE FROM DATE YYYYMMDD
                   ACCEPT OAUDIT-TS-TIME FROM TIME
                   MOVE "STOGEN" TO OAUDIT-OPERATOR-ID
                   WRITE OAUDIT-REG

                   MOVE STO-CLIENT-KEY TO WRK-SUM-CLIENT
                   ADD WRK-LINES-TOTAL WRK-TAX-AMOUNT
                       GIVING WRK-SUM-AMOUNT
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

           REPORT-GENERATED.
               ADD ORDERS-AMOUNT ORDERS-TAX GIVING WRK-AMOUNT-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "GENERATED CLIENT=" DELIMITED BY SIZE
                       STO-CLIENT-KEY DELIMITED BY SIZE
                       " SEQ=" DELIMITED BY SIZE
                       STO-SEQUENCE DELIMITED BY SIZE
                       " ORDER=" DELIMITED BY SIZE
                       ORDERS-KEY-NUMBER DELIMITED BY SIZE
                       " AMOUNT=" DELIMITED BY SIZE
                       WRK-AMOUNT-ED DELIMITED BY SIZE
                       " NEXT RUN=" DELIMITED BY SIZE
                       STO-NEXT-RUN-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.

               IF STO-ENDED
                   STRING " (ENDED)" DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WRK-RPT-PTR
                   END-STRING
               END-IF.

               WRITE RPT-REG.

           REPORT-FAILED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "FAILED    CLIENT=" DELIMITED BY SIZE
                       STO-CLIENT-KEY DELIMITED BY SIZE
                       " SEQ=" DELIMITED BY SIZE
                       STO-SEQUENCE DELIMITED BY SIZE
                       " DUE=" DELIMITED BY SIZE
                       STO-NEXT-RUN-DATE DELIMITED BY SIZE
                       " REASON=" DELIMITED BY SIZE
                       WRK-FAIL-REASON DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0900-WRITE-TOTALS.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "DUE: " DELIMITED BY SIZE
                       WRK-DUE-COUNT DELIMITED BY SIZE
                       "  GENERATED: " DELIMITED BY SIZE
                       WRK-GENERATED-COUNT DELIMITED BY SIZE
                       "  FAILED: " DELIMITED BY SIZE
                       WRK-FAILED-COUNT DELIMITED BY SIZE
                       "  ENDED: " DELIMITED BY SIZE
                       WRK-ENDED-COUNT DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0950-WRITE-RUN-LOG.
               OPEN EXTEND RUN-LOG.
               MOVE "STOGEN" TO RUNLOG-FUNCTION.
               MOVE WRK-RUN-START-DATE TO RUNLOG-START-DATE.
               MOVE WRK-RUN-START-TIME TO RUNLOG-START-TIME.
               ACCEPT RUNLOG-END-DATE FROM DATE YYYYMMDD.
               ACCEPT RUNLOG-END-TIME FROM TIME.
               MOVE WRK-GENERATED-COUNT TO RUNLOG-COUNT.
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
