       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE.
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

           SELECT CLIENTS ASSIGN TO "CLIENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTS-FILE-STATUS
               RECORD KEY IS CLIENTS-KEY
               ALTERNATE RECORD KEY IS CLIENTS-NAME WITH DUPLICATES.

           SELECT ORDER-LINES ASSIGN TO "ORDLINES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ORDLINES-FILE-STATUS
               RECORD KEY IS ORDL-KEY.

           SELECT ITEMS ASSIGN TO "ITEMS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ITEMS-FILE-STATUS
               RECORD KEY IS ITEMS-KEY.

           SELECT KEY-CONTROL ASSIGN TO "KEYCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-KEYCTL-STATUS.

           SELECT ORDERS-AUDIT ASSIGN TO "ORDERS-AUDIT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVOICES ASSIGN TO "INVOICES.prt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRT-STATUS.

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

       FD INVOICES.
       01 PRT-REG.
           05 PRT-LINE PIC X(132).

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
       77 CLIENTS-FILE-STATUS   PIC 99.
       77 ORDLINES-FILE-STATUS  PIC 99.
       77 ITEMS-FILE-STATUS     PIC 99.
       77 WRK-KEYCTL-STATUS     PIC 99.
       77 WRK-PRT-STATUS        PIC 99.
       77 WRK-RUNLOG-STATUS     PIC 99.
       77 WRK-LINES-AVAIL       PIC X(1) VALUE "N".
       77 WRK-ITEMS-AVAIL       PIC X(1) VALUE "N".
       77 WRK-RUN-START-DATE    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-START-TIME    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-DATE          PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-OUTCOME       PIC X(8) VALUE SPACES.
       77 WRK-FAIL-REASON       PIC X(30) VALUE SPACES.
       77 WRK-LAST-CLIENT-KEY   PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-ORDER-KEY    PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-PAYMENT-KEY  PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-CREDIT-KEY   PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-QUOTE-KEY    PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-INVOICE-KEY  PIC 9(8) VALUE ZEROES.
       77 WRK-INVOICED-COUNT    PIC 9(6) VALUE ZEROES.
       77 WRK-FAILED-COUNT      PIC 9(6) VALUE ZEROES.
       77 WRK-INVOICED-TOTAL    PIC 9(10)V99 VALUE ZEROES.
       77 WRK-NET-DAYS          PIC 9(3) VALUE ZEROES.
       77 WRK-DISC-PCT          PIC 9(2)V99 VALUE ZEROES.
       77 WRK-DISC-DAYS         PIC 9(3) VALUE ZEROES.
       77 WRK-INVOICE-GROSS     PIC 9(8)V99 VALUE ZEROES.
       77 WRK-DISC-AMOUNT       PIC 9(8)V99 VALUE ZEROES.
       77 WRK-LINE-ORDER        PIC 9(8) VALUE ZEROES.
       77 WRK-LINE-COUNT        PIC 9(3) VALUE ZEROES.
       77 WRK-ITEM-DESC         PIC X(30) VALUE SPACES.
       77 WRK-PRT-PTR           PIC 9(4) VALUE 1.
       77 WRK-DAYS-ED           PIC ZZ9.
       77 WRK-DISC-DAYS-ED      PIC ZZ9.
       77 WRK-PCT-ED            PIC Z9.99.
       77 WRK-QTY-ED            PIC ZZZZ9.
       77 WRK-PRICE-ED          PIC Z(4)9.99.
       77 WRK-EXT-ED            PIC Z(6)9.99.
       77 WRK-TOTAL-ED          PIC Z(8)9.99.
       77 WRK-MONTH-DAYS        PIC 9(2) VALUE ZEROES.
       77 WRK-LEAP-QUOT         PIC 9(4) VALUE ZEROES.
       77 WRK-LEAP-REM4         PIC 9(4) VALUE ZEROES.
       77 WRK-LEAP-REM100       PIC 9(4) VALUE ZEROES.
       77 WRK-LEAP-REM400       PIC 9(4) VALUE ZEROES.

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

           IF ORDERS-FILE-STATUS NOT = 0
                   OR CLIENTS-FILE-STATUS NOT = 0
               DISPLAY "INVOICE: UNABLE TO OPEN ORDERS OR CLIENTS"
               MOVE "FAILED" TO WRK-RUN-OUTCOME
               PERFORM 0950-WRITE-RUN-LOG
               PERFORM 1000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WRK-PRT-STATUS NOT = 0
               DISPLAY "INVOICE: UNABLE TO OPEN INVOICES.prt"
               MOVE "FAILED" TO WRK-RUN-OUTCOME
               PERFORM 0950-WRITE-RUN-LOG
               PERFORM 1000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM READ-KEY-CONTROL.
           START ORDERS FIRST.
           READ ORDERS NEXT.

           PERFORM 0200-PROCESS-ORDER
               UNTIL ORDERS-FILE-STATUS <> 0.

           IF WRK-INVOICED-COUNT > ZEROES
               PERFORM WRITE-KEY-CONTROL
           END-IF.

           PERFORM 0900-WRITE-TOTALS.
           MOVE "COMPLETE" TO WRK-RUN-OUTCOME.
           PERFORM 0950-WRITE-RUN-LOG.
           PERFORM 1000-CLOSE-FILES.
           DISPLAY "INVOICE: INVOICED: " WRK-INVOICED-COUNT
               " FAILED: " WRK-FAILED-COUNT.
           GOBACK.

           0000-OPEN-FILES.
               OPEN I-O ORDERS.
               OPEN INPUT CLIENTS.
               OPEN INPUT ORDER-LINES.

               IF ORDLINES-FILE-STATUS = 0
                   MOVE "Y" TO WRK-LINES-AVAIL
               ELSE
                   MOVE "N" TO WRK-LINES-AVAIL
               END-IF.

               OPEN INPUT ITEMS.

               IF ITEMS-FILE-STATUS = 0
                   MOVE "Y" TO WRK-ITEMS-AVAIL
               ELSE
                   MOVE "N" TO WRK-ITEMS-AVAIL
               END-IF.

               OPEN EXTEND ORDERS-AUDIT.
               OPEN OUTPUT INVOICES.

           1000-CLOSE-FILES.
               CLOSE ORDERS.
               CLOSE CLIENTS.

               IF WRK-LINES-AVAIL = "Y"
                   CLOSE ORDER-LINES
               END-IF.

               IF WRK-ITEMS-AVAIL = "Y"
                   CLOSE ITEMS
               END-IF.

               CLOSE ORDERS-AUDIT.
               CLOSE INVOICES.

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

           0200-PROCESS-ORDER.
               IF ORDER-SHIPPED
                   IF ORDERS-INVOICE-NUMBER NOT NUMERIC
                           OR ORDERS-INVOICE-NUMBER = ZEROES
                       PERFORM 0300-INVOICE-ORDER
                   END-IF
               END-IF.

               READ ORDERS NEXT.

           0300-INVOICE-ORDER.
               MOVE SPACES TO WRK-FAIL-REASON.
               MOVE ORDERS-CLIENT-KEY TO CLIENTS-KEY-NUMBER.
               READ CLIENTS
                   INVALID KEY
                       MOVE "CLIENT NOT FOUND" TO WRK-FAIL-REASON
               END-READ.

               IF WRK-FAIL-REASON = SPACES
                   PERFORM SET-PAYMENT-TERMS

                   IF ORDERS-SHIPPED-DATE IS NUMERIC
                           AND ORDERS-SHIPPED-DATE > ZEROES
                       MOVE ORDERS-SHIPPED-DATE TO ORDERS-INVOICE-DATE
                   ELSE
                       MOVE WRK-RUN-DATE TO ORDERS-INVOICE-DATE
                   END-IF

                   MOVE ORDERS-INVOICE-DATE TO WRK-NR-DATE
                   PERFORM ADD-ONE-DAY WRK-NET-DAYS TIMES
                   MOVE WRK-NR-DATE TO ORDERS-DUE-DATE
                   MOVE WRK-DISC-PCT TO ORDERS-DISC-PCT
                   MOVE ZEROES TO ORDERS-DISC-DATE

                   IF WRK-DISC-PCT > ZEROES
                       MOVE ORDERS-INVOICE-DATE TO WRK-NR-DATE
                       PERFORM ADD-ONE-DAY WRK-DISC-DAYS TIMES
                       MOVE WRK-NR-DATE TO ORDERS-DISC-DATE
                   END-IF

                   ADD 1 TO WRK-LAST-INVOICE-KEY
                   MOVE WRK-LAST-INVOICE-KEY TO ORDERS-INVOICE-NUMBER
                   REWRITE ORDERS-REG
                       INVALID KEY
                           SUBTRACT 1 FROM WRK-LAST-INVOICE-KEY
                           MOVE "ORDER REWRITE FAILED"
                               TO WRK-FAIL-REASON
                   END-REWRITE
               END-IF.

               IF WRK-FAIL-REASON = SPACES
                   ADD 1 TO WRK-INVOICED-COUNT
                   ADD ORDERS-AMOUNT ORDERS-TAX
                       GIVING WRK-INVOICE-GROSS
                   ADD WRK-INVOICE-GROSS TO WRK-INVOICED-TOTAL
                   PERFORM WRITE-INVOICE-AUDIT
                   PERFORM 0400-PRINT-INVOICE
               ELSE
                   ADD 1 TO WRK-FAILED-COUNT
                   DISPLAY "INVOICE: ORDER " ORDERS-KEY-NUMBER
                       " NOT INVOICED - " WRK-FAIL-REASON
               END-IF.

           SET-PAYMENT-TERMS.
               MOVE 30 TO WRK-NET-DAYS.
               MOVE ZEROES TO WRK-DISC-PCT WRK-DISC-DAYS.

               IF CLIENTS-TERMS-NET-DAYS IS NUMERIC
                       AND CLIENTS-TERMS-NET-DAYS > ZEROES
                   MOVE CLIENTS-TERMS-NET-DAYS TO WRK-NET-DAYS
               END-IF.

               IF CLIENTS-TERMS-DISC-PCT IS NUMERIC
                       AND CLIENTS-TERMS-DISC-DAYS IS NUMERIC
                   IF CLIENTS-TERMS-DISC-PCT > ZEROES
                           AND CLIENTS-TERMS-DISC-DAYS > ZEROES
                           AND CLIENTS-TERMS-DISC-DAYS < WRK-NET-DAYS
                       MOVE CLIENTS-TERMS-DISC-PCT TO WRK-DISC-PCT
                       MOVE CLIENTS-TERMS-DISC-DAYS TO WRK-DISC-DAYS
                   END-IF
               END-IF.

           WRITE-INVOICE-AUDIT.
               MOVE ORDERS-KEY-NUMBER TO OAUDIT-KEY-NUMBER.
               MOVE "INVOIC" TO OAUDIT-OPERATION.
               MOVE ORDERS-CLIENT-KEY TO OAUDIT-BEFORE-CLIENT.
               MOVE ORDERS-DESCRIPTION TO OAUDIT-BEFORE-DESC.
               MOVE ORDERS-AMOUNT TO OAUDIT-BEFORE-AMOUNT.
               MOVE ORDERS-STATUS TO OAUDIT-BEFORE-STATUS.
               MOVE ORDERS-CLIENT-KEY TO OAUDIT-AFTER-CLIENT.
               MOVE ORDERS-DESCRIPTION TO OAUDIT-AFTER-DESC.
               MOVE ORDERS-AMOUNT TO OAUDIT-AFTER-AMOUNT.
               MOVE ORDERS-STATUS TO OAUDIT-AFTER-STATUS.
               ACCEPT OAUDIT-TS-DATE FROM DATE YYYYMMDD.
               ACCEPT OAUDIT-TS-TIME FROM TIME.
               MOVE "INVOICE" TO OAUDIT-OPERATOR-ID.
               WRITE OAUDIT-REG.

           0400-PRINT-INVOICE.
               IF WRK-INVOICED-COUNT > 1
                   MOVE SPACES TO PRT-LINE
                   MOVE X"0C" TO PRT-LINE(1:1)
                   WRITE PRT-REG
               END-IF.

               MOVE SPACES TO PRT-LINE.
               MOVE 1 TO WRK-PRT-PTR.
               STRING "INVOICE " DELIMITED BY SIZE
                       ORDERS-INVOICE-NUMBER DELIMITED BY SIZE
                       "          INVOICE DATE " DELIMITED BY SIZE
                       ORDERS-INVOICE-DATE DELIMITED BY SIZE
                   INTO PRT-LINE
                   WITH POINTER WRK-PRT-PTR
               END-STRING.
               WRITE PRT-REG.
               MOVE SPACES TO PRT-LINE.
               WRITE PRT-REG.
               MOVE SPACES TO PRT-LINE.
               MOVE 1 TO WRK-PRT-PTR.
               STRING "BILL TO: " DELIMITED BY SIZE
                       CLIENTS-KEY-NUMBER DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       CLIENTS-NAME DELIMITED BY SIZE
                   INTO PRT-LINE
                   WITH POINTER WRK-PRT-PTR
               END-STRING.
               WRITE PRT-REG.

               IF CLIENTS-CONTACT NOT = SPACES
                   MOVE SPACES TO PRT-LINE
                   MOVE 1 TO WRK-PRT-PTR
                   STRING "         ATTN: " DELIMITED BY SIZE
                           CLIENTS-CONTACT DELIMITED BY SIZE
                       INTO PRT-LINE
                       WITH POINTER WRK-PRT-PTR
                   END-STRING
                   WRITE PRT-REG
               END-IF.

               IF CLIENTS-STREET NOT = SPACES
                   MOVE SPACES TO PRT-LINE
                   MOVE 1 TO WRK-PRT-PTR
                   STRING "         " DELIMITED BY SIZE
                           CLIENTS-STREET DELIMITED BY SIZE
                       INTO PRT-LINE
                       WITH POINTER WRK-PRT-PTR
                   END-STRING
                   WRITE PRT-REG
                   MOVE SPACES TO PRT-LINE
                   MOVE 1 TO WRK-PRT-PTR
                   STRING "         " DELIMITED BY SIZE
                           CLIENTS-CITY DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CLIENTS-STATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CLIENTS-POSTAL DELIMITED BY SIZE
                       INTO PRT-LINE
                       WITH POINTER WRK-PRT-PTR
                   END-STRING
                   WRITE PRT-REG
               END-IF.

               MOVE SPACES TO PRT-LINE.
               WRITE PRT-REG.
               MOVE SPACES TO PRT-LINE.
               MOVE 1 TO WRK-PRT-PTR.
               STRING "ORDER:   " DELIMITED BY SIZE
                       ORDERS-KEY-NUMBER DELIMITED BY SIZE
                       "  SHIPPED " DELIMITED BY SIZE
                       ORDERS-SHIPPED-DATE DELIMITED BY SIZE
                   INTO PRT-LINE
                   WITH POINTER WRK-PRT-PTR
               END-STRING.

               IF ORDERS-PARTNER-REF NOT = SPACES
                   STRING "  YOUR REF " DELIMITED BY SIZE
                           ORDERS-PARTNER-REF DELIMITED BY SIZE
                       INTO PRT-LINE
                       WITH POINTER WRK-PRT-PTR
                   END-STRING
               END-IF.

               WRITE PRT-REG.
               PERFORM WRITE-TERMS-LINE.
               MOVE SPACES TO PRT-LINE.
               WRITE PRT-REG.
               MOVE "ITEM      DESCRIPTION" TO PRT-LINE.
               MOVE "QTY" TO PRT-LINE(46:3).
               MOVE "PRICE" TO PRT-LINE(55:5).
               MOVE "AMOUNT" TO PRT-LINE(66:6).
               WRITE PRT-REG.
               MOVE SPACES TO PRT-LINE.
               WRITE PRT-REG.
               MOVE ZEROES TO WRK-LINE-COUNT.

               IF WRK-LINES-AVAIL = "Y"
                   PERFORM 0550-INVOICE-LINES
               END-IF.

               IF WRK-LINE-COUNT = ZEROES
                   MOVE ORDERS-AMOUNT TO WRK-EXT-ED
                   MOVE SPACES TO PRT-LINE
                   MOVE ORDERS-DESCRIPTION TO PRT-LINE(11:30)
                   MOVE WRK-EXT-ED TO PRT-LINE(62:10)
                   WRITE PRT-REG
               END-IF.

               PERFORM 0600-INVOICE-FOOTER.

           WRITE-TERMS-LINE.
               MOVE WRK-NET-DAYS TO WRK-DAYS-ED.
               MOVE SPACES TO PRT-LINE.
               MOVE 1 TO WRK-PRT-PTR.
               STRING "TERMS:   " DELIMITED BY SIZE
                   INTO PRT-LINE
                   WITH POINTER WRK-PRT-PTR
               END-STRING.

               IF WRK-DISC-PCT > ZEROES
                   MOVE WRK-DISC-PCT TO WRK-PCT-ED
                   MOVE WRK-DISC-DAYS TO WRK-DISC-DAYS-ED
                   STRING WRK-PCT-ED DELIMITED BY SIZE
                           "% " DELIMITED BY SIZE
                           WRK-DISC-DAYS-ED DELIMITED BY SIZE
                           " DAYS, " DELIMITED BY SIZE
                       INTO PRT-LINE
                       WITH POINTER WRK-PRT-PTR
                   END-STRING
               END-IF.

               STRING "NET " DELIMITED BY SIZE
                       WRK-DAYS-ED DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                   INTO PRT-LINE
                   WITH POINTER WRK-PRT-PTR
               END-STRING.
               WRITE PRT-REG.

           0500-WRITE-LINE-DETAIL.
               MOVE SPACES TO WRK-ITEM-DESC.

               IF WRK-ITEMS-AVAIL = "Y"
                   MOVE ORDL-ITEM-CODE TO ITEMS-CODE
                   READ ITEMS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ITEMS-DESCRIPTION TO WRK-ITEM-DESC
                   END-READ
               END-IF.

               MOVE ORDL-QUANTITY TO WRK-QTY-ED.
               MOVE ORDL-UNIT-PRICE TO WRK-PRICE-ED.
               MOVE ORDL-EXT-AMOUNT TO WRK-EXT-ED.
               MOVE SPACES TO PRT-LINE.
               MOVE ORDL-ITEM-CODE TO PRT-LINE(1:8).
               MOVE WRK-ITEM-DESC TO PRT-LINE(11:30).
               MOVE WRK-QTY-ED TO PRT-LINE(44:5).
               MOVE WRK-PRICE-ED TO PRT-LINE(52:8).
               MOVE WRK-EXT-ED TO PRT-LINE(62:10).
               WRITE PRT-REG.
               ADD 1 TO WRK-LINE-COUNT.

           0550-INVOICE-LINES.
               MOVE ORDERS-KEY-NUMBER TO WRK-LINE-ORDER.
               MOVE WRK-LINE-ORDER TO ORDL-ORDER-KEY.
               MOVE ZEROES TO ORDL-LINE-NUMBER.
               START ORDER-LINES KEY IS NOT LESS THAN ORDL-KEY
                   INVALID KEY
                       CONTINUE
               END-START.

               IF ORDLINES-FILE-STATUS = 0
                   READ ORDER-LINES NEXT

                   PERFORM UNTIL ORDLINES-FILE-STATUS <> 0
                           OR ORDL-ORDER-KEY NOT = WRK-LINE-ORDER
                       PERFORM 0500-WRITE-LINE-DETAIL
                       READ ORDER-LINES NEXT
                   END-PERFORM
               END-IF.

           0600-INVOICE-FOOTER.
               MOVE SPACES TO PRT-LINE.
               WRITE PRT-REG.
               MOVE ORDERS-AMOUNT TO WRK-EXT-ED.
               MOVE SPACES TO PRT-LINE.
               MOVE "SUBTOTAL" TO PRT-LINE(44:8).
               MOVE WRK-EXT-ED TO PRT-LINE(62:10).
               WRITE PRT-REG.
               MOVE ORDERS-TAX TO WRK-EXT-ED.
               MOVE SPACES TO PRT-LINE.
               MOVE "TAX" TO PRT-LINE(44:3).
               MOVE WRK-EXT-ED TO PRT-LINE(62:10).
               WRITE PRT-REG.
               MOVE WRK-INVOICE-GROSS TO WRK-TOTAL-ED.
               MOVE SPACES TO PRT-LINE.
               MOVE "TOTAL DUE" TO PRT-LINE(44:9).
               MOVE WRK-TOTAL-ED TO PRT-LINE(59:13).
               WRITE PRT-REG.
               MOVE SPACES TO PRT-LINE.
               WRITE PRT-REG.
               MOVE SPACES TO PRT-LINE.
               MOVE 1 TO WRK-PRT-PTR.
               STRING "PAYMENT DUE BY " DELIMITED BY SIZE
                       ORDERS-DUE-DATE DELIMITED BY SIZE
                   INTO PRT-LINE
                   WITH POINTER WRK-PRT-PTR
               END-STRING.
               WRITE PRT-REG.

               IF ORDERS-DISC-PCT > ZEROES
                   COMPUTE WRK-DISC-AMOUNT ROUNDED =
                       WRK-INVOICE-GROSS * ORDERS-DISC-PCT / 100
                   MOVE WRK-DISC-AMOUNT TO WRK-TOTAL-ED
                   MOVE SPACES TO PRT-LINE
                   MOVE 1 TO WRK-PRT-PTR
                   STRING "IF PAID BY " DELIMITED BY SIZE
                           ORDERS-DISC-DATE DELIMITED BY SIZE
                           " YOU MAY DEDUCT " DELIMITED BY SIZE
                           WRK-TOTAL-ED DELIMITED BY SIZE
                       INTO PRT-LINE
                       WITH POINTER WRK-PRT-PTR
                   END-STRING
                   WRITE PRT-REG
               END-IF.

           0900-WRITE-TOTALS.
               IF WRK-INVOICED-COUNT > ZEROES
                   MOVE SPACES TO PRT-LINE
                   MOVE X"0C" TO PRT-LINE(1:1)
                   WRITE PRT-REG
               END-IF.

               MOVE WRK-INVOICED-TOTAL TO WRK-TOTAL-ED.
               MOVE SPACES TO PRT-LINE.
               MOVE 1 TO WRK-PRT-PTR.
               STRING "INVOICE RUN " DELIMITED BY SIZE
                       WRK-RUN-DATE DELIMITED BY SIZE
                       "  INVOICED: " DELIMITED BY SIZE
                       WRK-INVOICED-COUNT DELIMITED BY SIZE
                       "  FAILED: " DELIMITED BY SIZE
                       WRK-FAILED-COUNT DELIMITED BY SIZE
                       "  TOTAL: " DELIMITED BY SIZE
                       WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO PRT-LINE
                   WITH POINTER WRK-PRT-PTR
               END-STRING.
               WRITE PRT-REG.

           0950-WRITE-RUN-LOG.
               OPEN EXTEND RUN-LOG.
               MOVE "INVOICE" TO RUNLOG-FUNCTION.
               MOVE WRK-RUN-START-DATE TO RUNLOG-START-DATE.
               MOVE WRK-RUN-START-TIME TO RUNLOG-START-TIME.
               ACCEPT RUNLOG-END-DATE FROM DATE YYYYMMDD.
               ACCEPT RUNLOG-END-TIME FROM TIME.
               MOVE WRK-INVOICED-COUNT TO RUNLOG-COUNT.
               MOVE WRK-RUN-OUTCOME TO RUNLOG-STATUS.
               WRITE RUNLOG-REG.
               CLOSE RUN-LOG.

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
