               ALTERNATE RECORD KEY IS ORDERS-CLIENT-KEY
                   WITH DUPLICATES.

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

           SELECT SHIP-EXCEPTIONS ASSIGN TO "SHIPEXC.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARTNER-ASN ASSIGN TO "PARTASN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PASN-STATUS.

           SELECT ORDERS-AUDIT ASSIGN TO "ORDERS-AUDIT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD SHIP-EXCEPTIONS.
       01 EXC-REG.
           05 EXC-LINE PIC X(132).

       FD PARTNER-ASN.
       01 PASN-REG.
           05 PASN-REC-TYPE    PIC X(1).
           05 PASN-REFERENCE   PIC X(12).
           05 PASN-CLIENT-KEY  PIC 9(8).
           05 PASN-ORDER-KEY   PIC 9(8).
           05 PASN-SHIP-DATE   PIC 9(8).
           05 PASN-LINE-NUMBER PIC 9(3).
           05 PASN-ITEM-CODE   PIC X(8).
           05 PASN-QUANTITY    PIC 9(5).
       01 PASN-TRAILER-REG.
           05 PASNT-REC-TYPE     PIC X(1).
           05 PASNT-RUN-DATE     PIC 9(8).
           05 PASNT-RECORD-COUNT PIC 9(6).
           05 PASNT-ORDER-COUNT  PIC 9(6).

       FD ORDERS-AUDIT.
       01 OAUDIT-REG.
           05 OAUDIT-KEY-NUMBER    PIC 9(8).
       77 WRK-SCON-STATUS       PIC 99.
       77 ORDERS-FILE-STATUS    PIC 99.
       77 WRK-RUNLOG-STATUS     PIC 99.
       77 ORDLINES-FILE-STATUS  PIC 99.
       77 ITEMS-FILE-STATUS     PIC 99.
       77 WRK-PASN-STATUS       PIC 99.
       77 WRK-ASN-COUNT         PIC 9(6) VALUE ZEROES.
       77 WRK-ASN-ORDERS        PIC 9(6) VALUE ZEROES.
       77 WRK-ASN-LINES         PIC 9(3) VALUE ZEROES.
       77 WRK-LINES-AVAIL       PIC X(1) VALUE "N".
       77 WRK-ITEMS-AVAIL       PIC X(1) VALUE "N".
       77 WRK-SCON-EOF          PIC X(1) VALUE "N".
       77 WRK-RUN-START-DATE    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-START-TIME    PIC 9(8) VALUE ZEROES.
               GOBACK
           END-IF.

           IF ITEMS-FILE-STATUS NOT = 0
                   OR (ORDLINES-FILE-STATUS NOT = 0
                       AND ORDLINES-FILE-STATUS NOT = 35)
               DISPLAY "SHIPCONF: UNABLE TO OPEN ITEMS/ORDLINES"
               MOVE "FAILED" TO WRK-RUN-OUTCOME
               PERFORM 0950-WRITE-RUN-LOG
               PERFORM 1000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "SHIP CONFIRMATION EXCEPTIONS" TO EXC-LINE.
           WRITE EXC-REG.
           MOVE SPACES TO EXC-LINE.
           PERFORM 0100-PROCESS-CONFIRM
               UNTIL WRK-SCON-EOF = "Y".

           PERFORM 0800-WRITE-ASN-TRAILER.
           PERFORM 0900-WRITE-TOTALS.
           MOVE "COMPLETE" TO WRK-RUN-OUTCOME.
           PERFORM 0950-WRITE-RUN-LOG.
           0000-OPEN-FILES.
               OPEN INPUT SHIP-CONFIRMS.
               OPEN I-O ORDERS.
               OPEN INPUT ORDER-LINES.
               OPEN I-O ITEMS.

               IF ORDLINES-FILE-STATUS = 0
                   MOVE "Y" TO WRK-LINES-AVAIL
               END-IF.

               IF ITEMS-FILE-STATUS = 0
                   MOVE "Y" TO WRK-ITEMS-AVAIL
               END-IF.

               OPEN OUTPUT SHIP-EXCEPTIONS.
               OPEN OUTPUT PARTNER-ASN.
               OPEN EXTEND ORDERS-AUDIT.

           1000-CLOSE-FILES.
               CLOSE SHIP-CONFIRMS.
               CLOSE ORDERS.

               IF WRK-LINES-AVAIL = "Y"
                   CLOSE ORDER-LINES
               END-IF.

               IF WRK-ITEMS-AVAIL = "Y"
                   CLOSE ITEMS
               END-IF.

               CLOSE SHIP-EXCEPTIONS.
               CLOSE PARTNER-ASN.
               CLOSE ORDERS-AUDIT.

           0100-PROCESS-CONFIRM.
                       IF ORDERS-FILE-STATUS = 0
                           ADD 1 TO WRK-CONFIRMED-COUNT
                           PERFORM 0250-WRITE-STATUS-AUDIT

                           IF WRK-LINES-AVAIL = "Y"
                                   AND WRK-ITEMS-AVAIL = "Y"
                               PERFORM 0260-RELIEVE-ORDER-STOCK
                           END-IF

                           IF ORDERS-PARTNER-REF NOT = SPACES
                               PERFORM 0280-WRITE-ORDER-ASN
                           END-IF
                       ELSE
                           MOVE "REWRITE FAILED" TO WRK-EXC-REASON
                       END-IF
               MOVE "SHIPCONF" TO OAUDIT-OPERATOR-ID.
               WRITE OAUDIT-REG.

           0260-RELIEVE-ORDER-STOCK.
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
                       PERFORM 0270-RELIEVE-LINE-STOCK
                       READ ORDER-LINES NEXT
                   END-PERFORM
               END-IF.

           0270-RELIEVE-LINE-STOCK.
               MOVE ORDL-ITEM-CODE TO ITEMS-CODE.
               READ ITEMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ITEMS-ALLOCATED > ORDL-QUANTITY
                           SUBTRACT ORDL-QUANTITY FROM ITEMS-ALLOCATED
                       ELSE
                           MOVE ZEROES TO ITEMS-ALLOCATED
                       END-IF

                       SUBTRACT ORDL-QUANTITY FROM ITEMS-ON-HAND
                       REWRITE ITEMS-REG
               END-READ.

           0280-WRITE-ORDER-ASN.
               ADD 1 TO WRK-ASN-ORDERS.
               MOVE ZEROES TO WRK-ASN-LINES.

               IF WRK-LINES-AVAIL = "Y"
                   MOVE ORDERS-KEY-NUMBER TO ORDL-ORDER-KEY
                   MOVE ZEROES TO ORDL-LINE-NUMBER
                   START ORDER-LINES KEY IS NOT LESS THAN ORDL-KEY
                       INVALID KEY
                           CONTINUE
                   END-START

                   IF ORDLINES-FILE-STATUS = 0
                       READ ORDER-LINES NEXT

                       PERFORM UNTIL ORDLINES-FILE-STATUS <> 0
                               OR ORDL-ORDER-KEY NOT = ORDERS-KEY-NUMBER
                           PERFORM 0290-WRITE-ASN-LINE
                           READ ORDER-LINES NEXT
                       END-PERFORM
                   END-IF
               END-IF.

               IF WRK-ASN-LINES = ZEROES
                   MOVE ZEROES TO ORDL-LINE-NUMBER ORDL-QUANTITY
                   MOVE SPACES TO ORDL-ITEM-CODE
                   PERFORM 0290-WRITE-ASN-LINE
               END-IF.

           0290-WRITE-ASN-LINE.
               MOVE SPACES TO PASN-REG.
               MOVE "D" TO PASN-REC-TYPE.
               MOVE ORDERS-PARTNER-REF TO PASN-REFERENCE.
               MOVE ORDERS-CLIENT-KEY TO PASN-CLIENT-KEY.
               MOVE ORDERS-KEY-NUMBER TO PASN-ORDER-KEY.
               MOVE ORDERS-SHIPPED-DATE TO PASN-SHIP-DATE.
               MOVE ORDL-LINE-NUMBER TO PASN-LINE-NUMBER.
               MOVE ORDL-ITEM-CODE TO PASN-ITEM-CODE.
               MOVE ORDL-QUANTITY TO PASN-QUANTITY.
               WRITE PASN-REG.
               ADD 1 TO WRK-ASN-LINES.
               ADD 1 TO WRK-ASN-COUNT.

           0300-WRITE-EXCEPTION.
               ADD 1 TO WRK-EXCEPTION-COUNT.
               MOVE SPACES TO EXC-LINE.
               END-STRING.
               WRITE EXC-REG.

           0800-WRITE-ASN-TRAILER.
               MOVE SPACES TO PASN-TRAILER-REG.
               MOVE "T" TO PASNT-REC-TYPE.
               MOVE WRK-RUN-START-DATE TO PASNT-RUN-DATE.
               MOVE WRK-ASN-COUNT TO PASNT-RECORD-COUNT.
               MOVE WRK-ASN-ORDERS TO PASNT-ORDER-COUNT.
               WRITE PASN-TRAILER-REG.

           0900-WRITE-TOTALS.
               MOVE SPACES TO EXC-LINE.
               WRITE EXC-REG.
                       WRK-CONFIRMED-COUNT DELIMITED BY SIZE
                       "  EXCEPTIONS: " DELIMITED BY SIZE
                       WRK-EXCEPTION-COUNT DELIMITED BY SIZE
                       "  PARTNER ASN ORDERS: " DELIMITED BY SIZE
                       WRK-ASN-ORDERS DELIMITED BY SIZE
                   INTO EXC-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
