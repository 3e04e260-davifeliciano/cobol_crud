       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODRPT.
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

           SELECT ITEMS ASSIGN TO "ITEMS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ITEMS-FILE-STATUS
               RECORD KEY IS ITEMS-KEY.

           SELECT PRODUCT-PARMS ASSIGN TO "PRODPARM.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.

           SELECT PRODUCT-REPORT ASSIGN TO "PRODRPT.txt"
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

       FD PRODUCT-PARMS.
       01 PARM-REG.
           05 PARM-FROM-DATE    PIC 9(8).
           05 PARM-TO-DATE      PIC 9(8).

       FD PRODUCT-REPORT.
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
       77 ITEMS-FILE-STATUS     PIC 99.
       77 WRK-PARM-STATUS       PIC 99.
       77 WRK-RUNLOG-STATUS     PIC 99.
       77 WRK-RUN-START-DATE    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-START-TIME    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-OUTCOME       PIC X(8) VALUE SPACES.
       77 WRK-RUN-SERIAL        PIC 9(7) VALUE ZEROES.
       77 WRK-RPT-PTR           PIC 9(4) VALUE 1.
       77 WRK-FROM-DATE         PIC 9(8) VALUE ZEROES.
       77 WRK-TO-DATE           PIC 9(8) VALUE ZEROES.
       77 WRK-LY-FROM-DATE      PIC 9(8) VALUE ZEROES.
       77 WRK-LY-TO-DATE        PIC 9(8) VALUE ZEROES.
       77 WRK-RANGE-OK          PIC X(1) VALUE "N".
       77 WRK-DORMANT-DAYS      PIC 9(3) VALUE 90.
       77 WRK-RANK-SHOWN        PIC 9(3) VALUE 10.
       77 WRK-DAYS-IDLE         PIC S9(7) VALUE ZEROES.
       77 WRK-CUR-ORDER         PIC 9(8) VALUE ZEROES.
       77 WRK-ORDER-OK          PIC X(1) VALUE "N".
       77 WRK-ORDER-DATE        PIC 9(8) VALUE ZEROES.
       77 WRK-LINES-READ        PIC 9(6) VALUE ZEROES.
       77 WRK-LINES-USED        PIC 9(6) VALUE ZEROES.
       77 WRK-DORMANT-COUNT     PIC 9(6) VALUE ZEROES.
       77 WRK-IT-COUNT          PIC 9(3) VALUE ZEROES.
       77 WRK-IT-IDX            PIC 9(3) VALUE ZEROES.
       77 WRK-IT-FOUND          PIC X(1) VALUE "N".
       77 WRK-RANK-COUNT        PIC 9(3) VALUE ZEROES.
       77 WRK-RANK-FROM         PIC 9(3) VALUE ZEROES.
       77 WRK-RANK-TO           PIC 9(3) VALUE ZEROES.
       77 WRK-SORT-SWAPPED      PIC X(1) VALUE "N".
       77 WRK-SORT-IDX          PIC 9(3) VALUE ZEROES.
       77 WRK-SORT-NEXT         PIC 9(3) VALUE ZEROES.
       77 WRK-SORT-LIMIT        PIC 9(3) VALUE ZEROES.
       77 WRK-TOT-UNITS         PIC 9(9) VALUE ZEROES.
       77 WRK-TOT-REVENUE       PIC 9(11)V99 VALUE ZEROES.
       77 WRK-TOT-LY-UNITS      PIC 9(9) VALUE ZEROES.
       77 WRK-TOT-LY-REVENUE    PIC 9(11)V99 VALUE ZEROES.
       77 WRK-CHANGE-PCT        PIC S9(5)V9 VALUE ZEROES.
       77 WRK-CHANGE-TEXT       PIC X(8) VALUE SPACES.
       77 WRK-FLAG              PIC X(8) VALUE SPACES.
       77 WRK-RANK-ED           PIC ZZ9.
       77 WRK-UNITS-ED          PIC Z(6)9.
       77 WRK-REV-ED            PIC Z(8)9.99.
       77 WRK-LY-UNITS-ED       PIC Z(6)9.
       77 WRK-LY-REV-ED         PIC Z(8)9.99.
       77 WRK-TOT-UNITS-ED      PIC Z(8)9.
       77 WRK-TOT-REV-ED        PIC Z(10)9.99.
       77 WRK-PCT-ED            PIC -(4)9.9.
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

       01 WRK-CHECK-DATE        PIC 9(8) VALUE ZEROES.
       01 WRK-CHECK-SPLIT REDEFINES WRK-CHECK-DATE.
           05 WRK-CHECK-YEAR  PIC 9(4).
           05 WRK-CHECK-MONTH PIC 9(2).
           05 WRK-CHECK-DAY   PIC 9(2).

       01 WRK-ITEM-TABLE.
           05 WRK-IT-ENTRY OCCURS 500 TIMES.
               10 WRK-IT-CODE       PIC X(8).
               10 WRK-IT-DESC       PIC X(30).
               10 WRK-IT-STATUS     PIC X(1).
               10 WRK-IT-UNITS      PIC 9(7).
               10 WRK-IT-REVENUE    PIC 9(9)V99.
               10 WRK-IT-LY-UNITS   PIC 9(7).
               10 WRK-IT-LY-REVENUE PIC 9(9)V99.
               10 WRK-IT-LAST-SALE  PIC 9(8).
               10 WRK-IT-RANK       PIC 9(3).

       01 WRK-IT-SWAP.
           05 WRK-SWAP-CODE       PIC X(8).
           05 WRK-SWAP-DESC       PIC X(30).
           05 WRK-SWAP-STATUS     PIC X(1).
           05 WRK-SWAP-UNITS      PIC 9(7).
           05 WRK-SWAP-REVENUE    PIC 9(9)V99.
           05 WRK-SWAP-LY-UNITS   PIC 9(7).
           05 WRK-SWAP-LY-REVENUE PIC 9(9)V99.
           05 WRK-SWAP-LAST-SALE  PIC 9(8).
           05 WRK-SWAP-RANK       PIC 9(3).

       PROCEDURE DIVISION.
           ACCEPT WRK-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-RUN-START-TIME FROM TIME.
           MOVE WRK-RUN-START-DATE TO WRK-DN-DATE.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WRK-DN-SERIAL TO WRK-RUN-SERIAL.
           PERFORM 0000-OPEN-FILES.

           IF ORDERS-FILE-STATUS NOT = 0
                   OR ORDLINES-FILE-STATUS NOT = 0
                   OR ITEMS-FILE-STATUS NOT = 0
               DISPLAY "PRODRPT: UNABLE TO OPEN MASTER FILES"
               MOVE "FAILED" TO WRK-RUN-OUTCOME
               PERFORM 0950-WRITE-RUN-LOG
               PERFORM 1000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0050-READ-PARAMETERS.
           PERFORM 0100-LOAD-ITEMS.
           START ORDER-LINES FIRST.
           READ ORDER-LINES NEXT.

           PERFORM 0200-TALLY-LINE
               UNTIL ORDLINES-FILE-STATUS <> 0.

           PERFORM 0300-SORT-ITEM-TABLE.
           PERFORM 0350-ASSIGN-RANKS.
           PERFORM 0400-WRITE-REPORT.
           MOVE "COMPLETE" TO WRK-RUN-OUTCOME.
           PERFORM 0950-WRITE-RUN-LOG.
           PERFORM 1000-CLOSE-FILES.
           DISPLAY "PRODRPT: LINES READ: " WRK-LINES-READ
               " IN RANGE: " WRK-LINES-USED
               " DORMANT: " WRK-DORMANT-COUNT.
           GOBACK.

           0000-OPEN-FILES.
               OPEN INPUT ORDERS.
               OPEN INPUT ORDER-LINES.
               OPEN INPUT ITEMS.
               OPEN OUTPUT PRODUCT-REPORT.

           1000-CLOSE-FILES.
               CLOSE ORDERS.
               CLOSE ORDER-LINES.
               CLOSE ITEMS.
               CLOSE PRODUCT-REPORT.

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

           0050-READ-PARAMETERS.
               MOVE "N" TO WRK-RANGE-OK.
               OPEN INPUT PRODUCT-PARMS.

               IF WRK-PARM-STATUS = 0
                   READ PRODUCT-PARMS
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 0060-CHECK-PARAMETERS
                   END-READ

                   CLOSE PRODUCT-PARMS
               END-IF.

               IF WRK-RANGE-OK = "N"
                   MOVE WRK-RUN-START-DATE TO WRK-CHECK-DATE
                   MOVE 01 TO WRK-CHECK-DAY
                   MOVE WRK-CHECK-DATE TO WRK-FROM-DATE
                   MOVE WRK-RUN-START-DATE TO WRK-TO-DATE
               END-IF.

               SUBTRACT 10000 FROM WRK-FROM-DATE
                   GIVING WRK-LY-FROM-DATE.
               SUBTRACT 10000 FROM WRK-TO-DATE
                   GIVING WRK-LY-TO-DATE.

           0060-CHECK-PARAMETERS.
               IF PARM-FROM-DATE IS NUMERIC
                       AND PARM-TO-DATE IS NUMERIC
                       AND PARM-FROM-DATE > 10000
                       AND PARM-FROM-DATE <= PARM-TO-DATE
                   MOVE "Y" TO WRK-RANGE-OK
                   MOVE PARM-FROM-DATE TO WRK-CHECK-DATE

                   IF WRK-CHECK-MONTH < 1 OR WRK-CHECK-MONTH > 12
                           OR WRK-CHECK-DAY < 1 OR WRK-CHECK-DAY > 31
                       MOVE "N" TO WRK-RANGE-OK
                   END-IF

                   MOVE PARM-TO-DATE TO WRK-CHECK-DATE

                   IF WRK-CHECK-MONTH < 1 OR WRK-CHECK-MONTH > 12
                           OR WRK-CHECK-DAY < 1 OR WRK-CHECK-DAY > 31
                       MOVE "N" TO WRK-RANGE-OK
                   END-IF
               END-IF.

               IF WRK-RANGE-OK = "Y"
                   MOVE PARM-FROM-DATE TO WRK-FROM-DATE
                   MOVE PARM-TO-DATE TO WRK-TO-DATE
               ELSE
                   DISPLAY "PRODRPT: PRODPARM.dat INVALID,"
                       " USING MONTH TO DATE"
               END-IF.

           0100-LOAD-ITEMS.
               START ITEMS FIRST.
               READ ITEMS NEXT.

               PERFORM UNTIL ITEMS-FILE-STATUS <> 0
                   IF WRK-IT-COUNT = 500
                       DISPLAY "PRODRPT: ITEM TABLE FULL, ITEM "
                           ITEMS-CODE " DROPPED"
                   ELSE
                       ADD 1 TO WRK-IT-COUNT
                       MOVE WRK-IT-COUNT TO WRK-IT-IDX
                       MOVE ITEMS-CODE TO WRK-IT-CODE(WRK-IT-IDX)
                       MOVE ITEMS-DESCRIPTION TO
                           WRK-IT-DESC(WRK-IT-IDX)
                       MOVE ITEMS-STATUS TO WRK-IT-STATUS(WRK-IT-IDX)
                       PERFORM 0110-CLEAR-ITEM-ENTRY
                   END-IF
                   READ ITEMS NEXT
               END-PERFORM.

           0110-CLEAR-ITEM-ENTRY.
               MOVE ZEROES TO WRK-IT-UNITS(WRK-IT-IDX)
                   WRK-IT-REVENUE(WRK-IT-IDX)
                   WRK-IT-LY-UNITS(WRK-IT-IDX)
                   WRK-IT-LY-REVENUE(WRK-IT-IDX)
                   WRK-IT-LAST-SALE(WRK-IT-IDX)
                   WRK-IT-RANK(WRK-IT-IDX).

           0150-FIND-ITEM-ENTRY.
               MOVE "N" TO WRK-IT-FOUND.
               MOVE 1 TO WRK-IT-IDX.

               PERFORM UNTIL WRK-IT-IDX > WRK-IT-COUNT
                       OR WRK-IT-FOUND = "Y"
                   IF WRK-IT-CODE(WRK-IT-IDX) = ORDL-ITEM-CODE
                       MOVE "Y" TO WRK-IT-FOUND
                   ELSE
                       ADD 1 TO WRK-IT-IDX
                   END-IF
               END-PERFORM.

               IF WRK-IT-FOUND = "N"
                   IF WRK-IT-COUNT = 500
                       DISPLAY "PRODRPT: ITEM TABLE FULL, ITEM "
                           ORDL-ITEM-CODE " DROPPED"
                   ELSE
                       ADD 1 TO WRK-IT-COUNT
                       MOVE WRK-IT-COUNT TO WRK-IT-IDX
                       MOVE ORDL-ITEM-CODE TO WRK-IT-CODE(WRK-IT-IDX)
                       MOVE "*UNKNOWN ITEM*" TO
                           WRK-IT-DESC(WRK-IT-IDX)
                       MOVE SPACES TO WRK-IT-STATUS(WRK-IT-IDX)
                       PERFORM 0110-CLEAR-ITEM-ENTRY
                       MOVE "Y" TO WRK-IT-FOUND
                   END-IF
               END-IF.

           0200-TALLY-LINE.
               ADD 1 TO WRK-LINES-READ.

               IF ORDL-ORDER-KEY NOT = WRK-CUR-ORDER
                   PERFORM 0250-READ-LINE-ORDER
               END-IF.

               IF WRK-ORDER-OK = "Y"
                   PERFORM 0150-FIND-ITEM-ENTRY

                   IF WRK-IT-FOUND = "Y"
                       PERFORM 0260-ADD-LINE-TO-ITEM
                   END-IF
               END-IF.

               READ ORDER-LINES NEXT.

           0250-READ-LINE-ORDER.
               MOVE ORDL-ORDER-KEY TO WRK-CUR-ORDER.
               MOVE "N" TO WRK-ORDER-OK.
               MOVE ZEROES TO WRK-ORDER-DATE.
               MOVE ORDL-ORDER-KEY TO ORDERS-KEY-NUMBER.
               READ ORDERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT ORDER-CANCELLED
                               AND ORDERS-ENTERED-DATE IS NUMERIC
                               AND ORDERS-ENTERED-DATE > ZEROES
                           MOVE "Y" TO WRK-ORDER-OK
                           MOVE ORDERS-ENTERED-DATE TO WRK-ORDER-DATE
                       END-IF
               END-READ.

           0260-ADD-LINE-TO-ITEM.
               IF WRK-ORDER-DATE > WRK-IT-LAST-SALE(WRK-IT-IDX)
                   MOVE WRK-ORDER-DATE TO WRK-IT-LAST-SALE(WRK-IT-IDX)
               END-IF.

               IF WRK-ORDER-DATE >= WRK-FROM-DATE
                       AND WRK-ORDER-DATE <= WRK-TO-DATE
                   ADD 1 TO WRK-LINES-USED
                   ADD ORDL-QUANTITY TO WRK-IT-UNITS(WRK-IT-IDX)
                   ADD ORDL-EXT-AMOUNT TO WRK-IT-REVENUE(WRK-IT-IDX)
               END-IF.

               IF WRK-ORDER-DATE >= WRK-LY-FROM-DATE
                       AND WRK-ORDER-DATE <= WRK-LY-TO-DATE
                   ADD ORDL-QUANTITY TO WRK-IT-LY-UNITS(WRK-IT-IDX)
                   ADD ORDL-EXT-AMOUNT TO
                       WRK-IT-LY-REVENUE(WRK-IT-IDX)
               END-IF.

           0300-SORT-ITEM-TABLE.
               IF WRK-IT-COUNT < 2
                   CONTINUE
               ELSE
                   SUBTRACT 1 FROM WRK-IT-COUNT GIVING WRK-SORT-LIMIT
                   MOVE "Y" TO WRK-SORT-SWAPPED

                   PERFORM UNTIL WRK-SORT-SWAPPED = "N"
                       MOVE "N" TO WRK-SORT-SWAPPED
                       PERFORM 0310-SORT-ITEM-PASS
                   END-PERFORM
               END-IF.

           0310-SORT-ITEM-PASS.
               PERFORM VARYING WRK-SORT-IDX FROM 1 BY 1
                       UNTIL WRK-SORT-IDX > WRK-SORT-LIMIT
                   ADD 1 WRK-SORT-IDX GIVING WRK-SORT-NEXT

                   IF WRK-IT-REVENUE(WRK-SORT-NEXT) >
                           WRK-IT-REVENUE(WRK-SORT-IDX)
                       OR (WRK-IT-REVENUE(WRK-SORT-NEXT) =
                               WRK-IT-REVENUE(WRK-SORT-IDX)
                           AND WRK-IT-UNITS(WRK-SORT-NEXT) >
                               WRK-IT-UNITS(WRK-SORT-IDX))
                       MOVE WRK-IT-ENTRY(WRK-SORT-IDX) TO
                           WRK-IT-SWAP
                       MOVE WRK-IT-ENTRY(WRK-SORT-NEXT) TO
                           WRK-IT-ENTRY(WRK-SORT-IDX)
                       MOVE WRK-IT-SWAP TO
                           WRK-IT-ENTRY(WRK-SORT-NEXT)
                       MOVE "Y" TO WRK-SORT-SWAPPED
                   END-IF
               END-PERFORM.

           0350-ASSIGN-RANKS.
               MOVE ZEROES TO WRK-RANK-COUNT.

               PERFORM VARYING WRK-IT-IDX FROM 1 BY 1
                       UNTIL WRK-IT-IDX > WRK-IT-COUNT
                   IF WRK-IT-STATUS(WRK-IT-IDX) = "A"
                           OR WRK-IT-REVENUE(WRK-IT-IDX) > ZEROES
                           OR WRK-IT-LY-REVENUE(WRK-IT-IDX) > ZEROES
                       ADD 1 TO WRK-RANK-COUNT
                       MOVE WRK-RANK-COUNT TO WRK-IT-RANK(WRK-IT-IDX)
                   END-IF
               END-PERFORM.

           0400-WRITE-REPORT.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "PRODUCT SALES ANALYSIS FROM " DELIMITED BY SIZE
                       WRK-FROM-DATE DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WRK-TO-DATE DELIMITED BY SIZE
                       "  RUN DATE " DELIMITED BY SIZE
                       WRK-RUN-START-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "COMPARED WITH " DELIMITED BY SIZE
                       WRK-LY-FROM-DATE DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WRK-LY-TO-DATE DELIMITED BY SIZE
                       "  CANCELLED ORDERS EXCLUDED" DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE "ALL ITEMS BY REVENUE" TO RPT-LINE.
               WRITE RPT-REG.
               PERFORM 0410-WRITE-COLUMN-HEADER.
               MOVE 1 TO WRK-RANK-FROM.
               MOVE WRK-RANK-COUNT TO WRK-RANK-TO.
               PERFORM 0500-WRITE-RANK-RANGE.
               PERFORM 0600-WRITE-SALES-TOTALS.

               IF WRK-RANK-COUNT > WRK-RANK-SHOWN
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-REG
                   MOVE SPACES TO RPT-LINE
                   MOVE 1 TO WRK-RPT-PTR
                   STRING "TOP " DELIMITED BY SIZE
                           WRK-RANK-SHOWN DELIMITED BY SIZE
                           " SELLERS" DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WRK-RPT-PTR
                   END-STRING
                   WRITE RPT-REG
                   PERFORM 0410-WRITE-COLUMN-HEADER
                   MOVE 1 TO WRK-RANK-FROM
                   MOVE WRK-RANK-SHOWN TO WRK-RANK-TO
                   PERFORM 0500-WRITE-RANK-RANGE
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-REG
                   MOVE SPACES TO RPT-LINE
                   MOVE 1 TO WRK-RPT-PTR
                   STRING "BOTTOM " DELIMITED BY SIZE
                           WRK-RANK-SHOWN DELIMITED BY SIZE
                           " SELLERS" DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WRK-RPT-PTR
                   END-STRING
                   WRITE RPT-REG
                   PERFORM 0410-WRITE-COLUMN-HEADER
                   COMPUTE WRK-RANK-FROM =
                       WRK-RANK-COUNT - WRK-RANK-SHOWN + 1
                   MOVE WRK-RANK-COUNT TO WRK-RANK-TO
                   PERFORM 0500-WRITE-RANK-RANGE
               END-IF.

               PERFORM 0700-WRITE-DORMANT-ITEMS.

           0410-WRITE-COLUMN-HEADER.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "RANK  ITEM      DESCRIPTION                     "
                       DELIMITED BY SIZE
                       "  UNITS       REVENUE  LY UNITS    LY REVENUE"
                       DELIMITED BY SIZE
                       "   CHANGE  FLAG" DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0500-WRITE-RANK-RANGE.
               PERFORM VARYING WRK-IT-IDX FROM 1 BY 1
                       UNTIL WRK-IT-IDX > WRK-IT-COUNT
                   IF WRK-IT-RANK(WRK-IT-IDX) >= WRK-RANK-FROM
                           AND WRK-IT-RANK(WRK-IT-IDX) <= WRK-RANK-TO
                           AND WRK-IT-RANK(WRK-IT-IDX) > ZEROES
                       PERFORM 0510-WRITE-ITEM-LINE
                   END-IF
               END-PERFORM.

           0510-WRITE-ITEM-LINE.
               PERFORM 0520-SET-CHANGE-TEXT.
               PERFORM 0530-SET-DORMANT-FLAG.
               MOVE WRK-IT-RANK(WRK-IT-IDX) TO WRK-RANK-ED.
               MOVE WRK-IT-UNITS(WRK-IT-IDX) TO WRK-UNITS-ED.
               MOVE WRK-IT-REVENUE(WRK-IT-IDX) TO WRK-REV-ED.
               MOVE WRK-IT-LY-UNITS(WRK-IT-IDX) TO WRK-LY-UNITS-ED.
               MOVE WRK-IT-LY-REVENUE(WRK-IT-IDX) TO WRK-LY-REV-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING " " DELIMITED BY SIZE
                       WRK-RANK-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-IT-CODE(WRK-IT-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-IT-DESC(WRK-IT-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-UNITS-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-REV-ED DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       WRK-LY-UNITS-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-LY-REV-ED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WRK-CHANGE-TEXT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-FLAG DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0520-SET-CHANGE-TEXT.
               MOVE SPACES TO WRK-CHANGE-TEXT.

               EVALUATE TRUE
                   WHEN WRK-IT-LY-REVENUE(WRK-IT-IDX) = ZEROES
                           AND WRK-IT-REVENUE(WRK-IT-IDX) = ZEROES
                       MOVE "       -" TO WRK-CHANGE-TEXT
                   WHEN WRK-IT-LY-REVENUE(WRK-IT-IDX) = ZEROES
                       MOVE "     NEW" TO WRK-CHANGE-TEXT
                   WHEN OTHER
                       COMPUTE WRK-CHANGE-PCT ROUNDED =
                           (WRK-IT-REVENUE(WRK-IT-IDX)
                           - WRK-IT-LY-REVENUE(WRK-IT-IDX)) * 100
                           / WRK-IT-LY-REVENUE(WRK-IT-IDX)
                           ON SIZE ERROR
                               MOVE " +9999.9" TO WRK-CHANGE-TEXT
                           NOT ON SIZE ERROR
                               MOVE WRK-CHANGE-PCT TO WRK-PCT-ED
                               STRING WRK-PCT-ED DELIMITED BY SIZE
                                       "%" DELIMITED BY SIZE
                                   INTO WRK-CHANGE-TEXT
                               END-STRING
                       END-COMPUTE
               END-EVALUATE.

           0530-SET-DORMANT-FLAG.
               MOVE SPACES TO WRK-FLAG.

               IF WRK-IT-STATUS(WRK-IT-IDX) = "A"
                   IF WRK-IT-LAST-SALE(WRK-IT-IDX) = ZEROES
                       MOVE "DORMANT" TO WRK-FLAG
                   ELSE
                       MOVE WRK-IT-LAST-SALE(WRK-IT-IDX) TO WRK-DN-DATE
                       PERFORM COMPUTE-DAY-NUMBER
                       SUBTRACT WRK-DN-SERIAL FROM WRK-RUN-SERIAL
                           GIVING WRK-DAYS-IDLE

                       IF WRK-DAYS-IDLE > WRK-DORMANT-DAYS
                           MOVE "DORMANT" TO WRK-FLAG
                       END-IF
                   END-IF
               END-IF.

           0600-WRITE-SALES-TOTALS.
               MOVE ZEROES TO WRK-TOT-UNITS WRK-TOT-REVENUE
                   WRK-TOT-LY-UNITS WRK-TOT-LY-REVENUE.

               PERFORM VARYING WRK-IT-IDX FROM 1 BY 1
                       UNTIL WRK-IT-IDX > WRK-IT-COUNT
                   ADD WRK-IT-UNITS(WRK-IT-IDX) TO WRK-TOT-UNITS
                   ADD WRK-IT-REVENUE(WRK-IT-IDX) TO WRK-TOT-REVENUE
                   ADD WRK-IT-LY-UNITS(WRK-IT-IDX) TO WRK-TOT-LY-UNITS
                   ADD WRK-IT-LY-REVENUE(WRK-IT-IDX)
                       TO WRK-TOT-LY-REVENUE
               END-PERFORM.

               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE WRK-TOT-UNITS TO WRK-TOT-UNITS-ED.
               MOVE WRK-TOT-REVENUE TO WRK-TOT-REV-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "PERIOD TOTAL       UNITS: " DELIMITED BY SIZE
                       WRK-TOT-UNITS-ED DELIMITED BY SIZE
                       "  REVENUE: " DELIMITED BY SIZE
                       WRK-TOT-REV-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE WRK-TOT-LY-UNITS TO WRK-TOT-UNITS-ED.
               MOVE WRK-TOT-LY-REVENUE TO WRK-TOT-REV-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "LAST YEAR TOTAL    UNITS: " DELIMITED BY SIZE
                       WRK-TOT-UNITS-ED DELIMITED BY SIZE
                       "  REVENUE: " DELIMITED BY SIZE
                       WRK-TOT-REV-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0700-WRITE-DORMANT-ITEMS.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "ACTIVE ITEMS WITH NO SALES IN THE LAST "
                       DELIMITED BY SIZE
                       WRK-DORMANT-DAYS DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE "ITEM      DESCRIPTION" TO RPT-LINE(1:21).
               MOVE "LAST SALE" TO RPT-LINE(43:9).
               WRITE RPT-REG.

               PERFORM VARYING WRK-IT-IDX FROM 1 BY 1
                       UNTIL WRK-IT-IDX > WRK-IT-COUNT
                   PERFORM 0530-SET-DORMANT-FLAG

                   IF WRK-FLAG NOT = SPACES
                       PERFORM 0710-WRITE-DORMANT-LINE
                   END-IF
               END-PERFORM.

               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "DORMANT ITEMS: " DELIMITED BY SIZE
                       WRK-DORMANT-COUNT DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0710-WRITE-DORMANT-LINE.
               ADD 1 TO WRK-DORMANT-COUNT.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.

               IF WRK-IT-LAST-SALE(WRK-IT-IDX) = ZEROES
                   STRING WRK-IT-CODE(WRK-IT-IDX) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WRK-IT-DESC(WRK-IT-IDX) DELIMITED BY SIZE
                           "  NEVER SOLD" DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WRK-RPT-PTR
                   END-STRING
               ELSE
                   STRING WRK-IT-CODE(WRK-IT-IDX) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WRK-IT-DESC(WRK-IT-IDX) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WRK-IT-LAST-SALE(WRK-IT-IDX)
                               DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WRK-RPT-PTR
                   END-STRING
               END-IF.

               WRITE RPT-REG.

           0950-WRITE-RUN-LOG.
               OPEN EXTEND RUN-LOG.
               MOVE "PRODRPT" TO RUNLOG-FUNCTION.
               MOVE WRK-RUN-START-DATE TO RUNLOG-START-DATE.
               MOVE WRK-RUN-START-TIME TO RUNLOG-START-TIME.
               ACCEPT RUNLOG-END-DATE FROM DATE YYYYMMDD.
               ACCEPT RUNLOG-END-TIME FROM TIME.
               MOVE WRK-LINES-READ TO RUNLOG-COUNT.
               MOVE WRK-RUN-OUTCOME TO RUNLOG-STATUS.
               WRITE RUNLOG-REG.
               CLOSE RUN-LOG.
