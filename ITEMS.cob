               FILE STATUS IS ITEMS-FILE-STATUS
               RECORD KEY IS ITEMS-KEY.

           SELECT STOCK-LOG ASSIGN TO "STOCKLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRICE-AGREEMENTS ASSIGN TO "PRICEAGR.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRICEAGR-FILE-STATUS
               RECORD KEY IS PAGR-KEY.

           SELECT CLIENTS ASSIGN TO "CLIENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTS-FILE-STATUS
               RECORD KEY IS CLIENTS-KEY
               ALTERNATE RECORD KEY IS CLIENTS-NAME WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD ITEMS.
           05 ITEMS-STATUS          PIC X(1).
               88 ITEMS-ACTIVE      VALUE "A".
               88 ITEMS-INACTIVE    VALUE "I".
           05 ITEMS-ON-HAND         PIC S9(7).
           05 ITEMS-ALLOCATED       PIC S9(7).
           05 ITEMS-REORDER-POINT   PIC 9(7).

       FD STOCK-LOG.
       01 STKLOG-REG.
           05 STKLOG-ITEM-CODE     PIC X(8).
           05 STKLOG-TYPE          PIC X(1).
           05 STKLOG-DIRECTION     PIC X(1).
           05 STKLOG-QUANTITY      PIC 9(7).
           05 STKLOG-BEFORE-ON-HAND PIC S9(7).
           05 STKLOG-AFTER-ON-HAND PIC S9(7).
           05 STKLOG-TIMESTAMP.
               10 STKLOG-TS-DATE   PIC 9(8).
               10 STKLOG-TS-TIME   PIC 9(8).
           05 STKLOG-OPERATOR-ID   PIC X(8).

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

       WORKING-STORAGE SECTION.
       77 ITEMS-FILE-STATUS    PIC 99.
       77 WRK-LIST-LINE        PIC 9(2) VALUE ZEROES.
       77 WRK-LIST-ROWS        PIC 9(2) VALUE ZEROES.
       77 WRK-LIST-QUIT        PIC X(1) VALUE "N".
       77 WRK-AVAILABLE        PIC S9(7) VALUE ZEROES.
       77 WRK-STK-TYPE         PIC X(1) VALUE SPACES.
       77 WRK-STK-SIGN         PIC X(1) VALUE SPACES.
       77 WRK-STK-QTY          PIC 9(7) VALUE ZEROES.
       77 WRK-OLD-ON-HAND      PIC S9(7) VALUE ZEROES.
       77 WRK-SAVE-DESC        PIC X(30) VALUE SPACES.
       77 WRK-SAVE-PRICE       PIC 9(5)V99 VALUE ZEROES.
       77 WRK-SAVE-REORDER     PIC 9(7) VALUE ZEROES.
       77 PRICEAGR-FILE-STATUS PIC 99.
       77 CLIENTS-FILE-STATUS  PIC 99.
       77 WRK-AGR-FOUND        PIC X(1) VALUE "N".
       77 WRK-AGR-CLIENT-NAME  PIC X(16) VALUE SPACES.
       77 WRK-AGR-ITEM-DESC    PIC X(30) VALUE SPACES.
       77 WRK-AGR-LIST-PRICE   PIC 9(5)V99 VALUE ZEROES.

       LINKAGE SECTION.
       01 LNK-OPERATOR-AREA.
               05 LINE 06 COLUMN 10 VALUE "3 - UPDATE".
               05 LINE 07 COLUMN 10 VALUE "4 - DEACTIVATE".
               05 LINE 08 COLUMN 10 VALUE "5 - LIST".
               05 LINE 09 COLUMN 10 VALUE "6 - STOCK".
               05 LINE 10 COLUMN 10 VALUE "7 - PRICE AGREEMENTS".
               05 LINE 11 COLUMN 10 VALUE "Q - QUIT".
               05 LINE 12 COLUMN 10 VALUE "INSERT AN OPTION:".
               05 LINE 12 COLUMN 28 USING WRK-OPTION.

           01 STATUS-DISPLAY.
               05 LINE 08 COLUMN 10 VALUE "STATUS:".
               05 COLUMN PLUS 02 PIC X(8) FROM WRK-STATUS-TEXT.

           01 STOCK-DISPLAY.
               05 LINE 09 COLUMN 10 VALUE "ON HAND:".
               05 COLUMN PLUS 06 PIC -(6)9 FROM ITEMS-ON-HAND.
               05 LINE 10 COLUMN 10 VALUE "ALLOCATED:".
               05 COLUMN PLUS 04 PIC -(6)9 FROM ITEMS-ALLOCATED.
               05 LINE 11 COLUMN 10 VALUE "AVAILABLE:".
               05 COLUMN PLUS 04 PIC -(6)9 FROM WRK-AVAILABLE.

           01 STOCK-ENTRY-SCR.
               05 LINE 13 COLUMN 10 VALUE "TYPE (R=RECEIPT A=ADJUST):".
               05 COLUMN PLUS 02 PIC X(1) USING WRK-STK-TYPE.
               05 LINE 14 COLUMN 10 VALUE "DIRECTION (+/-):".
               05 COLUMN PLUS 12 PIC X(1) USING WRK-STK-SIGN.
               05 LINE 15 COLUMN 10 VALUE "QUANTITY:".
               05 COLUMN PLUS 19 PIC 9(7) USING WRK-STK-QTY
                   BLANK WHEN ZEROES.

           01 CREATE-SCR.
               05 KEY-INPUT FOREGROUND-COLOR 2.
                   10 LINE 04 COLUMN 10 VALUE "ITEM CODE:".
                   10 LINE 06 COLUMN 10 VALUE "UNIT PRICE:".
                   10 COLUMN PLUS 03 PIC 9(5)V99
                       USING ITEMS-UNIT-PRICE BLANK WHEN ZEROES.
                   10 LINE 07 COLUMN 10 VALUE "REORDER POINT:".
                   10 COLUMN PLUS 02 PIC 9(7)
                       USING ITEMS-REORDER-POINT.

           01 LIST-HEADER.
               05 LINE 04 COLUMN 10 VALUE "CODE".
               05 COLUMN 20 VALUE "DESCRIPTION".
               05 COLUMN 52 VALUE "PRICE".
               05 COLUMN 62 VALUE "ST".
               05 COLUMN 65 VALUE "ON HAND".

           01 LIST-ROW-SCR.
               05 LINE WRK-LIST-LINE COLUMN 10 PIC X(8)
               05 COLUMN PLUS 02 PIC X(30) FROM ITEMS-DESCRIPTION.
               05 COLUMN PLUS 02 PIC Z(4)9.99 FROM ITEMS-UNIT-PRICE.
               05 COLUMN PLUS 02 PIC X(1) FROM ITEMS-STATUS.
               05 COLUMN PLUS 02 PIC -(6)9 FROM ITEMS-ON-HAND.

           01 AGR-KEY-SCR FOREGROUND-COLOR 2.
               05 LINE 04 COLUMN 10 VALUE "CLIENT KEY:".
               05 COLUMN PLUS 16 PIC 9(8) USING PAGR-CLIENT-KEY
                   BLANK WHEN ZEROES.
               05 LINE 05 COLUMN 10 VALUE "ITEM (BLANK = ALL ITEMS):".
               05 COLUMN PLUS 02 PIC X(8) USING PAGR-ITEM-CODE.

           01 AGR-INFO-SCR.
               05 LINE 06 COLUMN 10 PIC X(16) FROM WRK-AGR-CLIENT-NAME.
               05 COLUMN PLUS 02 PIC X(30) FROM WRK-AGR-ITEM-DESC.
               05 LINE 07 COLUMN 10 VALUE "LIST PRICE:".
               05 COLUMN PLUS 10 PIC Z(4)9.99 FROM WRK-AGR-LIST-PRICE.

           01 AGR-DATA-SCR.
               05 LINE 09 COLUMN 10 VALUE "CONTRACT PRICE:".
               05 COLUMN PLUS 06 PIC 9(5)V99 USING PAGR-PRICE
                   BLANK WHEN ZEROES.
               05 LINE 10 COLUMN 10 VALUE "OR DISCOUNT PCT:".
               05 COLUMN PLUS 05 PIC 9(2)V99 USING PAGR-DISCOUNT-PCT
                   BLANK WHEN ZEROES.
               05 LINE 11 COLUMN 10 VALUE "START (YYYYMMDD):".
               05 COLUMN PLUS 04 PIC 9(8) USING PAGR-START-DATE
                   BLANK WHEN ZEROES.
               05 LINE 12 COLUMN 10 VALUE "END (YYYYMMDD):".
               05 COLUMN PLUS 06 PIC 9(8) USING PAGR-END-DATE
                   BLANK WHEN ZEROES.

           01 AGR-CONFIRM.
               05 LINE 24 COLUMN 01 VALUE
                   "PRESS Y TO SAVE, D TO DELETE --->".
               05 COLUMN PLUS 02 USING WRK-CURSOR AUTO-SKIP.

           01 LIST-PROMPT.
               05 LINE 24 COLUMN 01 ERASE EOL.
                   OPEN I-O ITEMS
               END-IF.

               OPEN EXTEND STOCK-LOG.
               OPEN I-O PRICE-AGREEMENTS.

               IF PRICEAGR-FILE-STATUS = 35
                   OPEN OUTPUT PRICE-AGREEMENTS
                   CLOSE PRICE-AGREEMENTS
                   OPEN I-O PRICE-AGREEMENTS
               END-IF.

               OPEN INPUT CLIENTS.

           1000-CLOSE-FILE.
               CLOSE ITEMS.
               CLOSE STOCK-LOG.
               CLOSE PRICE-AGREEMENTS.
               CLOSE CLIENTS.

           0100-INIT-SCR.
               PERFORM CLEAR-MSG.
                       PERFORM DEACTIVATE-OP
                   WHEN 5
                       PERFORM LIST-OP
                   WHEN 6
                       PERFORM STOCK-OP
                   WHEN 7
                       PERFORM AGREEMENT-OP
                   WHEN OTHER
                       MOVE "INVALID OPTION" TO WRK-MSG
                       ACCEPT MSG
                           PERFORM DEACTIVATE-OP
                       WHEN 5
                           PERFORM LIST-OP
                       WHEN 6
                           PERFORM STOCK-OP
                       WHEN 7
                           PERFORM AGREEMENT-OP
                       WHEN OTHER
                           PERFORM 0100-INIT-SCR
                   END-EVALUATE
                   MOVE "INACTIVE" TO WRK-STATUS-TEXT
               END-IF.

           SET-AVAILABLE.
               SUBTRACT ITEMS-ALLOCATED FROM ITEMS-ON-HAND
                   GIVING WRK-AVAILABLE.

           CREATE-OP.
               IF LNK-OPER-FULL
                   PERFORM CREATE-OP-BODY
               PERFORM CLEAR-MSG.
               MOVE "CREATE" TO WRK-CURRENT-SCR.
               MOVE SPACES TO ITEMS-REG.
               MOVE ZEROES TO ITEMS-UNIT-PRICE ITEMS-ON-HAND
                   ITEMS-ALLOCATED ITEMS-REORDER-POINT.
               DISPLAY SCR.
               ACCEPT CREATE-SCR.

                       DISPLAY DATA-FORM
                       PERFORM SET-STATUS-TEXT
                       DISPLAY STATUS-DISPLAY
                       PERFORM SET-AVAILABLE
                       DISPLAY STOCK-DISPLAY
               END-READ.

               ACCEPT MSG.
                               OR ITEMS-UNIT-PRICE = ZEROES
                           MOVE "INSERT DESC AND PRICE" TO WRK-MSG
                       ELSE
                           MOVE ITEMS-DESCRIPTION TO WRK-SAVE-DESC
                           MOVE ITEMS-UNIT-PRICE TO WRK-SAVE-PRICE
                           MOVE ITEMS-REORDER-POINT TO WRK-SAVE-REORDER
                           READ ITEMS
                           MOVE WRK-SAVE-DESC TO ITEMS-DESCRIPTION
                           MOVE WRK-SAVE-PRICE TO ITEMS-UNIT-PRICE
                           MOVE WRK-SAVE-REORDER TO ITEMS-REORDER-POINT
                           REWRITE ITEMS-REG

                           IF ITEMS-FILE-STATUS = 0
               MOVE "END OF LIST" TO WRK-MSG.
               ACCEPT MSG.
               PERFORM OP-AGAIN-OR-QUIT.

           STOCK-OP.
               IF LNK-OPER-FULL
                   PERFORM STOCK-OP-BODY
               ELSE
                   PERFORM NOT-AUTHORIZED
               END-IF.

           STOCK-OP-BODY.
               PERFORM CLEAR-MSG.
               MOVE "STOCK" TO WRK-CURRENT-SCR.
               MOVE SPACES TO ITEMS-REG WRK-STK-TYPE WRK-STK-SIGN.
               MOVE ZEROES TO WRK-STK-QTY.
               DISPLAY SCR.
               ACCEPT KEY-INPUT.

               READ ITEMS
                   INVALID KEY
                       MOVE "NOT FOUND" TO WRK-MSG
                   NOT INVALID KEY
                       DISPLAY DATA-FORM
                       PERFORM SET-AVAILABLE
                       DISPLAY STOCK-DISPLAY
                       ACCEPT STOCK-ENTRY-SCR
                       PERFORM APPLY-STOCK-MOVEMENT
               END-READ.

               ACCEPT MSG.
               PERFORM OP-AGAIN-OR-QUIT.

           APPLY-STOCK-MOVEMENT.
               IF WRK-STK-TYPE = "r"
                   MOVE "R" TO WRK-STK-TYPE
               END-IF.

               IF WRK-STK-TYPE = "a"
                   MOVE "A" TO WRK-STK-TYPE
               END-IF.

               IF WRK-STK-TYPE = "R" AND WRK-STK-SIGN = SPACE
                   MOVE "+" TO WRK-STK-SIGN
               END-IF.

               EVALUATE TRUE
                   WHEN WRK-STK-TYPE NOT = "R"
                           AND WRK-STK-TYPE NOT = "A"
                       MOVE "INVALID MOVEMENT TYPE" TO WRK-MSG
                   WHEN WRK-STK-SIGN NOT = "+"
                           AND WRK-STK-SIGN NOT = "-"
                       MOVE "INVALID DIRECTION" TO WRK-MSG
                   WHEN WRK-STK-TYPE = "R" AND WRK-STK-SIGN = "-"
                       MOVE "RECEIPT MUST BE +" TO WRK-MSG
                   WHEN WRK-STK-QTY = ZEROES
                       MOVE "INSERT QUANTITY" TO WRK-MSG
                   WHEN OTHER
                       READ ITEMS
                       MOVE ITEMS-ON-HAND TO WRK-OLD-ON-HAND

                       IF WRK-STK-SIGN = "+"
                           ADD WRK-STK-QTY TO ITEMS-ON-HAND
                               ON SIZE ERROR
                                   MOVE "QUANTITY TOO LARGE" TO WRK-MSG
                           END-ADD
                       ELSE
                           IF WRK-STK-QTY > ITEMS-ON-HAND
                               MOVE "EXCEEDS QUANTITY ON HAND"
                                   TO WRK-MSG
                           ELSE
                               SUBTRACT WRK-STK-QTY FROM ITEMS-ON-HAND
                           END-IF
                       END-IF

                       IF WRK-MSG = SPACES
                           REWRITE ITEMS-REG

                           IF ITEMS-FILE-STATUS = 0
                               MOVE "STOCK UPDATED" TO WRK-MSG
                               PERFORM WRITE-STOCK-LOG
                               PERFORM SET-AVAILABLE
                               DISPLAY STOCK-DISPLAY
                           ELSE
                               MOVE "STOCK NOT UPDATED" TO WRK-MSG
                           END-IF
                       END-IF
               END-EVALUATE.

           WRITE-STOCK-LOG.
               MOVE ITEMS-CODE TO STKLOG-ITEM-CODE.
               MOVE WRK-STK-TYPE TO STKLOG-TYPE.
               MOVE WRK-STK-SIGN TO STKLOG-DIRECTION.
               MOVE WRK-STK-QTY TO STKLOG-QUANTITY.
               MOVE WRK-OLD-ON-HAND TO STKLOG-BEFORE-ON-HAND.
               MOVE ITEMS-ON-HAND TO STKLOG-AFTER-ON-HAND.
               ACCEPT STKLOG-TS-DATE FROM DATE YYYYMMDD.
               ACCEPT STKLOG-TS-TIME FROM TIME.
               MOVE LNK-OPER-ID TO STKLOG-OPERATOR-ID.
               WRITE STKLOG-REG.

           AGREEMENT-OP.
               IF LNK-OPER-FULL
                   PERFORM AGREEMENT-OP-BODY
               ELSE
                   PERFORM NOT-AUTHORIZED
               END-IF.

           AGREEMENT-OP-BODY.
               PERFORM CLEAR-MSG.
               MOVE "AGREEMNT" TO WRK-CURRENT-SCR.
               MOVE SPACES TO PAGR-REG WRK-AGR-CLIENT-NAME
                   WRK-AGR-ITEM-DESC.
               MOVE ZEROES TO PAGR-CLIENT-KEY PAGR-PRICE
                   PAGR-DISCOUNT-PCT PAGR-START-DATE PAGR-END-DATE
                   WRK-AGR-LIST-PRICE.
               DISPLAY SCR.
               ACCEPT AGR-KEY-SCR.
               PERFORM VALIDATE-AGREEMENT-KEY.

               IF WRK-MSG = SPACES
                   READ PRICE-AGREEMENTS
                       INVALID KEY
                           MOVE "N" TO WRK-AGR-FOUND
                           MOVE ZEROES TO PAGR-PRICE PAGR-DISCOUNT-PCT
                               PAGR-START-DATE PAGR-END-DATE
                       NOT INVALID KEY
                           MOVE "Y" TO WRK-AGR-FOUND
                   END-READ

                   DISPLAY AGR-INFO-SCR
                   ACCEPT AGR-DATA-SCR
                   ACCEPT AGR-CONFIRM

                   EVALUATE TRUE
                       WHEN WRK-CURSOR = "Y" OR WRK-CURSOR = "y"
                           PERFORM SAVE-AGREEMENT
                       WHEN (WRK-CURSOR = "D" OR WRK-CURSOR = "d")
                               AND WRK-AGR-FOUND = "Y"
                           PERFORM DELETE-AGREEMENT
                       WHEN OTHER
                           MOVE "NOT SAVED" TO WRK-MSG
                   END-EVALUATE
               END-IF.

               ACCEPT MSG.
               PERFORM OP-AGAIN-OR-QUIT.

           VALIDATE-AGREEMENT-KEY.
               IF PAGR-CLIENT-KEY = ZEROES
                   MOVE "INSERT CLIENT KEY" TO WRK-MSG
               ELSE
                   MOVE PAGR-CLIENT-KEY TO CLIENTS-KEY-NUMBER
                   READ CLIENTS
                       INVALID KEY
                           MOVE "CLIENT NOT FOUND" TO WRK-MSG
                       NOT INVALID KEY
                           MOVE CLIENTS-NAME TO WRK-AGR-CLIENT-NAME
                   END-READ
               END-IF.

               IF WRK-MSG = SPACES
                   IF PAGR-ITEM-CODE = SPACES
                       MOVE "ALL ITEMS - DISCOUNT ONLY"
                           TO WRK-AGR-ITEM-DESC
                   ELSE
                       MOVE PAGR-ITEM-CODE TO ITEMS-CODE
                       READ ITEMS
                           INVALID KEY
                               MOVE "ITEM NOT FOUND" TO WRK-MSG
                           NOT INVALID KEY
                               MOVE ITEMS-DESCRIPTION
                                   TO WRK-AGR-ITEM-DESC
                               MOVE ITEMS-UNIT-PRICE
                                   TO WRK-AGR-LIST-PRICE
                       END-READ
                   END-IF
               END-IF.

           SAVE-AGREEMENT.
               EVALUATE TRUE
                   WHEN PAGR-PRICE = ZEROES
                           AND PAGR-DISCOUNT-PCT = ZEROES
                       MOVE "INSERT PRICE OR DISCOUNT" TO WRK-MSG
                   WHEN PAGR-PRICE > ZEROES
                           AND PAGR-DISCOUNT-PCT > ZEROES
                       MOVE "PRICE OR DISCOUNT, NOT BOTH" TO WRK-MSG
                   WHEN PAGR-ITEM-CODE = SPACES
                           AND PAGR-PRICE > ZEROES
                       MOVE "ALL ITEMS TAKES A DISCOUNT" TO WRK-MSG
                   WHEN PAGR-START-DATE = ZEROES
                           OR PAGR-END-DATE = ZEROES
                       MOVE "INSERT START AND END DATES" TO WRK-MSG
                   WHEN PAGR-END-DATE < PAGR-START-DATE
                       MOVE "END DATE BEFORE START" TO WRK-MSG
                   WHEN OTHER
                       ACCEPT PAGR-CHANGED-DATE FROM DATE YYYYMMDD
                       MOVE LNK-OPER-ID TO PAGR-OPERATOR-ID

                       IF WRK-AGR-FOUND = "Y"
                           REWRITE PAGR-REG
                       ELSE
                           WRITE PAGR-REG
                       END-IF

                       IF PRICEAGR-FILE-STATUS = 0
                           MOVE "AGREEMENT SAVED" TO WRK-MSG
                       ELSE
                           MOVE "NOT SAVED" TO WRK-MSG
                       END-IF
               END-EVALUATE.

           DELETE-AGREEMENT.
               DELETE PRICE-AGREEMENTS
                   INVALID KEY
                       MOVE "NOT DELETED" TO WRK-MSG
                   NOT INVALID KEY
                       MOVE "AGREEMENT DELETED" TO WRK-MSG
               END-DELETE.
