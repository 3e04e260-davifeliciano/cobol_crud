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

           SELECT PERIOD-CONTROL ASSIGN TO "PERIODS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERIOD-STATUS.

           SELECT PRICE-AGREEMENTS ASSIGN TO "PRICEAGR.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRICEAGR-FILE-STATUS
               RECORD KEY IS PAGR-KEY.

           SELECT STANDING-ORDERS ASSIGN TO "STANDORD.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS STANDORD-FILE-STATUS
               RECORD KEY IS STO-KEY.

           SELECT QUOTATIONS ASSIGN TO "QUOTES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS QUOTES-FILE-STATUS
               RECORD KEY IS QUOTE-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD ORDERS.
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
           05 ITEMS-STATUS          PIC X(1).
               88 ITEMS-ACTIVE      VALUE "A".
               88 ITEMS-INACTIVE    VALUE "I".
           05 ITEMS-ON-HAND         PIC S9(7).
           05 ITEMS-ALLOCATED       PIC S9(7).
           05 ITEMS-REORDER-POINT   PIC 9(7).

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

       FD CLIENT-SUMMARY.
       01 CLISUM-REG.
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

       FD QUOTATIONS.
       01 QUOTE-REG.
           05 QUOTE-KEY.
               10 QUOTE-KEY-NUMBER   PIC 9(8).
           05 QUOTE-CLIENT-KEY       PIC 9(8).
           05 QUOTE-PROSPECT-NAME    PIC X(16).
           05 QUOTE-DESCRIPTION      PIC X(30).
           05 QUOTE-DATE             PIC 9(8).
           05 QUOTE-EXPIRY-DATE      PIC 9(8).
           05 QUOTE-STATUS           PIC X(1).
               88 QUOTE-OPEN         VALUE "O".
               88 QUOTE-ACCEPTED     VALUE "A".
               88 QUOTE-EXPIRED      VALUE "X".
               88 QUOTE-DECLINED     VALUE "D".
           05 QUOTE-STATUS-DATE      PIC 9(8).
           05 QUOTE-AMOUNT           PIC 9(7)V99.
           05 QUOTE-ORDER-KEY        PIC 9(8).
           05 QUOTE-LINE OCCURS 10 TIMES.
               10 QUOTE-ITEM-CODE    PIC X(8).
               10 QUOTE-QUANTITY     PIC 9(5).
               10 QUOTE-UNIT-PRICE   PIC 9(5)V99.
               10 QUOTE-EXT-AMOUNT   PIC 9(7)V99.
           05 QUOTE-CHANGED-DATE     PIC 9(8).
           05 QUOTE-OPERATOR-ID      PIC X(8).

       WORKING-STORAGE SECTION.
       77 ORDERS-FILE-STATUS   PIC 99.
       77 WRK-LAST-CLIENT-KEY  PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-ORDER-KEY   PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-PAYMENT-KEY PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-CREDIT-KEY  PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-QUOTE-KEY   PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-INVOICE-KEY PIC 9(8) VALUE ZEROES.
       77 WRK-TITLE            PIC X(16) VALUE "ORDERS SUBSYSTEM".
       77 WRK-CURRENT-SCR      PIC X(8) VALUE SPACES.
       77 WRK-MSG              PIC X(32) VALUE SPACES.
       77 WRK-LOCK-OK          PIC X(1) VALUE "Y".
       77 WRK-LOCK-HOLDER      PIC X(8) VALUE SPACES.
       77 WRK-REC-CHANGED      PIC X(1) VALUE "N".
       77 WRK-BEFORE-IMAGE     PIC X(137) VALUE SPACES.
       77 WRK-NEW-IMAGE        PIC X(137) VALUE SPACES.
       77 WRK-OLD-CLIENT       PIC 9(8) VALUE ZEROES.
       77 WRK-OLD-DESC         PIC X(30) VALUE SPACES.
       77 WRK-OLD-AMOUNT       PIC 9(7)V99 VALUE ZEROES.
       77 WRK-LN-TOTAL         PIC 9(9)V99 VALUE ZEROES.
       77 WRK-LN-COUNT         PIC 9(3) VALUE ZEROES.
       77 WRK-OL-DESC          PIC X(30) VALUE SPACES.
       77 WRK-AVAIL-QTY        PIC S9(7) VALUE ZEROES.
       77 WRK-TABLE-QTY        PIC 9(7) VALUE ZEROES.
       77 WRK-STK-ACTION       PIC X(1) VALUE SPACES.
       77 CREDITS-FILE-STATUS  PIC 99.
       77 WRK-CM-NUMBER        PIC 9(8) VALUE ZEROES.
       77 WRK-CM-LINE          PIC 9(3) VALUE ZEROES.
       77 WRK-CM-QTY           PIC 9(5) VALUE ZEROES.
       77 WRK-CM-PRIOR-QTY     PIC 9(7) VALUE ZEROES.
       77 WRK-CM-COUNT         PIC 9(3) VALUE ZEROES.
       77 WRK-CM-TOTAL         PIC 9(7)V99 VALUE ZEROES.
       77 WRK-CM-TAX-TOTAL     PIC 9(7)V99 VALUE ZEROES.
       77 WRK-CM-MSG           PIC X(30) VALUE SPACES.
       77 WRK-CM-DONE          PIC X(1) VALUE "N".
       77 WRK-CREDITS-FOUND    PIC X(1) VALUE "N".
       77 WRK-ORDER-CREDITS    PIC 9(8)V99 VALUE ZEROES.
       77 WRK-PERIOD-STATUS     PIC 99.
       77 WRK-CLOSED-THRU       PIC 9(6) VALUE ZEROES.
       77 WRK-PERIOD-OPEN       PIC X(1) VALUE "Y".
       77 PRICEAGR-FILE-STATUS  PIC 99.
       77 WRK-PAGR-AVAIL        PIC X(1) VALUE "N".
       77 WRK-PAGR-APPLIED      PIC X(1) VALUE "N".
       77 WRK-PRICE-DATE        PIC 9(8) VALUE ZEROES.
       77 WRK-LE-PRICE          PIC 9(5)V99 VALUE ZEROES.
       77 WRK-LE-SOURCE         PIC X(1) VALUE SPACES.
       77 STANDORD-FILE-STATUS  PIC 99.
       77 WRK-STO-FOUND         PIC X(1) VALUE "N".
       77 WRK-STO-IDX           PIC 9(2) VALUE ZEROES.
       77 WRK-STO-LINES         PIC 9(2) VALUE ZEROES.
       77 WRK-STO-ITEM          PIC X(8) VALUE SPACES.
       77 WRK-STO-QTY           PIC 9(5) VALUE ZEROES.
       77 WRK-STO-TODAY         PIC 9(8) VALUE ZEROES.
       77 QUOTES-FILE-STATUS    PIC 99.
       77 WRK-QUO-FOUND         PIC X(1) VALUE "N".
       77 WRK-QUO-KEY           PIC 9(8) VALUE ZEROES.
       77 WRK-QUO-IDX           PIC 9(2) VALUE ZEROES.
       77 WRK-QUO-LINES         PIC 9(2) VALUE ZEROES.
       77 WRK-QUO-ITEM          PIC X(8) VALUE SPACES.
       77 WRK-QUO-QTY           PIC 9(5) VALUE ZEROES.
       77 WRK-QUO-PRICE         PIC 9(5)V99 VALUE ZEROES.
       77 WRK-QUO-EXT           PIC 9(7)V99 VALUE ZEROES.
       77 WRK-QUO-TODAY         PIC 9(8) VALUE ZEROES.
       77 WRK-QUO-OLD-STATUS    PIC X(1) VALUE SPACES.
       77 WRK-QUO-SAVED         PIC X(1) VALUE "N".

       01 WRK-LINE-TABLE.
           05 WRK-LINE-ENTRY OCCURS 20 TIMES.
               10 WRK-LT-QTY   PIC 9(5).
               10 WRK-LT-PRICE PIC 9(5)V99.
               10 WRK-LT-EXT   PIC 9(7)V99.
               10 WRK-LT-SOURCE PIC X(1).

       01 WRK-PERIOD-DATE-AREA.
           05 WRK-PERIOD-MONTH  PIC 9(6).
           05 FILLER            PIC 9(2).
       01 WRK-PERIOD-DATE REDEFINES WRK-PERIOD-DATE-AREA PIC 9(8).

       LINKAGE SECTION.
       01 LNK-OPERATOR-AREA.
               05 LINE 08 COLUMN 10 VALUE "5 - CLIENT ORDERS".
               05 LINE 09 COLUMN 10 VALUE "6 - STATUS".
               05 LINE 10 COLUMN 10 VALUE "7 - LINES".
               05 LINE 11 COLUMN 10 VALUE "8 - RETURNS".
               05 LINE 12 COLUMN 10 VALUE "9 - STANDING ORDERS".
               05 LINE 13 COLUMN 10 VALUE "A - QUOTES".
               05 LINE 14 COLUMN 10 VALUE "Q - QUIT".
               05 LINE 15 COLUMN 10 VALUE "INSERT AN OPTION:".
               05 LINE 15 COLUMN 28 USING WRK-OPTION.

           01 ORDER-STATUS-DISPLAY.
               05 LINE 08 COLUMN 10 VALUE "STATUS:".
               05 COLUMN PLUS 02 PIC X(1) FROM ORDERS-STATUS.
               05 COLUMN PLUS 04 VALUE "PARTNER REF:".
               05 COLUMN PLUS 02 PIC X(12) FROM ORDERS-PARTNER-REF.

           01 NEW-STATUS-SCR.
               05 LINE 09 COLUMN 10 VALUE "NEW STATUS (E/S/P/C):".
               05 COLUMN PLUS 02 PIC 9(2) FROM WRK-LINE-COUNT.
               05 COLUMN PLUS 02 VALUE "LINES TOTAL:".
               05 COLUMN PLUS 02 PIC Z(6)9.99 FROM WRK-LINES-TOTAL.
               05 COLUMN PLUS 02 VALUE "PRICE:".
               05 COLUMN PLUS 02 PIC Z(4)9.99 FROM WRK-LE-PRICE.
               05 COLUMN PLUS 01 PIC X(1) FROM WRK-LE-SOURCE.
               05 LINE 12 COLUMN 10 ERASE EOL.
               05 LINE 12 COLUMN 10 FOREGROUND-COLOR 4
                   FROM WRK-LINE-MSG.
               05 COLUMN 49 VALUE "QTY".
               05 COLUMN 58 VALUE "PRICE".
               05 COLUMN 68 VALUE "EXTENDED".
               05 COLUMN 77 VALUE "S".

           01 OL-ROW-SCR.
               05 LINE WRK-LIST-LINE COLUMN 02 PIC 9(3)
               05 COLUMN 48 PIC 9(5) FROM ORDL-QUANTITY.
               05 COLUMN 55 PIC Z(4)9.99 FROM ORDL-UNIT-PRICE.
               05 COLUMN 65 PIC Z(6)9.99 FROM ORDL-EXT-AMOUNT.
               05 COLUMN 77 PIC X(1) FROM ORDL-PRICE-SOURCE.

           01 OL-TOTAL-SCR.
               05 LINE 22 COLUMN 02 VALUE "LINES:".
               05 COLUMN PLUS 02 VALUE "TOTAL:".
               05 COLUMN PLUS 02 PIC Z(8)9.99 FROM WRK-LN-TOTAL.

           01 RETURN-ENTRY-SCR.
               05 LINE 09 COLUMN 10 VALUE "LINE (0 = DONE):".
               05 COLUMN PLUS 02 PIC 9(3) USING WRK-CM-LINE
                   BLANK WHEN ZEROES.
               05 LINE 10 COLUMN 10 VALUE "QUANTITY:".
               05 COLUMN PLUS 09 PIC 9(5) USING WRK-CM-QTY
                   BLANK WHEN ZEROES.

           01 RETURN-ECHO-SCR.
               05 LINE 11 COLUMN 10 VALUE "CREDIT MEMO:".
               05 COLUMN PLUS 02 PIC 9(8) FROM WRK-CM-NUMBER.
               05 COLUMN PLUS 02 VALUE "LINES:".
               05 COLUMN PLUS 02 PIC 9(3) FROM WRK-CM-COUNT.
               05 COLUMN PLUS 02 VALUE "CREDIT:".
               05 COLUMN PLUS 02 PIC Z(6)9.99 FROM WRK-CM-TOTAL.
               05 LINE 12 COLUMN 10 ERASE EOL.
               05 LINE 12 COLUMN 10 FOREGROUND-COLOR 4
                   FROM WRK-CM-MSG.

           01 EXPOSURE-WARNING.
               05 LINE 22 COLUMN 01 ERASE EOL.
               05 LINE 22 COLUMN 01 FOREGROUND-COLOR 4 VALUE
                   "OVER LIMIT - SUPERVISOR OVERRIDE? (Y/N) --->".
               05 COLUMN PLUS 02 USING WRK-CURSOR AUTO-SKIP.

           01 STO-KEY-SCR FOREGROUND-COLOR 2.
               05 LINE 04 COLUMN 10 VALUE "CLIENT KEY:".
               05 COLUMN PLUS 02 PIC 9(8) USING STO-CLIENT-KEY
                   BLANK WHEN ZEROES.
               05 COLUMN PLUS 02 VALUE "SEQ:".
               05 COLUMN PLUS 02 PIC 9(2) USING STO-SEQUENCE.

           01 STO-INFO-SCR.
               05 LINE 05 COLUMN 10 PIC X(16) FROM CLIENTS-NAME.
               05 COLUMN PLUS 02 VALUE "LAST RUN:".
               05 COLUMN PLUS 02 PIC 9(8) FROM STO-LAST-RUN-DATE
                   BLANK WHEN ZEROES.
               05 COLUMN PLUS 02 VALUE "ORDER:".
               05 COLUMN PLUS 02 PIC 9(8) FROM STO-LAST-ORDER-KEY
                   BLANK WHEN ZEROES.
               05 LINE 06 COLUMN 10 PIC X(30) FROM STO-LAST-MESSAGE.

           01 STO-DATA-SCR.
               05 LINE 07 COLUMN 10 VALUE "DESCRIPTION:".
               05 COLUMN PLUS 02 PIC X(30) USING STO-DESCRIPTION.
               05 LINE 08 COLUMN 10 VALUE "FREQUENCY (W/F/M/Q):".
               05 COLUMN PLUS 02 PIC X(1) USING STO-FREQUENCY.
               05 LINE 09 COLUMN 10 VALUE "NEXT RUN (YYYYMMDD):".
               05 COLUMN PLUS 02 PIC 9(8) USING STO-NEXT-RUN-DATE
                   BLANK WHEN ZEROES.
               05 LINE 10 COLUMN 10 VALUE "END DATE (0 = NONE):".
               05 COLUMN PLUS 02 PIC 9(8) USING STO-END-DATE
                   BLANK WHEN ZEROES.
               05 LINE 11 COLUMN 10 VALUE "STATUS (A/S/E):".
               05 COLUMN PLUS 07 PIC X(1) USING STO-STATUS.
               05 LINE 12 COLUMN 10 VALUE "LN".
               05 COLUMN 15 VALUE "ITEM".
               05 COLUMN 25 VALUE "QUANTITY".

           01 STO-LINE-SCR.
               05 LINE WRK-LIST-LINE COLUMN 10 PIC 9(2)
                   FROM WRK-STO-IDX.
               05 COLUMN 15 PIC X(8) USING WRK-STO-ITEM.
               05 COLUMN 25 PIC 9(5) USING WRK-STO-QTY
                   BLANK WHEN ZEROES.

           01 STO-CONFIRM.
               05 LINE 24 COLUMN 01 VALUE
                   "PRESS Y TO SAVE, D TO DELETE --->".
               05 COLUMN PLUS 02 USING WRK-CURSOR AUTO-SKIP.

           01 QUO-KEY-SCR FOREGROUND-COLOR 2.
               05 LINE 04 COLUMN 10 VALUE "QUOTE KEY (0 = NEW):".
               05 COLUMN PLUS 02 PIC 9(8) USING WRK-QUO-KEY
                   BLANK WHEN ZEROES.

           01 QUO-INFO-SCR.
               05 LINE 05 COLUMN 10 VALUE "QUOTE:".
               05 COLUMN PLUS 02 PIC 9(8) FROM QUOTE-KEY-NUMBER
                   BLANK WHEN ZEROES.
               05 COLUMN PLUS 02 VALUE "ISSUED:".
               05 COLUMN PLUS 02 PIC 9(8) FROM QUOTE-DATE
                   BLANK WHEN ZEROES.
               05 COLUMN PLUS 02 VALUE "STATUS:".
               05 COLUMN PLUS 02 PIC X(1) FROM QUOTE-STATUS.
               05 COLUMN PLUS 02 PIC 9(8) FROM QUOTE-STATUS-DATE
                   BLANK WHEN ZEROES.
               05 LINE 06 COLUMN 10 VALUE "AMOUNT:".
               05 COLUMN PLUS 02 PIC Z(6)9.99 FROM QUOTE-AMOUNT.
               05 COLUMN PLUS 02 VALUE "ORDER:".
               05 COLUMN PLUS 02 PIC 9(8) FROM QUOTE-ORDER-KEY
                   BLANK WHEN ZEROES.

           01 QUO-DATA-SCR.
               05 LINE 07 COLUMN 10 VALUE "CLIENT KEY:".
               05 COLUMN PLUS 02 PIC 9(8) USING QUOTE-CLIENT-KEY
                   BLANK WHEN ZEROES.
               05 COLUMN PLUS 02 VALUE "PROSPECT:".
               05 COLUMN PLUS 02 PIC X(16) USING QUOTE-PROSPECT-NAME.
               05 LINE 08 COLUMN 10 VALUE "DESCRIPTION:".
               05 COLUMN PLUS 02 PIC X(30) USING QUOTE-DESCRIPTION.
               05 LINE 09 COLUMN 10 VALUE "EXPIRY (YYYYMMDD):".
               05 COLUMN PLUS 02 PIC 9(8) USING QUOTE-EXPIRY-DATE
                   BLANK WHEN ZEROES.
               05 LINE 10 COLUMN 10 VALUE "STATUS (O/A/D):".
               05 COLUMN PLUS 05 PIC X(1) USING QUOTE-STATUS.
               05 LINE 12 COLUMN 10 VALUE "LN".
               05 COLUMN 15 VALUE "ITEM".
               05 COLUMN 25 VALUE "QUANTITY".
               05 COLUMN 37 VALUE "PRICE".
               05 COLUMN 47 VALUE "EXTENDED".

           01 QUO-LINE-SCR.
               05 LINE WRK-LIST-LINE COLUMN 10 PIC 9(2)
                   FROM WRK-QUO-IDX.
               05 COLUMN 15 PIC X(8) USING WRK-QUO-ITEM.
               05 COLUMN 25 PIC 9(5) USING WRK-QUO-QTY
                   BLANK WHEN ZEROES.
               05 COLUMN 34 PIC Z(4)9.99 FROM WRK-QUO-PRICE.
               05 COLUMN 45 PIC Z(6)9.99 FROM WRK-QUO-EXT.

           01 QUO-CONFIRM.
               05 LINE 24 COLUMN 01 VALUE
                   "PRESS Y TO SAVE, C TO CONVERT --->".
               05 COLUMN PLUS 02 USING WRK-CURSOR AUTO-SKIP.

           01 CREATE-SCR.
               05 KEY-INPUT FOREGROUND-COLOR 2.
                   10 LINE 04 COLUMN 10 VALUE "ORDER KEY:".
                   OPEN I-O ORDER-LINES
               END-IF.

               OPEN I-O ITEMS.

               IF ITEMS-FILE-STATUS = 35
                   OPEN OUTPUT ITEMS
                   CLOSE ITEMS
                   OPEN I-O ITEMS
               END-IF.

               OPEN I-O CLIENT-SUMMARY.
                   MOVE "N" TO WRK-PAY-AVAIL
               END-IF.

               OPEN I-O CREDIT-MEMOS.

               IF CREDITS-FILE-STATUS = 35
                   OPEN OUTPUT CREDIT-MEMOS
                   CLOSE CREDIT-MEMOS
                   OPEN I-O CREDIT-MEMOS
               END-IF.

               OPEN INPUT PRICE-AGREEMENTS.

               IF PRICEAGR-FILE-STATUS = 0
                   MOVE "Y" TO WRK-PAGR-AVAIL
               ELSE
                   MOVE "N" TO WRK-PAGR-AVAIL
               END-IF.

               OPEN I-O STANDING-ORDERS.

               IF STANDORD-FILE-STATUS = 35
                   OPEN OUTPUT STANDING-ORDERS
                   CLOSE STANDING-ORDERS
                   OPEN I-O STANDING-ORDERS
               END-IF.

               OPEN I-O QUOTATIONS.

               IF QUOTES-FILE-STATUS = 35
                   OPEN OUTPUT QUOTATIONS
                   CLOSE QUOTATIONS
                   OPEN I-O QUOTATIONS
               END-IF.

               OPEN INPUT CLIENTS.
               OPEN EXTEND ORDERS-AUDIT.

                   CLOSE PAYMENTS
               END-IF.

               IF WRK-PAGR-AVAIL = "Y"
                   CLOSE PRICE-AGREEMENTS
               END-IF.

               CLOSE CREDIT-MEMOS.
               CLOSE STANDING-ORDERS.
               CLOSE QUOTATIONS.
               CLOSE CLIENTS.
               CLOSE ORDERS-AUDIT.

                       PERFORM STATUS-OP
                   WHEN 7
                       PERFORM LINES-OP
                   WHEN 8
                       PERFORM RETURN-OP
                   WHEN 9
                       PERFORM STANDING-OP
                   WHEN "A"
                   WHEN "a"
                       PERFORM QUOTE-OP
                   WHEN OTHER
                       MOVE "INVALID OPTION" TO WRK-MSG
                       ACCEPT MSG
                           PERFORM STATUS-OP
                       WHEN 7
                           PERFORM LINES-OP
                       WHEN 8
                           PERFORM RETURN-OP
                       WHEN 9
                           PERFORM STANDING-OP
                       WHEN "A"
                       WHEN "a"
                           PERFORM QUOTE-OP
                       WHEN OTHER
                           PERFORM 0100-INIT-SCR
                   END-EVALUATE
               ACCEPT MSG.
               PERFORM OP-AGAIN-OR-QUIT.

           PERIOD-CLOSED.
               PERFORM CLEAR-MSG.
               MOVE "POSTING PERIOD CLOSED" TO WRK-MSG.
               ACCEPT MSG.
               PERFORM OP-AGAIN-OR-QUIT.

           CHECK-POSTING-PERIOD.
               ACCEPT WRK-PERIOD-DATE FROM DATE YYYYMMDD.
               PERFORM CHECK-PERIOD-DATE.

           WRITE-ORDER-AUDIT.
               ACCEPT OAUDIT-TS-DATE FROM DATE YYYYMMDD.
               ACCEPT OAUDIT-TS-TIME FROM TIME.

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

                       END-IF
               END-READ.

           CHECK-CLIENT-HOLD.
               IF WRK-CLIENT-FOUND = "Y"
                   IF CLIENTS-ON-HOLD
                       MOVE "H" TO WRK-CLIENT-FOUND
                   END-IF
               END-IF.

           READ-CLIENT-SUMMARY.
               MOVE ZEROES TO WRK-EXPOSURE.
               MOVE ORDERS-CLIENT-KEY TO CLISUM-CLIENT-KEY.
                       REWRITE CLISUM-REG
               END-READ.

           SUMMARY-APPLY-CREDIT.
               MOVE WRK-SUM-CLIENT TO CLISUM-CLIENT-KEY.
               READ CLIENT-SUMMARY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLISUM-OPEN-AMOUNT > WRK-SUM-AMOUNT
                           SUBTRACT WRK-SUM-AMOUNT FROM
                               CLISUM-OPEN-AMOUNT
                       ELSE
                           MOVE ZEROES TO CLISUM-OPEN-AMOUNT
                       END-IF

                       REWRITE CLISUM-REG
               END-READ.

           LOOKUP-ITEM.
               MOVE "N" TO WRK-ITEM-FOUND.
               MOVE WRK-LE-ITEM TO ITEMS-CODE.
                           WRK-LT-ITEM(WRK-LINE-COUNT)
                       MOVE WRK-LE-QTY TO
                           WRK-LT-QTY(WRK-LINE-COUNT)
                       MOVE WRK-LE-PRICE TO
                           WRK-LT-PRICE(WRK-LINE-COUNT)
                       MOVE WRK-LE-EXT TO
                           WRK-LT-EXT(WRK-LINE-COUNT)
                       MOVE WRK-LE-SOURCE TO
                           WRK-LT-SOURCE(WRK-LINE-COUNT)
               END-ADD.

           LOOKUP-CONTRACT-PRICE.
               MOVE ITEMS-UNIT-PRICE TO WRK-LE-PRICE.
               MOVE "L" TO WRK-LE-SOURCE.
               MOVE "N" TO WRK-PAGR-APPLIED.

               IF WRK-PAGR-AVAIL = "Y"
                   MOVE ORDERS-CLIENT-KEY TO PAGR-CLIENT-KEY
                   MOVE ITEMS-CODE TO PAGR-ITEM-CODE
                   READ PRICE-AGREEMENTS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM APPLY-PRICE-AGREEMENT
                   END-READ

                   IF WRK-PAGR-APPLIED = "N"
                       MOVE ORDERS-CLIENT-KEY TO PAGR-CLIENT-KEY
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
               IF PAGR-START-DATE <= WRK-PRICE-DATE
                       AND PAGR-END-DATE >= WRK-PRICE-DATE
                   EVALUATE TRUE
                       WHEN PAGR-PRICE > ZEROES
                           MOVE PAGR-PRICE TO WRK-LE-PRICE
                           MOVE "C" TO WRK-LE-SOURCE
                           MOVE "Y" TO WRK-PAGR-APPLIED
                       WHEN PAGR-DISCOUNT-PCT > ZEROES
                           COMPUTE WRK-LE-PRICE ROUNDED =
                               ITEMS-UNIT-PRICE
                               * (100 - PAGR-DISCOUNT-PCT) / 100
                           MOVE "D" TO WRK-LE-SOURCE
                           MOVE "Y" TO WRK-PAGR-APPLIED
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

           ENTER-ONE-LINE.
               MOVE SPACES TO WRK-LE-ITEM WRK-LINE-MSG.
               MOVE ZEROES TO WRK-LE-QTY.
                           IF WRK-LE-QTY = ZEROES
                               MOVE "INSERT QUANTITY" TO WRK-LINE-MSG
                           ELSE
                               PERFORM CHECK-LINE-STOCK
                           END-IF

                           IF WRK-LINE-MSG = SPACES
                               PERFORM LOOKUP-CONTRACT-PRICE
                               COMPUTE WRK-LE-EXT =
                                   WRK-LE-QTY * WRK-LE-PRICE
                                   ON SIZE ERROR
                                       MOVE "AMOUNT TOO LARGE" TO
                                           WRK-LINE-MSG
                       END-IF
               END-EVALUATE.

           CHECK-LINE-STOCK.
               MOVE ZEROES TO WRK-TABLE-QTY.

               PERFORM VARYING WRK-LINE-IDX FROM 1 BY 1
                       UNTIL WRK-LINE-IDX > WRK-LINE-COUNT
                   IF WRK-LT-ITEM(WRK-LINE-IDX) = WRK-LE-ITEM
                       ADD WRK-LT-QTY(WRK-LINE-IDX) TO WRK-TABLE-QTY
                   END-IF
               END-PERFORM.

               COMPUTE WRK-AVAIL-QTY = ITEMS-ON-HAND - ITEMS-ALLOCATED
                   - WRK-TABLE-QTY.

               IF WRK-LE-QTY > WRK-AVAIL-QTY
                   MOVE "INSUFFICIENT STOCK" TO WRK-LINE-MSG
               END-IF.

           ENTER-ORDER-LINES.
               MOVE ZEROES TO WRK-LINE-COUNT WRK-LINES-TOTAL.
               MOVE ZEROES TO WRK-LE-PRICE.
               MOVE SPACES TO WRK-LE-SOURCE.
               ACCEPT WRK-PRICE-DATE FROM DATE YYYYMMDD.
               MOVE "N" TO WRK-LINE-DONE.
               PERFORM ENTER-ONE-LINE UNTIL WRK-LINE-DONE = "Y".
               DISPLAY LINE-ECHO-SCR.
                   MOVE WRK-LT-QTY(WRK-LINE-IDX) TO ORDL-QUANTITY
                   MOVE WRK-LT-PRICE(WRK-LINE-IDX) TO ORDL-UNIT-PRICE
                   MOVE WRK-LT-EXT(WRK-LINE-IDX) TO ORDL-EXT-AMOUNT
                   MOVE WRK-LT-SOURCE(WRK-LINE-IDX)
                       TO ORDL-PRICE-SOURCE
                   WRITE ORDL-REG
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM ALLOCATE-LINE-STOCK
                   END-WRITE
               END-PERFORM.

           ALLOCATE-LINE-STOCK.
               MOVE ORDL-ITEM-CODE TO ITEMS-CODE.
               READ ITEMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD ORDL-QUANTITY TO ITEMS-ALLOCATED
                       REWRITE ITEMS-REG
               END-READ.

           ADJUST-LINE-STOCK.
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

                       IF WRK-STK-ACTION = "S"
                           SUBTRACT ORDL-QUANTITY FROM ITEMS-ON-HAND
                       END-IF

                       REWRITE ITEMS-REG
               END-READ.

           ADJUST-ORDER-STOCK.
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
                       PERFORM ADJUST-LINE-STOCK
                       READ ORDER-LINES NEXT
                   END-PERFORM
               END-IF.

           SUM-ORDER-LINES.
               MOVE "N" TO WRK-LINES-FOUND.
               MOVE ZEROES TO WRK-LN-TOTAL WRK-LN-COUNT.

           CREATE-OP.
               IF LNK-OPER-FULL
                   PERFORM CHECK-POSTING-PERIOD

                   IF WRK-PERIOD-OPEN = "Y"
                       PERFORM CREATE-OP-BODY
                   ELSE
                       PERFORM PERIOD-CLOSED
                   END-IF
               ELSE
                   PERFORM NOT-AUTHORIZED
               END-IF.
                   MOVE "INSERT ORDER KEY AND CLIENT KEY" TO WRK-MSG
               ELSE
                   PERFORM LOOKUP-CLIENT
                   PERFORM CHECK-CLIENT-HOLD

                   IF WRK-CLIENT-FOUND = "N"
                       MOVE "CLIENT NOT FOUND" TO WRK-MSG
                   END-IF

                   IF WRK-CLIENT-FOUND = "H"
                       MOVE "CLIENT ON CREDIT HOLD" TO WRK-MSG
                   END-IF

                   IF WRK-CLIENT-FOUND = "Y"
                       PERFORM ENTER-ORDER-LINES

                       IF WRK-LINE-COUNT > ZEROES
                       IF WRK-CREDIT-OK = "N"
                           MOVE "OVER CREDIT LIMIT" TO WRK-MSG
                       ELSE
                           PERFORM WRITE-NEW-ORDER
                       END-IF
                   END-IF
               END-IF.
               ACCEPT MSG.
               PERFORM OP-AGAIN-OR-QUIT.

           WRITE-NEW-ORDER.
               MOVE "E" TO ORDERS-STATUS.
               ACCEPT ORDERS-ENTERED-DATE FROM DATE YYYYMMDD.
               MOVE ZEROES TO ORDERS-SHIPPED-DATE ORDERS-PAID-DATE.
               MOVE ZEROES TO ORDERS-INVOICE-NUMBER ORDERS-INVOICE-DATE
                   ORDERS-DUE-DATE ORDERS-DISC-DATE ORDERS-DISC-PCT.
               WRITE ORDERS-REG
                   INVALID KEY
                       MOVE "CONFLICT" TO WRK-MSG
                   NOT INVALID KEY
                       MOVE "CREATED" TO WRK-MSG
                       PERFORM WRITE-ORDER-LINES
                       MOVE ORDERS-CLIENT-KEY TO WRK-SUM-CLIENT
                       ADD ORDERS-AMOUNT ORDERS-TAX
                           GIVING WRK-SUM-AMOUNT
                       PERFORM SUMMARY-ADD-ORDER
                       IF ORDERS-KEY-NUMBER > WRK-LAST-ORDER-KEY
                           MOVE ORDERS-KEY-NUMBER TO WRK-LAST-ORDER-KEY
                           PERFORM WRITE-KEY-CONTROL
                       END-IF
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
                       PERFORM WRITE-ORDER-AUDIT
               END-WRITE.

           READ-OP.
               PERFORM CLEAR-MSG.
               MOVE "READ" TO WRK-CURRENT-SCR.

           UPDATE-OP.
               IF LNK-OPER-FULL
                   PERFORM CHECK-POSTING-PERIOD

                   IF WRK-PERIOD-OPEN = "Y"
                       PERFORM UPDATE-OP-BODY
                   ELSE
                       PERFORM PERIOD-CLOSED
                   END-IF
               ELSE
                   PERFORM NOT-AUTHORIZED
               END-IF.
                   INVALID KEY
                       MOVE "NOT FOUND" TO WRK-MSG
                   NOT INVALID KEY
                       MOVE "Y" TO WRK-PERIOD-OPEN

                       IF ORDERS-ENTERED-DATE IS NUMERIC
                               AND ORDERS-ENTERED-DATE > ZEROES
                           MOVE ORDERS-ENTERED-DATE TO WRK-PERIOD-DATE
                           PERFORM CHECK-PERIOD-DATE
                       END-IF

                       EVALUATE TRUE
                           WHEN ORDER-CANCELLED
                               MOVE "ORDER CANCELLED" TO WRK-MSG
                           WHEN WRK-PERIOD-OPEN = "N"
                               MOVE "ORDER IN CLOSED PERIOD" TO WRK-MSG
                           WHEN OTHER
                               PERFORM ACQUIRE-ORDER-LOCK

                               IF WRK-LOCK-OK = "N"
                                   PERFORM BUILD-LOCKED-MSG
                               ELSE
                                   PERFORM UPDATE-ORDER-FIELDS
                                   PERFORM RELEASE-ORDER-LOCK
                               END-IF
                       END-EVALUATE
               END-READ.

               ACCEPT MSG.

           CANCEL-OP.
               IF LNK-OPER-FULL
                   PERFORM CHECK-POSTING-PERIOD

                   IF WRK-PERIOD-OPEN = "Y"
                       PERFORM CANCEL-OP-BODY
                   ELSE
                       PERFORM PERIOD-CLOSED
                   END-IF
               ELSE
                   PERFORM NOT-AUTHORIZED
               END-IF.
                               MOVE "ORDER PAID" TO WRK-MSG
                           WHEN OTHER
                               PERFORM CHECK-ORDER-PAYMENTS
                               PERFORM SUM-ORDER-CREDITS

                               IF WRK-PAYMENTS-FOUND = "Y"
                                   MOVE "ORDER HAS PAYMENTS"
                                       TO WRK-MSG
                               ELSE
                                   IF WRK-CREDITS-FOUND = "Y"
                                       MOVE "ORDER HAS CREDITS"
                                           TO WRK-MSG
                                   ELSE
                                       PERFORM CONFIRM-CANCEL
                                   END-IF
                               END-IF
                       END-EVALUATE
               ACCEPT MSG.
               PERFORM OP-AGAIN-OR-QUIT.

           CONFIRM-CANCEL.
               ACCEPT CANCEL-CONFIRM.

               IF WRK-CURSOR = "Y" OR WRK-CURSOR = "y"
                   PERFORM CANCEL-ORDER
               ELSE
                   MOVE "NOT CANCELLED" TO WRK-MSG
               END-IF.

           CHECK-ORDER-PAYMENTS.
               MOVE "N" TO WRK-PAYMENTS-FOUND.


               IF ORDERS-FILE-STATUS = 0
                   MOVE "CANCELLED" TO WRK-MSG

                   IF WRK-OLD-STATUS = "E"
                       MOVE "R" TO WRK-STK-ACTION
                       PERFORM ADJUST-ORDER-STOCK
                   END-IF

                   MOVE ORDERS-KEY-NUMBER TO OAUDIT-KEY-NUMBER
                   MOVE "CANCEL" TO OAUDIT-OPERATION
                   MOVE WRK-OLD-CLIENT TO OAUDIT-BEFORE-CLIENT
                   WHEN ORDERS-STATUS = "S" AND WRK-NEW-STATUS = "P"
                       MOVE "Y" TO WRK-STATUS-OK
                   WHEN ORDERS-STATUS = "S" AND WRK-NEW-STATUS = "C"
                       PERFORM SUM-ORDER-CREDITS

                       IF WRK-CREDITS-FOUND = "N"
                           MOVE "Y" TO WRK-STATUS-OK
                       END-IF
               END-EVALUATE.

           STATUS-OP.
               IF LNK-OPER-FULL
                   PERFORM CHECK-POSTING-PERIOD

                   IF WRK-PERIOD-OPEN = "Y"
                       PERFORM STATUS-OP-BODY
                   ELSE
                       PERFORM PERIOD-CLOSED
                   END-IF
               ELSE
                   PERFORM NOT-AUTHORIZED
               END-IF.
                                   OAUDIT-AFTER-STATUS
                               PERFORM WRITE-ORDER-AUDIT

                               IF WRK-OLD-STATUS = "E"
                                   IF ORDER-SHIPPED
                                       MOVE "S" TO WRK-STK-ACTION
                                   ELSE
                                       MOVE "R" TO WRK-STK-ACTION
                                   END-IF
                                   PERFORM ADJUST-ORDER-STOCK
                               END-IF

                               IF ORDER-PAID OR ORDER-CANCELLED
                                   MOVE ORDERS-CLIENT-KEY TO
                                       WRK-SUM-CLIENT
                                   ADD ORDERS-AMOUNT ORDERS-TAX
                                       GIVING WRK-SUM-AMOUNT
                                   PERFORM NET-ORDER-CREDITS
                                   PERFORM SUMMARY-REMOVE-ORDER
                               END-IF
                           ELSE

               ACCEPT MSG.
               PERFORM OP-AGAIN-OR-QUIT.

           SUM-ORDER-CREDITS.
               MOVE "N" TO WRK-CREDITS-FOUND.
               MOVE ZEROES TO WRK-ORDER-CREDITS.
               MOVE ORDERS-KEY-NUMBER TO CRED-ORDER-KEY.
               START CREDIT-MEMOS KEY IS EQUAL TO CRED-ORDER-KEY
                   INVALID KEY
                       CONTINUE
               END-START.

               IF CREDITS-FILE-STATUS = 0
                   READ CREDIT-MEMOS NEXT

                   PERFORM UNTIL CREDITS-FILE-STATUS <> 0
                           OR CRED-ORDER-KEY NOT = ORDERS-KEY-NUMBER
                       MOVE "Y" TO WRK-CREDITS-FOUND
                       ADD CRED-AMOUNT CRED-TAX TO WRK-ORDER-CREDITS
                       READ CREDIT-MEMOS NEXT
                   END-PERFORM
               END-IF.

           NET-ORDER-CREDITS.
               PERFORM SUM-ORDER-CREDITS.

               IF WRK-SUM-AMOUNT > WRK-ORDER-CREDITS
                   SUBTRACT WRK-ORDER-CREDITS FROM WRK-SUM-AMOUNT
               ELSE
                   MOVE ZEROES TO WRK-SUM-AMOUNT
               END-IF.

           SUM-LINE-RETURNS.
               MOVE ZEROES TO WRK-CM-PRIOR-QTY.
               MOVE WRK-LN-KEY TO CRED-ORDER-KEY.
               START CREDIT-MEMOS KEY IS EQUAL TO CRED-ORDER-KEY
                   INVALID KEY
                       CONTINUE
               END-START.

               IF CREDITS-FILE-STATUS = 0
                   READ CREDIT-MEMOS NEXT

                   PERFORM UNTIL CREDITS-FILE-STATUS <> 0
                           OR CRED-ORDER-KEY NOT = WRK-LN-KEY
                       IF CRED-LINE-NUMBER = WRK-CM-LINE
                           ADD CRED-QUANTITY TO WRK-CM-PRIOR-QTY
                       END-IF
                       READ CREDIT-MEMOS NEXT
                   END-PERFORM
               END-IF.

           RESTOCK-RETURN-LINE.
               MOVE CRED-ITEM-CODE TO ITEMS-CODE.
               READ ITEMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD CRED-QUANTITY TO ITEMS-ON-HAND
                       REWRITE ITEMS-REG
               END-READ.

           WRITE-CREDIT-LINE.
               MOVE WRK-CM-NUMBER TO CRED-KEY-NUMBER.
               MOVE WRK-CM-LINE TO CRED-LINE-NUMBER.
               MOVE ORDERS-CLIENT-KEY TO CRED-CLIENT-KEY.
               MOVE WRK-LN-KEY TO CRED-ORDER-KEY.
               MOVE ORDL-ITEM-CODE TO CRED-ITEM-CODE.
               MOVE WRK-CM-QTY TO CRED-QUANTITY.
               MOVE ORDL-UNIT-PRICE TO CRED-UNIT-PRICE.
               COMPUTE CRED-AMOUNT = WRK-CM-QTY * ORDL-UNIT-PRICE.

               IF ORDERS-AMOUNT > ZEROES
                   COMPUTE CRED-TAX ROUNDED =
                       CRED-AMOUNT * ORDERS-TAX / ORDERS-AMOUNT
               ELSE
                   MOVE ZEROES TO CRED-TAX
               END-IF.

               ACCEPT CRED-DATE FROM DATE YYYYMMDD.
               ACCEPT CRED-TIME FROM TIME.
               MOVE LNK-OPER-ID TO CRED-OPERATOR-ID.
               WRITE CRED-REG
                   INVALID KEY
                       MOVE "LINE ALREADY ON THIS MEMO" TO WRK-CM-MSG
                   NOT INVALID KEY
                       ADD 1 TO WRK-CM-COUNT
                       ADD CRED-AMOUNT TO WRK-CM-TOTAL
                       ADD CRED-TAX TO WRK-CM-TAX-TOTAL
                       PERFORM RESTOCK-RETURN-LINE
                       MOVE "LINE CREDITED" TO WRK-CM-MSG
               END-WRITE.

           VALIDATE-RETURN-LINE.
               PERFORM SUM-LINE-RETURNS.

               EVALUATE TRUE
                   WHEN WRK-CM-QTY = ZEROES
                       MOVE "INSERT QUANTITY" TO WRK-CM-MSG
                   WHEN WRK-CM-QTY + WRK-CM-PRIOR-QTY > ORDL-QUANTITY
                       MOVE "EXCEEDS QUANTITY NOT RETURNED"
                           TO WRK-CM-MSG
                   WHEN OTHER
                       PERFORM WRITE-CREDIT-LINE
               END-EVALUATE.

           ENTER-ONE-RETURN.
               MOVE ZEROES TO WRK-CM-LINE WRK-CM-QTY.
               DISPLAY RETURN-ECHO-SCR.
               MOVE SPACES TO WRK-CM-MSG.
               ACCEPT RETURN-ENTRY-SCR.

               IF WRK-CM-LINE = ZEROES
                   MOVE "Y" TO WRK-CM-DONE
               ELSE
                   MOVE WRK-LN-KEY TO ORDL-ORDER-KEY
                   MOVE WRK-CM-LINE TO ORDL-LINE-NUMBER
                   READ ORDER-LINES
                       INVALID KEY
                           MOVE "LINE NOT FOUND" TO WRK-CM-MSG
                       NOT INVALID KEY
                           PERFORM VALIDATE-RETURN-LINE
                   END-READ
               END-IF.

           WRITE-CREDIT-AUDIT.
               MOVE ORDERS-KEY-NUMBER TO OAUDIT-KEY-NUMBER.
               MOVE "CREDIT" TO OAUDIT-OPERATION.
               MOVE ORDERS-CLIENT-KEY TO OAUDIT-BEFORE-CLIENT.
               MOVE ORDERS-DESCRIPTION TO OAUDIT-BEFORE-DESC.
               MOVE ORDERS-AMOUNT TO OAUDIT-BEFORE-AMOUNT.
               MOVE ORDERS-STATUS TO OAUDIT-BEFORE-STATUS.
               MOVE ORDERS-CLIENT-KEY TO OAUDIT-AFTER-CLIENT.
               MOVE SPACES TO OAUDIT-AFTER-DESC.
               STRING "CREDIT MEMO " DELIMITED BY SIZE
                       WRK-CM-NUMBER DELIMITED BY SIZE
                   INTO OAUDIT-AFTER-DESC
               END-STRING.
               MOVE WRK-CM-TOTAL TO OAUDIT-AFTER-AMOUNT.
               MOVE ORDERS-STATUS TO OAUDIT-AFTER-STATUS.
               PERFORM WRITE-ORDER-AUDIT.

           ENTER-RETURN-LINES.
               DISPLAY DATA-FORM.
               DISPLAY ORDER-STATUS-DISPLAY.
               PERFORM READ-KEY-CONTROL.
               ADD 1 WRK-LAST-CREDIT-KEY GIVING WRK-CM-NUMBER.
               MOVE ZEROES TO WRK-CM-COUNT WRK-CM-TOTAL
                   WRK-CM-TAX-TOTAL.
               MOVE SPACES TO WRK-CM-MSG.
               MOVE "N" TO WRK-CM-DONE.
               PERFORM ENTER-ONE-RETURN UNTIL WRK-CM-DONE = "Y".
               DISPLAY RETURN-ECHO-SCR.

               IF WRK-CM-COUNT = ZEROES
                   MOVE "NO CREDIT ISSUED" TO WRK-MSG
               ELSE
                   IF WRK-CM-NUMBER > WRK-LAST-CREDIT-KEY
                       MOVE WRK-CM-NUMBER TO WRK-LAST-CREDIT-KEY
                       PERFORM WRITE-KEY-CONTROL
                   END-IF

                   MOVE ORDERS-CLIENT-KEY TO WRK-SUM-CLIENT
                   ADD WRK-CM-TOTAL WRK-CM-TAX-TOTAL
                       GIVING WRK-SUM-AMOUNT
                   PERFORM SUMMARY-APPLY-CREDIT
                   PERFORM WRITE-CREDIT-AUDIT
                   MOVE "CREDIT MEMO ISSUED" TO WRK-MSG
               END-IF.

           RETURN-OP.
               IF LNK-OPER-FULL
                   PERFORM CHECK-POSTING-PERIOD

                   IF WRK-PERIOD-OPEN = "Y"
                       PERFORM RETURN-OP-BODY
                   ELSE
                       PERFORM PERIOD-CLOSED
                   END-IF
               ELSE
                   PERFORM NOT-AUTHORIZED
               END-IF.

           RETURN-OP-BODY.
               PERFORM CLEAR-MSG.
               MOVE "RETURNS" TO WRK-CURRENT-SCR.
               MOVE ZEROES TO WRK-LN-KEY.
               DISPLAY SCR.
               ACCEPT ORDER-KEY-SCR.

               IF WRK-LN-KEY = ZEROES
                   MOVE "INSERT ORDER KEY" TO WRK-MSG
               ELSE
                   MOVE WRK-LN-KEY TO ORDERS-KEY-NUMBER
                   READ ORDERS
                       INVALID KEY
                           MOVE "ORDER NOT FOUND" TO WRK-MSG
                       NOT INVALID KEY
                           IF ORDER-SHIPPED OR ORDER-PAID
                               PERFORM ENTER-RETURN-LINES
                           ELSE
                               MOVE "ORDER NOT SHIPPED" TO WRK-MSG
                           END-IF
                   END-READ
               END-IF.

               ACCEPT MSG.
               PERFORM OP-AGAIN-OR-QUIT.

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

           STANDING-OP.
               IF LNK-OPER-FULL
                   PERFORM STANDING-OP-BODY
               ELSE
                   PERFORM NOT-AUTHORIZED
               END-IF.

           STANDING-OP-BODY.
               PERFORM CLEAR-MSG.
               MOVE "STANDING" TO WRK-CURRENT-SCR.
               MOVE SPACES TO STO-REG.
               MOVE ZEROES TO STO-CLIENT-KEY STO-SEQUENCE.
               DISPLAY SCR.
               ACCEPT STO-KEY-SCR.

               IF STO-CLIENT-KEY = ZEROES
                   MOVE "INSERT CLIENT KEY" TO WRK-MSG
               ELSE
                   MOVE STO-CLIENT-KEY TO CLIENTS-KEY-NUMBER
                   READ CLIENTS
                       INVALID KEY
                           MOVE "CLIENT NOT FOUND" TO WRK-MSG
                   END-READ
               END-IF.

               IF WRK-MSG = SPACES
                   READ STANDING-ORDERS
                       INVALID KEY
                           MOVE "N" TO WRK-STO-FOUND
                           PERFORM STANDING-DEFAULTS
                       NOT INVALID KEY
                           MOVE "Y" TO WRK-STO-FOUND
                   END-READ

                   DISPLAY STO-INFO-SCR
                   ACCEPT STO-DATA-SCR

                   PERFORM VARYING WRK-STO-IDX FROM 1 BY 1
                           UNTIL WRK-STO-IDX > 10
                       PERFORM ACCEPT-STANDING-LINE
                   END-PERFORM

                   ACCEPT STO-CONFIRM

                   EVALUATE TRUE
                       WHEN WRK-CURSOR = "Y" OR WRK-CURSOR = "y"
                           PERFORM SAVE-STANDING-ORDER
                       WHEN (WRK-CURSOR = "D" OR WRK-CURSOR = "d")
                               AND WRK-STO-FOUND = "Y"
                           PERFORM DELETE-STANDING-ORDER
                       WHEN OTHER
                           MOVE "NOT SAVED" TO WRK-MSG
                   END-EVALUATE
               END-IF.

               ACCEPT MSG.
               PERFORM OP-AGAIN-OR-QUIT.

           STANDING-DEFAULTS.
               MOVE SPACES TO STO-DESCRIPTION STO-LAST-MESSAGE.
               MOVE "M" TO STO-FREQUENCY.
               MOVE "A" TO STO-STATUS.
               MOVE ZEROES TO STO-NEXT-RUN-DATE STO-END-DATE
                   STO-LAST-RUN-DATE STO-LAST-ORDER-KEY.

               PERFORM VARYING WRK-STO-IDX FROM 1 BY 1
                       UNTIL WRK-STO-IDX > 10
                   MOVE SPACES TO STO-ITEM-CODE(WRK-STO-IDX)
                   MOVE ZEROES TO STO-QUANTITY(WRK-STO-IDX)
               END-PERFORM.

           ACCEPT-STANDING-LINE.
               ADD 12 WRK-STO-IDX GIVING WRK-LIST-LINE.
               MOVE STO-ITEM-CODE(WRK-STO-IDX) TO WRK-STO-ITEM.
               MOVE STO-QUANTITY(WRK-STO-IDX) TO WRK-STO-QTY.
               ACCEPT STO-LINE-SCR.
               MOVE WRK-STO-ITEM TO STO-ITEM-CODE(WRK-STO-IDX).
               MOVE WRK-STO-QTY TO STO-QUANTITY(WRK-STO-IDX).

           VALIDATE-STANDING-LINE.
               IF STO-ITEM-CODE(WRK-STO-IDX) = SPACES
                   MOVE ZEROES TO STO-QUANTITY(WRK-STO-IDX)
               ELSE
                   ADD 1 TO WRK-STO-LINES
                   MOVE STO-ITEM-CODE(WRK-STO-IDX) TO WRK-LE-ITEM
                   PERFORM LOOKUP-ITEM

                   IF WRK-ITEM-FOUND = "N"
                       MOVE SPACES TO WRK-MSG
                       STRING "ITEM NOT FOUND LINE " DELIMITED BY SIZE
                               WRK-STO-IDX DELIMITED BY SIZE
                           INTO WRK-MSG
                       END-STRING
                   ELSE
                       IF STO-QUANTITY(WRK-STO-IDX) = ZEROES
                           MOVE SPACES TO WRK-MSG
                           STRING "INSERT QUANTITY LINE "
                                   DELIMITED BY SIZE
                                   WRK-STO-IDX DELIMITED BY SIZE
                               INTO WRK-MSG
                           END-STRING
                       END-IF
                   END-IF
               END-IF.

           SAVE-STANDING-ORDER.
               ACCEPT WRK-STO-TODAY FROM DATE YYYYMMDD.
               MOVE ZEROES TO WRK-STO-LINES.

               PERFORM VARYING WRK-STO-IDX FROM 1 BY 1
                       UNTIL WRK-STO-IDX > 10
                       OR WRK-MSG NOT = SPACES
                   PERFORM VALIDATE-STANDING-LINE
               END-PERFORM.

               IF WRK-MSG = SPACES
                   EVALUATE TRUE
                       WHEN NOT STO-WEEKLY AND NOT STO-FORTNIGHTLY
                               AND NOT STO-MONTHLY AND NOT STO-QUARTERLY
                           MOVE "FREQUENCY MUST BE W/F/M/Q" TO WRK-MSG
                       WHEN NOT STO-ACTIVE AND NOT STO-SUSPENDED
                               AND NOT STO-ENDED
                           MOVE "STATUS MUST BE A/S/E" TO WRK-MSG
                       WHEN STO-NEXT-RUN-DATE = ZEROES
                           MOVE "INSERT NEXT RUN DATE" TO WRK-MSG
                       WHEN STO-ACTIVE
                               AND STO-NEXT-RUN-DATE < WRK-STO-TODAY
                           MOVE "NEXT RUN DATE IN THE PAST" TO WRK-MSG
                       WHEN STO-END-DATE > ZEROES
                               AND STO-END-DATE < STO-NEXT-RUN-DATE
                           MOVE "END DATE BEFORE NEXT RUN" TO WRK-MSG
                       WHEN WRK-STO-LINES = ZEROES
                           MOVE "INSERT AT LEAST ONE LINE" TO WRK-MSG
                       WHEN OTHER
                           MOVE WRK-STO-TODAY TO STO-CHANGED-DATE
                           MOVE LNK-OPER-ID TO STO-OPERATOR-ID

                           IF WRK-STO-FOUND = "Y"
                               REWRITE STO-REG
                           ELSE
                               WRITE STO-REG
                           END-IF

                           IF STANDORD-FILE-STATUS = 0
                               MOVE "STANDING ORDER SAVED" TO WRK-MSG
                           ELSE
                               MOVE "NOT SAVED" TO WRK-MSG
                           END-IF
                   END-EVALUATE
               END-IF.

           DELETE-STANDING-ORDER.
               DELETE STANDING-ORDERS
                   INVALID KEY
                       MOVE "NOT DELETED" TO WRK-MSG
                   NOT INVALID KEY
                       MOVE "STANDING ORDER DELETED" TO WRK-MSG
               END-DELETE.

           QUOTE-OP.
               IF LNK-OPER-FULL
                   PERFORM QUOTE-OP-BODY
               ELSE
                   PERFORM NOT-AUTHORIZED
               END-IF.

           QUOTE-OP-BODY.
               PERFORM CLEAR-MSG.
               MOVE "QUOTES" TO WRK-CURRENT-SCR.
               MOVE SPACES TO QUOTE-REG.
               MOVE ZEROES TO WRK-QUO-KEY.
               DISPLAY SCR.
               ACCEPT QUO-KEY-SCR.

               IF WRK-QUO-KEY = ZEROES
                   MOVE "N" TO WRK-QUO-FOUND
                   PERFORM QUOTE-DEFAULTS
               ELSE
                   MOVE WRK-QUO-KEY TO QUOTE-KEY-NUMBER
                   READ QUOTATIONS
                       INVALID KEY
                           MOVE "QUOTE NOT FOUND" TO WRK-MSG
                       NOT INVALID KEY
                           MOVE "Y" TO WRK-QUO-FOUND
                   END-READ
               END-IF.

               IF WRK-MSG = SPACES
                   MOVE QUOTE-STATUS TO WRK-QUO-OLD-STATUS
                   DISPLAY QUO-INFO-SCR

                   IF QUOTE-ORDER-KEY > ZEROES OR QUOTE-EXPIRED
                       PERFORM SHOW-QUOTE
                   ELSE
                       PERFORM EDIT-QUOTE
                   END-IF
               END-IF.

               ACCEPT MSG.
               PERFORM OP-AGAIN-OR-QUIT.

           QUOTE-DEFAULTS.
               ACCEPT WRK-QUO-TODAY FROM DATE YYYYMMDD.
               MOVE SPACES TO QUOTE-PROSPECT-NAME QUOTE-DESCRIPTION.
               MOVE "O" TO QUOTE-STATUS.
               MOVE ZEROES TO QUOTE-KEY-NUMBER QUOTE-CLIENT-KEY
                   QUOTE-EXPIRY-DATE QUOTE-AMOUNT QUOTE-ORDER-KEY.
               MOVE WRK-QUO-TODAY TO QUOTE-DATE QUOTE-STATUS-DATE.

               PERFORM VARYING WRK-QUO-IDX FROM 1 BY 1
                       UNTIL WRK-QUO-IDX > 10
                   MOVE SPACES TO QUOTE-ITEM-CODE(WRK-QUO-IDX)
                   MOVE ZEROES TO QUOTE-QUANTITY(WRK-QUO-IDX)
                       QUOTE-UNIT-PRICE(WRK-QUO-IDX)
                       QUOTE-EXT-AMOUNT(WRK-QUO-IDX)
               END-PERFORM.

           LOAD-QUOTE-LINE.
               ADD 12 WRK-QUO-IDX GIVING WRK-LIST-LINE.
               MOVE QUOTE-ITEM-CODE(WRK-QUO-IDX) TO WRK-QUO-ITEM.
               MOVE QUOTE-QUANTITY(WRK-QUO-IDX) TO WRK-QUO-QTY.
               MOVE QUOTE-UNIT-PRICE(WRK-QUO-IDX) TO WRK-QUO-PRICE.
               MOVE QUOTE-EXT-AMOUNT(WRK-QUO-IDX) TO WRK-QUO-EXT.

           SHOW-QUOTE.
               DISPLAY QUO-DATA-SCR.

               PERFORM VARYING WRK-QUO-IDX FROM 1 BY 1
                       UNTIL WRK-QUO-IDX > 10
                   PERFORM LOAD-QUOTE-LINE
                   DISPLAY QUO-LINE-SCR
               END-PERFORM.

               IF QUOTE-EXPIRED
                   MOVE "QUOTE HAS EXPIRED" TO WRK-MSG
               ELSE
                   STRING "CONVERTED TO ORDER " DELIMITED BY SIZE
                           QUOTE-ORDER-KEY DELIMITED BY SIZE
                       INTO WRK-MSG
                   END-STRING
               END-IF.

           EDIT-QUOTE.
               ACCEPT QUO-DATA-SCR.

               PERFORM VARYING WRK-QUO-IDX FROM 1 BY 1
                       UNTIL WRK-QUO-IDX > 10
                   PERFORM ACCEPT-QUOTE-LINE
               END-PERFORM.

               ACCEPT QUO-CONFIRM.

               EVALUATE TRUE
                   WHEN WRK-CURSOR = "Y" OR WRK-CURSOR = "y"
                       PERFORM SAVE-QUOTE
                   WHEN WRK-CURSOR = "C" OR WRK-CURSOR = "c"
                       PERFORM SAVE-QUOTE

                       IF WRK-QUO-SAVED = "Y"
                           PERFORM CONVERT-QUOTE
                       END-IF
                   WHEN OTHER
                       MOVE "NOT SAVED" TO WRK-MSG
               END-EVALUATE.

           ACCEPT-QUOTE-LINE.
               PERFORM LOAD-QUOTE-LINE.
               ACCEPT QUO-LINE-SCR.

               IF WRK-QUO-ITEM NOT = QUOTE-ITEM-CODE(WRK-QUO-IDX)
                   MOVE ZEROES TO QUOTE-UNIT-PRICE(WRK-QUO-IDX)
               END-IF.

               MOVE WRK-QUO-ITEM TO QUOTE-ITEM-CODE(WRK-QUO-IDX).
               MOVE WRK-QUO-QTY TO QUOTE-QUANTITY(WRK-QUO-IDX).

           VALIDATE-QUOTE-LINE.
               IF QUOTE-ITEM-CODE(WRK-QUO-IDX) = SPACES
                   MOVE ZEROES TO QUOTE-QUANTITY(WRK-QUO-IDX)
                       QUOTE-UNIT-PRICE(WRK-QUO-IDX)
                       QUOTE-EXT-AMOUNT(WRK-QUO-IDX)
               ELSE
                   ADD 1 TO WRK-QUO-LINES
                   MOVE QUOTE-ITEM-CODE(WRK-QUO-IDX) TO WRK-LE-ITEM
                   PERFORM LOOKUP-ITEM

                   EVALUATE TRUE
                       WHEN WRK-ITEM-FOUND = "N"
                           STRING "ITEM NOT FOUND LINE "
                                   DELIMITED BY SIZE
                                   WRK-QUO-IDX DELIMITED BY SIZE
                               INTO WRK-MSG
                           END-STRING
                       WHEN QUOTE-QUANTITY(WRK-QUO-IDX) = ZEROES
                           STRING "INSERT QUANTITY LINE "
                                   DELIMITED BY SIZE
                                   WRK-QUO-IDX DELIMITED BY SIZE
                               INTO WRK-MSG
                           END-STRING
                       WHEN OTHER
                           PERFORM PRICE-QUOTE-LINE
                   END-EVALUATE
               END-IF.

           PRICE-QUOTE-LINE.
               IF QUOTE-UNIT-PRICE(WRK-QUO-IDX) = ZEROES
                   MOVE ITEMS-UNIT-PRICE TO
                       QUOTE-UNIT-PRICE(WRK-QUO-IDX)
               END-IF.

               COMPUTE QUOTE-EXT-AMOUNT(WRK-QUO-IDX) =
                   QUOTE-QUANTITY(WRK-QUO-IDX)
                   * QUOTE-UNIT-PRICE(WRK-QUO-IDX)
                   ON SIZE ERROR
                       STRING "AMOUNT TOO LARGE LINE "
                               DELIMITED BY SIZE
                               WRK-QUO-IDX DELIMITED BY SIZE
                           INTO WRK-MSG
                       END-STRING
                   NOT ON SIZE ERROR
                       ADD QUOTE-EXT-AMOUNT(WRK-QUO-IDX) TO
                           QUOTE-AMOUNT
                           ON SIZE ERROR
                               MOVE "QUOTE TOTAL TOO LARGE" TO WRK-MSG
                       END-ADD
               END-COMPUTE.

           SAVE-QUOTE.
               MOVE "N" TO WRK-QUO-SAVED.
               ACCEPT WRK-QUO-TODAY FROM DATE YYYYMMDD.
               MOVE ZEROES TO WRK-QUO-LINES QUOTE-AMOUNT.

               PERFORM VARYING WRK-QUO-IDX FROM 1 BY 1
                       UNTIL WRK-QUO-IDX > 10
                       OR WRK-MSG NOT = SPACES
                   PERFORM VALIDATE-QUOTE-LINE
               END-PERFORM.

               IF WRK-MSG = SPACES AND QUOTE-CLIENT-KEY > ZEROES
                   MOVE QUOTE-CLIENT-KEY TO CLIENTS-KEY-NUMBER
                   READ CLIENTS
                       INVALID KEY
                           MOVE "CLIENT NOT FOUND" TO WRK-MSG
                       NOT INVALID KEY
                           IF QUOTE-PROSPECT-NAME = SPACES
                               MOVE CLIENTS-NAME TO
                                   QUOTE-PROSPECT-NAME
                           END-IF
                   END-READ
               END-IF.

               IF WRK-MSG = SPACES
                   EVALUATE TRUE
                       WHEN QUOTE-CLIENT-KEY = ZEROES
                               AND QUOTE-PROSPECT-NAME = SPACES
                           MOVE "INSERT CLIENT OR PROSPECT" TO WRK-MSG
                       WHEN NOT QUOTE-OPEN AND NOT QUOTE-ACCEPTED
                               AND NOT QUOTE-DECLINED
                           MOVE "STATUS MUST BE O/A/D" TO WRK-MSG
                       WHEN QUOTE-EXPIRY-DATE = ZEROES
                           MOVE "INSERT EXPIRY DATE" TO WRK-MSG
                       WHEN QUOTE-EXPIRY-DATE < QUOTE-DATE
                           MOVE "EXPIRY BEFORE QUOTE DATE" TO WRK-MSG
                       WHEN QUOTE-OPEN
                               AND QUOTE-EXPIRY-DATE < WRK-QUO-TODAY
                           MOVE "EXPIRY DATE IN THE PAST" TO WRK-MSG
                       WHEN QUOTE-ACCEPTED
                               AND WRK-QUO-OLD-STATUS NOT = "A"
                               AND QUOTE-EXPIRY-DATE < WRK-QUO-TODAY
                           MOVE "QUOTE HAS EXPIRED" TO WRK-MSG
                       WHEN WRK-QUO-LINES = ZEROES
                           MOVE "INSERT AT LEAST ONE LINE" TO WRK-MSG
                       WHEN OTHER
                           PERFORM WRITE-QUOTE
                   END-EVALUATE
               END-IF.

           WRITE-QUOTE.
               IF QUOTE-STATUS NOT = WRK-QUO-OLD-STATUS
                   MOVE WRK-QUO-TODAY TO QUOTE-STATUS-DATE
               END-IF.

               MOVE WRK-QUO-TODAY TO QUOTE-CHANGED-DATE.
               MOVE LNK-OPER-ID TO QUOTE-OPERATOR-ID.

               IF WRK-QUO-FOUND = "Y"
                   REWRITE QUOTE-REG
               ELSE
                   PERFORM READ-KEY-CONTROL
                   ADD 1 WRK-LAST-QUOTE-KEY GIVING QUOTE-KEY-NUMBER
                   WRITE QUOTE-REG

                   IF QUOTES-FILE-STATUS = 0
                       MOVE QUOTE-KEY-NUMBER TO WRK-LAST-QUOTE-KEY
                       PERFORM WRITE-KEY-CONTROL
                       MOVE "Y" TO WRK-QUO-FOUND
                   END-IF
               END-IF.

               IF QUOTES-FILE-STATUS = 0
                   MOVE "Y" TO WRK-QUO-SAVED
                   MOVE QUOTE-STATUS TO WRK-QUO-OLD-STATUS
                   STRING "QUOTE " DELIMITED BY SIZE
                           QUOTE-KEY-NUMBER DELIMITED BY SIZE
                           " SAVED" DELIMITED BY SIZE
                       INTO WRK-MSG
                   END-STRING
                   DISPLAY QUO-INFO-SCR
               ELSE
                   MOVE "NOT SAVED" TO WRK-MSG
               END-IF.

           CONVERT-QUOTE.
               MOVE SPACES TO WRK-MSG.
               PERFORM CHECK-POSTING-PERIOD.

               EVALUATE TRUE
                   WHEN NOT QUOTE-ACCEPTED
                       MOVE "QUOTE NOT ACCEPTED" TO WRK-MSG
                   WHEN QUOTE-CLIENT-KEY = ZEROES
                       MOVE "SET UP CLIENT BEFORE CONVERTING"
                           TO WRK-MSG
                   WHEN WRK-PERIOD-OPEN = "N"
                       MOVE "POSTING PERIOD CLOSED" TO WRK-MSG
                   WHEN OTHER
                       MOVE SPACES TO ORDERS-REG
                       MOVE QUOTE-CLIENT-KEY TO ORDERS-CLIENT-KEY
                       PERFORM LOOKUP-CLIENT
                       PERFORM CHECK-CLIENT-HOLD

                       EVALUATE WRK-CLIENT-FOUND
                           WHEN "N"
                               MOVE "CLIENT NOT FOUND" TO WRK-MSG
                           WHEN "H"
                               MOVE "CLIENT ON CREDIT HOLD" TO WRK-MSG
                           WHEN OTHER
                               PERFORM CREATE-QUOTE-ORDER
                       END-EVALUATE
               END-EVALUATE.

           CREATE-QUOTE-ORDER.
               MOVE ZEROES TO WRK-LINE-COUNT WRK-LINES-TOTAL.
               MOVE SPACES TO WRK-LINE-MSG.

               PERFORM VARYING WRK-QUO-IDX FROM 1 BY 1
                       UNTIL WRK-QUO-IDX > 10
                       OR WRK-LINE-MSG NOT = SPACES
                   PERFORM LOAD-QUOTE-ORDER-LINE
               END-PERFORM.

               IF WRK-LINE-MSG NOT = SPACES
                   MOVE WRK-LINE-MSG TO WRK-MSG
               ELSE
                   PERFORM READ-KEY-CONTROL
                   ADD 1 WRK-LAST-ORDER-KEY GIVING ORDERS-KEY-NUMBER
                   MOVE QUOTE-DESCRIPTION TO ORDERS-DESCRIPTION
                   MOVE WRK-LINES-TOTAL TO ORDERS-AMOUNT
                   PERFORM COMPUTE-ORDER-TAX
                   PERFORM CHECK-CREDIT-LIMIT

                   IF WRK-CREDIT-OK = "N"
                       MOVE "OVER CREDIT LIMIT" TO WRK-MSG
                   ELSE
                       PERFORM WRITE-NEW-ORDER

                       IF WRK-MSG = "CREATED"
                           MOVE ORDERS-KEY-NUMBER TO QUOTE-ORDER-KEY
                           REWRITE QUOTE-REG
                           MOVE SPACES TO WRK-MSG

                           IF QUOTES-FILE-STATUS = 0
                               STRING "ORDER " DELIMITED BY SIZE
                                       ORDERS-KEY-NUMBER
                                           DELIMITED BY SIZE
                                       " CREATED" DELIMITED BY SIZE
                                   INTO WRK-MSG
                               END-STRING
                           ELSE
                               STRING "ORDER " DELIMITED BY SIZE
                                       ORDERS-KEY-NUMBER
                                           DELIMITED BY SIZE
                                       " QUOTE NOT UPDATED"
                                           DELIMITED BY SIZE
                                   INTO WRK-MSG
                               END-STRING
                           END-IF

                           DISPLAY QUO-INFO-SCR
                       END-IF
                   END-IF
               END-IF.

           LOAD-QUOTE-ORDER-LINE.
               IF QUOTE-ITEM-CODE(WRK-QUO-IDX) NOT = SPACES
                   MOVE QUOTE-ITEM-CODE(WRK-QUO-IDX) TO WRK-LE-ITEM
                   MOVE QUOTE-QUANTITY(WRK-QUO-IDX) TO WRK-LE-QTY
                   PERFORM LOOKUP-ITEM

                   IF WRK-ITEM-FOUND = "N"
                       STRING "ITEM NOT FOUND LINE " DELIMITED BY SIZE
                               WRK-QUO-IDX DELIMITED BY SIZE
                           INTO WRK-LINE-MSG
                       END-STRING
                   ELSE
                       PERFORM CHECK-LINE-STOCK

                       IF WRK-LINE-MSG = SPACES
                           MOVE QUOTE-UNIT-PRICE(WRK-QUO-IDX) TO
                               WRK-LE-PRICE
                           MOVE QUOTE-EXT-AMOUNT(WRK-QUO-IDX) TO
                               WRK-LE-EXT
                           MOVE "Q" TO WRK-LE-SOURCE
                           PERFORM STORE-ORDER-LINE
                       END-IF
                   END-IF
               END-IF.
