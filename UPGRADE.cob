       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPGRADE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTS-OLD ASSIGN TO "CLIENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WRK-CLIOLD-STATUS
               RECORD KEY IS OLDCLI-KEY
               ALTERNATE RECORD KEY IS OLDCLI-NAME WITH DUPLICATES.

           SELECT ORDERS-OLD ASSIGN TO "ORDERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WRK-ORDOLD-STATUS
               RECORD KEY IS OLDORD-KEY
               ALTERNATE RECORD KEY IS OLDORD-CLIENT-KEY
                   WITH DUPLICATES.

           SELECT ITEMS-OLD ASSIGN TO "ITEMS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WRK-ITMOLD-STATUS
               RECORD KEY IS OLDITM-KEY.

           SELECT ORDLINES-OLD ASSIGN TO "ORDLINES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WRK-OLNOLD-STATUS
               RECORD KEY IS OLDOLN-KEY.

           SELECT PAYMENTS-OLD ASSIGN TO "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WRK-PAYOLD-STATUS
               RECORD KEY IS OLDPAY-KEY
               ALTERNATE RECORD KEY IS OLDPAY-CLIENT-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS OLDPAY-ORDER-KEY
                   WITH DUPLICATES.

           SELECT ITEMS ASSIGN TO "ITEMS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ITEMS-FILE-STATUS
               RECORD KEY IS ITEMS-KEY.

           SELECT ORDER-LINES ASSIGN TO "ORDLINES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ORDLINES-FILE-STATUS
               RECORD KEY IS ORDL-KEY.

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

           SELECT CLIENTS-BKP ASSIGN TO WRK-CLIENT-BKP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CBKP-STATUS.

           SELECT ORDERS-BKP ASSIGN TO WRK-ORDER-BKP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OBKP-STATUS.

           SELECT CONVERT-WORK ASSIGN TO WRK-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-WORK-STATUS.

           SELECT BACKUP-CAT ASSIGN TO "BACKUP.cat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTS-OLD.
       01 OLDCLI-REG.
           05 OLDCLI-KEY.
               10 OLDCLI-KEY-NUMBER PIC 9(8).
           05 OLDCLI-NAME           PIC X(16).
           05 OLDCLI-EMAIL          PIC X(64).
           05 OLDCLI-STATUS         PIC X(1).
           05 OLDCLI-STREET         PIC X(30).
           05 OLDCLI-CITY           PIC X(20).
           05 OLDCLI-STATE          PIC X(2).
           05 OLDCLI-POSTAL         PIC X(10).
           05 OLDCLI-PHONE          PIC X(15).
           05 OLDCLI-CONTACT        PIC X(20).
           05 OLDCLI-CREDIT-LIMIT   PIC 9(7)V99.

       FD ORDERS-OLD.
       01 OLDORD-REG.
           05 OLDORD-KEY.
               10 OLDORD-KEY-NUMBER PIC 9(8).
           05 OLDORD-CLIENT-KEY     PIC 9(8).
           05 OLDORD-DESCRIPTION    PIC X(30).
           05 OLDORD-AMOUNT         PIC 9(7)V99.
           05 OLDORD-STATUS         PIC X(1).
           05 OLDORD-ENTERED-DATE   PIC 9(8).
           05 OLDORD-SHIPPED-DATE   PIC 9(8).
           05 OLDORD-PAID-DATE      PIC 9(8).
           05 OLDORD-TAX            PIC 9(7)V99.

       FD ITEMS-OLD.
       01 OLDITM-REG.
           05 OLDITM-KEY.
               10 OLDITM-CODE       PIC X(8).
           05 OLDITM-DESCRIPTION    PIC X(30).
           05 OLDITM-UNIT-PRICE     PIC 9(5)V99.
           05 OLDITM-STATUS         PIC X(1).

       FD ORDLINES-OLD.
       01 OLDOLN-REG.
           05 OLDOLN-KEY.
               10 OLDOLN-ORDER-KEY   PIC 9(8).
               10 OLDOLN-LINE-NUMBER PIC 9(3).
           05 OLDOLN-ITEM-CODE       PIC X(8).
           05 OLDOLN-QUANTITY        PIC 9(5).
           05 OLDOLN-UNIT-PRICE      PIC 9(5)V99.
           05 OLDOLN-EXT-AMOUNT      PIC 9(7)V99.

       FD PAYMENTS-OLD.
       01 OLDPAY-REG.
           05 OLDPAY-KEY.
               10 OLDPAY-KEY-NUMBER PIC 9(8).
           05 OLDPAY-CLIENT-KEY     PIC 9(8).
           05 OLDPAY-ORDER-KEY      PIC 9(8).
           05 OLDPAY-AMOUNT         PIC 9(7)V99.
           05 OLDPAY-DATE           PIC 9(8).
           05 OLDPAY-TIME           PIC 9(8).
           05 OLDPAY-OPERATOR-ID    PIC X(8).

       FD ITEMS.
       01 ITEMS-REG.
           05 ITEMS-KEY.
               10 ITEMS-CODE        PIC X(8).
           05 ITEMS-DESCRIPTION     PIC X(30).
           05 ITEMS-UNIT-PRICE      PIC 9(5)V99.
           05 ITEMS-STATUS          PIC X(1).
           05 ITEMS-ON-HAND         PIC S9(7).
           05 ITEMS-ALLOCATED       PIC S9(7).
           05 ITEMS-REORDER-POINT   PIC 9(7).

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

       FD CLIENTS-BKP.
       01 CBKP-REG.
           05 CBKP-LINE PIC X(215).

       FD ORDERS-BKP.
       01 OBKP-REG.
           05 OBKP-LINE PIC X(137).

       FD CONVERT-WORK.
       01 WORK-REG.
           05 WORK-LINE PIC X(100).

       FD BACKUP-CAT.
       01 CAT-REG.
           05 CAT-DATE         PIC 9(8).
           05 CAT-TIME         PIC 9(8).
           05 CAT-CLIENT-COUNT PIC 9(6).
           05 CAT-ORDER-COUNT  PIC 9(6).

       WORKING-STORAGE SECTION.
       77 WRK-CLIOLD-STATUS     PIC 99.
       77 WRK-ORDOLD-STATUS     PIC 99.
       77 WRK-ITMOLD-STATUS     PIC 99.
       77 WRK-OLNOLD-STATUS     PIC 99.
       77 WRK-PAYOLD-STATUS     PIC 99.
       77 ITEMS-FILE-STATUS     PIC 99.
       77 ORDLINES-FILE-STATUS  PIC 99.
       77 PAYMENTS-FILE-STATUS  PIC 99.
       77 WRK-CBKP-STATUS       PIC 99.
       77 WRK-OBKP-STATUS       PIC 99.
       77 WRK-WORK-STATUS       PIC 99.
       77 WRK-CAT-STATUS        PIC 99.
       77 WRK-CLIENT-BKP-NAME   PIC X(40) VALUE SPACES.
       77 WRK-ORDER-BKP-NAME    PIC X(40) VALUE SPACES.
       77 WRK-WORK-NAME         PIC X(40) VALUE SPACES.
       77 WRK-WORK-EOF          PIC X(1) VALUE "N".
       77 WRK-RUN-DATE          PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-TIME          PIC 9(8) VALUE ZEROES.
       77 WRK-CLIENT-COUNT      PIC 9(6) VALUE ZEROES.
       77 WRK-ORDER-COUNT       PIC 9(6) VALUE ZEROES.
       77 WRK-UNLOAD-COUNT      PIC 9(6) VALUE ZEROES.
       77 WRK-LOADED-COUNT      PIC 9(6) VALUE ZEROES.
       77 WRK-RUN-FAILED        PIC X(1) VALUE "N".

       01 NEWCLI-REG.
           05 NEWCLI-BASE           PIC X(195).
           05 NEWCLI-DUN-LEVEL      PIC 9(1).
           05 NEWCLI-DUN-DATE       PIC 9(8).
           05 NEWCLI-CREDIT-HOLD    PIC X(1).
           05 NEWCLI-TERMS-NET-DAYS PIC 9(3).
           05 NEWCLI-TERMS-DISC-PCT PIC 9(2)V99.
           05 NEWCLI-TERMS-DISC-DAYS PIC 9(3).

       01 NEWORD-REG.
           05 NEWORD-BASE         PIC X(89).
           05 NEWORD-PARTNER-REF  PIC X(12).
           05 NEWORD-INVOICE-NUMBER PIC 9(8).
           05 NEWORD-INVOICE-DATE PIC 9(8).
           05 NEWORD-DUE-DATE     PIC 9(8).
           05 NEWORD-DISC-DATE    PIC 9(8).
           05 NEWORD-DISC-PCT     PIC 9(2)V99.

       PROCEDURE DIVISION.
           ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-RUN-TIME FROM TIME.
           PERFORM 0100-BUILD-BACKUP-NAMES.
           OPEN INPUT CLIENTS-OLD.

           IF WRK-CLIOLD-STATUS NOT = 0
               DISPLAY "UPGRADE: UNABLE TO OPEN CLIENTS.dat"
               DISPLAY "UPGRADE: FILES ALREADY CONVERTED OR MISSING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0200-UNLOAD-CLIENTS.
           CLOSE CLIENTS-OLD.
           PERFORM 0300-UNLOAD-ORDERS.
           PERFORM 0900-WRITE-CATALOG.
           DISPLAY "UPGRADE: CLIENTS UNLOADED: " WRK-CLIENT-COUNT.
           DISPLAY "UPGRADE: ORDERS UNLOADED: " WRK-ORDER-COUNT.
           PERFORM 0400-CONVERT-ITEMS.
           PERFORM 0500-CONVERT-ORDLINES.
           PERFORM 0600-CONVERT-PAYMENTS.

           IF WRK-RUN-FAILED = "Y"
               DISPLAY "UPGRADE: CONVERSION INCOMPLETE - SEE ABOVE"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "UPGRADE: NOW RUN THE BACKUP REBUILD OPTIONS"
           END-IF.

           STOP RUN.

           0100-BUILD-BACKUP-NAMES.
               MOVE SPACES TO WRK-CLIENT-BKP-NAME
                   WRK-ORDER-BKP-NAME.
               STRING "CLIBKP-" DELIMITED BY SIZE
                       WRK-RUN-DATE DELIMITED BY SIZE
                       ".dat" DELIMITED BY SIZE
                   INTO WRK-CLIENT-BKP-NAME
               END-STRING.
               STRING "ORDBKP-" DELIMITED BY SIZE
                       WRK-RUN-DATE DELIMITED BY SIZE
                       ".dat" DELIMITED BY SIZE
                   INTO WRK-ORDER-BKP-NAME
               END-STRING.

           0200-UNLOAD-CLIENTS.
               MOVE ZEROES TO WRK-CLIENT-COUNT.
               OPEN OUTPUT CLIENTS-BKP.
               START CLIENTS-OLD FIRST.
               READ CLIENTS-OLD NEXT.

               PERFORM UNTIL WRK-CLIOLD-STATUS <> 0
                   MOVE OLDCLI-REG TO NEWCLI-BASE
                   MOVE ZEROES TO NEWCLI-DUN-LEVEL NEWCLI-DUN-DATE
                       NEWCLI-TERMS-DISC-PCT NEWCLI-TERMS-DISC-DAYS
                   MOVE "N" TO NEWCLI-CREDIT-HOLD
                   MOVE 30 TO NEWCLI-TERMS-NET-DAYS
                   MOVE NEWCLI-REG TO CBKP-LINE
                   WRITE CBKP-REG
                   ADD 1 TO WRK-CLIENT-COUNT
                   READ CLIENTS-OLD NEXT
               END-PERFORM.

               CLOSE CLIENTS-BKP.

           0300-UNLOAD-ORDERS.
               MOVE ZEROES TO WRK-ORDER-COUNT.
               OPEN INPUT ORDERS-OLD.
               OPEN OUTPUT ORDERS-BKP.

               IF WRK-ORDOLD-STATUS = 0
                   START ORDERS-OLD FIRST
                   READ ORDERS-OLD NEXT

                   PERFORM UNTIL WRK-ORDOLD-STATUS <> 0
                       MOVE OLDORD-REG TO NEWORD-BASE
                       MOVE SPACES TO NEWORD-PARTNER-REF
                       MOVE ZEROES TO NEWORD-INVOICE-NUMBER
                           NEWORD-INVOICE-DATE NEWORD-DUE-DATE
                           NEWORD-DISC-DATE NEWORD-DISC-PCT
                       MOVE NEWORD-REG TO OBKP-LINE
                       WRITE OBKP-REG
                       ADD 1 TO WRK-ORDER-COUNT
                       READ ORDERS-OLD NEXT
                   END-PERFORM

                   CLOSE ORDERS-OLD
               ELSE
                   DISPLAY "UPGRADE: NO ORDERS.dat - EMPTY UNLOAD"
               END-IF.

               CLOSE ORDERS-BKP.

           0400-CONVERT-ITEMS.
               MOVE "ITEMS.cnv" TO WRK-WORK-NAME.
               MOVE ZEROES TO WRK-UNLOAD-COUNT WRK-LOADED-COUNT.
               OPEN INPUT ITEMS-OLD.

               IF WRK-ITMOLD-STATUS NOT = 0
                   DISPLAY "UPGRADE: NO ITEMS.dat - NOT CONVERTED"
               ELSE
                   OPEN OUTPUT CONVERT-WORK
                   START ITEMS-OLD FIRST
                   READ ITEMS-OLD NEXT

                   PERFORM UNTIL WRK-ITMOLD-STATUS <> 0
                       MOVE SPACES TO ITEMS-REG
                       MOVE OLDITM-CODE TO ITEMS-CODE
                       MOVE OLDITM-DESCRIPTION TO ITEMS-DESCRIPTION
                       MOVE OLDITM-UNIT-PRICE TO ITEMS-UNIT-PRICE
                       MOVE OLDITM-STATUS TO ITEMS-STATUS
                       MOVE ZEROES TO ITEMS-ON-HAND ITEMS-ALLOCATED
                           ITEMS-REORDER-POINT
                       MOVE ITEMS-REG TO WORK-LINE
                       WRITE WORK-REG
                       ADD 1 TO WRK-UNLOAD-COUNT
                       READ ITEMS-OLD NEXT
                   END-PERFORM

                   CLOSE CONVERT-WORK
                   CLOSE ITEMS-OLD
                   OPEN OUTPUT ITEMS
                   OPEN INPUT CONVERT-WORK
                   MOVE "N" TO WRK-WORK-EOF
                   READ CONVERT-WORK
                       AT END
                           MOVE "Y" TO WRK-WORK-EOF
                   END-READ

                   PERFORM UNTIL WRK-WORK-EOF = "Y"
                       MOVE WORK-LINE TO ITEMS-REG
                       WRITE ITEMS-REG
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WRK-LOADED-COUNT
                       END-WRITE
                       READ CONVERT-WORK
                           AT END
                               MOVE "Y" TO WRK-WORK-EOF
                       END-READ
                   END-PERFORM

                   CLOSE CONVERT-WORK
                   CLOSE ITEMS
                   DISPLAY "UPGRADE: ITEMS CONVERTED: " WRK-LOADED-COUNT
                   PERFORM 0800-VERIFY-CONVERSION
               END-IF.

           0500-CONVERT-ORDLINES.
               MOVE "ORDLINES.cnv" TO WRK-WORK-NAME.
               MOVE ZEROES TO WRK-UNLOAD-COUNT WRK-LOADED-COUNT.
               OPEN INPUT ORDLINES-OLD.

               IF WRK-OLNOLD-STATUS NOT = 0
                   DISPLAY "UPGRADE: NO ORDLINES.dat - NOT CONVERTED"
               ELSE
                   OPEN OUTPUT CONVERT-WORK
                   START ORDLINES-OLD FIRST
                   READ ORDLINES-OLD NEXT

                   PERFORM UNTIL WRK-OLNOLD-STATUS <> 0
                       MOVE OLDOLN-REG TO ORDL-REG
                       MOVE "L" TO ORDL-PRICE-SOURCE
                       MOVE ORDL-REG TO WORK-LINE
                       WRITE WORK-REG
                       ADD 1 TO WRK-UNLOAD-COUNT
                       READ ORDLINES-OLD NEXT
                   END-PERFORM

                   CLOSE CONVERT-WORK
                   CLOSE ORDLINES-OLD
                   OPEN OUTPUT ORDER-LINES
                   OPEN INPUT CONVERT-WORK
                   MOVE "N" TO WRK-WORK-EOF
                   READ CONVERT-WORK
                       AT END
                           MOVE "Y" TO WRK-WORK-EOF
                   END-READ

                   PERFORM UNTIL WRK-WORK-EOF = "Y"
                       MOVE WORK-LINE TO ORDL-REG
                       WRITE ORDL-REG
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WRK-LOADED-COUNT
                       END-WRITE
                       READ CONVERT-WORK
                           AT END
                               MOVE "Y" TO WRK-WORK-EOF
                       END-READ
                   END-PERFORM

                   CLOSE CONVERT-WORK
                   CLOSE ORDER-LINES
                   DISPLAY "UPGRADE: ORDER LINES CONVERTED: "
                       WRK-LOADED-COUNT
                   PERFORM 0800-VERIFY-CONVERSION
               END-IF.

           0600-CONVERT-PAYMENTS.
               MOVE "PAYMENTS.cnv" TO WRK-WORK-NAME.
               MOVE ZEROES TO WRK-UNLOAD-COUNT WRK-LOADED-COUNT.
               OPEN INPUT PAYMENTS-OLD.

               IF WRK-PAYOLD-STATUS NOT = 0
                   DISPLAY "UPGRADE: NO PAYMENTS.dat - NOT CONVERTED"
               ELSE
                   OPEN OUTPUT CONVERT-WORK
                   START PAYMENTS-OLD FIRST
                   READ PAYMENTS-OLD NEXT

                   PERFORM UNTIL WRK-PAYOLD-STATUS <> 0
                       MOVE OLDPAY-KEY-NUMBER TO PAY-KEY-NUMBER
                       MOVE OLDPAY-CLIENT-KEY TO PAY-CLIENT-KEY
                       MOVE OLDPAY-ORDER-KEY TO PAY-ORDER-KEY
                       MOVE OLDPAY-AMOUNT TO PAY-AMOUNT
                       MOVE OLDPAY-DATE TO PAY-DATE
                       MOVE OLDPAY-TIME TO PAY-TIME
                       MOVE OLDPAY-OPERATOR-ID TO PAY-OPERATOR-ID
                       MOVE SPACES TO PAY-REASON-CODE
                       MOVE ZEROES TO PAY-REVERSES-KEY
                       MOVE OLDPAY-KEY-NUMBER TO PAY-REMIT-KEY
                       MOVE PAY-REG TO WORK-LINE
                       WRITE WORK-REG
                       ADD 1 TO WRK-UNLOAD-COUNT
                       READ PAYMENTS-OLD NEXT
                   END-PERFORM

                   CLOSE CONVERT-WORK
                   CLOSE PAYMENTS-OLD
                   OPEN OUTPUT PAYMENTS
                   OPEN INPUT CONVERT-WORK
                   MOVE "N" TO WRK-WORK-EOF
                   READ CONVERT-WORK
                       AT END
                           MOVE "Y" TO WRK-WORK-EOF
                   END-READ

                   PERFORM UNTIL WRK-WORK-EOF = "Y"
                       MOVE WORK-LINE TO PAY-REG
                       WRITE PAY-REG
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WRK-LOADED-COUNT
                       END-WRITE
                       READ CONVERT-WORK
                           AT END
                               MOVE "Y" TO WRK-WORK-EOF
                       END-READ
                   END-PERFORM

                   CLOSE CONVERT-WORK
                   CLOSE PAYMENTS
                   DISPLAY "UPGRADE: PAYMENTS CONVERTED: "
                       WRK-LOADED-COUNT
                   PERFORM 0800-VERIFY-CONVERSION
               END-IF.

           0800-VERIFY-CONVERSION.
               IF WRK-LOADED-COUNT NOT = WRK-UNLOAD-COUNT
                   DISPLAY "UPGRADE: COUNT MISMATCH - RELOAD FROM "
                       WRK-WORK-NAME
                   MOVE "Y" TO WRK-RUN-FAILED
               END-IF.

           0900-WRITE-CATALOG.
               OPEN EXTEND BACKUP-CAT.
               MOVE WRK-RUN-DATE TO CAT-DATE.
               MOVE WRK-RUN-TIME TO CAT-TIME.
               MOVE WRK-CLIENT-COUNT TO CAT-CLIENT-COUNT.
               MOVE WRK-ORDER-COUNT TO CAT-ORDER-COUNT.
               WRITE CAT-REG.
               CLOSE BACKUP-CAT.
