
       FD CLIENTS-BKP.
       01 CBKP-REG.
           05 CBKP-LINE PIC X(215).

       FD ORDERS-BKP.
       01 OBKP-REG.
           05 OBKP-LINE PIC X(137).

       FD BACKUP-CAT.
       01 CAT-REG.
       77 WRK-CLIENT-COUNT      PIC 9(6) VALUE ZEROES.
       77 WRK-ORDER-COUNT       PIC 9(6) VALUE ZEROES.

       01 NEWCLI-REG.
           05 NEWCLI-BASE           PIC X(195).
           05 NEWCLI-DUN-LEVEL      PIC 9(1).
           05 NEWCLI-DUN-DATE       PIC 9(8).
           05 NEWCLI-CREDIT-HOLD    PIC X(1).
           05 NEWCLI-TERMS-NET-DAYS PIC 9(3).
           05 NEWCLI-TERMS-DISC-PCT PIC 9(2)V99.
           05 NEWCLI-TERMS-DISC-DAYS PIC 9(3).

       01 NEWORD-REG.
           05 NEWORD-KEY-NUMBER   PIC 9(8).
           05 NEWORD-CLIENT-KEY   PIC 9(8).
           05 NEWORD-SHIPPED-DATE PIC 9(8).
           05 NEWORD-PAID-DATE    PIC 9(8).
           05 NEWORD-TAX          PIC 9(7)V99.
           05 NEWORD-PARTNER-REF  PIC X(12).
           05 NEWORD-INVOICE-NUMBER PIC 9(8).
           05 NEWORD-INVOICE-DATE PIC 9(8).
           05 NEWORD-DUE-DATE     PIC 9(8).
           05 NEWORD-DISC-DATE    PIC 9(8).
           05 NEWORD-DISC-PCT     PIC 9(2)V99.

       PROCEDURE DIVISION.
           ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
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
                       MOVE WRK-RUN-DATE TO NEWORD-ENTERED-DATE
                       MOVE ZEROES TO NEWORD-SHIPPED-DATE
                           NEWORD-PAID-DATE NEWORD-TAX
                           NEWORD-INVOICE-NUMBER NEWORD-INVOICE-DATE
                           NEWORD-DUE-DATE NEWORD-DISC-DATE
                           NEWORD-DISC-PCT

                       IF NEWORD-STATUS = "S" OR NEWORD-STATUS = "P"
                           MOVE WRK-RUN-DATE TO NEWORD-SHIPPED-DATE
