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

       FD AGING-REPORT.
       01 RPT-REG.
       77 WRK-RPT-PTR           PIC 9(4) VALUE 1.
       77 WRK-RUN-DATE          PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-SERIAL        PIC 9(7) VALUE ZEROES.
       77 WRK-DAYS-PAST-DUE     PIC S9(7) VALUE ZEROES.
       77 WRK-DEFAULT-NET-DAYS  PIC 9(3) VALUE 30.
       77 WRK-CUR-CLIENT        PIC 9(8) VALUE ZEROES.
       77 WRK-CUR-NAME          PIC X(16) VALUE SPACES.
       77 WRK-OPEN-COUNT        PIC 9(6) VALUE ZEROES.
           0100-WRITE-HEADER.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "AGED RECEIVABLES BY DAYS PAST DUE AS OF "
                           DELIMITED BY SIZE
                       WRK-RUN-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE "CLIENT    NAME" TO RPT-LINE(1:14).
               MOVE "CURRENT" TO RPT-LINE(34:7).
               MOVE "1-30" TO RPT-LINE(49:4).
               MOVE "31-60" TO RPT-LINE(61:5).
               MOVE "OVER 60" TO RPT-LINE(72:7).
               MOVE "TOTAL" TO RPT-LINE(87:5).
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               READ ORDERS NEXT.

           0250-BUCKET-ORDER.
               PERFORM COMPUTE-DAYS-PAST-DUE.

               EVALUATE TRUE
                   WHEN WRK-DAYS-PAST-DUE <= 0
                       ADD ORDERS-AMOUNT ORDERS-TAX
                           TO WRK-CLI-B1 WRK-TOT-B1
                   WHEN WRK-DAYS-PAST-DUE <= 30
                       ADD ORDERS-AMOUNT ORDERS-TAX
                           TO WRK-CLI-B2 WRK-TOT-B2
                   WHEN WRK-DAYS-PAST-DUE <= 60
                       ADD ORDERS-AMOUNT ORDERS-TAX
                           TO WRK-CLI-B3 WRK-TOT-B3
                   WHEN OTHER
                   TO WRK-CLI-TOTAL WRK-TOT-TOTAL.
               ADD 1 TO WRK-OPEN-COUNT.

           COMPUTE-DAYS-PAST-DUE.
               IF ORDERS-DUE-DATE IS NUMERIC
                       AND ORDERS-DUE-DATE > ZEROES
                   MOVE ORDERS-DUE-DATE TO WRK-DN-DATE
                   PERFORM COMPUTE-DAY-NUMBER
                   SUBTRACT WRK-DN-SERIAL FROM WRK-RUN-SERIAL
                       GIVING WRK-DAYS-PAST-DUE
               ELSE
                   IF ORDERS-ENTERED-DATE IS NUMERIC
                           AND ORDERS-ENTERED-DATE > ZEROES
                       MOVE ORDERS-ENTERED-DATE TO WRK-DN-DATE
                       PERFORM COMPUTE-DAY-NUMBER
                       COMPUTE WRK-DAYS-PAST-DUE = WRK-RUN-SERIAL
                           - WRK-DN-SERIAL - WRK-DEFAULT-NET-DAYS
                   ELSE
                       MOVE 999 TO WRK-DAYS-PAST-DUE
                   END-IF
               END-IF.

           0300-START-CLIENT.
               MOVE ORDERS-CLIENT-KEY TO WRK-CUR-CLIENT.
               MOVE ZEROES TO WRK-CLI-B1 WRK-CLI-B2 WRK-CLI-B3
