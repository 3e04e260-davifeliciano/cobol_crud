       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ITEMS ASSIGN TO "ITEMS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ITEMS-FILE-STATUS
               RECORD KEY IS ITEMS-KEY.

           SELECT EXPIRY-REPORT ASSIGN TO "PRICEXP.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG ASSIGN TO "RUNLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD EXPIRY-REPORT.
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
       77 PRICEAGR-FILE-STATUS  PIC 99.
       77 CLIENTS-FILE-STATUS   PIC 99.
       77 ITEMS-FILE-STATUS     PIC 99.
       77 WRK-RUNLOG-STATUS     PIC 99.
       77 WRK-RUN-START-DATE    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-START-TIME    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-OUTCOME       PIC X(8) VALUE SPACES.
       77 WRK-RUN-SERIAL        PIC 9(7) VALUE ZEROES.
       77 WRK-RPT-PTR           PIC 9(4) VALUE 1.
       77 WRK-EXPIRY-WINDOW     PIC 9(3) VALUE 30.
       77 WRK-DAYS-LEFT         PIC S9(7) VALUE ZEROES.
       77 WRK-AGR-READ          PIC 9(6) VALUE ZEROES.
       77 WRK-EXPIRING-COUNT    PIC 9(6) VALUE ZEROES.
       77 WRK-CLIENT-NAME       PIC X(16) VALUE SPACES.
       77 WRK-ITEM-DESC         PIC X(30) VALUE SPACES.
       77 WRK-TERMS-TEXT        PIC X(16) VALUE SPACES.
       77 WRK-PRICE-ED          PIC Z(4)9.99.
       77 WRK-PCT-ED            PIC Z9.99.
       77 WRK-DAYS-ED           PIC ZZ9.
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

       PROCEDURE DIVISION.
           ACCEPT WRK-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-RUN-START-TIME FROM TIME.
           MOVE WRK-RUN-START-DATE TO WRK-DN-DATE.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WRK-DN-SERIAL TO WRK-RUN-SERIAL.
           PERFORM 0000-OPEN-FILES.

           IF PRICEAGR-FILE-STATUS NOT = 0
               DISPLAY "PRICEXP: UNABLE TO OPEN PRICEAGR.dat"
               MOVE "FAILED" TO WRK-RUN-OUTCOME
               PERFORM 0950-WRITE-RUN-LOG
               PERFORM 1000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-WRITE-HEADER.
           START PRICE-AGREEMENTS FIRST.
           READ PRICE-AGREEMENTS NEXT.

           PERFORM 0200-CHECK-AGREEMENT
               UNTIL PRICEAGR-FILE-STATUS <> 0.

           PERFORM 0900-WRITE-TOTALS.
           MOVE "COMPLETE" TO WRK-RUN-OUTCOME.
           PERFORM 0950-WRITE-RUN-LOG.
           PERFORM 1000-CLOSE-FILES.
           DISPLAY "PRICEXP: AGREEMENTS READ: " WRK-AGR-READ
               " EXPIRING: " WRK-EXPIRING-COUNT.
           GOBACK.

           0000-OPEN-FILES.
               OPEN INPUT PRICE-AGREEMENTS.
               OPEN INPUT CLIENTS.
               OPEN INPUT ITEMS.
               OPEN OUTPUT EXPIRY-REPORT.

           1000-CLOSE-FILES.
               CLOSE PRICE-AGREEMENTS.
               CLOSE CLIENTS.
               CLOSE ITEMS.
               CLOSE EXPIRY-REPORT.

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

           0100-WRITE-HEADER.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "PRICE AGREEMENTS EXPIRING WITHIN "
                       DELIMITED BY SIZE
                       WRK-EXPIRY-WINDOW DELIMITED BY SIZE
                       " DAYS OF " DELIMITED BY SIZE
                       WRK-RUN-START-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "CLIENT    NAME              ITEM      "
                       DELIMITED BY SIZE
                       "DESCRIPTION                     "
                       DELIMITED BY SIZE
                       "TERMS             START     END       DAYS"
                       DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0200-CHECK-AGREEMENT.
               ADD 1 TO WRK-AGR-READ.

               IF PAGR-END-DATE IS NUMERIC
                       AND PAGR-END-DATE >= WRK-RUN-START-DATE
                   MOVE PAGR-END-DATE TO WRK-DN-DATE
                   PERFORM COMPUTE-DAY-NUMBER
                   SUBTRACT WRK-RUN-SERIAL FROM WRK-DN-SERIAL
                       GIVING WRK-DAYS-LEFT

                   IF WRK-DAYS-LEFT <= WRK-EXPIRY-WINDOW
                       PERFORM 0300-WRITE-AGREEMENT-LINE
                   END-IF
               END-IF.

               READ PRICE-AGREEMENTS NEXT.

           0300-WRITE-AGREEMENT-LINE.
               ADD 1 TO WRK-EXPIRING-COUNT.
               MOVE PAGR-CLIENT-KEY TO CLIENTS-KEY-NUMBER.
               READ CLIENTS
                   INVALID KEY
                       MOVE "*UNKNOWN CLIENT*" TO WRK-CLIENT-NAME
                   NOT INVALID KEY
                       MOVE CLIENTS-NAME TO WRK-CLIENT-NAME
               END-READ.

               IF PAGR-ITEM-CODE = SPACES
                   MOVE "ALL ITEMS" TO WRK-ITEM-DESC
               ELSE
                   MOVE PAGR-ITEM-CODE TO ITEMS-CODE
                   READ ITEMS
                       INVALID KEY
                           MOVE "*UNKNOWN ITEM*" TO WRK-ITEM-DESC
                       NOT INVALID KEY
                           MOVE ITEMS-DESCRIPTION TO WRK-ITEM-DESC
                   END-READ
               END-IF.

               MOVE SPACES TO WRK-TERMS-TEXT.

               IF PAGR-PRICE > ZEROES
                   MOVE PAGR-PRICE TO WRK-PRICE-ED
                   STRING "PRICE " DELIMITED BY SIZE
                           WRK-PRICE-ED DELIMITED BY SIZE
                       INTO WRK-TERMS-TEXT
                   END-STRING
               ELSE
                   MOVE PAGR-DISCOUNT-PCT TO WRK-PCT-ED
                   STRING "DISCOUNT " DELIMITED BY SIZE
                           WRK-PCT-ED DELIMITED BY SIZE
                           "%" DELIMITED BY SIZE
                       INTO WRK-TERMS-TEXT
                   END-STRING
               END-IF.

               MOVE WRK-DAYS-LEFT TO WRK-DAYS-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING PAGR-CLIENT-KEY DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-CLIENT-NAME DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       PAGR-ITEM-CODE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-ITEM-DESC DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-TERMS-TEXT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       PAGR-START-DATE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       PAGR-END-DATE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-DAYS-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0900-WRITE-TOTALS.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "AGREEMENTS READ: " DELIMITED BY SIZE
                       WRK-AGR-READ DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "EXPIRING WITHIN WINDOW: " DELIMITED BY SIZE
                       WRK-EXPIRING-COUNT DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0950-WRITE-RUN-LOG.
               OPEN EXTEND RUN-LOG.
               MOVE "PRICEXP" TO RUNLOG-FUNCTION.
               MOVE WRK-RUN-START-DATE TO RUNLOG-START-DATE.
               MOVE WRK-RUN-START-TIME TO RUNLOG-START-TIME.
               ACCEPT RUNLOG-END-DATE FROM DATE YYYYMMDD.
               ACCEPT RUNLOG-END-TIME FROM TIME.
               MOVE WRK-EXPIRING-COUNT TO RUNLOG-COUNT.
               MOVE WRK-RUN-OUTCOME TO RUNLOG-STATUS.
               WRITE RUNLOG-REG.
               CLOSE RUN-LOG.
