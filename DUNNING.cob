       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING.
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

           SELECT CLIENTS-AUDIT ASSIGN TO "CLIENTS-AUDIT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUNNING-LETTERS ASSIGN TO "DUNLTR.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUNNING-REPORT ASSIGN TO "DUNNING.txt"
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

       FD CLIENTS-AUDIT.
       01 AUDIT-REG.
           05 AUDIT-KEY-NUMBER    PIC 9(8).
           05 AUDIT-OPERATION     PIC X(6).
           05 AUDIT-BEFORE-NAME   PIC X(16).
           05 AUDIT-BEFORE-EMAIL  PIC X(64).
           05 AUDIT-BEFORE-STATUS PIC X(1).
           05 AUDIT-AFTER-NAME    PIC X(16).
           05 AUDIT-AFTER-EMAIL   PIC X(64).
           05 AUDIT-AFTER-STATUS  PIC X(1).
           05 AUDIT-TIMESTAMP.
               10 AUDIT-TS-DATE   PIC 9(8).
               10 AUDIT-TS-TIME   PIC 9(8).
           05 AUDIT-OPERATOR-ID   PIC X(8).

       FD DUNNING-LETTERS.
       01 LTR-REG.
           05 LTR-LINE PIC X(132).

       FD DUNNING-REPORT.
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
       77 CLIENTS-FILE-STATUS   PIC 99.
       77 WRK-RUNLOG-STATUS     PIC 99.
       77 WRK-RUN-START-DATE    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-START-TIME    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-OUTCOME       PIC X(8) VALUE SPACES.
       77 WRK-RPT-PTR           PIC 9(4) VALUE 1.
       77 WRK-RUN-DATE          PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-SERIAL        PIC 9(7) VALUE ZEROES.
       77 WRK-DAYS-OLD          PIC S9(7) VALUE ZEROES.
       77 WRK-DAYS-PAST-DUE     PIC S9(7) VALUE ZEROES.
       77 WRK-DEFAULT-NET-DAYS  PIC 9(3) VALUE 30.
       77 WRK-CYCLE-DAYS        PIC 9(3) VALUE 30.
       77 WRK-FINAL-LEVEL       PIC 9(1) VALUE 3.
       77 WRK-CUR-CLIENT        PIC 9(8) VALUE ZEROES.
       77 WRK-CUR-LEVEL         PIC 9(1) VALUE ZEROES.
       77 WRK-OPEN-COUNT        PIC 9(6) VALUE ZEROES.
       77 WRK-CLI-B1            PIC 9(9)V99 VALUE ZEROES.
       77 WRK-CLI-B2            PIC 9(9)V99 VALUE ZEROES.
       77 WRK-CLI-B3            PIC 9(9)V99 VALUE ZEROES.
       77 WRK-CLI-B4            PIC 9(9)V99 VALUE ZEROES.
       77 WRK-CLI-TOTAL         PIC 9(9)V99 VALUE ZEROES.
       77 WRK-CLI-PAST-DUE      PIC 9(9)V99 VALUE ZEROES.
       77 WRK-ACTION            PIC X(25) VALUE SPACES.
       77 WRK-CLIENTS-SEEN      PIC 9(6) VALUE ZEROES.
       77 WRK-LETTER-COUNT      PIC 9(6) VALUE ZEROES.
       77 WRK-LEVEL1-COUNT      PIC 9(6) VALUE ZEROES.
       77 WRK-LEVEL2-COUNT      PIC 9(6) VALUE ZEROES.
       77 WRK-LEVEL3-COUNT      PIC 9(6) VALUE ZEROES.
       77 WRK-SKIPPED-COUNT     PIC 9(6) VALUE ZEROES.
       77 WRK-HOLD-COUNT        PIC 9(6) VALUE ZEROES.
       77 WRK-RESET-COUNT       PIC 9(6) VALUE ZEROES.
       77 WRK-AMOUNT-ED         PIC Z(8)9.99.
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
           MOVE WRK-RUN-START-DATE TO WRK-RUN-DATE.
           MOVE WRK-RUN-DATE TO WRK-DN-DATE.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WRK-DN-SERIAL TO WRK-RUN-SERIAL.
           PERFORM 0000-OPEN-FILES.

           IF ORDERS-FILE-STATUS NOT = 0
                   OR CLIENTS-FILE-STATUS NOT = 0
               DISPLAY
                   "DUNNING: UNABLE TO OPEN ORDERS.dat OR CLIENTS.dat"
               MOVE "FAILED" TO WRK-RUN-OUTCOME
               PERFORM 0950-WRITE-RUN-LOG
               PERFORM 1000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-WRITE-HEADER.
           MOVE ZEROES TO ORDERS-CLIENT-KEY.
           START ORDERS KEY IS NOT LESS THAN ORDERS-CLIENT-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           READ ORDERS NEXT.

           PERFORM 0200-AGE-ORDER
               UNTIL ORDERS-FILE-STATUS <> 0.

           IF WRK-CUR-CLIENT NOT = ZEROES
               PERFORM 0400-DUN-CLIENT
           END-IF.

           PERFORM 0900-WRITE-TOTALS.
           MOVE "COMPLETE" TO WRK-RUN-OUTCOME.
           PERFORM 0950-WRITE-RUN-LOG.
           PERFORM 1000-CLOSE-FILES.
           DISPLAY "DUNNING: LETTERS: " WRK-LETTER-COUNT
               " SKIPPED: " WRK-SKIPPED-COUNT
               " NEW HOLDS: " WRK-HOLD-COUNT.
           GOBACK.

           0000-OPEN-FILES.
               OPEN INPUT ORDERS.
               OPEN I-O CLIENTS.
               OPEN EXTEND CLIENTS-AUDIT.
               OPEN OUTPUT DUNNING-LETTERS.
               OPEN OUTPUT DUNNING-REPORT.

           1000-CLOSE-FILES.
               CLOSE ORDERS.
               CLOSE CLIENTS.
               CLOSE CLIENTS-AUDIT.
               CLOSE DUNNING-LETTERS.
               CLOSE DUNNING-REPORT.

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
               STRING "COLLECTION DUNNING RUN AS OF "
                           DELIMITED BY SIZE
                       WRK-RUN-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE "CLIENT    NAME" TO RPT-LINE(1:14).
               MOVE "LEVEL" TO RPT-LINE(29:5).
               MOVE "PAST DUE" TO RPT-LINE(41:8).
               MOVE "ACTION" TO RPT-LINE(51:6).
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.

           0200-AGE-ORDER.
               IF ORDERS-CLIENT-KEY NOT = WRK-CUR-CLIENT
                   IF WRK-CUR-CLIENT NOT = ZEROES
                       PERFORM 0400-DUN-CLIENT
                   END-IF
                   PERFORM 0300-START-CLIENT
               END-IF.

               IF NOT ORDER-CANCELLED AND NOT ORDER-PAID
                   PERFORM 0250-BUCKET-ORDER
               END-IF.

               READ ORDERS NEXT.

           0250-BUCKET-ORDER.
               PERFORM COMPUTE-DAYS-PAST-DUE.

               EVALUATE TRUE
                   WHEN WRK-DAYS-PAST-DUE <= 0
                       ADD ORDERS-AMOUNT ORDERS-TAX TO WRK-CLI-B1
                   WHEN WRK-DAYS-PAST-DUE <= 30
                       ADD ORDERS-AMOUNT ORDERS-TAX TO WRK-CLI-B2

                       IF WRK-CUR-LEVEL < 1
                           MOVE 1 TO WRK-CUR-LEVEL
                       END-IF
                   WHEN WRK-DAYS-PAST-DUE <= 60
                       ADD ORDERS-AMOUNT ORDERS-TAX TO WRK-CLI-B3

                       IF WRK-CUR-LEVEL < 2
                           MOVE 2 TO WRK-CUR-LEVEL
                       END-IF
                   WHEN OTHER
                       ADD ORDERS-AMOUNT ORDERS-TAX TO WRK-CLI-B4
                       MOVE WRK-FINAL-LEVEL TO WRK-CUR-LEVEL
               END-EVALUATE.

               ADD ORDERS-AMOUNT ORDERS-TAX TO WRK-CLI-TOTAL.
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
                   WRK-CLI-B4 WRK-CLI-TOTAL WRK-OPEN-COUNT
                   WRK-CUR-LEVEL.

           0400-DUN-CLIENT.
               ADD 1 TO WRK-CLIENTS-SEEN.
               MOVE SPACES TO WRK-ACTION.
               ADD WRK-CLI-B2 WRK-CLI-B3 WRK-CLI-B4
                   GIVING WRK-CLI-PAST-DUE.
               MOVE WRK-CUR-CLIENT TO CLIENTS-KEY-NUMBER.
               READ CLIENTS
                   INVALID KEY
                       MOVE "*UNKNOWN CLIENT*" TO CLIENTS-NAME
                       MOVE "NO CLIENT RECORD" TO WRK-ACTION
               END-READ.

               IF WRK-ACTION = SPACES
                   IF CLIENTS-DUN-LEVEL NOT NUMERIC
                       MOVE ZEROES TO CLIENTS-DUN-LEVEL
                   END-IF

                   IF CLIENTS-DUN-DATE NOT NUMERIC
                       MOVE ZEROES TO CLIENTS-DUN-DATE
                   END-IF

                   IF WRK-CUR-LEVEL = ZEROES
                       PERFORM 0410-RESET-CLIENT
                   ELSE
                       PERFORM 0420-CHECK-CYCLE

                       IF WRK-ACTION = SPACES
                           PERFORM 0500-WRITE-LETTER
                           PERFORM 0430-UPDATE-CLIENT
                       END-IF
                   END-IF
               END-IF.

               IF WRK-ACTION NOT = SPACES
                   PERFORM 0600-WRITE-REPORT-LINE
               END-IF.

           0410-RESET-CLIENT.
               IF CLIENTS-DUN-LEVEL > ZEROES
                   MOVE ZEROES TO CLIENTS-DUN-LEVEL
                   REWRITE CLIENTS-REG

                   IF CLIENTS-FILE-STATUS = 0
                       ADD 1 TO WRK-RESET-COUNT
                       MOVE "CURRENT - LEVEL RESET" TO WRK-ACTION
                   END-IF
               END-IF.

           0420-CHECK-CYCLE.
               IF CLIENTS-DUN-DATE > ZEROES
                   MOVE CLIENTS-DUN-DATE TO WRK-DN-DATE
                   PERFORM COMPUTE-DAY-NUMBER
                   SUBTRACT WRK-DN-SERIAL FROM WRK-RUN-SERIAL
                       GIVING WRK-DAYS-OLD

                   IF WRK-DAYS-OLD < WRK-CYCLE-DAYS
                       ADD 1 TO WRK-SKIPPED-COUNT
                       MOVE "SKIPPED - SENT THIS CYCLE" TO WRK-ACTION
                   END-IF
               END-IF.

           0430-UPDATE-CLIENT.
               MOVE WRK-CUR-LEVEL TO CLIENTS-DUN-LEVEL.
               MOVE WRK-RUN-DATE TO CLIENTS-DUN-DATE.
               ADD 1 TO WRK-LETTER-COUNT.

               EVALUATE WRK-CUR-LEVEL
                   WHEN 1
                       ADD 1 TO WRK-LEVEL1-COUNT
                       MOVE "FIRST REMINDER" TO WRK-ACTION
                   WHEN 2
                       ADD 1 TO WRK-LEVEL2-COUNT
                       MOVE "SECOND NOTICE" TO WRK-ACTION
                   WHEN OTHER
                       ADD 1 TO WRK-LEVEL3-COUNT
                       MOVE "FINAL NOTICE" TO WRK-ACTION
               END-EVALUATE.

               IF WRK-CUR-LEVEL = WRK-FINAL-LEVEL
                       AND NOT CLIENTS-ON-HOLD
                   MOVE "Y" TO CLIENTS-CREDIT-HOLD
                   REWRITE CLIENTS-REG

                   IF CLIENTS-FILE-STATUS = 0
                       ADD 1 TO WRK-HOLD-COUNT
                       MOVE "FINAL NOTICE - ON HOLD" TO WRK-ACTION
                       PERFORM 0440-WRITE-HOLD-AUDIT
                   END-IF
               ELSE
                   REWRITE CLIENTS-REG
               END-IF.

           0440-WRITE-HOLD-AUDIT.
               MOVE CLIENTS-KEY-NUMBER TO AUDIT-KEY-NUMBER.
               MOVE "HOLD" TO AUDIT-OPERATION.
               MOVE CLIENTS-NAME TO AUDIT-BEFORE-NAME.
               MOVE CLIENTS-EMAIL TO AUDIT-BEFORE-EMAIL.
               MOVE CLIENTS-STATUS TO AUDIT-BEFORE-STATUS.
               MOVE CLIENTS-NAME TO AUDIT-AFTER-NAME.
               MOVE CLIENTS-EMAIL TO AUDIT-AFTER-EMAIL.
               MOVE CLIENTS-STATUS TO AUDIT-AFTER-STATUS.
               ACCEPT AUDIT-TS-DATE FROM DATE YYYYMMDD.
               ACCEPT AUDIT-TS-TIME FROM TIME.
               MOVE "DUNNING" TO AUDIT-OPERATOR-ID.
               WRITE AUDIT-REG.

           0500-WRITE-LETTER.
               IF WRK-LETTER-COUNT > ZEROES
                   MOVE SPACES TO LTR-LINE
                   MOVE X"0C" TO LTR-LINE(1:1)
                   WRITE LTR-REG
               END-IF.

               MOVE SPACES TO LTR-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "DATE: " DELIMITED BY SIZE
                       WRK-RUN-DATE DELIMITED BY SIZE
                       "          ACCOUNT: " DELIMITED BY SIZE
                       CLIENTS-KEY-NUMBER DELIMITED BY SIZE
                   INTO LTR-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE LTR-REG.
               MOVE SPACES TO LTR-LINE.
               WRITE LTR-REG.
               MOVE CLIENTS-NAME TO LTR-LINE.
               WRITE LTR-REG.

               IF CLIENTS-CONTACT NOT = SPACES
                   MOVE SPACES TO LTR-LINE
                   MOVE 1 TO WRK-RPT-PTR
                   STRING "ATTN: " DELIMITED BY SIZE
                           CLIENTS-CONTACT DELIMITED BY SIZE
                       INTO LTR-LINE
                       WITH POINTER WRK-RPT-PTR
                   END-STRING
                   WRITE LTR-REG
               END-IF.

               MOVE CLIENTS-STREET TO LTR-LINE.
               WRITE LTR-REG.
               MOVE SPACES TO LTR-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING CLIENTS-CITY DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       CLIENTS-STATE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       CLIENTS-POSTAL DELIMITED BY SIZE
                   INTO LTR-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE LTR-REG.
               MOVE SPACES TO LTR-LINE.
               WRITE LTR-REG.

               EVALUATE WRK-CUR-LEVEL
                   WHEN 1
                       MOVE "FIRST REMINDER" TO LTR-LINE
                       WRITE LTR-REG
                       MOVE SPACES TO LTR-LINE
                       WRITE LTR-REG
                       MOVE "OUR RECORDS SHOW AMOUNTS ON YOUR ACCOUNT"
                           TO LTR-LINE
                       WRITE LTR-REG
                       MOVE
                           "THAT ARE NOW PAST DUE. IF YOU HAVE"
                           TO LTR-LINE
                       WRITE LTR-REG
                       MOVE
                           "ALREADY SENT PAYMENT, PLEASE DISREGARD THIS"
                           TO LTR-LINE
                       WRITE LTR-REG
                       MOVE "REMINDER." TO LTR-LINE
                       WRITE LTR-REG
                   WHEN 2
                       MOVE "SECOND NOTICE" TO LTR-LINE
                       WRITE LTR-REG
                       MOVE SPACES TO LTR-LINE
                       WRITE LTR-REG
                       MOVE "YOUR ACCOUNT NOW HAS AMOUNTS MORE THAN 30"
                           TO LTR-LINE
                       WRITE LTR-REG
                       MOVE "DAYS PAST DUE. PLEASE REMIT THE PAST DUE"
                           TO LTR-LINE
                       WRITE LTR-REG
                       MOVE
                           "BALANCE SHOWN BELOW WITHOUT FURTHER DELAY."
                           TO LTR-LINE
                       WRITE LTR-REG
                   WHEN OTHER
                       MOVE "FINAL NOTICE" TO LTR-LINE
                       WRITE LTR-REG
                       MOVE SPACES TO LTR-LINE
                       WRITE LTR-REG
                       MOVE "YOUR ACCOUNT NOW HAS AMOUNTS MORE THAN 60"
                           TO LTR-LINE
                       WRITE LTR-REG
                       MOVE
                           "DAYS PAST DUE. YOUR ACCOUNT HAS BEEN PLACED"
                           TO LTR-LINE
                       WRITE LTR-REG
                       MOVE "ON CREDIT HOLD AND NO FURTHER ORDERS WILL"
                           TO LTR-LINE
                       WRITE LTR-REG
                       MOVE "BE ACCEPTED UNTIL THE PAST DUE BALANCE"
                           TO LTR-LINE
                       WRITE LTR-REG
                       MOVE "IS PAID IN FULL." TO LTR-LINE
                       WRITE LTR-REG
               END-EVALUATE.

               MOVE SPACES TO LTR-LINE.
               WRITE LTR-REG.
               MOVE WRK-CLI-B2 TO WRK-AMOUNT-ED.
               MOVE SPACES TO LTR-LINE.
               MOVE "PAST DUE 1-30:" TO LTR-LINE(1:14).
               MOVE WRK-AMOUNT-ED TO LTR-LINE(20:12).
               WRITE LTR-REG.
               MOVE WRK-CLI-B3 TO WRK-AMOUNT-ED.
               MOVE SPACES TO LTR-LINE.
               MOVE "PAST DUE 31-60:" TO LTR-LINE(1:15).
               MOVE WRK-AMOUNT-ED TO LTR-LINE(20:12).
               WRITE LTR-REG.
               MOVE WRK-CLI-B4 TO WRK-AMOUNT-ED.
               MOVE SPACES TO LTR-LINE.
               MOVE "PAST DUE OVER 60:" TO LTR-LINE(1:17).
               MOVE WRK-AMOUNT-ED TO LTR-LINE(20:12).
               WRITE LTR-REG.
               MOVE WRK-CLI-PAST-DUE TO WRK-AMOUNT-ED.
               MOVE SPACES TO LTR-LINE.
               MOVE "TOTAL PAST DUE:" TO LTR-LINE(1:15).
               MOVE WRK-AMOUNT-ED TO LTR-LINE(20:12).
               WRITE LTR-REG.
               MOVE WRK-CLI-TOTAL TO WRK-AMOUNT-ED.
               MOVE SPACES TO LTR-LINE.
               MOVE "TOTAL OPEN:" TO LTR-LINE(1:11).
               MOVE WRK-AMOUNT-ED TO LTR-LINE(20:12).
               WRITE LTR-REG.

           0600-WRITE-REPORT-LINE.
               MOVE WRK-CLI-PAST-DUE TO WRK-AMOUNT-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING WRK-CUR-CLIENT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       CLIENTS-NAME DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       WRK-CUR-LEVEL DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-AMOUNT-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-ACTION DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0900-WRITE-TOTALS.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "CLIENTS WITH ORDERS: " DELIMITED BY SIZE
                       WRK-CLIENTS-SEEN DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "LETTERS - FIRST: " DELIMITED BY SIZE
                       WRK-LEVEL1-COUNT DELIMITED BY SIZE
                       "  SECOND: " DELIMITED BY SIZE
                       WRK-LEVEL2-COUNT DELIMITED BY SIZE
                       "  FINAL: " DELIMITED BY SIZE
                       WRK-LEVEL3-COUNT DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "SKIPPED THIS CYCLE: " DELIMITED BY SIZE
                       WRK-SKIPPED-COUNT DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "PLACED ON CREDIT HOLD: " DELIMITED BY SIZE
                       WRK-HOLD-COUNT DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "LEVEL RESET (CURRENT): " DELIMITED BY SIZE
                       WRK-RESET-COUNT DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0950-WRITE-RUN-LOG.
               OPEN EXTEND RUN-LOG.
               MOVE "DUNNING" TO RUNLOG-FUNCTION.
               MOVE WRK-RUN-START-DATE TO RUNLOG-START-DATE.
               MOVE WRK-RUN-START-TIME TO RUNLOG-START-TIME.
               ACCEPT RUNLOG-END-DATE FROM DATE YYYYMMDD.
               ACCEPT RUNLOG-END-TIME FROM TIME.
               MOVE WRK-LETTER-COUNT TO RUNLOG-COUNT.
               MOVE WRK-RUN-OUTCOME TO RUNLOG-STATUS.
               WRITE RUNLOG-REG.
               CLOSE RUN-LOG.
