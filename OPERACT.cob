       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATORS ASSIGN TO "OPERATORS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPERS-STATUS.

           SELECT SIGNON-LOG ASSIGN TO "SIGNLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SLOG-STATUS.

           SELECT CLIENTS-AUDIT ASSIGN TO "CLIENTS-AUDIT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.

           SELECT ORDERS-AUDIT ASSIGN TO "ORDERS-AUDIT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OAUDIT-STATUS.

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

           SELECT ORDERS ASSIGN TO "ORDERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ORDERS-FILE-STATUS
               RECORD KEY IS ORDERS-KEY
               ALTERNATE RECORD KEY IS ORDERS-CLIENT-KEY
                   WITH DUPLICATES.

           SELECT ACTIVITY-REPORT ASSIGN TO "OPERACT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG ASSIGN TO "RUNLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATORS.
       01 OPER-REG.
           05 OPER-ID       PIC X(8).
           05 OPER-NAME     PIC X(16).
           05 OPER-LEVEL    PIC X(1).
           05 OPER-PASSWORD PIC X(8).
           05 OPER-STATUS   PIC X(1).
           05 OPER-FAILS    PIC 9(1).
           05 OPER-FORCE    PIC X(1).

       FD SIGNON-LOG.
       01 SLOG-REG.
           05 SLOG-DATE    PIC 9(8).
           05 SLOG-TIME    PIC 9(8).
           05 SLOG-OPER-ID PIC X(8).
           05 SLOG-RESULT  PIC X(8).

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

       FD ACTIVITY-REPORT.
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
       77 WRK-OPERS-STATUS      PIC 99.
       77 WRK-SLOG-STATUS       PIC 99.
       77 WRK-AUDIT-STATUS      PIC 99.
       77 WRK-OAUDIT-STATUS     PIC 99.
       77 PAYMENTS-FILE-STATUS  PIC 99.
       77 ORDERS-FILE-STATUS    PIC 99.
       77 WRK-RUNLOG-STATUS     PIC 99.
       77 WRK-SLOG-AVAIL        PIC X(1) VALUE "N".
       77 WRK-AUDIT-AVAIL       PIC X(1) VALUE "N".
       77 WRK-OAUDIT-AVAIL      PIC X(1) VALUE "N".
       77 WRK-PAY-AVAIL         PIC X(1) VALUE "N".
       77 WRK-ORD-AVAIL         PIC X(1) VALUE "N".
       77 WRK-RUN-START-DATE    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-START-TIME    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-OUTCOME       PIC X(8) VALUE SPACES.
       77 WRK-RPT-PTR           PIC 9(4) VALUE 1.
       77 WRK-BUS-START         PIC 9(8) VALUE 08000000.
       77 WRK-BUS-END           PIC 9(8) VALUE 18000000.
       77 WRK-OPER-COUNT        PIC 9(3) VALUE ZEROES.
       77 WRK-OPER-MAX          PIC 9(3) VALUE 200.
       77 WRK-OPER-IDX          PIC 9(3) VALUE ZEROES.
       77 WRK-LIST-IDX          PIC 9(3) VALUE ZEROES.
       77 WRK-FIND-ID           PIC X(8) VALUE SPACES.
       77 WRK-CC-COUNT          PIC 9(3) VALUE ZEROES.
       77 WRK-CC-MAX            PIC 9(3) VALUE 500.
       77 WRK-CC-IDX            PIC 9(3) VALUE ZEROES.
       77 WRK-CC-FOUND          PIC X(1) VALUE "N".
       77 WRK-CC-OVERFLOW       PIC 9(6) VALUE ZEROES.
       77 WRK-PAY-FOUND         PIC X(1) VALUE "N".
       77 WRK-EV-DATE           PIC 9(8) VALUE ZEROES.
       77 WRK-EV-TIME           PIC 9(8) VALUE ZEROES.
       77 WRK-AFTER-HOURS       PIC X(1) VALUE "N".
       77 WRK-ACTIVITY          PIC 9(7) VALUE ZEROES.
       77 WRK-EVENTS-READ       PIC 9(7) VALUE ZEROES.
       77 WRK-UNKNOWN-SIGNONS   PIC 9(6) VALUE ZEROES.
       77 WRK-UNTRACKED         PIC 9(6) VALUE ZEROES.
       77 WRK-TOT-AFTER-HOURS   PIC 9(6) VALUE ZEROES.
       77 WRK-CONFLICT-COUNT    PIC 9(6) VALUE ZEROES.
       77 WRK-DISABLED-ACTIVE   PIC 9(6) VALUE ZEROES.
       77 WRK-CONFLICT-TYPE     PIC X(16) VALUE SPACES.
       77 WRK-CONFLICT-DETAIL   PIC X(60) VALUE SPACES.
       77 WRK-COUNT-ED          PIC Z(5)9.
       77 WRK-DN-Y              PIC 9(4) VALUE ZEROES.
       77 WRK-DN-M              PIC 9(2) VALUE ZEROES.
       77 WRK-DN-Q4             PIC 9(4) VALUE ZEROES.
       77 WRK-DN-Q100           PIC 9(4) VALUE ZEROES.
       77 WRK-DN-Q400           PIC 9(4) VALUE ZEROES.
       77 WRK-DN-MTERM          PIC 9(4) VALUE ZEROES.
       77 WRK-DN-MDAYS          PIC 9(4) VALUE ZEROES.
       77 WRK-DN-SERIAL         PIC 9(7) VALUE ZEROES.
       77 WRK-DN-WEEKS          PIC 9(7) VALUE ZEROES.
       77 WRK-DN-WEEKDAY        PIC 9(1) VALUE ZEROES.

       01 WRK-DN-DATE           PIC 9(8) VALUE ZEROES.
       01 WRK-DN-SPLIT REDEFINES WRK-DN-DATE.
           05 WRK-DN-YEAR  PIC 9(4).
           05 WRK-DN-MONTH PIC 9(2).
           05 WRK-DN-DAY   PIC 9(2).

       01 WRK-OPER-TABLE.
           05 WRK-OT-ENTRY OCCURS 200 TIMES.
               10 WRK-OT-ID          PIC X(8).
               10 WRK-OT-NAME        PIC X(16).
               10 WRK-OT-STATUS      PIC X(1).
               10 WRK-OT-SIGNONS     PIC 9(6).
               10 WRK-OT-BADPASS     PIC 9(6).
               10 WRK-OT-LOCKOUTS    PIC 9(6).
               10 WRK-OT-REJECTS     PIC 9(6).
               10 WRK-OT-CLIENT-CHG  PIC 9(6).
               10 WRK-OT-ORDER-CHG   PIC 9(6).
               10 WRK-OT-PAYMENTS    PIC 9(6).
               10 WRK-OT-AFTER-HOURS PIC 9(6).
               10 WRK-OT-CONFLICTS   PIC 9(6).
               10 WRK-OT-LAST-DATE   PIC 9(8).

       01 WRK-CREDIT-TABLE.
           05 WRK-CC-ENTRY OCCURS 500 TIMES.
               10 WRK-CC-CLIENT      PIC 9(8).
               10 WRK-CC-OPER        PIC X(8).
               10 WRK-CC-DATE        PIC 9(8).
               10 WRK-CC-TIME        PIC 9(8).

       PROCEDURE DIVISION.
           ACCEPT WRK-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-RUN-START-TIME FROM TIME.
           PERFORM 0000-OPEN-FILES.

           IF WRK-OPERS-STATUS NOT = 0
               DISPLAY "OPERACT: UNABLE TO OPEN OPERATORS.dat"
               MOVE "FAILED" TO WRK-RUN-OUTCOME
               PERFORM 0950-WRITE-RUN-LOG
               PERFORM 1000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           READ OPERATORS.

           PERFORM 0050-LOAD-OPERATOR
               UNTIL WRK-OPERS-STATUS <> 0.

           PERFORM 0100-WRITE-HEADER.

           IF WRK-SLOG-AVAIL = "Y"
               READ SIGNON-LOG

               PERFORM 0200-SIGNON-RECORD
                   UNTIL WRK-SLOG-STATUS <> 0
           END-IF.

           IF WRK-AUDIT-AVAIL = "Y"
               READ CLIENTS-AUDIT

               PERFORM 0300-CLIENT-AUDIT-RECORD
                   UNTIL WRK-AUDIT-STATUS <> 0
           END-IF.

           PERFORM 0400-WRITE-CONFLICT-HEADER.

           IF WRK-OAUDIT-AVAIL = "Y"
               READ ORDERS-AUDIT

               PERFORM 0450-ORDER-AUDIT-RECORD
                   UNTIL WRK-OAUDIT-STATUS <> 0
           END-IF.

           IF WRK-CONFLICT-COUNT = ZEROES
               MOVE "NONE FOUND" TO RPT-LINE
               WRITE RPT-REG
           END-IF.

           IF WRK-PAY-AVAIL = "Y"
               MOVE ZEROES TO PAY-KEY-NUMBER
               START PAYMENTS KEY IS NOT LESS THAN PAY-KEY
                   INVALID KEY
                       CONTINUE
               END-START

               IF PAYMENTS-FILE-STATUS = 0
                   READ PAYMENTS NEXT

                   PERFORM 0550-PAYMENT-RECORD
                       UNTIL PAYMENTS-FILE-STATUS <> 0
               END-IF
           END-IF.

           PERFORM 0600-WRITE-OPERATOR-HEADER.

           PERFORM VARYING WRK-LIST-IDX FROM 1 BY 1
                   UNTIL WRK-LIST-IDX > WRK-OPER-COUNT
               PERFORM 0650-WRITE-OPERATOR-LINE
           END-PERFORM.

           PERFORM 0700-WRITE-DISABLED-HEADER.

           PERFORM VARYING WRK-LIST-IDX FROM 1 BY 1
                   UNTIL WRK-LIST-IDX > WRK-OPER-COUNT
               PERFORM 0750-CHECK-DISABLED-OPERATOR
           END-PERFORM.

           IF WRK-DISABLED-ACTIVE = ZEROES
               MOVE "NONE FOUND" TO RPT-LINE
               WRITE RPT-REG
           END-IF.

           PERFORM 0900-WRITE-TOTALS.
           MOVE "COMPLETE" TO WRK-RUN-OUTCOME.
           PERFORM 0950-WRITE-RUN-LOG.
           PERFORM 1000-CLOSE-FILES.
           DISPLAY "OPERACT: EVENTS READ: " WRK-EVENTS-READ
               " CONFLICTS: " WRK-CONFLICT-COUNT
               " DISABLED WITH ACTIVITY: " WRK-DISABLED-ACTIVE.
           GOBACK.

           0000-OPEN-FILES.
               OPEN INPUT OPERATORS.
               OPEN INPUT SIGNON-LOG.

               IF WRK-SLOG-STATUS = 0
                   MOVE "Y" TO WRK-SLOG-AVAIL
               END-IF.

               OPEN INPUT CLIENTS-AUDIT.

               IF WRK-AUDIT-STATUS = 0
                   MOVE "Y" TO WRK-AUDIT-AVAIL
               END-IF.

               OPEN INPUT ORDERS-AUDIT.

               IF WRK-OAUDIT-STATUS = 0
                   MOVE "Y" TO WRK-OAUDIT-AVAIL
               END-IF.

               OPEN INPUT PAYMENTS.

               IF PAYMENTS-FILE-STATUS = 0
                   MOVE "Y" TO WRK-PAY-AVAIL
               END-IF.

               OPEN INPUT ORDERS.

               IF ORDERS-FILE-STATUS = 0
                   MOVE "Y" TO WRK-ORD-AVAIL
               END-IF.

               OPEN OUTPUT ACTIVITY-REPORT.

           1000-CLOSE-FILES.
               CLOSE OPERATORS.

               IF WRK-SLOG-AVAIL = "Y"
                   CLOSE SIGNON-LOG
               END-IF.

               IF WRK-AUDIT-AVAIL = "Y"
                   CLOSE CLIENTS-AUDIT
               END-IF.

               IF WRK-OAUDIT-AVAIL = "Y"
                   CLOSE ORDERS-AUDIT
               END-IF.

               IF WRK-PAY-AVAIL = "Y"
                   CLOSE PAYMENTS
               END-IF.

               IF WRK-ORD-AVAIL = "Y"
                   CLOSE ORDERS
               END-IF.

               CLOSE ACTIVITY-REPORT.

           0050-LOAD-OPERATOR.
               IF WRK-OPER-COUNT < WRK-OPER-MAX
                   ADD 1 TO WRK-OPER-COUNT
                   MOVE WRK-OPER-COUNT TO WRK-OPER-IDX
                   PERFORM CLEAR-OPERATOR-ENTRY
                   MOVE OPER-ID TO WRK-OT-ID(WRK-OPER-IDX)
                   MOVE OPER-NAME TO WRK-OT-NAME(WRK-OPER-IDX)
                   MOVE OPER-STATUS TO WRK-OT-STATUS(WRK-OPER-IDX)

                   IF WRK-OT-STATUS(WRK-OPER-IDX) = SPACE
                       MOVE "A" TO WRK-OT-STATUS(WRK-OPER-IDX)
                   END-IF
               END-IF.

               READ OPERATORS.

           CLEAR-OPERATOR-ENTRY.
               MOVE SPACES TO WRK-OT-ID(WRK-OPER-IDX)
                   WRK-OT-NAME(WRK-OPER-IDX)
                   WRK-OT-STATUS(WRK-OPER-IDX).
               MOVE ZEROES TO WRK-OT-SIGNONS(WRK-OPER-IDX)
                   WRK-OT-BADPASS(WRK-OPER-IDX)
                   WRK-OT-LOCKOUTS(WRK-OPER-IDX)
                   WRK-OT-REJECTS(WRK-OPER-IDX)
                   WRK-OT-CLIENT-CHG(WRK-OPER-IDX)
                   WRK-OT-ORDER-CHG(WRK-OPER-IDX)
                   WRK-OT-PAYMENTS(WRK-OPER-IDX)
                   WRK-OT-AFTER-HOURS(WRK-OPER-IDX)
                   WRK-OT-CONFLICTS(WRK-OPER-IDX)
                   WRK-OT-LAST-DATE(WRK-OPER-IDX).

           FIND-OPERATOR.
               MOVE ZEROES TO WRK-OPER-IDX.

               PERFORM VARYING WRK-LIST-IDX FROM 1 BY 1
                       UNTIL WRK-LIST-IDX > WRK-OPER-COUNT
                       OR WRK-OPER-IDX > ZEROES
                   IF WRK-OT-ID(WRK-LIST-IDX) = WRK-FIND-ID
                       MOVE WRK-LIST-IDX TO WRK-OPER-IDX
                   END-IF
               END-PERFORM.

               IF WRK-OPER-IDX = ZEROES
                   IF WRK-OPER-COUNT < WRK-OPER-MAX
                       ADD 1 TO WRK-OPER-COUNT
                       MOVE WRK-OPER-COUNT TO WRK-OPER-IDX
                       PERFORM CLEAR-OPERATOR-ENTRY
                       MOVE WRK-FIND-ID TO WRK-OT-ID(WRK-OPER-IDX)
                       MOVE "*NOT ON FILE*" TO
                           WRK-OT-NAME(WRK-OPER-IDX)
                       MOVE "*" TO WRK-OT-STATUS(WRK-OPER-IDX)
                   ELSE
                       ADD 1 TO WRK-UNTRACKED
                   END-IF
               END-IF.

           CHECK-AFTER-HOURS.
               MOVE "N" TO WRK-AFTER-HOURS.

               IF WRK-EV-TIME < WRK-BUS-START
                       OR WRK-EV-TIME NOT < WRK-BUS-END
                   MOVE "Y" TO WRK-AFTER-HOURS
               ELSE
                   MOVE WRK-EV-DATE TO WRK-DN-DATE
                   PERFORM COMPUTE-DAY-NUMBER
                   DIVIDE WRK-DN-SERIAL BY 7 GIVING WRK-DN-WEEKS
                       REMAINDER WRK-DN-WEEKDAY

                   IF WRK-DN-WEEKDAY < 2
                       MOVE "Y" TO WRK-AFTER-HOURS
                   END-IF
               END-IF.

               IF WRK-AFTER-HOURS = "Y"
                   ADD 1 TO WRK-OT-AFTER-HOURS(WRK-OPER-IDX)
                   ADD 1 TO WRK-TOT-AFTER-HOURS
               END-IF.

           NOTE-ACTIVITY-DATE.
               IF WRK-EV-DATE > WRK-OT-LAST-DATE(WRK-OPER-IDX)
                   MOVE WRK-EV-DATE TO WRK-OT-LAST-DATE(WRK-OPER-IDX)
               END-IF.

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
               STRING "OPERATOR ACTIVITY AND SEGREGATION OF DUTIES"
                       DELIMITED BY SIZE
                       " REVIEW - RUN " DELIMITED BY SIZE
                       WRK-RUN-START-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "BUSINESS HOURS MONDAY TO FRIDAY "
                       DELIMITED BY SIZE
                       WRK-BUS-START(1:4) DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WRK-BUS-END(1:4) DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0200-SIGNON-RECORD.
               ADD 1 TO WRK-EVENTS-READ.

               IF SLOG-RESULT = "UNKNOWN"
                   ADD 1 TO WRK-UNKNOWN-SIGNONS
               ELSE
                   MOVE SLOG-OPER-ID TO WRK-FIND-ID
                   PERFORM FIND-OPERATOR

                   IF WRK-OPER-IDX > ZEROES
                       EVALUATE SLOG-RESULT
                           WHEN "OK"
                               ADD 1 TO WRK-OT-SIGNONS(WRK-OPER-IDX)
                           WHEN "BADPASS"
                               ADD 1 TO WRK-OT-BADPASS(WRK-OPER-IDX)
                           WHEN "LOCKED"
                               ADD 1 TO WRK-OT-LOCKOUTS(WRK-OPER-IDX)
                           WHEN OTHER
                               ADD 1 TO WRK-OT-REJECTS(WRK-OPER-IDX)
                       END-EVALUATE

                       MOVE SLOG-DATE TO WRK-EV-DATE
                       MOVE SLOG-TIME TO WRK-EV-TIME
                       PERFORM CHECK-AFTER-HOURS

                       IF SLOG-RESULT = "OK"
                           PERFORM NOTE-ACTIVITY-DATE
                       END-IF
                   END-IF
               END-IF.

               READ SIGNON-LOG.

           0300-CLIENT-AUDIT-RECORD.
               ADD 1 TO WRK-EVENTS-READ.
               MOVE AUDIT-OPERATOR-ID TO WRK-FIND-ID.
               PERFORM FIND-OPERATOR.

               IF WRK-OPER-IDX > ZEROES
                   ADD 1 TO WRK-OT-CLIENT-CHG(WRK-OPER-IDX)
                   MOVE AUDIT-TS-DATE TO WRK-EV-DATE
                   MOVE AUDIT-TS-TIME TO WRK-EV-TIME
                   PERFORM CHECK-AFTER-HOURS
                   PERFORM NOTE-ACTIVITY-DATE
               END-IF.

               IF AUDIT-OPERATION = "CREDIT"
                   IF WRK-CC-COUNT < WRK-CC-MAX
                       ADD 1 TO WRK-CC-COUNT
                       MOVE AUDIT-KEY-NUMBER TO
                           WRK-CC-CLIENT(WRK-CC-COUNT)
                       MOVE AUDIT-OPERATOR-ID TO
                           WRK-CC-OPER(WRK-CC-COUNT)
                       MOVE AUDIT-TS-DATE TO WRK-CC-DATE(WRK-CC-COUNT)
                       MOVE AUDIT-TS-TIME TO WRK-CC-TIME(WRK-CC-COUNT)
                   ELSE
                       ADD 1 TO WRK-CC-OVERFLOW
                   END-IF
               END-IF.

               READ CLIENTS-AUDIT.

           0400-WRITE-CONFLICT-HEADER.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE "SEGREGATION OF DUTIES CONFLICTS" TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "CONFLICT          OPERATOR  CLIENT    "
                       DELIMITED BY SIZE
                       "ORDER     DETAIL" DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0450-ORDER-AUDIT-RECORD.
               ADD 1 TO WRK-EVENTS-READ.
               MOVE OAUDIT-OPERATOR-ID TO WRK-FIND-ID.
               PERFORM FIND-OPERATOR.

               IF WRK-OPER-IDX > ZEROES
                   ADD 1 TO WRK-OT-ORDER-CHG(WRK-OPER-IDX)
                   MOVE OAUDIT-TS-DATE TO WRK-EV-DATE
                   MOVE OAUDIT-TS-TIME TO WRK-EV-TIME
                   PERFORM CHECK-AFTER-HOURS
                   PERFORM NOTE-ACTIVITY-DATE
               END-IF.

               IF OAUDIT-OPERATION = "CREATE"
                   PERFORM 0500-CHECK-CREDIT-CONFLICT
                   PERFORM 0520-CHECK-PAYMENT-CONFLICT
               END-IF.

               READ ORDERS-AUDIT.

           0500-CHECK-CREDIT-CONFLICT.
               MOVE "N" TO WRK-CC-FOUND.

               PERFORM VARYING WRK-CC-IDX FROM 1 BY 1
                       UNTIL WRK-CC-IDX > WRK-CC-COUNT
                       OR WRK-CC-FOUND = "Y"
                   IF WRK-CC-CLIENT(WRK-CC-IDX) = OAUDIT-AFTER-CLIENT
                           AND WRK-CC-OPER(WRK-CC-IDX) =
                               OAUDIT-OPERATOR-ID
                       IF WRK-CC-DATE(WRK-CC-IDX) < OAUDIT-TS-DATE
                               OR (WRK-CC-DATE(WRK-CC-IDX) =
                                   OAUDIT-TS-DATE
                               AND WRK-CC-TIME(WRK-CC-IDX) NOT >
                                   OAUDIT-TS-TIME)
                           MOVE "Y" TO WRK-CC-FOUND
                           MOVE WRK-CC-IDX TO WRK-LIST-IDX
                       END-IF
                   END-IF
               END-PERFORM.

               IF WRK-CC-FOUND = "Y"
                   MOVE "CREDIT/ORDER" TO WRK-CONFLICT-TYPE
                   MOVE SPACES TO WRK-CONFLICT-DETAIL
                   STRING "CREDIT LIMIT CHANGED " DELIMITED BY SIZE
                           WRK-CC-DATE(WRK-LIST-IDX) DELIMITED BY SIZE
                           ", ORDER ENTERED " DELIMITED BY SIZE
                           OAUDIT-TS-DATE DELIMITED BY SIZE
                       INTO WRK-CONFLICT-DETAIL
                   END-STRING
                   PERFORM 0580-WRITE-CONFLICT
               END-IF.

           0520-CHECK-PAYMENT-CONFLICT.
               MOVE "N" TO WRK-PAY-FOUND.

               IF WRK-PAY-AVAIL = "Y" AND WRK-ORD-AVAIL = "Y"
                   MOVE OAUDIT-KEY-NUMBER TO ORDERS-KEY-NUMBER
                   READ ORDERS
                       INVALID KEY
                           MOVE SPACES TO ORDERS-STATUS
                   END-READ

                   IF ORDERS-FILE-STATUS = 0 AND ORDER-PAID
                       MOVE OAUDIT-KEY-NUMBER TO PAY-ORDER-KEY
                       START PAYMENTS KEY IS EQUAL TO PAY-ORDER-KEY
                           INVALID KEY
                               CONTINUE
                       END-START

                       IF PAYMENTS-FILE-STATUS = 0
                           READ PAYMENTS NEXT

                           PERFORM UNTIL PAYMENTS-FILE-STATUS <> 0
                                   OR PAY-ORDER-KEY NOT =
                                       OAUDIT-KEY-NUMBER
                                   OR WRK-PAY-FOUND = "Y"
                               IF PAY-OPERATOR-ID = OAUDIT-OPERATOR-ID
                                       AND PAY-AMOUNT > ZEROES
                                       AND PAY-REASON-CODE NOT = "DS"
                                   MOVE "Y" TO WRK-PAY-FOUND
                               ELSE
                                   READ PAYMENTS NEXT
                               END-IF
                           END-PERFORM
                       END-IF
                   END-IF
               END-IF.

               IF WRK-PAY-FOUND = "Y"
                   MOVE "ORDER/PAYMENT" TO WRK-CONFLICT-TYPE
                   MOVE SPACES TO WRK-CONFLICT-DETAIL
                   STRING "ORDER ENTERED " DELIMITED BY SIZE
                           OAUDIT-TS-DATE DELIMITED BY SIZE
                           ", SETTLED BY PAYMENT " DELIMITED BY SIZE
                           PAY-KEY-NUMBER DELIMITED BY SIZE
                           " OF " DELIMITED BY SIZE
                           PAY-DATE DELIMITED BY SIZE
                       INTO WRK-CONFLICT-DETAIL
                   END-STRING
                   PERFORM 0580-WRITE-CONFLICT
               END-IF.

           0580-WRITE-CONFLICT.
               ADD 1 TO WRK-CONFLICT-COUNT.

               IF WRK-OPER-IDX > ZEROES
                   ADD 1 TO WRK-OT-CONFLICTS(WRK-OPER-IDX)
               END-IF.

               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING WRK-CONFLICT-TYPE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       OAUDIT-OPERATOR-ID DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       OAUDIT-AFTER-CLIENT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       OAUDIT-KEY-NUMBER DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-CONFLICT-DETAIL DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0550-PAYMENT-RECORD.
               IF PAY-REASON-CODE NOT = "DS"
                   ADD 1 TO WRK-EVENTS-READ
                   MOVE PAY-OPERATOR-ID TO WRK-FIND-ID
                   PERFORM FIND-OPERATOR

                   IF WRK-OPER-IDX > ZEROES
                       ADD 1 TO WRK-OT-PAYMENTS(WRK-OPER-IDX)
                       MOVE PAY-DATE TO WRK-EV-DATE
                       MOVE PAY-TIME TO WRK-EV-TIME
                       PERFORM CHECK-AFTER-HOURS
                       PERFORM NOTE-ACTIVITY-DATE
                   END-IF
               END-IF.

               READ PAYMENTS NEXT.

           0600-WRITE-OPERATOR-HEADER.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE "ACTIVITY BY OPERATOR" TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "OPERATOR  NAME              S  SIGNON  BADPW"
                       DELIMITED BY SIZE
                       " LOCKED REJECT CLIENT  ORDER PAYMNT AFTHRS"
                       DELIMITED BY SIZE
                       "    SOD  LAST ACT" DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0650-WRITE-OPERATOR-LINE.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING WRK-OT-ID(WRK-LIST-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-OT-NAME(WRK-LIST-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-OT-STATUS(WRK-LIST-IDX) DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               MOVE WRK-OT-SIGNONS(WRK-LIST-IDX) TO WRK-COUNT-ED.
               PERFORM APPEND-COUNT.
               MOVE WRK-OT-BADPASS(WRK-LIST-IDX) TO WRK-COUNT-ED.
               PERFORM APPEND-COUNT.
               MOVE WRK-OT-LOCKOUTS(WRK-LIST-IDX) TO WRK-COUNT-ED.
               PERFORM APPEND-COUNT.
               MOVE WRK-OT-REJECTS(WRK-LIST-IDX) TO WRK-COUNT-ED.
               PERFORM APPEND-COUNT.
               MOVE WRK-OT-CLIENT-CHG(WRK-LIST-IDX) TO WRK-COUNT-ED.
               PERFORM APPEND-COUNT.
               MOVE WRK-OT-ORDER-CHG(WRK-LIST-IDX) TO WRK-COUNT-ED.
               PERFORM APPEND-COUNT.
               MOVE WRK-OT-PAYMENTS(WRK-LIST-IDX) TO WRK-COUNT-ED.
               PERFORM APPEND-COUNT.
               MOVE WRK-OT-AFTER-HOURS(WRK-LIST-IDX) TO WRK-COUNT-ED.
               PERFORM APPEND-COUNT.
               MOVE WRK-OT-CONFLICTS(WRK-LIST-IDX) TO WRK-COUNT-ED.
               PERFORM APPEND-COUNT.

               IF WRK-OT-LAST-DATE(WRK-LIST-IDX) > ZEROES
                   STRING "  " DELIMITED BY SIZE
                           WRK-OT-LAST-DATE(WRK-LIST-IDX)
                           DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WRK-RPT-PTR
                   END-STRING
               END-IF.

               WRITE RPT-REG.

           APPEND-COUNT.
               STRING " " DELIMITED BY SIZE
                       WRK-COUNT-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.

           0700-WRITE-DISABLED-HEADER.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE "DISABLED OPERATORS WITH ACTIVITY" TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "OPERATOR  NAME              ACTIVITY  "
                       DELIMITED BY SIZE
                       "LAST ACT  SIGN-ON ATTEMPTS" DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0750-CHECK-DISABLED-OPERATOR.
               IF WRK-OT-STATUS(WRK-LIST-IDX) = "D"
                   ADD WRK-OT-SIGNONS(WRK-LIST-IDX)
                       WRK-OT-CLIENT-CHG(WRK-LIST-IDX)
                       WRK-OT-ORDER-CHG(WRK-LIST-IDX)
                       WRK-OT-PAYMENTS(WRK-LIST-IDX)
                       GIVING WRK-ACTIVITY

                   IF WRK-ACTIVITY > ZEROES
                       ADD 1 TO WRK-DISABLED-ACTIVE
                       MOVE SPACES TO RPT-LINE
                       MOVE 1 TO WRK-RPT-PTR
                       STRING WRK-OT-ID(WRK-LIST-IDX) DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               WRK-OT-NAME(WRK-LIST-IDX)
                               DELIMITED BY SIZE
                           INTO RPT-LINE
                           WITH POINTER WRK-RPT-PTR
                       END-STRING
                       MOVE WRK-ACTIVITY TO WRK-COUNT-ED
                       PERFORM APPEND-COUNT
                       STRING "    " DELIMITED BY SIZE
                               WRK-OT-LAST-DATE(WRK-LIST-IDX)
                               DELIMITED BY SIZE
                           INTO RPT-LINE
                           WITH POINTER WRK-RPT-PTR
                       END-STRING
                       ADD WRK-OT-BADPASS(WRK-LIST-IDX)
                           WRK-OT-LOCKOUTS(WRK-LIST-IDX)
                           WRK-OT-REJECTS(WRK-LIST-IDX)
                           GIVING WRK-ACTIVITY
                       MOVE WRK-ACTIVITY TO WRK-COUNT-ED
                       PERFORM APPEND-COUNT
                       WRITE RPT-REG
                   END-IF
               END-IF.

           0900-WRITE-TOTALS.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "EVENTS READ: " DELIMITED BY SIZE
                       WRK-EVENTS-READ DELIMITED BY SIZE
                       "  OUTSIDE BUSINESS HOURS: " DELIMITED BY SIZE
                       WRK-TOT-AFTER-HOURS DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "SOD CONFLICTS: " DELIMITED BY SIZE
                       WRK-CONFLICT-COUNT DELIMITED BY SIZE
                       "  DISABLED WITH ACTIVITY: " DELIMITED BY SIZE
                       WRK-DISABLED-ACTIVE DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "SIGN-ONS WITH UNKNOWN OPERATOR ID: "
                       DELIMITED BY SIZE
                       WRK-UNKNOWN-SIGNONS DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE "STATUS * = OPERATOR ID NOT IN OPERATORS.dat"
                   TO RPT-LINE.
               WRITE RPT-REG.

               IF WRK-UNTRACKED > ZEROES OR WRK-CC-OVERFLOW > ZEROES
                   MOVE SPACES TO RPT-LINE
                   MOVE 1 TO WRK-RPT-PTR
                   STRING "EVENTS NOT TRACKED (OPERATOR TABLE FULL): "
                           DELIMITED BY SIZE
                           WRK-UNTRACKED DELIMITED BY SIZE
                           "  CREDIT CHANGES NOT CHECKED: "
                           DELIMITED BY SIZE
                           WRK-CC-OVERFLOW DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WRK-RPT-PTR
                   END-STRING
                   WRITE RPT-REG
               END-IF.

           0950-WRITE-RUN-LOG.
               OPEN EXTEND RUN-LOG.
               MOVE "OPERACT" TO RUNLOG-FUNCTION.
               MOVE WRK-RUN-START-DATE TO RUNLOG-START-DATE.
               MOVE WRK-RUN-START-TIME TO RUNLOG-START-TIME.
               ACCEPT RUNLOG-END-DATE FROM DATE YYYYMMDD.
               ACCEPT RUNLOG-END-TIME FROM TIME.
               MOVE WRK-CONFLICT-COUNT TO RUNLOG-COUNT.
               MOVE WRK-RUN-OUTCOME TO RUNLOG-STATUS.
               WRITE RUNLOG-REG.
               CLOSE RUN-LOG.
