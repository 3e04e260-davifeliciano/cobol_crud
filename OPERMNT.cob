               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPERS-STATUS.

           SELECT PERIOD-CONTROL ASSIGN TO "PERIODS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERIOD-STATUS.

           SELECT PERIOD-AUDIT ASSIGN TO "PERAUDIT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATORS.
           05 OPER-FAILS    PIC 9(1).
           05 OPER-FORCE    PIC X(1).

       FD PERIOD-CONTROL.
       01 PERIOD-REG.
           05 PERIOD-CLOSED-THRU   PIC 9(6).
           05 PERIOD-CLOSE-DATE    PIC 9(8).
           05 PERIOD-CLOSE-OPER    PIC X(8).

       FD PERIOD-AUDIT.
       01 PAUD-REG.
           05 PAUD-PERIOD          PIC 9(6).
           05 PAUD-OPERATION       PIC X(6).
           05 PAUD-BEFORE-THRU     PIC 9(6).
           05 PAUD-AFTER-THRU      PIC 9(6).
           05 PAUD-TIMESTAMP.
               10 PAUD-TS-DATE     PIC 9(8).
               10 PAUD-TS-TIME     PIC 9(8).
           05 PAUD-OPERATOR-ID     PIC X(8).

       WORKING-STORAGE SECTION.
       77 WRK-OPERS-STATUS     PIC 99.
       77 WRK-OPERS-EOF        PIC X(1) VALUE "N".
       77 WRK-ENTRY-NAME       PIC X(16) VALUE SPACES.
       77 WRK-ENTRY-LEVEL      PIC X(1) VALUE SPACES.
       77 WRK-LIST-LINE        PIC 9(2) VALUE ZEROES.
       77 WRK-PERIOD-STATUS    PIC 99.
       77 WRK-PAUDIT-STATUS    PIC 99.
       77 WRK-CLOSED-THRU      PIC 9(6) VALUE ZEROES.
       77 WRK-ENTRY-PERIOD     PIC 9(6) VALUE ZEROES.

       01 WRK-REOPEN-AREA.
           05 WRK-REOPEN-YEAR   PIC 9(4).
           05 WRK-REOPEN-MONTH  PIC 9(2).
       01 WRK-REOPEN-THRU REDEFINES WRK-REOPEN-AREA PIC 9(6).

       01 WRK-OPER-TABLE.
           05 WRK-OPER-ENTRY OCCURS 20 TIMES.
               05 LINE 06 COLUMN 10 VALUE "3 - DISABLE".
               05 LINE 07 COLUMN 10 VALUE "4 - ENABLE".
               05 LINE 08 COLUMN 10 VALUE "5 - RESET PASSWORD".
               05 LINE 09 COLUMN 10 VALUE "6 - REOPEN PERIOD".
               05 LINE 10 COLUMN 10 VALUE "Q - QUIT".
               05 LINE 11 COLUMN 10 VALUE "INSERT AN OPTION:".
               05 LINE 11 COLUMN 28 USING WRK-OPTION.

           01 ADD-SCR.
               05 LINE 04 COLUMN 10 VALUE "OPERATOR ID:".
               05 LINE 06 COLUMN 10 VALUE "LEVEL (F/I/A):".
               05 COLUMN PLUS 02 PIC X(1) USING WRK-ENTRY-LEVEL.

           01 REOPEN-SCR.
               05 LINE 04 COLUMN 10 VALUE "CLOSED THRU:".
               05 COLUMN PLUS 02 PIC 9(6) FROM WRK-CLOSED-THRU.
               05 LINE 05 COLUMN 10 VALUE "REOPEN PERIOD (YYYYMM):".
               05 COLUMN PLUS 02 PIC 9(6) USING WRK-ENTRY-PERIOD.

           01 REOPEN-CONFIRM.
               05 LINE 24 COLUMN 01 ERASE EOL.
               05 LINE 24 COLUMN 01 VALUE
                   "PRESS Y TO CONFIRM REOPEN --->".
               05 COLUMN PLUS 02 USING WRK-CURSOR AUTO-SKIP.

           01 ID-INPUT-SCR.
               05 LINE 04 COLUMN 10 VALUE "OPERATOR ID:".
               05 COLUMN PLUS 02 PIC X(8) USING WRK-ENTRY-ID.
                       PERFORM ENABLE-OP
                   WHEN 5
                       PERFORM RESET-OP
                   WHEN 6
                       PERFORM REOPEN-OP
                   WHEN OTHER
                       MOVE "INVALID OPTION" TO WRK-MSG
                       ACCEPT MSG
                           PERFORM ENABLE-OP
                       WHEN 5
                           PERFORM RESET-OP
                       WHEN 6
                           PERFORM REOPEN-OP
                       WHEN OTHER
                           PERFORM 0100-INIT-SCR
                   END-EVALUATE

               ACCEPT MSG.
               PERFORM OP-AGAIN-OR-QUIT.

           READ-PERIOD-CONTROL.
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

           REOPEN-OP.
               PERFORM CLEAR-MSG.
               MOVE "REOPEN" TO WRK-CURRENT-SCR.
               MOVE ZEROES TO WRK-ENTRY-PERIOD.
               PERFORM READ-PERIOD-CONTROL.
               DISPLAY SCR.
               ACCEPT REOPEN-SCR.
               MOVE WRK-ENTRY-PERIOD TO WRK-REOPEN-THRU.

               EVALUATE TRUE
                   WHEN WRK-CLOSED-THRU = ZEROES
                       MOVE "NO PERIOD IS CLOSED" TO WRK-MSG
                   WHEN WRK-REOPEN-MONTH < 1
                           OR WRK-REOPEN-MONTH > 12
                       MOVE "INVALID PERIOD" TO WRK-MSG
                   WHEN WRK-ENTRY-PERIOD > WRK-CLOSED-THRU
                       MOVE "PERIOD IS NOT CLOSED" TO WRK-MSG
                   WHEN OTHER
                       PERFORM CONFIRM-REOPEN
               END-EVALUATE.

               ACCEPT MSG.
               PERFORM OP-AGAIN-OR-QUIT.

           CONFIRM-REOPEN.
               ACCEPT REOPEN-CONFIRM.

               IF WRK-CURSOR = "Y" OR WRK-CURSOR = "y"
                   SUBTRACT 1 FROM WRK-REOPEN-MONTH

                   IF WRK-REOPEN-MONTH = ZEROES
                       MOVE 12 TO WRK-REOPEN-MONTH
                       SUBTRACT 1 FROM WRK-REOPEN-YEAR
                   END-IF

                   OPEN OUTPUT PERIOD-CONTROL
                   MOVE WRK-REOPEN-THRU TO PERIOD-CLOSED-THRU
                   ACCEPT PERIOD-CLOSE-DATE FROM DATE YYYYMMDD
                   MOVE LNK-OPER-ID TO PERIOD-CLOSE-OPER
                   WRITE PERIOD-REG
                   CLOSE PERIOD-CONTROL
                   PERFORM WRITE-PERIOD-AUDIT
                   MOVE "PERIOD REOPENED" TO WRK-MSG
               ELSE
                   MOVE "NOT REOPENED" TO WRK-MSG
               END-IF.

               MOVE SPACES TO WRK-CURSOR.

           WRITE-PERIOD-AUDIT.
               OPEN EXTEND PERIOD-AUDIT.

               IF WRK-PAUDIT-STATUS = 35
                   OPEN OUTPUT PERIOD-AUDIT
               END-IF.

               MOVE WRK-ENTRY-PERIOD TO PAUD-PERIOD.
               MOVE "REOPEN" TO PAUD-OPERATION.
               MOVE WRK-CLOSED-THRU TO PAUD-BEFORE-THRU.
               MOVE WRK-REOPEN-THRU TO PAUD-AFTER-THRU.
               ACCEPT PAUD-TS-DATE FROM DATE YYYYMMDD.
               ACCEPT PAUD-TS-TIME FROM TIME.
               MOVE LNK-OPER-ID TO PAUD-OPERATOR-ID.
               WRITE PAUD-REG.
               CLOSE PERIOD-AUDIT.
