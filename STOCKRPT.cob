       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMS ASSIGN TO "ITEMS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ITEMS-FILE-STATUS
               RECORD KEY IS ITEMS-KEY.

           SELECT STOCK-REPORT ASSIGN TO "STOCK.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG ASSIGN TO "RUNLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD STOCK-REPORT.
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
       77 ITEMS-FILE-STATUS     PIC 99.
       77 WRK-RUNLOG-STATUS     PIC 99.
       77 WRK-RUN-START-DATE    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-START-TIME    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-OUTCOME       PIC X(8) VALUE SPACES.
       77 WRK-RPT-PTR           PIC 9(4) VALUE 1.
       77 WRK-ITEMS-READ        PIC 9(6) VALUE ZEROES.
       77 WRK-REORDER-COUNT     PIC 9(6) VALUE ZEROES.
       77 WRK-NEGATIVE-COUNT    PIC 9(6) VALUE ZEROES.
       77 WRK-AVAILABLE         PIC S9(7) VALUE ZEROES.
       77 WRK-FLAG              PIC X(16) VALUE SPACES.
       77 WRK-ONHAND-ED         PIC -(6)9.
       77 WRK-ALLOC-ED          PIC -(6)9.
       77 WRK-AVAIL-ED          PIC -(6)9.
       77 WRK-REORDER-ED        PIC Z(6)9.

       PROCEDURE DIVISION.
           ACCEPT WRK-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-RUN-START-TIME FROM TIME.
           PERFORM 0000-OPEN-FILES.

           IF ITEMS-FILE-STATUS NOT = 0
               DISPLAY "STOCKRPT: UNABLE TO OPEN ITEMS.dat"
               MOVE "FAILED" TO WRK-RUN-OUTCOME
               PERFORM 0950-WRITE-RUN-LOG
               PERFORM 1000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-WRITE-HEADER.
           START ITEMS FIRST.
           READ ITEMS NEXT.

           PERFORM 0200-CHECK-ITEM
               UNTIL ITEMS-FILE-STATUS <> 0.

           PERFORM 0900-WRITE-TOTALS.
           MOVE "COMPLETE" TO WRK-RUN-OUTCOME.
           PERFORM 0950-WRITE-RUN-LOG.
           PERFORM 1000-CLOSE-FILES.
           DISPLAY "STOCKRPT: ITEMS READ: " WRK-ITEMS-READ
               " BELOW REORDER: " WRK-REORDER-COUNT
               " NEGATIVE: " WRK-NEGATIVE-COUNT.
           GOBACK.

           0000-OPEN-FILES.
               OPEN INPUT ITEMS.
               OPEN OUTPUT STOCK-REPORT.

           1000-CLOSE-FILES.
               CLOSE ITEMS.
               CLOSE STOCK-REPORT.

           0100-WRITE-HEADER.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "STOCK STATUS AND REORDER REPORT  RUN DATE "
                       DELIMITED BY SIZE
                       WRK-RUN-START-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "ITEM      DESCRIPTION                     "
                       DELIMITED BY SIZE
                       "ON HAND  ALLOC'D    AVAIL  REORDER  FLAG"
                       DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0200-CHECK-ITEM.
               ADD 1 TO WRK-ITEMS-READ.
               MOVE SPACES TO WRK-FLAG.
               SUBTRACT ITEMS-ALLOCATED FROM ITEMS-ON-HAND
                   GIVING WRK-AVAILABLE.

               IF WRK-AVAILABLE < ZEROES
                   MOVE "NEGATIVE AVAIL" TO WRK-FLAG
                   ADD 1 TO WRK-NEGATIVE-COUNT
               ELSE
                   IF ITEMS-ACTIVE
                           AND WRK-AVAILABLE < ITEMS-REORDER-POINT
                       MOVE "REORDER" TO WRK-FLAG
                       ADD 1 TO WRK-REORDER-COUNT
                   END-IF
               END-IF.

               IF WRK-FLAG NOT = SPACES
                   PERFORM 0300-WRITE-ITEM-LINE
               END-IF.

               READ ITEMS NEXT.

           0300-WRITE-ITEM-LINE.
               MOVE ITEMS-ON-HAND TO WRK-ONHAND-ED.
               MOVE ITEMS-ALLOCATED TO WRK-ALLOC-ED.
               MOVE WRK-AVAILABLE TO WRK-AVAIL-ED.
               MOVE ITEMS-REORDER-POINT TO WRK-REORDER-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING ITEMS-CODE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       ITEMS-DESCRIPTION DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-ONHAND-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-ALLOC-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-AVAIL-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-REORDER-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-FLAG DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0900-WRITE-TOTALS.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "ITEMS READ: " DELIMITED BY SIZE
                       WRK-ITEMS-READ DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "BELOW REORDER POINT: " DELIMITED BY SIZE
                       WRK-REORDER-COUNT DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "NEGATIVE AVAILABILITY: " DELIMITED BY SIZE
                       WRK-NEGATIVE-COUNT DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0950-WRITE-RUN-LOG.
               OPEN EXTEND RUN-LOG.
               MOVE "STOCKRPT" TO RUNLOG-FUNCTION.
               MOVE WRK-RUN-START-DATE TO RUNLOG-START-DATE.
               MOVE WRK-RUN-START-TIME TO RUNLOG-START-TIME.
               ACCEPT RUNLOG-END-DATE FROM DATE YYYYMMDD.
               ACCEPT RUNLOG-END-TIME FROM TIME.
               MOVE WRK-ITEMS-READ TO RUNLOG-COUNT.
               MOVE WRK-RUN-OUTCOME TO RUNLOG-STATUS.
               WRITE RUNLOG-REG.
               CLOSE RUN-LOG.
