       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTEXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTATIONS ASSIGN TO "QUOTES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS QUOTES-FILE-STATUS
               RECORD KEY IS QUOTE-KEY.

           SELECT QUOTE-REPORT ASSIGN TO "QUOTEXP.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG ASSIGN TO "RUNLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD QUOTE-REPORT.
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
       77 QUOTES-FILE-STATUS    PIC 99.
       77 WRK-RUNLOG-STATUS     PIC 99.
       77 WRK-RUN-START-DATE    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-START-TIME    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-OUTCOME       PIC X(8) VALUE SPACES.
       77 WRK-RPT-PTR           PIC 9(4) VALUE 1.
       77 WRK-QUOTES-READ       PIC 9(6) VALUE ZEROES.
       77 WRK-EXPIRED-COUNT     PIC 9(6) VALUE ZEROES.
       77 WRK-EXPIRED-VALUE     PIC 9(9)V99 VALUE ZEROES.
       77 WRK-MONTH-COUNT       PIC 9(3) VALUE ZEROES.
       77 WRK-MONTH-MAX         PIC 9(3) VALUE 120.
       77 WRK-MONTH-IDX         PIC 9(3) VALUE ZEROES.
       77 WRK-MONTH-POS         PIC 9(3) VALUE ZEROES.
       77 WRK-MONTH-FOUND       PIC X(1) VALUE "N".
       77 WRK-MONTH-SKIPPED     PIC 9(6) VALUE ZEROES.
       77 WRK-QUOTE-MONTH       PIC 9(6) VALUE ZEROES.
       77 WRK-LOST              PIC 9(6) VALUE ZEROES.
       77 WRK-DECIDED           PIC 9(6) VALUE ZEROES.
       77 WRK-WIN-PCT           PIC 9(3)V9 VALUE ZEROES.
       77 WRK-NAME              PIC X(16) VALUE SPACES.
       77 WRK-COUNT-ED          PIC Z(5)9.
       77 WRK-AMOUNT-ED         PIC Z(6)9.99.
       77 WRK-VALUE-ED          PIC Z(8)9.99.
       77 WRK-PCT-ED            PIC ZZ9.9.

       01 WRK-MONTH-TABLE.
           05 WRK-MONTH-ENTRY OCCURS 120 TIMES.
               10 WRK-MT-MONTH      PIC 9(6).
               10 WRK-MT-ISSUED     PIC 9(6).
               10 WRK-MT-WON        PIC 9(6).
               10 WRK-MT-DECLINED   PIC 9(6).
               10 WRK-MT-EXPIRED    PIC 9(6).
               10 WRK-MT-OPEN       PIC 9(6).
               10 WRK-MT-QUOTED     PIC 9(9)V99.
               10 WRK-MT-WON-VALUE  PIC 9(9)V99.

       01 WRK-MONTH-TOTALS.
           05 WRK-MT-TOT-MONTH      PIC 9(6) VALUE ZEROES.
           05 WRK-MT-TOT-ISSUED     PIC 9(6) VALUE ZEROES.
           05 WRK-MT-TOT-WON        PIC 9(6) VALUE ZEROES.
           05 WRK-MT-TOT-DECLINED   PIC 9(6) VALUE ZEROES.
           05 WRK-MT-TOT-EXPIRED    PIC 9(6) VALUE ZEROES.
           05 WRK-MT-TOT-OPEN       PIC 9(6) VALUE ZEROES.
           05 WRK-MT-TOT-QUOTED     PIC 9(9)V99 VALUE ZEROES.
           05 WRK-MT-TOT-WON-VALUE  PIC 9(9)V99 VALUE ZEROES.

       01 WRK-PRINT-ENTRY.
           05 WRK-PE-MONTH          PIC 9(6).
           05 WRK-PE-ISSUED         PIC 9(6).
           05 WRK-PE-WON            PIC 9(6).
           05 WRK-PE-DECLINED       PIC 9(6).
           05 WRK-PE-EXPIRED        PIC 9(6).
           05 WRK-PE-OPEN           PIC 9(6).
           05 WRK-PE-QUOTED         PIC 9(9)V99.
           05 WRK-PE-WON-VALUE      PIC 9(9)V99.

       01 WRK-QUOTE-DATE-AREA.
           05 WRK-QD-MONTH      PIC 9(6).
           05 FILLER            PIC 9(2).
       01 WRK-QUOTE-DATE REDEFINES WRK-QUOTE-DATE-AREA PIC 9(8).

       PROCEDURE DIVISION.
           ACCEPT WRK-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-RUN-START-TIME FROM TIME.
           PERFORM 0000-OPEN-FILES.

           IF QUOTES-FILE-STATUS NOT = 0
               DISPLAY "QUOTEXP: UNABLE TO OPEN QUOTES.dat"
               MOVE "FAILED" TO WRK-RUN-OUTCOME
               PERFORM 0950-WRITE-RUN-LOG
               PERFORM 1000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-WRITE-HEADER.
           START QUOTATIONS FIRST.
           READ QUOTATIONS NEXT.

           PERFORM 0200-PROCESS-QUOTE
               UNTIL QUOTES-FILE-STATUS <> 0.

           PERFORM 0500-WRITE-MONTH-HEADER.

           PERFORM VARYING WRK-MONTH-IDX FROM 1 BY 1
                   UNTIL WRK-MONTH-IDX > WRK-MONTH-COUNT
               PERFORM 0600-WRITE-MONTH-LINE
           END-PERFORM.

           PERFORM 0700-WRITE-MONTH-TOTAL.
           PERFORM 0900-WRITE-TOTALS.
           MOVE "COMPLETE" TO WRK-RUN-OUTCOME.
           PERFORM 0950-WRITE-RUN-LOG.
           PERFORM 1000-CLOSE-FILES.
           DISPLAY "QUOTEXP: QUOTES READ: " WRK-QUOTES-READ
               " EXPIRED: " WRK-EXPIRED-COUNT.
           GOBACK.

           0000-OPEN-FILES.
               OPEN I-O QUOTATIONS.

               IF QUOTES-FILE-STATUS = 35
                   OPEN OUTPUT QUOTATIONS
                   CLOSE QUOTATIONS
                   OPEN I-O QUOTATIONS
               END-IF.

               OPEN OUTPUT QUOTE-REPORT.

           1000-CLOSE-FILES.
               CLOSE QUOTATIONS.
               CLOSE QUOTE-REPORT.

           0100-WRITE-HEADER.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "QUOTES EXPIRED ON " DELIMITED BY SIZE
                       WRK-RUN-START-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "QUOTE     CLIENT    NAME              "
                       DELIMITED BY SIZE
                       "DESCRIPTION                     "
                       DELIMITED BY SIZE
                       "ISSUED    EXPIRY        AMOUNT"
                       DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0200-PROCESS-QUOTE.
               ADD 1 TO WRK-QUOTES-READ.

               IF QUOTE-OPEN
                       AND QUOTE-EXPIRY-DATE IS NUMERIC
                       AND QUOTE-EXPIRY-DATE < WRK-RUN-START-DATE
                   PERFORM 0300-EXPIRE-QUOTE
               END-IF.

               PERFORM 0400-ADD-TO-MONTH.
               READ QUOTATIONS NEXT.

           0300-EXPIRE-QUOTE.
               MOVE "X" TO QUOTE-STATUS.
               MOVE WRK-RUN-START-DATE TO QUOTE-STATUS-DATE
                   QUOTE-CHANGED-DATE.
               MOVE "QUOTEXP" TO QUOTE-OPERATOR-ID.
               REWRITE QUOTE-REG.

               IF QUOTES-FILE-STATUS = 0
                   ADD 1 TO WRK-EXPIRED-COUNT
                   ADD QUOTE-AMOUNT TO WRK-EXPIRED-VALUE
                   PERFORM 0350-WRITE-EXPIRED-LINE
               ELSE
                   DISPLAY "QUOTEXP: UNABLE TO EXPIRE QUOTE "
                       QUOTE-KEY-NUMBER
               END-IF.

           0350-WRITE-EXPIRED-LINE.
               MOVE QUOTE-PROSPECT-NAME TO WRK-NAME.
               MOVE QUOTE-AMOUNT TO WRK-AMOUNT-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING QUOTE-KEY-NUMBER DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       QUOTE-CLIENT-KEY DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-NAME DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       QUOTE-DESCRIPTION DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       QUOTE-DATE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       QUOTE-EXPIRY-DATE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-AMOUNT-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0400-ADD-TO-MONTH.
               IF QUOTE-DATE IS NUMERIC
                   MOVE QUOTE-DATE TO WRK-QUOTE-DATE
               ELSE
                   MOVE ZEROES TO WRK-QUOTE-DATE
               END-IF.

               MOVE WRK-QD-MONTH TO WRK-QUOTE-MONTH.
               PERFORM 0450-FIND-MONTH.

               IF WRK-MONTH-FOUND = "N"
                   ADD 1 TO WRK-MONTH-SKIPPED
               ELSE
                   ADD 1 TO WRK-MT-ISSUED(WRK-MONTH-POS)
                   ADD QUOTE-AMOUNT TO WRK-MT-QUOTED(WRK-MONTH-POS)

                   EVALUATE TRUE
                       WHEN QUOTE-ACCEPTED
                           ADD 1 TO WRK-MT-WON(WRK-MONTH-POS)
                           ADD QUOTE-AMOUNT TO
                               WRK-MT-WON-VALUE(WRK-MONTH-POS)
                       WHEN QUOTE-DECLINED
                           ADD 1 TO WRK-MT-DECLINED(WRK-MONTH-POS)
                       WHEN QUOTE-EXPIRED
                           ADD 1 TO WRK-MT-EXPIRED(WRK-MONTH-POS)
                       WHEN OTHER
                           ADD 1 TO WRK-MT-OPEN(WRK-MONTH-POS)
                   END-EVALUATE
               END-IF.

           0450-FIND-MONTH.
               MOVE "N" TO WRK-MONTH-FOUND.
               MOVE 1 TO WRK-MONTH-POS.

               PERFORM UNTIL WRK-MONTH-POS > WRK-MONTH-COUNT
                       OR WRK-MT-MONTH(WRK-MONTH-POS)
                           >= WRK-QUOTE-MONTH
                   ADD 1 TO WRK-MONTH-POS
               END-PERFORM.

               IF WRK-MONTH-POS <= WRK-MONTH-COUNT
                       AND WRK-MT-MONTH(WRK-MONTH-POS)
                           = WRK-QUOTE-MONTH
                   MOVE "Y" TO WRK-MONTH-FOUND
               ELSE
                   IF WRK-MONTH-COUNT < WRK-MONTH-MAX
                       PERFORM 0460-INSERT-MONTH
                   END-IF
               END-IF.

           0460-INSERT-MONTH.
               PERFORM VARYING WRK-MONTH-IDX FROM WRK-MONTH-COUNT
                       BY -1 UNTIL WRK-MONTH-IDX < WRK-MONTH-POS
                   MOVE WRK-MONTH-ENTRY(WRK-MONTH-IDX) TO
                       WRK-MONTH-ENTRY(WRK-MONTH-IDX + 1)
               END-PERFORM.

               ADD 1 TO WRK-MONTH-COUNT.
               INITIALIZE WRK-MONTH-ENTRY(WRK-MONTH-POS).
               MOVE WRK-QUOTE-MONTH TO WRK-MT-MONTH(WRK-MONTH-POS).
               MOVE "Y" TO WRK-MONTH-FOUND.

           0500-WRITE-MONTH-HEADER.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "WIN/LOSS BY MONTH ISSUED" DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "MONTH   ISSUED     WON    LOST  "
                       DELIMITED BY SIZE
                       "DECLIN  EXPIRD    OPEN   WIN%  "
                       DELIMITED BY SIZE
                       "QUOTED VALUE     WON VALUE"
                       DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0600-WRITE-MONTH-LINE.
               MOVE WRK-MONTH-ENTRY(WRK-MONTH-IDX) TO WRK-PRINT-ENTRY.
               ADD WRK-PE-ISSUED TO WRK-MT-TOT-ISSUED.
               ADD WRK-PE-WON TO WRK-MT-TOT-WON.
               ADD WRK-PE-DECLINED TO WRK-MT-TOT-DECLINED.
               ADD WRK-PE-EXPIRED TO WRK-MT-TOT-EXPIRED.
               ADD WRK-PE-OPEN TO WRK-MT-TOT-OPEN.
               ADD WRK-PE-QUOTED TO WRK-MT-TOT-QUOTED.
               ADD WRK-PE-WON-VALUE TO WRK-MT-TOT-WON-VALUE.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING WRK-PE-MONTH DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               PERFORM 0650-FORMAT-COUNTS.
               WRITE RPT-REG.

           0650-FORMAT-COUNTS.
               ADD WRK-PE-DECLINED WRK-PE-EXPIRED GIVING WRK-LOST.
               ADD WRK-PE-WON WRK-LOST GIVING WRK-DECIDED.

               IF WRK-DECIDED > ZEROES
                   COMPUTE WRK-WIN-PCT ROUNDED =
                       WRK-PE-WON * 100 / WRK-DECIDED
               ELSE
                   MOVE ZEROES TO WRK-WIN-PCT
               END-IF.

               MOVE WRK-PE-ISSUED TO WRK-COUNT-ED.
               STRING "  " DELIMITED BY SIZE
                       WRK-COUNT-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               MOVE WRK-PE-WON TO WRK-COUNT-ED.
               STRING "  " DELIMITED BY SIZE
                       WRK-COUNT-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               MOVE WRK-LOST TO WRK-COUNT-ED.
               STRING "  " DELIMITED BY SIZE
                       WRK-COUNT-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               MOVE WRK-PE-DECLINED TO WRK-COUNT-ED.
               STRING "  " DELIMITED BY SIZE
                       WRK-COUNT-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               MOVE WRK-PE-EXPIRED TO WRK-COUNT-ED.
               STRING "  " DELIMITED BY SIZE
                       WRK-COUNT-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               MOVE WRK-PE-OPEN TO WRK-COUNT-ED.
               MOVE WRK-WIN-PCT TO WRK-PCT-ED.
               MOVE WRK-PE-QUOTED TO WRK-VALUE-ED.
               STRING "  " DELIMITED BY SIZE
                       WRK-COUNT-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-PCT-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-VALUE-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               MOVE WRK-PE-WON-VALUE TO WRK-VALUE-ED.
               STRING "  " DELIMITED BY SIZE
                       WRK-VALUE-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.

           0700-WRITE-MONTH-TOTAL.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE WRK-MONTH-TOTALS TO WRK-PRINT-ENTRY.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "TOTAL " DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               PERFORM 0650-FORMAT-COUNTS.
               WRITE RPT-REG.

           0900-WRITE-TOTALS.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "QUOTES READ: " DELIMITED BY SIZE
                       WRK-QUOTES-READ DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE WRK-EXPIRED-VALUE TO WRK-VALUE-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "QUOTES EXPIRED THIS RUN: " DELIMITED BY SIZE
                       WRK-EXPIRED-COUNT DELIMITED BY SIZE
                       "  VALUE: " DELIMITED BY SIZE
                       WRK-VALUE-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

               IF WRK-MONTH-SKIPPED > ZEROES
                   MOVE SPACES TO RPT-LINE
                   MOVE 1 TO WRK-RPT-PTR
                   STRING "QUOTES NOT IN MONTH TABLE: "
                           DELIMITED BY SIZE
                           WRK-MONTH-SKIPPED DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WRK-RPT-PTR
                   END-STRING
                   WRITE RPT-REG
               END-IF.

           0950-WRITE-RUN-LOG.
               OPEN EXTEND RUN-LOG.
               MOVE "QUOTEXP" TO RUNLOG-FUNCTION.
               MOVE WRK-RUN-START-DATE TO RUNLOG-START-DATE.
               MOVE WRK-RUN-START-TIME TO RUNLOG-START-TIME.
               ACCEPT RUNLOG-END-DATE FROM DATE YYYYMMDD.
               ACCEPT RUNLOG-END-TIME FROM TIME.
               MOVE WRK-EXPIRED-COUNT TO RUNLOG-COUNT.
               MOVE WRK-RUN-OUTCOME TO RUNLOG-STATUS.
               WRITE RUNLOG-REG.
               CLOSE RUN-LOG.
