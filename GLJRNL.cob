       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACCOUNTS ASSIGN TO "GLACCTS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLMAP-STATUS.

           SELECT ORDERS-AUDIT ASSIGN TO "ORDERS-AUDIT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OAUDIT-STATUS.

           SELECT ORDERS ASSIGN TO "ORDERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ORDERS-FILE-STATUS
               RECORD KEY IS ORDERS-KEY
               ALTERNATE RECORD KEY IS ORDERS-CLIENT-KEY
                   WITH DUPLICATES.

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

           SELECT CREDIT-MEMOS ASSIGN TO "CREDITS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CREDITS-FILE-STATUS
               RECORD KEY IS CRED-KEY
               ALTERNATE RECORD KEY IS CRED-CLIENT-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CRED-ORDER-KEY
                   WITH DUPLICATES.

           SELECT GL-JOURNAL ASSIGN TO "GLJRNL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROOF-REPORT ASSIGN TO "GLPROOF.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-CONTROL ASSIGN TO "GLCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLCTL-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GL-ACCOUNTS.
       01 GLMAP-REG.
           05 GLMAP-CODE           PIC X(8).
           05 GLMAP-ACCOUNT        PIC X(10).
           05 GLMAP-DESC           PIC X(30).

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

       FD GL-JOURNAL.
       01 GLJ-REG.
           05 GLJ-DATE             PIC 9(8).
           05 GLJ-ACCOUNT          PIC X(10).
           05 GLJ-CODE             PIC X(8).
           05 GLJ-DEBIT            PIC 9(9)V99.
           05 GLJ-CREDIT           PIC 9(9)V99.
           05 GLJ-DESC             PIC X(30).

       FD PROOF-REPORT.
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

       FD JOURNAL-CONTROL.
       01 GLCTL-REG.
           05 GLCTL-JOURNAL-DATE   PIC 9(8).
           05 GLCTL-FROM-PAYMENT   PIC 9(8).
           05 GLCTL-THRU-PAYMENT   PIC 9(8).
           05 GLCTL-PAY-METHOD     PIC X(1).
               88 GLCTL-BY-KEY      VALUE "K".

       WORKING-STORAGE SECTION.
       77 WRK-GLMAP-STATUS      PIC 99.
       77 WRK-OAUDIT-STATUS     PIC 99.
       77 ORDERS-FILE-STATUS    PIC 99.
       77 PAYMENTS-FILE-STATUS  PIC 99.
       77 CREDITS-FILE-STATUS   PIC 99.
       77 WRK-RUNLOG-STATUS     PIC 99.
       77 WRK-GLCTL-STATUS      PIC 99.
       77 WRK-PAY-METHOD        PIC X(1) VALUE "D".
           88 WRK-PAY-BY-KEY     VALUE "K".
           88 WRK-PAY-BY-DATE    VALUE "D".
       77 WRK-PAY-FROM          PIC 9(8) VALUE ZEROES.
       77 WRK-PAY-THRU          PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-START-DATE    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-START-TIME    PIC 9(8) VALUE ZEROES.
       77 WRK-RUN-OUTCOME       PIC X(8) VALUE SPACES.
       77 WRK-JOURNAL-DATE      PIC 9(8) VALUE ZEROES.
       77 WRK-GLMAP-EOF         PIC X(1) VALUE "N".
       77 WRK-OAUDIT-EOF        PIC X(1) VALUE "N".
       77 WRK-OAUDIT-AVAIL      PIC X(1) VALUE "N".
       77 WRK-CRED-AVAIL        PIC X(1) VALUE "N".
       77 WRK-BALANCED          PIC X(1) VALUE "N".
       77 WRK-GL-IDX            PIC 9(2) VALUE ZEROES.
       77 WRK-DR-IDX            PIC 9(2) VALUE ZEROES.
       77 WRK-CR-IDX            PIC 9(2) VALUE ZEROES.
       77 WRK-FIND-CODE         PIC X(8) VALUE SPACES.
       77 WRK-FOUND-IDX         PIC 9(2) VALUE ZEROES.
       77 WRK-UNMAPPED-COUNT    PIC 9(2) VALUE ZEROES.
       77 WRK-AUDIT-COUNT       PIC 9(6) VALUE ZEROES.
       77 WRK-PAYMENT-COUNT     PIC 9(6) VALUE ZEROES.
       77 WRK-CREDIT-COUNT      PIC 9(6) VALUE ZEROES.
       77 WRK-ENTRY-COUNT       PIC 9(6) VALUE ZEROES.
       77 WRK-JOURNAL-COUNT     PIC 9(6) VALUE ZEROES.
       77 WRK-TRAN-AMOUNT       PIC S9(8)V99 VALUE ZEROES.
       77 WRK-TRAN-TAX          PIC S9(8)V99 VALUE ZEROES.
       77 WRK-TAX-BASE          PIC S9(8)V99 VALUE ZEROES.
       77 WRK-TAX-RESULT        PIC S9(8)V99 VALUE ZEROES.
       77 WRK-TAX-AFTER         PIC S9(8)V99 VALUE ZEROES.
       77 WRK-ORDER-FOUND       PIC X(1) VALUE "N".
       77 WRK-POST-DR-CODE      PIC X(8) VALUE SPACES.
       77 WRK-POST-CR-CODE      PIC X(8) VALUE SPACES.
       77 WRK-POST-SWAP         PIC X(8) VALUE SPACES.
       77 WRK-POST-AMOUNT       PIC S9(8)V99 VALUE ZEROES.
       77 WRK-POST-SOURCE       PIC X(8) VALUE SPACES.
       77 WRK-POST-REF          PIC 9(8) VALUE ZEROES.
       77 WRK-POST-TEXT         PIC X(20) VALUE SPACES.
       77 WRK-TOTAL-DEBIT       PIC 9(9)V99 VALUE ZEROES.
       77 WRK-TOTAL-CREDIT      PIC 9(9)V99 VALUE ZEROES.
       77 WRK-PROOF-DEBIT       PIC 9(9)V99 VALUE ZEROES.
       77 WRK-PROOF-CREDIT      PIC 9(9)V99 VALUE ZEROES.
       77 WRK-AMOUNT-ED         PIC Z(8)9.99.
       77 WRK-DEBIT-ED          PIC Z(8)9.99.
       77 WRK-CREDIT-ED         PIC Z(8)9.99.
       77 WRK-RPT-PTR           PIC 9(4) VALUE 1.

       01 WRK-GL-TABLE.
           05 WRK-GL-ENTRY OCCURS 8 TIMES.
               10 WRK-GL-CODE    PIC X(8).
               10 WRK-GL-ACCOUNT PIC X(10).
               10 WRK-GL-DESC    PIC X(30).
               10 WRK-GL-DEBIT   PIC 9(9)V99.
               10 WRK-GL-CREDIT  PIC 9(9)V99.

       PROCEDURE DIVISION.
           ACCEPT WRK-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-RUN-START-TIME FROM TIME.
           MOVE WRK-RUN-START-DATE TO WRK-JOURNAL-DATE.
           PERFORM 0000-OPEN-FILES.

           IF ORDERS-FILE-STATUS NOT = 0
                   OR PAYMENTS-FILE-STATUS NOT = 0
               DISPLAY "GLJRNL: UNABLE TO OPEN MASTER FILES"
               MOVE "FAILED" TO WRK-RUN-OUTCOME
               PERFORM 0950-WRITE-RUN-LOG
               PERFORM 1000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0050-LOAD-ACCOUNTS.

           IF WRK-GLMAP-STATUS NOT = 0
               DISPLAY "GLJRNL: UNABLE TO OPEN GLACCTS.dat"
               MOVE "FAILED" TO WRK-RUN-OUTCOME
               PERFORM 0950-WRITE-RUN-LOG
               PERFORM 1000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0060-READ-JOURNAL-CONTROL.
           PERFORM 0100-WRITE-HEADER.

           IF WRK-OAUDIT-AVAIL = "Y"
               READ ORDERS-AUDIT
                   AT END
                       MOVE "Y" TO WRK-OAUDIT-EOF
               END-READ

               PERFORM 0200-PROCESS-AUDIT
                   UNTIL WRK-OAUDIT-EOF = "Y"
           END-IF.

           START PAYMENTS FIRST.
           READ PAYMENTS NEXT.

           PERFORM 0300-PROCESS-PAYMENT
               UNTIL PAYMENTS-FILE-STATUS <> 0.

           IF WRK-CRED-AVAIL = "Y"
               START CREDIT-MEMOS FIRST
               READ CREDIT-MEMOS NEXT

               PERFORM 0350-PROCESS-CREDIT
                   UNTIL CREDITS-FILE-STATUS <> 0
           END-IF.

           PERFORM 0700-PROVE-JOURNAL.
           PERFORM 0800-WRITE-ACCOUNT-SUMMARY.

           IF WRK-BALANCED = "Y"
               PERFORM 0850-WRITE-JOURNAL
               PERFORM 0860-WRITE-JOURNAL-CONTROL
               MOVE "COMPLETE" TO WRK-RUN-OUTCOME
           ELSE
               OPEN OUTPUT GL-JOURNAL
               CLOSE GL-JOURNAL
               MOVE "FAILED" TO WRK-RUN-OUTCOME
           END-IF.

           PERFORM 0900-WRITE-TOTALS.
           PERFORM 0950-WRITE-RUN-LOG.
           PERFORM 1000-CLOSE-FILES.
           MOVE WRK-PROOF-DEBIT TO WRK-DEBIT-ED.
           MOVE WRK-PROOF-CREDIT TO WRK-CREDIT-ED.
           DISPLAY "GLJRNL: ENTRIES: " WRK-ENTRY-COUNT
               " DEBITS: " WRK-DEBIT-ED
               " CREDITS: " WRK-CREDIT-ED.

           IF WRK-BALANCED = "N"
               DISPLAY "GLJRNL: JOURNAL NOT PRODUCED - OUT OF BALANCE"
                   " OR UNMAPPED ACCOUNTS"
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

           0000-OPEN-FILES.
               OPEN INPUT ORDERS.
               OPEN INPUT PAYMENTS.
               OPEN INPUT ORDERS-AUDIT.

               IF WRK-OAUDIT-STATUS = 0
                   MOVE "Y" TO WRK-OAUDIT-AVAIL
               ELSE
                   MOVE "N" TO WRK-OAUDIT-AVAIL
               END-IF.

               OPEN INPUT CREDIT-MEMOS.

               IF CREDITS-FILE-STATUS = 0
                   MOVE "Y" TO WRK-CRED-AVAIL
               ELSE
                   MOVE "N" TO WRK-CRED-AVAIL
               END-IF.

               OPEN OUTPUT PROOF-REPORT.

           1000-CLOSE-FILES.
               CLOSE ORDERS.
               CLOSE PAYMENTS.

               IF WRK-OAUDIT-AVAIL = "Y"
                   CLOSE ORDERS-AUDIT
               END-IF.

               IF WRK-CRED-AVAIL = "Y"
                   CLOSE CREDIT-MEMOS
               END-IF.

               CLOSE PROOF-REPORT.

           0050-LOAD-ACCOUNTS.
               MOVE "AR"       TO WRK-GL-CODE(1).
               MOVE "SALES"    TO WRK-GL-CODE(2).
               MOVE "SALESTAX" TO WRK-GL-CODE(3).
               MOVE "CASH"     TO WRK-GL-CODE(4).
               MOVE "ONACCT"   TO WRK-GL-CODE(5).
               MOVE "CANCEL"   TO WRK-GL-CODE(6).
               MOVE "RETURNS"  TO WRK-GL-CODE(7).
               MOVE "DISCOUNT" TO WRK-GL-CODE(8).

               PERFORM VARYING WRK-GL-IDX FROM 1 BY 1
                       UNTIL WRK-GL-IDX > 8
                   MOVE SPACES TO WRK-GL-ACCOUNT(WRK-GL-IDX)
                       WRK-GL-DESC(WRK-GL-IDX)
                   MOVE ZEROES TO WRK-GL-DEBIT(WRK-GL-IDX)
                       WRK-GL-CREDIT(WRK-GL-IDX)
               END-PERFORM.

               OPEN INPUT GL-ACCOUNTS.

               IF WRK-GLMAP-STATUS = 0
                   MOVE "N" TO WRK-GLMAP-EOF
                   READ GL-ACCOUNTS
                       AT END
                           MOVE "Y" TO WRK-GLMAP-EOF
                   END-READ

                   PERFORM UNTIL WRK-GLMAP-EOF = "Y"
                       MOVE GLMAP-CODE TO WRK-FIND-CODE
                       PERFORM 0510-FIND-ACCOUNT

                       IF WRK-FOUND-IDX > ZEROES
                           MOVE GLMAP-ACCOUNT TO
                               WRK-GL-ACCOUNT(WRK-FOUND-IDX)
                           MOVE GLMAP-DESC TO
                               WRK-GL-DESC(WRK-FOUND-IDX)
                       END-IF

                       READ GL-ACCOUNTS
                           AT END
                               MOVE "Y" TO WRK-GLMAP-EOF
                       END-READ
                   END-PERFORM

                   CLOSE GL-ACCOUNTS
                   MOVE ZEROES TO WRK-GLMAP-STATUS
               END-IF.

           0060-READ-JOURNAL-CONTROL.
               MOVE "D" TO WRK-PAY-METHOD.
               MOVE ZEROES TO WRK-PAY-FROM.
               OPEN INPUT JOURNAL-CONTROL.

               IF WRK-GLCTL-STATUS = 0
                   READ JOURNAL-CONTROL
                       AT END
                           CONTINUE
                       NOT AT END
                           IF GLCTL-JOURNAL-DATE = WRK-JOURNAL-DATE
                               MOVE GLCTL-FROM-PAYMENT TO WRK-PAY-FROM

                               IF GLCTL-BY-KEY
                                   MOVE "K" TO WRK-PAY-METHOD
                               END-IF
                           ELSE
                               MOVE GLCTL-THRU-PAYMENT TO WRK-PAY-FROM
                               MOVE "K" TO WRK-PAY-METHOD
                           END-IF
                   END-READ

                   CLOSE JOURNAL-CONTROL
               END-IF.

               MOVE WRK-PAY-FROM TO WRK-PAY-THRU.

           0100-WRITE-HEADER.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "GENERAL LEDGER JOURNAL PROOF  JOURNAL DATE "
                       DELIMITED BY SIZE
                       WRK-JOURNAL-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "SOURCE    REFERENCE  ENTRY                 "
                       DELIMITED BY SIZE
                       "DEBIT ACCT  CREDIT ACCT        AMOUNT"
                       DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0200-PROCESS-AUDIT.
               IF OAUDIT-TS-DATE = WRK-JOURNAL-DATE
                   MOVE "ORDER" TO WRK-POST-SOURCE
                   MOVE OAUDIT-KEY-NUMBER TO WRK-POST-REF

                   EVALUATE TRUE
                       WHEN OAUDIT-OPERATION = "CREATE"
                           ADD 1 TO WRK-AUDIT-COUNT
                           MOVE OAUDIT-AFTER-AMOUNT TO WRK-TRAN-AMOUNT
                           MOVE WRK-TRAN-AMOUNT TO WRK-TAX-BASE
                           PERFORM 0400-TAX-FOR-AMOUNT
                           MOVE WRK-TAX-RESULT TO WRK-TRAN-TAX
                           MOVE "SALE" TO WRK-POST-TEXT
                           PERFORM 0250-POST-SALE
                       WHEN OAUDIT-OPERATION = "CHANGE"
                           COMPUTE WRK-TRAN-AMOUNT =
                               OAUDIT-AFTER-AMOUNT
                               - OAUDIT-BEFORE-AMOUNT

                           IF WRK-TRAN-AMOUNT NOT = ZEROES
                               ADD 1 TO WRK-AUDIT-COUNT
                               MOVE OAUDIT-AFTER-AMOUNT TO WRK-TAX-BASE
                               PERFORM 0400-TAX-FOR-AMOUNT
                               MOVE WRK-TAX-RESULT TO WRK-TAX-AFTER
                               MOVE OAUDIT-BEFORE-AMOUNT TO
                                   WRK-TAX-BASE
                               PERFORM 0400-TAX-FOR-AMOUNT
                               COMPUTE WRK-TRAN-TAX =
                                   WRK-TAX-AFTER - WRK-TAX-RESULT
                               MOVE "SALE ADJUSTMENT" TO WRK-POST-TEXT
                               PERFORM 0250-POST-SALE
                           END-IF
                       WHEN OAUDIT-OPERATION = "CANCEL"
                       WHEN OAUDIT-OPERATION = "STATUS"
                               AND OAUDIT-AFTER-STATUS = "C"
                           ADD 1 TO WRK-AUDIT-COUNT
                           MOVE OAUDIT-BEFORE-AMOUNT TO WRK-TRAN-AMOUNT
                           MOVE WRK-TRAN-AMOUNT TO WRK-TAX-BASE
                           PERFORM 0400-TAX-FOR-AMOUNT
                           MOVE WRK-TAX-RESULT TO WRK-TRAN-TAX
                           PERFORM 0260-POST-CANCEL
                   END-EVALUATE
               END-IF.

               READ ORDERS-AUDIT
                   AT END
                       MOVE "Y" TO WRK-OAUDIT-EOF
               END-READ.

           0250-POST-SALE.
               MOVE "AR" TO WRK-POST-DR-CODE.
               MOVE "SALES" TO WRK-POST-CR-CODE.
               MOVE WRK-TRAN-AMOUNT TO WRK-POST-AMOUNT.
               PERFORM 0500-POST-ENTRY.
               MOVE "AR" TO WRK-POST-DR-CODE.
               MOVE "SALESTAX" TO WRK-POST-CR-CODE.
               MOVE WRK-TRAN-TAX TO WRK-POST-AMOUNT.
               MOVE "SALES TAX" TO WRK-POST-TEXT.
               PERFORM 0500-POST-ENTRY.

           0260-POST-CANCEL.
               MOVE "CANCEL" TO WRK-POST-DR-CODE.
               MOVE "AR" TO WRK-POST-CR-CODE.
               MOVE WRK-TRAN-AMOUNT TO WRK-POST-AMOUNT.
               MOVE "CANCELLATION" TO WRK-POST-TEXT.
               PERFORM 0500-POST-ENTRY.
               MOVE "SALESTAX" TO WRK-POST-DR-CODE.
               MOVE "AR" TO WRK-POST-CR-CODE.
               MOVE WRK-TRAN-TAX TO WRK-POST-AMOUNT.
               MOVE "CANCELLED TAX" TO WRK-POST-TEXT.
               PERFORM 0500-POST-ENTRY.

           0300-PROCESS-PAYMENT.
               IF PAY-KEY-NUMBER > WRK-PAY-THRU
                   MOVE PAY-KEY-NUMBER TO WRK-PAY-THRU
               END-IF.

               IF (WRK-PAY-BY-KEY
                       AND PAY-KEY-NUMBER > WRK-PAY-FROM)
                   OR (WRK-PAY-BY-DATE
                       AND PAY-DATE = WRK-JOURNAL-DATE)
                   ADD 1 TO WRK-PAYMENT-COUNT
                   MOVE "PAYMENT" TO WRK-POST-SOURCE
                   MOVE PAY-KEY-NUMBER TO WRK-POST-REF
                   MOVE "CASH" TO WRK-POST-DR-CODE
                   MOVE PAY-AMOUNT TO WRK-POST-AMOUNT

                   IF PAY-ORDER-KEY = ZEROES
                       MOVE "ONACCT" TO WRK-POST-CR-CODE
                       MOVE "ON-ACCOUNT CASH" TO WRK-POST-TEXT
                   ELSE
                       MOVE "AR" TO WRK-POST-CR-CODE
                       MOVE "CASH RECEIVED" TO WRK-POST-TEXT
                   END-IF

                   IF PAY-AMOUNT < ZEROES
                       MOVE "PAYMENT REVERSAL" TO WRK-POST-TEXT
                   END-IF

                   IF PAY-REASON-CODE = "DS"
                       MOVE "DISCOUNT" TO WRK-POST-DR-CODE

                       IF PAY-AMOUNT < ZEROES
                           MOVE "DISCOUNT REVERSAL" TO WRK-POST-TEXT
                       ELSE
                           MOVE "EARLY PAY DISCOUNT" TO WRK-POST-TEXT
                       END-IF
                   END-IF

                   PERFORM 0500-POST-ENTRY
               END-IF.

               READ PAYMENTS NEXT.

           0350-PROCESS-CREDIT.
               IF CRED-DATE = WRK-JOURNAL-DATE
                   ADD 1 TO WRK-CREDIT-COUNT
                   MOVE "CREDIT" TO WRK-POST-SOURCE
                   MOVE CRED-KEY-NUMBER TO WRK-POST-REF
                   MOVE "RETURNS" TO WRK-POST-DR-CODE
                   MOVE "AR" TO WRK-POST-CR-CODE
                   MOVE CRED-AMOUNT TO WRK-POST-AMOUNT
                   MOVE "RETURN" TO WRK-POST-TEXT
                   PERFORM 0500-POST-ENTRY
                   MOVE "SALESTAX" TO WRK-POST-DR-CODE
                   MOVE "AR" TO WRK-POST-CR-CODE
                   MOVE CRED-TAX TO WRK-POST-AMOUNT
                   MOVE "RETURNED TAX" TO WRK-POST-TEXT
                   PERFORM 0500-POST-ENTRY
               END-IF.

               READ CREDIT-MEMOS NEXT.

           0400-TAX-FOR-AMOUNT.
               MOVE ZEROES TO WRK-TAX-RESULT.
               MOVE OAUDIT-KEY-NUMBER TO ORDERS-KEY-NUMBER.
               READ ORDERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ORDERS-AMOUNT > ZEROES
                           IF WRK-TAX-BASE = ORDERS-AMOUNT
                               MOVE ORDERS-TAX TO WRK-TAX-RESULT
                           ELSE
                               COMPUTE WRK-TAX-RESULT ROUNDED =
                                   WRK-TAX-BASE * ORDERS-TAX
                                   / ORDERS-AMOUNT
                                   ON SIZE ERROR
                                       MOVE ZEROES TO WRK-TAX-RESULT
                               END-COMPUTE
                           END-IF
                       END-IF
               END-READ.

           0500-POST-ENTRY.
               IF WRK-POST-AMOUNT < ZEROES
                   MOVE WRK-POST-DR-CODE TO WRK-POST-SWAP
                   MOVE WRK-POST-CR-CODE TO WRK-POST-DR-CODE
                   MOVE WRK-POST-SWAP TO WRK-POST-CR-CODE
                   COMPUTE WRK-POST-AMOUNT = 0 - WRK-POST-AMOUNT
               END-IF.

               IF WRK-POST-AMOUNT > ZEROES
                   MOVE WRK-POST-DR-CODE TO WRK-FIND-CODE
                   PERFORM 0510-FIND-ACCOUNT
                   MOVE WRK-FOUND-IDX TO WRK-DR-IDX
                   MOVE WRK-POST-CR-CODE TO WRK-FIND-CODE
                   PERFORM 0510-FIND-ACCOUNT
                   MOVE WRK-FOUND-IDX TO WRK-CR-IDX
                   ADD WRK-POST-AMOUNT TO WRK-GL-DEBIT(WRK-DR-IDX)
                       WRK-TOTAL-DEBIT
                   ADD WRK-POST-AMOUNT TO WRK-GL-CREDIT(WRK-CR-IDX)
                       WRK-TOTAL-CREDIT
                   ADD 1 TO WRK-ENTRY-COUNT
                   PERFORM 0600-WRITE-ENTRY-LINE
               END-IF.

           0510-FIND-ACCOUNT.
               MOVE ZEROES TO WRK-FOUND-IDX.

               PERFORM VARYING WRK-GL-IDX FROM 1 BY 1
                       UNTIL WRK-GL-IDX > 8
                   IF WRK-GL-CODE(WRK-GL-IDX) = WRK-FIND-CODE
                       MOVE WRK-GL-IDX TO WRK-FOUND-IDX
                   END-IF
               END-PERFORM.

           0600-WRITE-ENTRY-LINE.
               MOVE WRK-POST-AMOUNT TO WRK-AMOUNT-ED.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING WRK-POST-SOURCE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-POST-REF DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       WRK-POST-TEXT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-GL-ACCOUNT(WRK-DR-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-GL-ACCOUNT(WRK-CR-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WRK-AMOUNT-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

           0700-PROVE-JOURNAL.
               MOVE ZEROES TO WRK-PROOF-DEBIT WRK-PROOF-CREDIT
                   WRK-UNMAPPED-COUNT.

               PERFORM VARYING WRK-GL-IDX FROM 1 BY 1
                       UNTIL WRK-GL-IDX > 8
                   ADD WRK-GL-DEBIT(WRK-GL-IDX) TO WRK-PROOF-DEBIT
                   ADD WRK-GL-CREDIT(WRK-GL-IDX) TO WRK-PROOF-CREDIT

                   IF WRK-GL-ACCOUNT(WRK-GL-IDX) = SPACES
                       IF WRK-GL-DEBIT(WRK-GL-IDX) > ZEROES
                               OR WRK-GL-CREDIT(WRK-GL-IDX) > ZEROES
                           ADD 1 TO WRK-UNMAPPED-COUNT
                       END-IF
                   END-IF
               END-PERFORM.

               IF WRK-PROOF-DEBIT = WRK-PROOF-CREDIT
                       AND WRK-PROOF-DEBIT = WRK-TOTAL-DEBIT
                       AND WRK-PROOF-CREDIT = WRK-TOTAL-CREDIT
                       AND WRK-UNMAPPED-COUNT = ZEROES
                   MOVE "Y" TO WRK-BALANCED
               ELSE
                   MOVE "N" TO WRK-BALANCED
               END-IF.

           0800-WRITE-ACCOUNT-SUMMARY.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "MAP CODE  ACCOUNT     DESCRIPTION           "
                       DELIMITED BY SIZE
                       "                 DEBITS        CREDITS"
                       DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.

               PERFORM VARYING WRK-GL-IDX FROM 1 BY 1
                       UNTIL WRK-GL-IDX > 8
                   MOVE WRK-GL-DEBIT(WRK-GL-IDX) TO WRK-DEBIT-ED
                   MOVE WRK-GL-CREDIT(WRK-GL-IDX) TO WRK-CREDIT-ED
                   MOVE SPACES TO RPT-LINE
                   MOVE 1 TO WRK-RPT-PTR
                   STRING WRK-GL-CODE(WRK-GL-IDX) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WRK-GL-ACCOUNT(WRK-GL-IDX)
                               DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WRK-GL-DESC(WRK-GL-IDX) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WRK-DEBIT-ED DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WRK-CREDIT-ED DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WRK-RPT-PTR
                   END-STRING

                   IF WRK-GL-ACCOUNT(WRK-GL-IDX) = SPACES
                       STRING "  NO ACCOUNT MAPPED" DELIMITED BY SIZE
                           INTO RPT-LINE
                           WITH POINTER WRK-RPT-PTR
                       END-STRING
                   END-IF

                   WRITE RPT-REG
               END-PERFORM.

           0850-WRITE-JOURNAL.
               OPEN OUTPUT GL-JOURNAL.

               PERFORM VARYING WRK-GL-IDX FROM 1 BY 1
                       UNTIL WRK-GL-IDX > 8
                   IF WRK-GL-DEBIT(WRK-GL-IDX) > ZEROES
                           OR WRK-GL-CREDIT(WRK-GL-IDX) > ZEROES
                       MOVE WRK-JOURNAL-DATE TO GLJ-DATE
                       MOVE WRK-GL-ACCOUNT(WRK-GL-IDX) TO GLJ-ACCOUNT
                       MOVE WRK-GL-CODE(WRK-GL-IDX) TO GLJ-CODE
                       MOVE WRK-GL-DEBIT(WRK-GL-IDX) TO GLJ-DEBIT
                       MOVE WRK-GL-CREDIT(WRK-GL-IDX) TO GLJ-CREDIT
                       MOVE WRK-GL-DESC(WRK-GL-IDX) TO GLJ-DESC
                       WRITE GLJ-REG
                       ADD 1 TO WRK-JOURNAL-COUNT
                   END-IF
               END-PERFORM.

               CLOSE GL-JOURNAL.

           0860-WRITE-JOURNAL-CONTROL.
               OPEN OUTPUT JOURNAL-CONTROL.
               MOVE WRK-JOURNAL-DATE TO GLCTL-JOURNAL-DATE.
               MOVE WRK-PAY-FROM TO GLCTL-FROM-PAYMENT.
               MOVE WRK-PAY-THRU TO GLCTL-THRU-PAYMENT.
               MOVE WRK-PAY-METHOD TO GLCTL-PAY-METHOD.
               WRITE GLCTL-REG.
               CLOSE JOURNAL-CONTROL.

           0900-WRITE-TOTALS.
               MOVE WRK-PROOF-DEBIT TO WRK-DEBIT-ED.
               MOVE WRK-PROOF-CREDIT TO WRK-CREDIT-ED.
               MOVE SPACES TO RPT-LINE.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "TOTAL DEBITS:  " DELIMITED BY SIZE
                       WRK-DEBIT-ED DELIMITED BY SIZE
                       "   TOTAL CREDITS: " DELIMITED BY SIZE
                       WRK-CREDIT-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.
               STRING "ORDER EVENTS: " DELIMITED BY SIZE
                       WRK-AUDIT-COUNT DELIMITED BY SIZE
                       "   PAYMENTS: " DELIMITED BY SIZE
                       WRK-PAYMENT-COUNT DELIMITED BY SIZE
                       "   CREDIT LINES: " DELIMITED BY SIZE
                       WRK-CREDIT-COUNT DELIMITED BY SIZE
                       "   ENTRIES: " DELIMITED BY SIZE
                       WRK-ENTRY-COUNT DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WRK-RPT-PTR
               END-STRING.
               WRITE RPT-REG.
               MOVE SPACES TO RPT-LINE.
               MOVE 1 TO WRK-RPT-PTR.

               IF WRK-BALANCED = "Y"
                   STRING "JOURNAL BALANCED - LINES WRITTEN TO "
                           DELIMITED BY SIZE
                           "GLJRNL.txt: " DELIMITED BY SIZE
                           WRK-JOURNAL-COUNT DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WRK-RPT-PTR
                   END-STRING
               ELSE
                   IF WRK-UNMAPPED-COUNT > ZEROES
                       STRING "*** ACCOUNTS NOT MAPPED IN GLACCTS.dat"
                               DELIMITED BY SIZE
                               " - JOURNAL NOT PRODUCED ***"
                               DELIMITED BY SIZE
                           INTO RPT-LINE
                           WITH POINTER WRK-RPT-PTR
                       END-STRING
                   ELSE
                       STRING "*** DEBITS DO NOT EQUAL CREDITS"
                               DELIMITED BY SIZE
                               " - JOURNAL NOT PRODUCED ***"
                               DELIMITED BY SIZE
                           INTO RPT-LINE
                           WITH POINTER WRK-RPT-PTR
                       END-STRING
                   END-IF
               END-IF.

               WRITE RPT-REG.

           0950-WRITE-RUN-LOG.
               OPEN EXTEND RUN-LOG.
               MOVE "GLJRNL" TO RUNLOG-FUNCTION.
               MOVE WRK-RUN-START-DATE TO RUNLOG-START-DATE.
               MOVE WRK-RUN-START-TIME TO RUNLOG-START-TIME.
               ACCEPT RUNLOG-END-DATE FROM DATE YYYYMMDD.
               ACCEPT RUNLOG-END-TIME FROM TIME.
               MOVE WRK-ENTRY-COUNT TO RUNLOG-COUNT.
               MOVE WRK-RUN-OUTCOME TO RUNLOG-STATUS.
               WRITE RUNLOG-REG.
               CLOSE RUN-LOG.
