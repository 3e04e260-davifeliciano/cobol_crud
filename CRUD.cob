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

       FD CLIENTS-EXPORT.
       01 EXPORT-REG.
           05 ORDERS-SHIPPED-DATE    PIC 9(8).
           05 ORDERS-PAID-DATE       PIC 9(8).
           05 ORDERS-TAX             PIC 9(7)V99.
           05 ORDERS-PARTNER-REF     PIC X(12).
           05 ORDERS-INVOICE-NUMBER  PIC 9(8).
           05 ORDERS-INVOICE-DATE    PIC 9(8).
           05 ORDERS-DUE-DATE        PIC 9(8).
           05 ORDERS-DISC-DATE       PIC 9(8).
           05 ORDERS-DISC-PCT        PIC 9(2)V99.

       FD KEY-CONTROL.
       01 KEYCTL-REG.
           05 KEYCTL-LAST-CLIENT  PIC 9(8).
           05 KEYCTL-LAST-ORDER   PIC 9(8).
           05 KEYCTL-LAST-PAYMENT PIC 9(8).
           05 KEYCTL-LAST-CREDIT  PIC 9(8).
           05 KEYCTL-LAST-QUOTE   PIC 9(8).
           05 KEYCTL-LAST-INVOICE PIC 9(8).

       FD OPERATORS.
       01 OPER-REG.
       77 WRK-OLD-NAME         PIC X(16) VALUE SPACES.
       77 WRK-OLD-EMAIL        PIC X(64) VALUE SPACES.
       77 WRK-OLD-STATUS       PIC X(1) VALUE SPACES.
       77 WRK-OLD-CREDIT       PIC 9(7)V99 VALUE ZEROES.
       77 WRK-SAVE-KEY         PIC 9(8) VALUE ZEROES.
       77 WRK-SAVE-NAME        PIC X(16) VALUE SPACES.
       77 WRK-SAVE-EMAIL       PIC X(64) VALUE SPACES.
       77 WRK-SAVE-PHONE       PIC X(15) VALUE SPACES.
       77 WRK-SAVE-CONTACT     PIC X(20) VALUE SPACES.
       77 WRK-SAVE-CREDIT      PIC 9(7)V99 VALUE ZEROES.
       77 WRK-SAVE-NET-DAYS    PIC 9(3) VALUE ZEROES.
       77 WRK-SAVE-DISC-PCT    PIC 9(2)V99 VALUE ZEROES.
       77 WRK-SAVE-DISC-DAYS   PIC 9(3) VALUE ZEROES.
       77 WRK-SAVE-DUN-LEVEL   PIC 9(1) VALUE ZEROES.
       77 WRK-SAVE-DUN-DATE    PIC 9(8) VALUE ZEROES.
       77 WRK-SAVE-HOLD        PIC X(1) VALUE SPACES.
       77 WRK-MERGE-SURV       PIC 9(8) VALUE ZEROES.
       77 WRK-MERGE-DUP        PIC 9(8) VALUE ZEROES.
       77 WRK-MERGE-MOVED      PIC 9(6) VALUE ZEROES.
       77 WRK-LOCK-OK           PIC X(1) VALUE "Y".
       77 WRK-LOCK-HOLDER       PIC X(8) VALUE SPACES.
       77 WRK-REC-CHANGED       PIC X(1) VALUE "N".
       77 WRK-BEFORE-IMAGE      PIC X(215) VALUE SPACES.
       77 WRK-NEW-IMAGE         PIC X(215) VALUE SPACES.
       77 WRK-STCODES-STATUS    PIC 99.
       77 WRK-STCODES-EOF       PIC X(1) VALUE "N".
       77 WRK-STCODE-COUNT      PIC 9(2) VALUE ZEROES.
       77 WRK-LAST-CLIENT-KEY   PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-ORDER-KEY    PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-PAYMENT-KEY  PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-CREDIT-KEY   PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-QUOTE-KEY    PIC 9(8) VALUE ZEROES.
       77 WRK-LAST-INVOICE-KEY  PIC 9(8) VALUE ZEROES.
       77 WRK-OPERS-STATUS      PIC 99.
       77 WRK-OPERS-EOF         PIC X(1) VALUE "N".
       77 WRK-RUNLOG-STATUS     PIC 99.
               05 LINE 14 COLUMN 10 VALUE "STATUS:".
               05 COLUMN PLUS 02 PIC X(8) FROM WRK-STATUS-TEXT.

           01 HOLD-DISPLAY.
               05 LINE 15 COLUMN 10 VALUE "CREDIT HOLD:".
               05 COLUMN PLUS 02 PIC X(1) FROM CLIENTS-CREDIT-HOLD.
               05 LINE 16 COLUMN 10 VALUE "DUN LEVEL:".
               05 COLUMN PLUS 02 PIC 9(1) FROM CLIENTS-DUN-LEVEL.
               05 COLUMN PLUS 04 VALUE "LAST LETTER:".
               05 COLUMN PLUS 02 PIC 9(8) FROM CLIENTS-DUN-DATE
                   BLANK WHEN ZEROES.

           01 HOLD-RELEASE-CONFIRM.
               05 LINE 24 COLUMN 01 ERASE EOL.
               05 LINE 24 COLUMN 01 VALUE
                   "CLIENT ON CREDIT HOLD - PRESS Y TO RELEASE --->".
               05 COLUMN PLUS 02 USING WRK-CURSOR AUTO-SKIP.

           01 CSV-EXPORT-LOADER.
               05 LINE 24 COLUMN 01 ERASE EOL.
               05 LINE 24 COLUMN 01 VALUE
                   10 LINE 13 COLUMN 10 VALUE "CR LIMIT:".
                   10 COLUMN PLUS 02 PIC 9(7)V99
                       USING CLIENTS-CREDIT-LIMIT BLANK WHEN ZEROES.
                   10 COLUMN PLUS 04 VALUE "TERMS NET:".
                   10 COLUMN PLUS 02 PIC 9(3)
                       USING CLIENTS-TERMS-NET-DAYS BLANK WHEN ZEROES.
                   10 COLUMN PLUS 02 VALUE "DISC %:".
                   10 COLUMN PLUS 02 PIC 9(2)V99
                       USING CLIENTS-TERMS-DISC-PCT BLANK WHEN ZEROES.
                   10 COLUMN PLUS 02 VALUE "IN DAYS:".
                   10 COLUMN PLUS 02 PIC 9(3)
                       USING CLIENTS-TERMS-DISC-DAYS BLANK WHEN ZEROES.

       PROCEDURE DIVISION.
           PERFORM 0000-OPEN-FILE.
               MOVE WRK-OPER-ID TO AUDIT-OPERATOR-ID.
               WRITE AUDIT-REG.

           WRITE-CREDIT-AUDIT.
               MOVE CLIENTS-KEY-NUMBER TO AUDIT-KEY-NUMBER.
               MOVE "CREDIT" TO AUDIT-OPERATION.
               MOVE CLIENTS-NAME TO AUDIT-BEFORE-NAME AUDIT-AFTER-NAME.
               MOVE CLIENTS-EMAIL TO AUDIT-BEFORE-EMAIL
                   AUDIT-AFTER-EMAIL.
               MOVE CLIENTS-STATUS TO AUDIT-BEFORE-STATUS
                   AUDIT-AFTER-STATUS.
               PERFORM WRITE-AUDIT.

           START-RUN-LOG.
               ACCEPT WRK-RUN-START-DATE FROM DATE YYYYMMDD.
               ACCEPT WRK-RUN-START-TIME FROM TIME.
               MOVE CLIENTS-PHONE TO WRK-SAVE-PHONE.
               MOVE CLIENTS-CONTACT TO WRK-SAVE-CONTACT.
               MOVE CLIENTS-CREDIT-LIMIT TO WRK-SAVE-CREDIT.
               MOVE CLIENTS-TERMS-NET-DAYS TO WRK-SAVE-NET-DAYS.
               MOVE CLIENTS-TERMS-DISC-PCT TO WRK-SAVE-DISC-PCT.
               MOVE CLIENTS-TERMS-DISC-DAYS TO WRK-SAVE-DISC-DAYS.
               MOVE CLIENTS-DUN-LEVEL TO WRK-SAVE-DUN-LEVEL.
               MOVE CLIENTS-DUN-DATE TO WRK-SAVE-DUN-DATE.
               MOVE CLIENTS-CREDIT-HOLD TO WRK-SAVE-HOLD.

           RESTORE-ADDRESS-FIELDS.
               MOVE WRK-SAVE-STREET TO CLIENTS-STREET.
               MOVE WRK-SAVE-PHONE TO CLIENTS-PHONE.
               MOVE WRK-SAVE-CONTACT TO CLIENTS-CONTACT.
               MOVE WRK-SAVE-CREDIT TO CLIENTS-CREDIT-LIMIT.
               MOVE WRK-SAVE-NET-DAYS TO CLIENTS-TERMS-NET-DAYS.
               MOVE WRK-SAVE-DISC-PCT TO CLIENTS-TERMS-DISC-PCT.
               MOVE WRK-SAVE-DISC-DAYS TO CLIENTS-TERMS-DISC-DAYS.
               MOVE WRK-SAVE-DUN-LEVEL TO CLIENTS-DUN-LEVEL.
               MOVE WRK-SAVE-DUN-DATE TO CLIENTS-DUN-DATE.
               MOVE WRK-SAVE-HOLD TO CLIENTS-CREDIT-HOLD.

           CHECK-DUPLICATE-EMAIL.
               MOVE "N" TO WRK-DUP-FOUND.

           READ-KEY-CONTROL.
               MOVE ZEROES TO WRK-LAST-CLIENT-KEY WRK-LAST-ORDER-KEY
                   WRK-LAST-PAYMENT-KEY WRK-LAST-CREDIT-KEY
                   WRK-LAST-QUOTE-KEY WRK-LAST-INVOICE-KEY.
               OPEN INPUT KEY-CONTROL.

               IF WRK-KEYCTL-STATUS = 0
                           MOVE KEYCTL-LAST-PAYMENT TO
                               WRK-LAST-PAYMENT-KEY
                       END-IF

                       IF KEYCTL-LAST-CREDIT IS NUMERIC
                           MOVE KEYCTL-LAST-CREDIT TO
                               WRK-LAST-CREDIT-KEY
                       END-IF

                       IF KEYCTL-LAST-QUOTE IS NUMERIC
                           MOVE KEYCTL-LAST-QUOTE TO
                               WRK-LAST-QUOTE-KEY
                       END-IF

                       IF KEYCTL-LAST-INVOICE IS NUMERIC
                           MOVE KEYCTL-LAST-INVOICE TO
                               WRK-LAST-INVOICE-KEY
                       END-IF
                   END-IF

                   CLOSE KEY-CONTROL
               MOVE WRK-LAST-CLIENT-KEY TO KEYCTL-LAST-CLIENT.
               MOVE WRK-LAST-ORDER-KEY TO KEYCTL-LAST-ORDER.
               MOVE WRK-LAST-PAYMENT-KEY TO KEYCTL-LAST-PAYMENT.
               MOVE WRK-LAST-CREDIT-KEY TO KEYCTL-LAST-CREDIT.
               MOVE WRK-LAST-QUOTE-KEY TO KEYCTL-LAST-QUOTE.
               MOVE WRK-LAST-INVOICE-KEY TO KEYCTL-LAST-INVOICE.
               WRITE KEYCTL-REG.
               CLOSE KEY-CONTROL.

                   END-IF
               END-IF.

               IF WRK-EDIT-MSG = SPACES
                   PERFORM VALIDATE-PAYMENT-TERMS
               END-IF.

           VALIDATE-PAYMENT-TERMS.
               IF CLIENTS-TERMS-NET-DAYS = ZEROES
                   MOVE 30 TO CLIENTS-TERMS-NET-DAYS
               END-IF.

               IF CLIENTS-TERMS-DISC-PCT > ZEROES
                   IF CLIENTS-TERMS-DISC-DAYS = ZEROES
                           OR CLIENTS-TERMS-DISC-DAYS NOT <
                               CLIENTS-TERMS-NET-DAYS
                       MOVE "INVALID DISCOUNT TERMS" TO WRK-EDIT-MSG
                   END-IF
               ELSE
                   MOVE ZEROES TO CLIENTS-TERMS-DISC-DAYS
               END-IF.

           VALIDATE-EMAIL-FORMAT.
               MOVE "Y" TO WRK-EMAIL-VALID.
               MOVE SPACES TO WRK-EMAIL-LOCAL WRK-EMAIL-DOMAIN.
               MOVE "CREATE" TO WRK-CURRENT-SCR.
               MOVE SPACES TO CLIENTS-REG.
               MOVE ZEROES TO CLIENTS-CREDIT-LIMIT.
               MOVE ZEROES TO CLIENTS-DUN-LEVEL CLIENTS-DUN-DATE.
               MOVE "N" TO CLIENTS-CREDIT-HOLD.
               MOVE 30 TO CLIENTS-TERMS-NET-DAYS.
               MOVE ZEROES TO CLIENTS-TERMS-DISC-PCT
                   CLIENTS-TERMS-DISC-DAYS.
               PERFORM READ-KEY-CONTROL.
               ADD 1 WRK-LAST-CLIENT-KEY GIVING CLIENTS-KEY-NUMBER.
               DISPLAY SCR.
                                   MOVE CLIENTS-STATUS TO
                                       AUDIT-AFTER-STATUS
                                   PERFORM WRITE-AUDIT
                                   IF CLIENTS-CREDIT-LIMIT > ZEROES
                                       PERFORM WRITE-CREDIT-AUDIT
                                   END-IF
                           END-WRITE
                       END-IF
                   END-IF
                       DISPLAY DATA-FORM
                       PERFORM SET-STATUS-TEXT
                       DISPLAY STATUS-DISPLAY
                       DISPLAY HOLD-DISPLAY
               END-READ.

               ACCEPT MSG.
               MOVE CLIENTS-NAME TO WRK-OLD-NAME.
               MOVE CLIENTS-EMAIL TO WRK-OLD-EMAIL.
               MOVE CLIENTS-STATUS TO WRK-OLD-STATUS.
               MOVE CLIENTS-CREDIT-LIMIT TO WRK-OLD-CREDIT.
               DISPLAY HOLD-DISPLAY.
               ACCEPT DATA-FORM.
               MOVE "N" TO WRK-DUP-FOUND.
               PERFORM VALIDATE-CLIENT-EDITS.
                               MOVE CLIENTS-STATUS TO
                                   AUDIT-AFTER-STATUS
                               PERFORM WRITE-AUDIT

                               IF CLIENTS-CREDIT-LIMIT NOT =
                                       WRK-OLD-CREDIT
                                   PERFORM WRITE-CREDIT-AUDIT
                               END-IF

                               PERFORM RELEASE-CREDIT-HOLD
                           ELSE
                               MOVE "NOT UPDATED" TO WRK-MSG-BASE
                               PERFORM APPEND-FILE-STATUS-MSG
                   END-IF
               END-IF.

           RELEASE-CREDIT-HOLD.
               IF CLIENTS-ON-HOLD
                   ACCEPT HOLD-RELEASE-CONFIRM

                   IF WRK-CURSOR = "Y" OR WRK-CURSOR = "y"
                       MOVE "N" TO CLIENTS-CREDIT-HOLD
                       REWRITE CLIENTS-REG

                       IF CLIENTS-FILE-STATUS = 0
                           MOVE "UPDATED - CREDIT HOLD RELEASED"
                               TO WRK-MSG
                           MOVE CLIENTS-KEY-NUMBER TO AUDIT-KEY-NUMBER
                           MOVE "UNHOLD" TO AUDIT-OPERATION
                           MOVE CLIENTS-NAME TO AUDIT-BEFORE-NAME
                           MOVE CLIENTS-EMAIL TO AUDIT-BEFORE-EMAIL
                           MOVE CLIENTS-STATUS TO AUDIT-BEFORE-STATUS
                           MOVE CLIENTS-NAME TO AUDIT-AFTER-NAME
                           MOVE CLIENTS-EMAIL TO AUDIT-AFTER-EMAIL
                           MOVE CLIENTS-STATUS TO AUDIT-AFTER-STATUS
                           PERFORM WRITE-AUDIT
                       ELSE
                           MOVE "NOT RELEASED" TO WRK-MSG-BASE
                           PERFORM APPEND-FILE-STATUS-MSG
                       END-IF
                   END-IF

                   MOVE SPACES TO WRK-CURSOR
               END-IF.

           GUARDED-CLIENT-REWRITE.
               MOVE CLIENTS-REG TO WRK-NEW-IMAGE.
               READ CLIENTS
                       MOVE EXPORT-EMAIL TO CLIENTS-EMAIL
                       MOVE "A" TO CLIENTS-STATUS
                       MOVE ZEROES TO CLIENTS-CREDIT-LIMIT
                       MOVE ZEROES TO CLIENTS-DUN-LEVEL
                           CLIENTS-DUN-DATE
                       MOVE "N" TO CLIENTS-CREDIT-HOLD
                       MOVE 30 TO CLIENTS-TERMS-NET-DAYS
                       MOVE ZEROES TO CLIENTS-TERMS-DISC-PCT
                           CLIENTS-TERMS-DISC-DAYS
                       WRITE CLIENTS-REG
                           INVALID KEY
                               ADD 1 TO WRK-IMPORT-SKIPPED
