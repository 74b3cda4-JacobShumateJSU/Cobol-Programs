      *applied - no such invoice, wrong customer, invoice already
      *closed, or payment beyond the open amount - is listed as
      *unapplied on the cash receipts register for manual follow-up.
      *Credit memos written to OPENINV.DAT by PROGRAM27 carry status
      *R; cash keyed against a credit memo number is left unapplied.
      *Every receipt is journalled to GLJOURNAL.TXT for PROGRAM29 -
      *the applied cash as a cash debit and receivables credit on
      *code CASH, and any unapplied cash against the unapplied cash
      *account on code UCSH, both mapped on ACCTMAP.DAT.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-MASTER-STATUS.

           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO 'GLJOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-MAP
               ASSIGN TO 'ACCTMAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-TRANS-CODE
               FILE STATUS IS WS-ACCOUNT-MAP-STATUS.

           SELECT RECEIPTS-REGISTER
               ASSIGN TO PRINTER 'CASH-RECEIPTS-REGISTER.TXT'.

             05  CM-CREDIT-LIMIT             PIC 9(7)V99.
             05  CM-PAYMENT-TERMS            PIC X(11).
             05  CM-CURRENT-BALANCE          PIC 9(7)V99.
             05  CM-TAX-EXEMPT               PIC X.
                 88  CUSTOMER-TAX-EXEMPT             VALUE 'Y'.

       FD    JOURNAL-FILE.
       01    JOURNAL-RECORD.
             05  GJ-SOURCE-PROGRAM           PIC X(9).
             05  GJ-JOURNAL-DATE             PIC 9(6).
             05  GJ-TRANS-CODE               PIC X(4).
             05  GJ-ACCOUNT                  PIC 9(6).
             05  GJ-DEBIT-CREDIT             PIC X.
             05  GJ-AMOUNT                   PIC 9(9)V99.
             05  GJ-REFERENCE                PIC X(10).

       FD    ACCOUNT-MAP.
       01    ACCOUNT-MAP-RECORD.
             05  AM-TRANS-CODE               PIC X(4).
             05  AM-DESCRIPTION              PIC X(20).
             05  AM-DEBIT-ACCOUNT            PIC 9(6).
             05  AM-CREDIT-ACCOUNT           PIC 9(6).

       FD    RECEIPTS-REGISTER.
       01    REGISTER-LINE               PIC X(100).
       01    WS-WORK-AREAS.
             05    WS-OPEN-INV-STATUS        PIC X(2) VALUE '00'.
             05    WS-CUST-MASTER-STATUS     PIC X(2) VALUE '00'.
             05    WS-ACCOUNT-MAP-STATUS     PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  CALC-APPLIED                PIC 9(7)V99 VALUE 0.
           05  CALC-UNAPPLIED              PIC 9(7)V99 VALUE 0.

       01  JOURNAL-WORK.
           05  JW-TRANS-CODE               PIC X(4)    VALUE 'CASH'.
           05  JW-DEBIT-ACCOUNT            PIC 9(6)    VALUE 0.
           05  JW-CREDIT-ACCOUNT           PIC 9(6)    VALUE 0.
           05  JW-AMOUNT                   PIC 9(9)V99 VALUE 0.
           05  JW-REFERENCE                PIC X(10)   VALUE SPACES.

       01  JOURNAL-ACCOUNTS.
           05  JA-CASH-DEBIT-ACCOUNT       PIC 9(6)    VALUE 0.
           05  JA-CASH-CREDIT-ACCOUNT      PIC 9(6)    VALUE 0.
           05  JA-UNAPPLIED-DEBIT-ACCOUNT  PIC 9(6)    VALUE 0.
           05  JA-UNAPPLIED-CREDIT-ACCOUNT PIC 9(6)    VALUE 0.

       01  POSTING-TOTALS.
           05  PT-RECEIPT-COUNT            PIC 9(5)    VALUE 0.
           05  PT-TOTAL-RECEIVED           PIC 9(9)V99 VALUE 0.
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           PERFORM 270-LOAD-ACCOUNT-MAP
       .

       270-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP
           IF WS-ACCOUNT-MAP-STATUS = '00'
               MOVE 'CASH' TO JW-TRANS-CODE
               PERFORM 275-READ-ACCOUNT-MAP
               MOVE JW-DEBIT-ACCOUNT TO JA-CASH-DEBIT-ACCOUNT
               MOVE JW-CREDIT-ACCOUNT TO JA-CASH-CREDIT-ACCOUNT
               MOVE 'UCSH' TO JW-TRANS-CODE
               PERFORM 275-READ-ACCOUNT-MAP
               MOVE JW-DEBIT-ACCOUNT TO JA-UNAPPLIED-DEBIT-ACCOUNT
               MOVE JW-CREDIT-ACCOUNT TO JA-UNAPPLIED-CREDIT-ACCOUNT
               CLOSE ACCOUNT-MAP
           ELSE
               DISPLAY 'ACCOUNT-MAP OPEN FAILED, STATUS='
                       WS-ACCOUNT-MAP-STATUS
                       ' - JOURNAL LINES LEFT UNMAPPED'
           END-IF
           OPEN EXTEND JOURNAL-FILE
       .

       275-READ-ACCOUNT-MAP.
           MOVE 0 TO JW-DEBIT-ACCOUNT
           MOVE 0 TO JW-CREDIT-ACCOUNT
           MOVE JW-TRANS-CODE TO AM-TRANS-CODE
           READ ACCOUNT-MAP
               INVALID KEY
                   DISPLAY 'ACCOUNT MAP HAS NO CODE ' JW-TRANS-CODE
                           ' - JOURNAL LINES LEFT UNMAPPED'
               NOT INVALID KEY
                   MOVE AM-DEBIT-ACCOUNT TO JW-DEBIT-ACCOUNT
                   MOVE AM-CREDIT-ACCOUNT TO JW-CREDIT-ACCOUNT
           END-READ
       .

       300-COLUMN-HEADERS.
           ELSE
               ADD CR-RECEIPT-AMOUNT TO PT-TOTAL-RECEIVED
               MOVE CR-RECEIPT-AMOUNT TO RD-RECEIVED
               MOVE 0 TO CALC-APPLIED
               MOVE CR-RECEIPT-AMOUNT TO CALC-UNAPPLIED
               PERFORM 460-LOCATE-INVOICE
               IF INVOICE-FOUND
                   PERFORM 500-APPLY-RECEIPT
                   PERFORM 650-WRITE-REGISTER-DETAIL
                   ADD CR-RECEIPT-AMOUNT TO PT-TOTAL-UNAPPLIED
               END-IF
               PERFORM 680-JOURNAL-RECEIPT
           END-IF
       .

                   MOVE 'UNAPPLIED - INV CLOSED' TO RD-REMARK
                   PERFORM 650-WRITE-REGISTER-DETAIL
                   ADD CR-RECEIPT-AMOUNT TO PT-TOTAL-UNAPPLIED
               WHEN OI-INVOICE-STATUS = 'R'
                   MOVE 0 TO RD-APPLIED
                   MOVE CR-RECEIPT-AMOUNT TO RD-UNAPPLIED
                   MOVE 'UNAPPLIED - CREDIT ITM' TO RD-REMARK
                   PERFORM 650-WRITE-REGISTER-DETAIL
                   ADD CR-RECEIPT-AMOUNT TO PT-TOTAL-UNAPPLIED
               WHEN OTHER
                   PERFORM 550-POST-TO-INVOICE
           END-EVALUATE
           PERFORM 700-WRITE-A-LINE
       .

       680-JOURNAL-RECEIPT.
           MOVE CR-INVOICE-NUMBER TO JW-REFERENCE
           IF CALC-APPLIED > 0
               MOVE 'CASH' TO JW-TRANS-CODE
               MOVE JA-CASH-DEBIT-ACCOUNT TO JW-DEBIT-ACCOUNT
               MOVE JA-CASH-CREDIT-ACCOUNT TO JW-CREDIT-ACCOUNT
               MOVE CALC-APPLIED TO JW-AMOUNT
               PERFORM 860-WRITE-JOURNAL-ENTRY
           END-IF
           IF CALC-UNAPPLIED > 0
               MOVE 'UCSH' TO JW-TRANS-CODE
               MOVE JA-UNAPPLIED-DEBIT-ACCOUNT TO JW-DEBIT-ACCOUNT
               MOVE JA-UNAPPLIED-CREDIT-ACCOUNT TO JW-CREDIT-ACCOUNT
               MOVE CALC-UNAPPLIED TO JW-AMOUNT
               PERFORM 860-WRITE-JOURNAL-ENTRY
           END-IF
       .

       700-WRITE-A-LINE.
           WRITE REGISTER-LINE
               AFTER ADVANCING PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       860-WRITE-JOURNAL-ENTRY.
           MOVE 'PROGRAM15' TO GJ-SOURCE-PROGRAM
           MOVE WS-CURRENT-DATE TO GJ-JOURNAL-DATE
           MOVE JW-TRANS-CODE TO GJ-TRANS-CODE
           MOVE JW-AMOUNT TO GJ-AMOUNT
           MOVE JW-REFERENCE TO GJ-REFERENCE
           MOVE JW-DEBIT-ACCOUNT TO GJ-ACCOUNT
           MOVE 'D' TO GJ-DEBIT-CREDIT
           WRITE JOURNAL-RECORD
           MOVE JW-CREDIT-ACCOUNT TO GJ-ACCOUNT
           MOVE 'C' TO GJ-DEBIT-CREDIT
           WRITE JOURNAL-RECORD
       .

       900-FINAL-ROUTINE.
           CLOSE RECEIPTS-FILE
                 OPEN-INVOICE-FILE
                 CUSTOMER-MASTER
                 RECEIPTS-REGISTER
                 JOURNAL-FILE
           STOP RUN
       .
