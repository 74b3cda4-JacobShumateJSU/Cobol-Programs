      *is struck an open-item record carrying the invoice number,
      *customer, date, terms and amount is written to OPENINV.DAT,
      *the open-invoice master that PROGRAM15 relieves with cash
      *receipts and PROGRAM16 ages for collections.  Each open item
      *written is also journalled to GLJOURNAL.TXT as a balanced
      *receivables debit and sales credit on the accounts mapped to
      *code SALE on ACCTMAP.DAT, for release to the ledger by
      *PROGRAM29.  Sales tax is charged on the merchandise total at
      *the rate in effect on the invoice date for the customer's
      *CM-STATE on the tax rate table TAXRATE.DAT that PROGRAM39
      *maintains, unless the customer is flagged exempt on
      *CUSTMAST.DAT.  The invoice prints the merchandise total, a tax
      *line and the taxed total; the taxed total is what goes to
      *OI-INVOICE-AMOUNT and is added to CM-CURRENT-BALANCE, and the
      *tax is journalled separately under code STAX (receivables
      *debit, sales tax payable credit).  A state with no rate on
      *file is billed without tax and listed on the error file.
      *Every invoice is also appended to the tax history TAXHIST.TXT
      *(taxable, exempt and tax amounts by state, entry type I) that
      *PROGRAM40 reports the monthly tax liability from; PROGRAM27
      *adds the credit memo entries (type C) to the same file.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS OI-INVOICE-NUMBER
               FILE STATUS IS WS-OPEN-INV-STATUS.

           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO 'GLJOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-MAP
               ASSIGN TO 'ACCTMAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-TRANS-CODE
               FILE STATUS IS WS-ACCOUNT-MAP-STATUS.

           SELECT TAX-RATE-MASTER
               ASSIGN TO 'TAXRATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-TAX-RATE-STATUS.

           SELECT OPTIONAL TAX-HISTORY-FILE
               ASSIGN TO 'TAXHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERROR-FILE
               ASSIGN TO PRINTER 'PR8ERR.TXT'.

             05  CM-CREDIT-LIMIT             PIC 9(7)V99.
             05  CM-PAYMENT-TERMS            PIC X(11).
             05  CM-CURRENT-BALANCE          PIC 9(7)V99.
             05  CM-TAX-EXEMPT               PIC X.
                 88  CUSTOMER-TAX-EXEMPT             VALUE 'Y'.

       FD    OPEN-INVOICE-FILE.
       01    OPEN-INVOICE-RECORD.
             05  OI-AMOUNT-PAID              PIC 9(7)V99.
             05  OI-INVOICE-STATUS           PIC X.

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

       FD    TAX-RATE-MASTER.
       01    TAX-RATE-RECORD.
             05  TX-KEY.
                 10  TX-STATE                PIC X(2).
                 10  TX-EFFECTIVE-DATE       PIC 9(6).
             05  TX-TAX-RATE                 PIC 99V999.
             05  TX-DESCRIPTION              PIC X(20).

       FD    TAX-HISTORY-FILE.
       01    TAX-HISTORY-RECORD.
             05  TH-INVOICE-DATE             PIC 9(6).
             05  TH-INVOICE-NUMBER           PIC 9(10).
             05  TH-CUSTOMER-ID              PIC 9(5).
             05  TH-STATE                    PIC X(2).
             05  TH-TAX-EXEMPT               PIC X.
             05  TH-TAXABLE-AMOUNT           PIC 9(7)V99.
             05  TH-EXEMPT-AMOUNT            PIC 9(7)V99.
             05  TH-TAX-RATE                 PIC 99V999.
             05  TH-TAX-AMOUNT               PIC 9(7)V99.
             05  TH-ENTRY-TYPE               PIC X.

       FD    ERROR-FILE.
       01    ERROR-LINE                      PIC X(80).

       01    WS-WORK-AREAS.
             05    WS-CUST-MASTER-STATUS     PIC X(2) VALUE '00'.
             05    WS-OPEN-INV-STATUS        PIC X(2) VALUE '00'.
             05    WS-ACCOUNT-MAP-STATUS     PIC X(2) VALUE '00'.
             05    WS-TAX-RATE-STATUS        PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
               88  CUSTOMER-NOT-FOUND                  VALUE 'N'.
           05  INVOICE-OPEN-SW             PIC X       VALUE 'N'.
               88  INVOICE-IN-PROGRESS                 VALUE 'Y'.
           05  RATE-READ-SW                PIC X       VALUE 'Y'.
               88  NO-MORE-RATE-DATA                   VALUE 'N'.
           05  RATE-FOUND-SW               PIC X       VALUE 'N'.
               88  EFFECTIVE-RATE-FOUND                VALUE 'Y'.
      *
       01  EXCEPTION-LINE.
           05  EX-REASON                   PIC X(20).
       01  CALC-FIELDS.
           05  CALC-EXTENDED               PIC 9(6)V99.
           05  CALC-INVOICE-TOTAL          PIC 9(7)V99 VALUE 0.
           05  CALC-TAX-RATE               PIC 99V999  VALUE 0.
           05  CALC-SALES-TAX              PIC 9(7)V99 VALUE 0.
           05  CALC-TAXED-TOTAL            PIC 9(7)V99 VALUE 0.
           05  INVOICE-SEQUENCE            PIC 9(4)    VALUE 0.

       01  INVOICE-NUMBER-WORK.
       01  INVOICE-NUMBER-WORK-N REDEFINES INVOICE-NUMBER-WORK
                                           PIC 9(10).

       01  JOURNAL-ACCOUNTS.
           05  JA-SALE-DEBIT-ACCOUNT       PIC 9(6)    VALUE 0.
           05  JA-SALE-CREDIT-ACCOUNT      PIC 9(6)    VALUE 0.
           05  JA-STAX-DEBIT-ACCOUNT       PIC 9(6)    VALUE 0.
           05  JA-STAX-CREDIT-ACCOUNT      PIC 9(6)    VALUE 0.

       01  JOURNAL-WORK.
           05  JW-TRANS-CODE               PIC X(4)    VALUE SPACES.
           05  JW-DEBIT-ACCOUNT            PIC 9(6)    VALUE 0.
           05  JW-CREDIT-ACCOUNT           PIC 9(6)    VALUE 0.
           05  JW-AMOUNT                   PIC 9(9)V99 VALUE 0.
           05  JW-REFERENCE                PIC X(10)   VALUE SPACES.

       01  OPEN-ITEM-HOLD-FIELDS.
           05  OH-TERMS-HOLD               PIC X(11)   VALUE SPACES.
           05  OH-STATE-HOLD               PIC X(2)    VALUE SPACES.
           05  OH-TAX-EXEMPT-HOLD          PIC X       VALUE 'N'.
               88  INVOICE-TAX-EXEMPT                  VALUE 'Y'.
      *************************OUTPUT AREA********************************
       01  HEADING-ONE.
           05                              PIC X(35) VALUE SPACES.
           05                              PIC X(15) VALUE
                                           'INVOICE TOTAL: '.
           05  IT-INVOICE-TOTAL            PIC $Z,ZZZ,ZZ9.99.
      *
       01  MERCHANDISE-TOTAL-LINE.
           05                              PIC X(19) VALUE SPACES.
           05                              PIC X(15) VALUE
                                           'MERCHANDISE:   '.
           05  MT-MERCHANDISE-TOTAL        PIC $Z,ZZZ,ZZ9.99.
      *
       01  SALES-TAX-LINE.
           05                              PIC X(8)  VALUE SPACES.
           05  STX-CAPTION                 PIC X(11).
           05  STX-STATE                   PIC X(2).
           05                              PIC X(1)  VALUE SPACES.
           05  STX-TAX-RATE                PIC Z9.999.
           05                              PIC X(1)  VALUE '%'.
           05                              PIC X(5)  VALUE SPACES.
           05  STX-SALES-TAX               PIC $Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *

       200-HSKPING-ROUTINE.
           OPEN INPUT  INPUT-FILE
                       TAX-RATE-MASTER
                OUTPUT INVOICE-FILE
                       ERROR-FILE
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUST-MASTER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-MASTER OPEN FAILED, STATUS='
                       WS-CUST-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TAX-RATE-STATUS NOT = '00'
               DISPLAY 'TAX-RATE-MASTER OPEN FAILED, STATUS='
                       WS-TAX-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O OPEN-INVOICE-FILE
           IF WS-OPEN-INV-STATUS NOT = '00'
               DISPLAY 'OPEN-INVOICE-FILE OPEN FAILED, STATUS='
                       WS-OPEN-INV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-DAY TO IH-DAY
           MOVE WS-YEAR TO IH-YEAR
           MOVE WS-CURRENT-DATE TO INW-RUN-DATE
           PERFORM 270-LOAD-ACCOUNT-MAP
       .

       270-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP
           IF WS-ACCOUNT-MAP-STATUS = '00'
               MOVE 'SALE' TO JW-TRANS-CODE
               PERFORM 275-READ-ACCOUNT-MAP
               MOVE JW-DEBIT-ACCOUNT TO JA-SALE-DEBIT-ACCOUNT
               MOVE JW-CREDIT-ACCOUNT TO JA-SALE-CREDIT-ACCOUNT
               MOVE 'STAX' TO JW-TRANS-CODE
               PERFORM 275-READ-ACCOUNT-MAP
               MOVE JW-DEBIT-ACCOUNT TO JA-STAX-DEBIT-ACCOUNT
               MOVE JW-CREDIT-ACCOUNT TO JA-STAX-CREDIT-ACCOUNT
               CLOSE ACCOUNT-MAP
           ELSE
               DISPLAY 'ACCOUNT-MAP OPEN FAILED, STATUS='
                       WS-ACCOUNT-MAP-STATUS
                       ' - JOURNAL LINES LEFT UNMAPPED'
           END-IF
           OPEN EXTEND JOURNAL-FILE
                       TAX-HISTORY-FILE
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

       400-READ-FILE.
           ELSE
               IF CUSTOMER-ID NOT = CUSTOMER-ID-HOLD
                   PERFORM 700-INVOICE-TOTAL-BREAK
                   PERFORM 450-VALIDATE-CUSTOMER
                   MOVE CUSTOMER-ID TO CUSTOMER-ID-HOLD
                   PERFORM 550-START-INVOICE
               END-IF
               MOVE CM-PAYMENT-TERMS TO IH-TERMS
                                        OH-TERMS-HOLD
           END-IF
           MOVE CM-STATE TO OH-STATE-HOLD
           IF CUSTOMER-TAX-EXEMPT
               MOVE 'Y' TO OH-TAX-EXEMPT-HOLD
           ELSE
               MOVE 'N' TO OH-TAX-EXEMPT-HOLD
           END-IF
           MOVE HEADING-ONE TO INVOICE-LINE
           WRITE INVOICE-LINE
               AFTER ADVANCING PAGE
       .

       700-INVOICE-TOTAL-BREAK.
           PERFORM 720-COMPUTE-SALES-TAX
           MOVE CALC-INVOICE-TOTAL TO MT-MERCHANDISE-TOTAL
           MOVE MERCHANDISE-TOTAL-LINE TO INVOICE-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
           IF INVOICE-TAX-EXEMPT
               MOVE 'TAX EXEMPT ' TO STX-CAPTION
           ELSE
               MOVE 'SALES TAX  ' TO STX-CAPTION
           END-IF
           MOVE OH-STATE-HOLD TO STX-STATE
           MOVE CALC-TAX-RATE TO STX-TAX-RATE
           MOVE CALC-SALES-TAX TO STX-SALES-TAX
           MOVE SALES-TAX-LINE TO INVOICE-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
           MOVE CALC-TAXED-TOTAL TO IT-INVOICE-TOTAL
           MOVE INVOICE-TOTAL-LINE TO INVOICE-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
           PERFORM 750-WRITE-OPEN-ITEM
           MOVE 'N' TO INVOICE-OPEN-SW
       .

       720-COMPUTE-SALES-TAX.
           MOVE 0 TO CALC-TAX-RATE
           MOVE 0 TO CALC-SALES-TAX
           IF NOT INVOICE-TAX-EXEMPT
               PERFORM 725-LOOKUP-TAX-RATE
               IF EFFECTIVE-RATE-FOUND
                   COMPUTE CALC-SALES-TAX ROUNDED =
                       CALC-INVOICE-TOTAL * CALC-TAX-RATE / 100
               ELSE
                   MOVE SPACES TO EXCEPTION-LINE
                   MOVE 'NO TAX RATE ON FILE' TO EX-REASON
                   MOVE CUSTOMER-ID-HOLD TO EX-CUSTOMER-ID
                   STRING 'STATE ' OH-STATE-HOLD
                          ' - INVOICE BILLED WITHOUT TAX'
                          DELIMITED BY SIZE INTO EX-DETAIL
                   MOVE EXCEPTION-LINE TO ERROR-LINE
                   WRITE ERROR-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF
           ADD CALC-INVOICE-TOTAL CALC-SALES-TAX
               GIVING CALC-TAXED-TOTAL
       .

       725-LOOKUP-TAX-RATE.
           MOVE 'N' TO RATE-FOUND-SW
           MOVE 'Y' TO RATE-READ-SW
           MOVE OH-STATE-HOLD TO TX-STATE
           MOVE 0 TO TX-EFFECTIVE-DATE
           START TAX-RATE-MASTER
               KEY IS NOT LESS THAN TX-KEY
               INVALID KEY
                   MOVE 'N' TO RATE-READ-SW
           END-START
           PERFORM UNTIL NO-MORE-RATE-DATA
               READ TAX-RATE-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO RATE-READ-SW
                   NOT AT END
                       IF TX-STATE NOT = OH-STATE-HOLD
                          OR TX-EFFECTIVE-DATE > WS-CURRENT-DATE
                           MOVE 'N' TO RATE-READ-SW
                       ELSE
                           MOVE TX-TAX-RATE TO CALC-TAX-RATE
                           MOVE 'Y' TO RATE-FOUND-SW
                       END-IF
               END-READ
           END-PERFORM
       .

       750-WRITE-OPEN-ITEM.
           MOVE INVOICE-NUMBER-WORK-N TO OI-INVOICE-NUMBER
           MOVE CUSTOMER-ID-HOLD TO OI-CUSTOMER-ID
           MOVE WS-CURRENT-DATE TO OI-INVOICE-DATE
           MOVE OH-TERMS-HOLD TO OI-PAYMENT-TERMS
           MOVE CALC-TAXED-TOTAL TO OI-INVOICE-AMOUNT
           MOVE 0 TO OI-AMOUNT-PAID
           MOVE 'O' TO OI-INVOICE-STATUS
           WRITE OPEN-INVOICE-RECORD
                   MOVE EXCEPTION-LINE TO ERROR-LINE
                   WRITE ERROR-LINE
                       AFTER ADVANCING 1 LINE
                   END-WRITE
               NOT INVALID KEY
                   MOVE INVOICE-NUMBER-WORK-N TO JW-REFERENCE
                   MOVE 'SALE' TO JW-TRANS-CODE
                   MOVE JA-SALE-DEBIT-ACCOUNT TO JW-DEBIT-ACCOUNT
                   MOVE JA-SALE-CREDIT-ACCOUNT TO JW-CREDIT-ACCOUNT
                   MOVE CALC-INVOICE-TOTAL TO JW-AMOUNT
                   PERFORM 860-WRITE-JOURNAL-ENTRY
                   IF CALC-SALES-TAX > 0
                       MOVE 'STAX' TO JW-TRANS-CODE
                       MOVE JA-STAX-DEBIT-ACCOUNT TO JW-DEBIT-ACCOUNT
                       MOVE JA-STAX-CREDIT-ACCOUNT TO JW-CREDIT-ACCOUNT
                       MOVE CALC-SALES-TAX TO JW-AMOUNT
                       PERFORM 860-WRITE-JOURNAL-ENTRY
                   END-IF
                   PERFORM 760-WRITE-TAX-HISTORY
                   PERFORM 770-ADD-CUSTOMER-BALANCE
           END-WRITE
       .

       760-WRITE-TAX-HISTORY.
           MOVE WS-CURRENT-DATE TO TH-INVOICE-DATE
           MOVE INVOICE-NUMBER-WORK-N TO TH-INVOICE-NUMBER
           MOVE CUSTOMER-ID-HOLD TO TH-CUSTOMER-ID
           MOVE OH-STATE-HOLD TO TH-STATE
           MOVE OH-TAX-EXEMPT-HOLD TO TH-TAX-EXEMPT
           IF INVOICE-TAX-EXEMPT
               MOVE 0 TO TH-TAXABLE-AMOUNT
               MOVE CALC-INVOICE-TOTAL TO TH-EXEMPT-AMOUNT
           ELSE
               MOVE CALC-INVOICE-TOTAL TO TH-TAXABLE-AMOUNT
               MOVE 0 TO TH-EXEMPT-AMOUNT
           END-IF
           MOVE CALC-TAX-RATE TO TH-TAX-RATE
           MOVE CALC-SALES-TAX TO TH-TAX-AMOUNT
           MOVE 'I' TO TH-ENTRY-TYPE
           WRITE TAX-HISTORY-RECORD
       .

       770-ADD-CUSTOMER-BALANCE.
           MOVE CUSTOMER-ID-HOLD TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET CUSTOMER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
           END-READ
           IF CUSTOMER-FOUND
               ADD CALC-TAXED-TOTAL TO CM-CURRENT-BALANCE
               REWRITE CUSTOMER-MASTER-RECORD
           END-IF
       .

       800-END-OF-JOB-ROUTINE.
           IF INVOICE-IN-PROGRESS
               PERFORM 700-INVOICE-TOTAL-BREAK
           END-IF
       .

       860-WRITE-JOURNAL-ENTRY.
           MOVE 'PROGRAM8' TO GJ-SOURCE-PROGRAM
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
           CLOSE INPUT-FILE
                 INVOICE-FILE
                 CUSTOMER-MASTER
                 OPEN-INVOICE-FILE
                 TAX-RATE-MASTER
                 TAX-HISTORY-FILE
                 ERROR-FILE
                 JOURNAL-FILE
           STOP RUN
       .
