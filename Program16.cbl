      *over-90 columns, and the report shows one line per open
      *invoice with a subtotal per customer and grand totals per
      *aging column, so collections can work the oldest money first.
      *Credit memo items PROGRAM27 leaves on the file (status R) are
      *not aged; they are shown as negative amounts in their own
      *unapplied credits column and netted into the customer and grand
      *totals, the same way PROGRAM42 nets them when it proves the open
      *items against CM-CURRENT-BALANCE.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             05  ASR-INVOICE-NUMBER          PIC 9(10).
             05  ASR-INVOICE-DATE            PIC 9(6).
             05  ASR-OPEN-AMOUNT             PIC 9(7)V99.
             05  ASR-ITEM-STATUS             PIC X.

       FD    SORTED-OPEN-FILE.
       01    SORTED-OPEN-REC.
             05  SO-INVOICE-NUMBER           PIC 9(10).
             05  SO-INVOICE-DATE             PIC 9(6).
             05  SO-OPEN-AMOUNT              PIC 9(7)V99.
             05  SO-ITEM-STATUS              PIC X.
                 88  SO-CREDIT-ITEM                  VALUE 'R'.

       FD    CUSTOMER-MASTER.
       01    CUSTOMER-MASTER-RECORD.
             05  CM-CREDIT-LIMIT             PIC 9(7)V99.
             05  CM-PAYMENT-TERMS            PIC X(11).
             05  CM-CURRENT-BALANCE          PIC 9(7)V99.
             05  CM-TAX-EXEMPT               PIC X.
                 88  CUSTOMER-TAX-EXEMPT             VALUE 'Y'.

       FD    AGING-REPORT.
       01    REPORT-LINE                 PIC X(100).
           05  GROUP-OVER-30               PIC 9(9)V99 VALUE 0.
           05  GROUP-OVER-60               PIC 9(9)V99 VALUE 0.
           05  GROUP-OVER-90               PIC 9(9)V99 VALUE 0.
           05  GROUP-CREDITS               PIC S9(9)V99 VALUE 0.
           05  GROUP-TOTAL-OPEN            PIC S9(9)V99 VALUE 0.

       01  GRAND-TOTAL-FIELDS.
           05  GT-CURRENT                  PIC 9(9)V99 VALUE 0.
           05  GT-OVER-30                  PIC 9(9)V99 VALUE 0.
           05  GT-OVER-60                  PIC 9(9)V99 VALUE 0.
           05  GT-OVER-90                  PIC 9(9)V99 VALUE 0.
           05  GT-CREDITS                  PIC S9(9)V99 VALUE 0.
           05  GT-TOTAL-OPEN               PIC S9(9)V99 VALUE 0.

      *************************OUTPUT AREA********************************
       01  HEADING-ONE.
           05                              PIC X(7)  VALUE 'OVER 60'.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(7)  VALUE 'OVER 90'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(12) VALUE
                                           'UNAPPLIED CR'.
      *
       01  CUSTOMER-NAME-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(2)  VALUE SPACES.
           05  AD-OVER-90                  PIC ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05                              PIC X(4)  VALUE SPACES.
           05  AD-CREDITS                  PIC ZZZ,ZZ9.99-
                                           BLANK WHEN ZERO.
      *
       01  CUSTOMER-TOTAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(16) VALUE
                                           'CUSTOMER TOTAL: '.
           05  CT-TOTAL-OPEN               PIC $ZZZ,ZZZ,ZZ9.99-.
      *
       01  GRAND-TOTAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  GT-CAPTION                  PIC X(22).
           05  GT-AMOUNT                   PIC $ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      *
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF OI-INVOICE-STATUS = 'O'
                          OR OI-INVOICE-STATUS = 'R'
                           MOVE OI-CUSTOMER-ID TO ASR-CUSTOMER-ID
                           MOVE OI-INVOICE-NUMBER
                               TO ASR-INVOICE-NUMBER
                           SUBTRACT OI-AMOUNT-PAID
                               FROM OI-INVOICE-AMOUNT
                               GIVING ASR-OPEN-AMOUNT
                           MOVE OI-INVOICE-STATUS TO ASR-ITEM-STATUS
                           RELEASE AGING-SORT-RECORD
                       END-IF
               END-READ
           MOVE 0 TO GROUP-OVER-30
           MOVE 0 TO GROUP-OVER-60
           MOVE 0 TO GROUP-OVER-90
           MOVE 0 TO GROUP-CREDITS
           MOVE 0 TO GROUP-TOTAL-OPEN
           MOVE SO-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
           MOVE 0 TO AD-OVER-30
           MOVE 0 TO AD-OVER-60
           MOVE 0 TO AD-OVER-90
           MOVE 0 TO AD-CREDITS
           EVALUATE TRUE
               WHEN SO-CREDIT-ITEM
                   SUBTRACT SO-OPEN-AMOUNT FROM GROUP-CREDITS
                                                GT-CREDITS
                   COMPUTE AD-CREDITS = 0 - SO-OPEN-AMOUNT
               WHEN CALC-AGE-DAYS > 90
                   MOVE SO-OPEN-AMOUNT TO AD-OVER-90
                   ADD SO-OPEN-AMOUNT TO GROUP-OVER-90
                   ADD SO-OPEN-AMOUNT TO GROUP-CURRENT
                                         GT-CURRENT
           END-EVALUATE
           IF SO-CREDIT-ITEM
               SUBTRACT SO-OPEN-AMOUNT FROM GROUP-TOTAL-OPEN
                                            GT-TOTAL-OPEN
           ELSE
               ADD SO-OPEN-AMOUNT TO GROUP-TOTAL-OPEN
                                     GT-TOTAL-OPEN
           END-IF
           MOVE AGING-DETAIL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE GRAND-TOTAL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'GRAND TOTAL CREDITS:' TO GT-CAPTION
           MOVE GT-CREDITS TO GT-AMOUNT
           MOVE GRAND-TOTAL-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'GRAND TOTAL OPEN:' TO GT-CAPTION
           MOVE GT-TOTAL-OPEN TO GT-AMOUNT
           MOVE GRAND-TOTAL-LINE TO REPORT-LINE
