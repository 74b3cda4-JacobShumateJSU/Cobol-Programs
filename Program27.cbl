       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM27.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program processes customer returns for ASHRALS LTD.
      *Customer service keys one record per returned line into
      *RETURNS.TXT - customer, the original invoice number from the
      *open-invoice master OPENINV.DAT, product, quantity, a reason
      *code and whether the goods can go back on the shelf.  Each
      *return is edited against CUSTMAST.DAT, PRODMAST.DAT and the
      *original invoice, and is credited at the selling price that was
      *in effect on PRICEMAST.DAT on the date of that invoice. One
      *credit memo is printed per customer and written to OPENINV.DAT
      *as a credit open item (status R, numbered from the run date and
      *a 9000-series sequence so it never collides with PROGRAM8
      *invoice numbers), and CM-CURRENT-BALANCE is reduced by the
      *credit.  The returned quantity and value are taken back out of
      *the open period on SALESHIST.DAT, and restockable units are
      *added back into the costume's positions on the inventory master
      *INVMAST.DAT, read through its costume key and rewritten in
      *place, after the master is unloaded to MERGEDSORTED.BAK the same
      *way PROGRAM7 keeps it.  The returns register lists every return
      *with its disposition and totals the returns by reason code so we
      *can see where they come from.  Each credit memo is journalled to
      *GLJOURNAL.TXT for PROGRAM29 as a sales returns debit and
      *receivables credit on code RTRN, and the cost of units put back
      *on the shelf as an inventory debit and cost of goods sold credit
      *on code RSTK, both mapped on ACCTMAP.DAT.  Units put back on the
      *shelf are also appended to the permanent inventory movement file
      *INVMOVE.TXT as receipts referenced to the customer return, for
      *the PROGRAM36 stock card.  RETURNS.TXT carries the costume size
      *as its last column and a unit only goes back into a slot of
      *that size that is in use; a return with no size, or with no
      *matching slot, is listed on the register as not restocked.
      *Sales tax is credited at the rate the original invoice was taxed
      *at on TAXHIST.TXT unless the customer is now exempt, is shown on
      *the memo and included in the credit, journalled as a reversal of
      *STAX and added to TAXHIST.TXT as a credit entry for PROGRAM40.
      *Every credit is kept against its original invoice on the credit
      *history CRDHIST.DAT, and a return is refused once the credits
      *on file and in the run would exceed the invoice amount.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNS-FILE
               ASSIGN TO 'RETURNS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETURN-SORT-FILE
               ASSIGN TO 'PR27RTNSORT.TMP'.

           SELECT SORTED-RETURN-FILE
               ASSIGN TO 'PR27SORTEDRTN.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-MASTER-STATUS.

           SELECT PRODUCT-MASTER
               ASSIGN TO 'PRODMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PROD-ID
               FILE STATUS IS WS-PROD-MASTER-STATUS.

           SELECT OPEN-INVOICE-FILE
               ASSIGN TO 'OPENINV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OI-INVOICE-NUMBER
               FILE STATUS IS WS-OPEN-INV-STATUS.

           SELECT PRICE-MASTER
               ASSIGN TO 'PRICEMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PRICE-MASTER-STATUS.

           SELECT SALES-HISTORY
               ASSIGN TO 'SALESHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO 'PERIODCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CTL-STATUS.

           SELECT INVENTORY-FILE
               ASSIGN TO 'INVMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-KEY
               ALTERNATE RECORD KEY IS IR-COSTUME-ID WITH DUPLICATES
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT BACKUP-FILE
               ASSIGN TO 'MERGEDSORTED.BAK'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO 'GLJOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-MAP
               ASSIGN TO 'ACCTMAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-TRANS-CODE
               FILE STATUS IS WS-ACCOUNT-MAP-STATUS.

           SELECT OPTIONAL MOVEMENT-FILE
               ASSIGN TO 'INVMOVE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CREDIT-HISTORY
               ASSIGN TO 'CRDHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               FILE STATUS IS WS-CREDIT-HIST-STATUS.

           SELECT OPTIONAL TAX-HISTORY-FILE
               ASSIGN TO 'TAXHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CREDIT-MEMO-FILE
               ASSIGN TO PRINTER 'CREDIT-MEMOS.TXT'.

           SELECT RETURNS-REGISTER
               ASSIGN TO PRINTER 'RETURNS-REGISTER.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD    RETURNS-FILE.

       01    RETURN-REC.
         05  RE-CUSTOMER-ID              PIC 9(5).
         05  RE-INVOICE-NUMBER           PIC 9(10).
         05  RE-PROD-ID                  PIC X(3).
         05  RE-QTY-RETURNED             PIC 9(3).
         05  RE-REASON-CODE              PIC X(2).
         05  RE-RESTOCK-FLAG             PIC X.
         05  RE-COSTUME-SIZE             PIC X.

       SD    RETURN-SORT-FILE.
       01    RETURN-SORT-RECORD.
         05  RSR-CUSTOMER-ID             PIC 9(5).
         05  RSR-INVOICE-NUMBER          PIC 9(10).
         05  RSR-PROD-ID                 PIC X(3).
         05  RSR-QTY-RETURNED            PIC 9(3).
         05  RSR-REASON-CODE             PIC X(2).
         05  RSR-RESTOCK-FLAG            PIC X.
         05  RSR-COSTUME-SIZE            PIC X.

       FD    SORTED-RETURN-FILE.

       01    SORTED-RETURN-REC.
         05  SR-CUSTOMER-ID              PIC 9(5).
         05  SR-INVOICE-NUMBER           PIC 9(10).
         05  SR-PROD-ID                  PIC X(3).
         05  SR-QTY-RETURNED             PIC 9(3).
         05  SR-REASON-CODE              PIC X(2).
         05  SR-RESTOCK-FLAG             PIC X.
             88  SR-RESTOCKABLE                    VALUE 'Y'.
             88  SR-NOT-RESTOCKABLE                VALUE 'N'.
         05  SR-COSTUME-SIZE             PIC X.

       FD    CUSTOMER-MASTER.
       01    CUSTOMER-MASTER-RECORD.
             05  CM-CUSTOMER-ID              PIC 9(5).
             05  CM-CUSTOMER-NAME            PIC X(25).
             05  CM-ADDRESS-LINE             PIC X(25).
             05  CM-CITY                     PIC X(15).
             05  CM-STATE                    PIC X(2).
             05  CM-ZIP-CODE                 PIC 9(5).
             05  CM-CREDIT-LIMIT             PIC 9(7)V99.
             05  CM-PAYMENT-TERMS            PIC X(11).
             05  CM-CURRENT-BALANCE          PIC 9(7)V99.
             05  CM-TAX-EXEMPT               PIC X.
                 88  CUSTOMER-TAX-EXEMPT             VALUE 'Y'.

       FD    PRODUCT-MASTER.
       01    PRODUCT-MASTER-RECORD.
             05  PM-PROD-ID                  PIC X(3).
             05  PM-PROD-NAME                PIC X(14).

       FD    OPEN-INVOICE-FILE.
       01    OPEN-INVOICE-RECORD.
             05  OI-INVOICE-NUMBER           PIC 9(10).
             05  OI-CUSTOMER-ID              PIC 9(5).
             05  OI-INVOICE-DATE             PIC 9(6).
             05  OI-PAYMENT-TERMS            PIC X(11).
             05  OI-INVOICE-AMOUNT           PIC 9(7)V99.
             05  OI-AMOUNT-PAID              PIC 9(7)V99.
             05  OI-INVOICE-STATUS           PIC X.

       FD    PRICE-MASTER.
       01    PRICE-MASTER-RECORD.
             05  PX-KEY.
                 10  PX-PROD-ID              PIC X(3).
                 10  PX-EFFECTIVE-DATE       PIC 9(6).
             05  PX-SELLING-PRICE            PIC 999V99.

       FD    SALES-HISTORY.
       01    SALES-HISTORY-RECORD.
             05  SH-KEY.
                 10  SH-PROD-ID              PIC X(3).
                 10  SH-PERIOD               PIC 9(6).
             05  SH-PROD-NAME                PIC X(14).
             05  SH-QTY-SOLD                 PIC 9(7).
             05  SH-SALES-VALUE              PIC 9(9)V99.

       FD    PERIOD-CONTROL-FILE.
       01    PERIOD-CONTROL-RECORD.
             05  PC-OPEN-PERIOD              PIC 9(6).
             05  PC-PERIOD-STATUS            PIC X.
             05  PC-RETENTION-PERIODS        PIC 9(3).

       FD    INVENTORY-FILE
             RECORD CONTAINS 136 CHARACTERS.

       01    INVENTORY-REC.
             05    IR-KEY.
                   10  IR-VENDOR-ID            PIC X(4).
                   10  IR-WAREHOUSE-ID         PIC X(3).
                   10  IR-COSTUME-ID           PIC X(3).
             05    IR-COSTUME-DATA OCCURS 6 TIMES.
                   10  IR-COSTUME-NAME         PIC X(9).
                   10  IR-COSTUME-SIZE         PIC A.
                   10  IR-COSTUME-TYPE         PIC A.
                   10  IR-QUANTITY-IN-STOCK    PIC 9(3).
                   10  IR-REORDER-PT           PIC 9(3).
                   10  IR-PURCH-PRICE          PIC 99V99.

       FD    BACKUP-FILE
             RECORD CONTAINS 136 CHARACTERS.

       01    BACKUP-REC                   PIC X(136).

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

       FD    MOVEMENT-FILE.
       01    MOVEMENT-RECORD.
             05  MV-MOVEMENT-DATE            PIC 9(6).
             05  MV-SOURCE-PROGRAM           PIC X(9).
             05  MV-MOVEMENT-TYPE            PIC X.
             05  MV-VENDOR-ID                PIC X(4).
             05  MV-WAREHOUSE-ID             PIC X(3).
             05  MV-COSTUME-ID               PIC X(3).
             05  MV-SLOT                     PIC 9.
             05  MV-DIRECTION                PIC X.
             05  MV-QUANTITY                 PIC 9(5).
             05  MV-UNIT-COST                PIC 99V99.
             05  MV-REFERENCE                PIC X(10).

       FD    CREDIT-HISTORY.
       01    CREDIT-HISTORY-RECORD.
             05  CR-KEY.
                 10  CR-ORIG-INVOICE         PIC 9(10).
                 10  CR-CREDIT-NUMBER        PIC 9(10).
             05  CR-CUSTOMER-ID              PIC 9(5).
             05  CR-CREDIT-DATE              PIC 9(6).
             05  CR-GOODS-AMOUNT             PIC 9(7)V99.
             05  CR-TAX-AMOUNT               PIC 9(7)V99.

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
                 88  TH-CREDIT-ENTRY                 VALUE 'C'.

       FD    CREDIT-MEMO-FILE.
       01    MEMO-LINE                   PIC X(80).

       FD    RETURNS-REGISTER.
       01    REGISTER-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-CUST-MASTER-STATUS     PIC X(2) VALUE '00'.
             05    WS-PROD-MASTER-STATUS     PIC X(2) VALUE '00'.
             05    WS-OPEN-INV-STATUS        PIC X(2) VALUE '00'.
             05    WS-PRICE-MASTER-STATUS    PIC X(2) VALUE '00'.
             05    WS-HISTORY-STATUS         PIC X(2) VALUE '00'.
             05    WS-PERIOD-CTL-STATUS      PIC X(2) VALUE '00'.
             05    WS-ACCOUNT-MAP-STATUS     PIC X(2) VALUE '00'.
             05    WS-INVENTORY-STATUS       PIC X(2) VALUE '00'.
             05    WS-CREDIT-HIST-STATUS     PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  WS-CURRENT-PERIOD-N             PIC 9(6)    VALUE 0.

       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9       VALUE 1.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE 'Y'.
               88 NO-MORE-DATA                         VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  INVENTORY-EOF-FLAG          PIC X       VALUE 'Y'.
               88  NO-MORE-INVENTORY-DATA              VALUE 'N'.
               88  MORE-INVENTORY-RECORDS              VALUE 'Y'.
           05  RECORD-UPDATED-SW           PIC X       VALUE 'N'.
               88  INVENTORY-RECORD-UPDATED            VALUE 'Y'.
           05  RECORD-VALID-SW             PIC X       VALUE 'Y'.
               88  RECORD-VALID                        VALUE 'Y'.
               88  RECORD-NOT-VALID                    VALUE 'N'.
           05  CUSTOMER-STATUS-FLAG        PIC X       VALUE 'N'.
               88  CUSTOMER-FOUND                      VALUE 'Y'.
               88  CUSTOMER-NOT-FOUND                  VALUE 'N'.
           05  PRODUCT-STATUS-FLAG         PIC X       VALUE 'N'.
               88  PRODUCT-FOUND                       VALUE 'Y'.
               88  PRODUCT-NOT-FOUND                   VALUE 'N'.
           05  INVOICE-STATUS-FLAG         PIC X       VALUE 'N'.
               88  INVOICE-FOUND                       VALUE 'Y'.
               88  INVOICE-NOT-FOUND                   VALUE 'N'.
           05  PRICE-FOUND-SW              PIC X       VALUE 'N'.
               88  EFFECTIVE-PRICE-FOUND               VALUE 'Y'.
           05  PRICE-READ-SW               PIC X       VALUE 'Y'.
               88  NO-MORE-PRICE-DATA                  VALUE 'N'.
           05  MEMO-OPEN-SW                PIC X       VALUE 'N'.
               88  MEMO-IN-PROGRESS                    VALUE 'Y'.
           05  CREDIT-NUMBER-SW            PIC X       VALUE 'N'.
               88  CREDIT-NUMBER-FREE                  VALUE 'Y'.
           05  MEMO-WRITTEN-SW             PIC X       VALUE 'N'.
               88  CREDIT-MEMO-WRITTEN                 VALUE 'Y'.
           05  CREDIT-HIST-READ-SW         PIC X       VALUE 'Y'.
               88  NO-MORE-CREDIT-HISTORY              VALUE 'N'.
           05  TAX-HIST-READ-SW            PIC X       VALUE 'Y'.
               88  NO-MORE-TAX-HISTORY                 VALUE 'N'.
           05  CUSTOMER-ID-HOLD            PIC 9(5)    VALUE 0.
      *
       01  SUBSCRIPTS.
           05  SUB                         PIC 99      VALUE 1.
           05  RSUB                        PIC 99      VALUE 1.
           05  KSUB                        PIC 999     VALUE 1.
           05  MSUB                        PIC 999     VALUE 1.

       01  CALC-FIELDS.
           05  EFFECTIVE-PRICE             PIC 999V99  VALUE 0.
           05  PRICE-AS-OF-DATE            PIC 9(6)    VALUE 0.
           05  CALC-EXTENDED               PIC 9(6)V99 VALUE 0.
           05  CALC-LINE-TAX               PIC 9(6)V99 VALUE 0.
           05  CALC-LINE-CREDIT            PIC 9(7)V99 VALUE 0.
           05  CALC-INVOICE-ROOM           PIC S9(9)V99 VALUE 0.
           05  CALC-MEMO-GOODS             PIC 9(7)V99 VALUE 0.
           05  CALC-MEMO-TAX               PIC 9(7)V99 VALUE 0.
           05  CALC-MEMO-TOTAL             PIC 9(7)V99 VALUE 0.
           05  CALC-ROOM                   PIC 9(3)    VALUE 0.

       01  INVOICE-CREDIT-FIELDS.
           05  IC-INVOICE-NUMBER           PIC 9(10)   VALUE 0.
           05  IC-INVOICE-AMOUNT           PIC 9(7)V99 VALUE 0.
           05  IC-PRIOR-CREDITS            PIC 9(9)V99 VALUE 0.
           05  IC-RUN-CREDITS              PIC 9(9)V99 VALUE 0.
           05  IC-STATE                    PIC X(2)    VALUE SPACES.
           05  IC-TAX-RATE                 PIC 99V999  VALUE 0.
           05  IC-HISTORY-SW               PIC X       VALUE 'N'.
               88  IC-ON-TAX-HISTORY                   VALUE 'Y'.

       01  CREDIT-NUMBER-WORK.
           05  CNW-RUN-DATE                PIC 9(6)    VALUE 0.
           05  CNW-SEQUENCE                PIC 9(4)    VALUE 9000.
       01  CREDIT-NUMBER-WORK-N REDEFINES CREDIT-NUMBER-WORK
                                           PIC 9(10).

       01  REASON-TABLE.
           05  REASON-ENTRY OCCURS 6 TIMES.
               10  RS-REASON-CODE          PIC X(2).
               10  RS-DESCRIPTION          PIC X(20).
               10  RS-RETURN-COUNT         PIC 9(5).
               10  RS-QTY-RETURNED         PIC 9(7).
               10  RS-CREDIT-VALUE         PIC 9(9)V99.

       01  RESTOCK-TABLE.
           05  RESTOCK-COUNT               PIC 999     VALUE 0.
           05  RESTOCK-ENTRY OCCURS 200 TIMES.
               10  RK-CUSTOMER-ID          PIC 9(5).
               10  RK-INVOICE-NUMBER       PIC 9(10).
               10  RK-PROD-ID              PIC X(3).
               10  RK-SIZE                 PIC X.
               10  RK-QTY                  PIC 9(5).

       01  MEMO-INVOICE-TABLE.
           05  MIT-COUNT                   PIC 999     VALUE 0.
           05  MIT-ENTRY OCCURS 100 TIMES.
               10  MIT-INVOICE-NUMBER      PIC 9(10).
               10  MIT-STATE               PIC X(2).
               10  MIT-TAX-EXEMPT          PIC X.
               10  MIT-HISTORY-SW          PIC X.
                   88  MIT-ON-TAX-HISTORY              VALUE 'Y'.
               10  MIT-TAX-RATE            PIC 99V999.
               10  MIT-GOODS               PIC 9(7)V99.
               10  MIT-TAX                 PIC 9(7)V99.

       01  JOURNAL-WORK.
           05  JW-TRANS-CODE               PIC X(4)    VALUE 'RTRN'.
           05  JW-DEBIT-ACCOUNT            PIC 9(6)    VALUE 0.
           05  JW-CREDIT-ACCOUNT           PIC 9(6)    VALUE 0.
           05  JW-AMOUNT                   PIC 9(9)V99 VALUE 0.
           05  JW-REFERENCE                PIC X(10)   VALUE SPACES.

       01  JOURNAL-ACCOUNTS.
           05  JA-RETURN-DEBIT-ACCOUNT     PIC 9(6)    VALUE 0.
           05  JA-RETURN-CREDIT-ACCOUNT    PIC 9(6)    VALUE 0.
           05  JA-RESTOCK-DEBIT-ACCOUNT    PIC 9(6)    VALUE 0.
           05  JA-RESTOCK-CREDIT-ACCOUNT   PIC 9(6)    VALUE 0.
           05  JA-STAX-DEBIT-ACCOUNT       PIC 9(6)    VALUE 0.
           05  JA-STAX-CREDIT-ACCOUNT      PIC 9(6)    VALUE 0.

       01  RETURN-TOTALS.
           05  RC-RETURNS-READ             PIC 9(5)    VALUE 0.
           05  RC-RETURNS-CREDITED         PIC 9(5)    VALUE 0.
           05  RC-RETURNS-REJECTED         PIC 9(5)    VALUE 0.
           05  RC-MEMOS-ISSUED             PIC 9(5)    VALUE 0.
           05  RC-MEMOS-NOT-POSTED         PIC 9(5)    VALUE 0.
           05  RC-UNITS-RETURNED           PIC 9(7)    VALUE 0.
           05  RC-UNITS-RESTOCKED          PIC 9(7)    VALUE 0.
           05  RC-UNITS-NOT-RESTOCKED      PIC 9(7)    VALUE 0.
           05  RC-HISTORY-MISSES           PIC 9(5)    VALUE 0.
           05  RC-TOTAL-GOODS              PIC 9(9)V99 VALUE 0.
           05  RC-TOTAL-TAX                PIC 9(9)V99 VALUE 0.
           05  RC-TOTAL-CREDIT             PIC 9(9)V99 VALUE 0.

      *************************OUTPUT AREA********************************
       01  HEADING-ONE.
           05                              PIC X(35) VALUE SPACES.
           05                              PIC X(25) VALUE 'ASHRAL LTD'.
      *
       01  HEADING-TWO.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  H1-DATE.
               10  H1-MONTH                PIC 99.
               10                          PIC X    VALUE '/'.
               10  H1-DAY                  PIC 99.
               10                          PIC X    VALUE '/'.
               10  H1-YEAR                 PIC 99.
           05                              PIC X(7) VALUE SPACES.
           05                              PIC X(30) VALUE
                                        'SALES RETURNS REGISTER'.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05                              PIC X(4) VALUE 'JHS'.
      *
       01  HEADING-THREE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'CUST'.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(7)  VALUE 'INVOICE'.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'PROD'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(3)  VALUE 'QTY'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(3)  VALUE 'RSN'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(3)  VALUE 'RSK'.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'CREDIT'.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(7)  VALUE 'REMARKS'.
      *
       01  REGISTER-DETAIL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  RD-CUSTOMER-ID              PIC 9(5).
           05                              PIC X(2)  VALUE SPACES.
           05  RD-INVOICE-NUMBER           PIC 9(10).
           05                              PIC X(2)  VALUE SPACES.
           05  RD-PROD-ID                  PIC X(3).
           05                              PIC X(3)  VALUE SPACES.
           05  RD-QTY-RETURNED             PIC ZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  RD-REASON-CODE              PIC X(2).
           05                              PIC X(3)  VALUE SPACES.
           05  RD-RESTOCK-FLAG             PIC X.
           05                              PIC X(2)  VALUE SPACES.
           05  RD-CREDIT                   PIC ZZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  RD-REMARK                   PIC X(22).
      *
       01  RESTOCK-DETAIL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(9)  VALUE 'RESTOCK: '.
           05  RK-ITEM-ID                  PIC X(3).
           05                              PIC X(3)  VALUE SPACES.
           05  RK-VENDOR-ID                PIC X(4).
           05                              PIC X(3)  VALUE SPACES.
           05  RK-WAREHOUSE-ID             PIC X(3).
           05                              PIC X(3)  VALUE SPACES.
           05  RK-COSTUME-SIZE             PIC X.
           05                              PIC X(3)  VALUE SPACES.
           05  RK-QTY-RESTOCKED            PIC ZZZZ9.
           05                              PIC X(3)  VALUE SPACES.
           05  RK-REMARK                   PIC X(24).
      *
       01  REASON-HEADER-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(40) VALUE
                                  'RETURNS BY REASON CODE'.
      *
       01  REASON-TOTAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  RT-REASON-CODE              PIC X(2).
           05                              PIC X(2)  VALUE SPACES.
           05  RT-DESCRIPTION              PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  RT-RETURN-COUNT             PIC ZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  RT-QTY-RETURNED             PIC ZZZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  RT-CREDIT-VALUE             PIC $ZZ,ZZZ,ZZ9.99.
      *
       01  REGISTER-COUNT-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  RC-CAPTION                  PIC X(30).
           05  RC-COUNT                    PIC ZZZZZZ9.
      *
       01  REGISTER-AMOUNT-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  RA-CAPTION                  PIC X(30).
           05  RA-AMOUNT                   PIC $ZZ,ZZZ,ZZ9.99.
      *
       01  CREDIT-HEADER-LINE.
           05                              PIC X(5) VALUE SPACES.
           05                              PIC X(16) VALUE
                                           'CREDIT MEMO NO: '.
           05  CH-CREDIT-NUMBER            PIC 9(10).
           05                              PIC X(5) VALUE SPACES.
           05                              PIC X(6) VALUE 'DATE: '.
           05  CH-DATE.
               10  CH-MONTH                PIC 99.
               10                          PIC X    VALUE '/'.
               10  CH-DAY                  PIC 99.
               10                          PIC X    VALUE '/'.
               10  CH-YEAR                 PIC 99.
      *
       01  CREDIT-TO-LINE.
           05                              PIC X(5) VALUE SPACES.
           05                              PIC X(11) VALUE
                                           'CREDIT TO: '.
           05  CT-CUSTOMER-NAME            PIC X(25).
           05                              PIC X(5) VALUE SPACES.
           05                              PIC X(13) VALUE
                                           'CUSTOMER ID: '.
           05  CT-CUSTOMER-ID              PIC 9(5).
      *
       01  ADDRESS-DETAIL-LINE.
           05                              PIC X(16) VALUE SPACES.
           05  AD-ADDRESS-LINE             PIC X(25).
      *
       01  CITY-DETAIL-LINE.
           05                              PIC X(16) VALUE SPACES.
           05  CD-CITY                     PIC X(15).
           05                              PIC X(1) VALUE SPACES.
           05  CD-STATE                    PIC X(2).
           05                              PIC X(2) VALUE SPACES.
           05  CD-ZIP-CODE                 PIC 9(5).
      *
       01  MEMO-ITEM-HEADING.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(7)  VALUE 'INVOICE'.
           05                              PIC X(6)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'PROD'.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(3)  VALUE 'QTY'.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(10) VALUE 'UNIT PRICE'.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'EXTENDED'.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'REASON'.
      *
       01  MEMO-ITEM-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  MI-INVOICE-NUMBER           PIC 9(10).
           05                              PIC X(3)  VALUE SPACES.
           05  MI-PROD-ID                  PIC X(3).
           05                              PIC X(3)  VALUE SPACES.
           05  MI-QTY-RETURNED             PIC ZZ9.
           05                              PIC X(5)  VALUE SPACES.
           05  MI-UNIT-PRICE               PIC $$$9.99.
           05                              PIC X(3)  VALUE SPACES.
           05  MI-EXTENDED                 PIC $ZZZ,ZZ9.99.
           05                              PIC X(3)  VALUE SPACES.
           05  MI-REASON-DESC              PIC X(20).
      *
       01  MEMO-TOTAL-LINE.
           05                              PIC X(21) VALUE SPACES.
           05  MT-CAPTION                  PIC X(14).
           05  MT-CREDIT-TOTAL             PIC $Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *
       100-PROCESS-RETURNS.
           PERFORM 150-SORT-RETURNS-FILE
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-COLUMN-HEADERS
           PERFORM 400-READ-FILE
           IF MEMO-IN-PROGRESS
               PERFORM 750-CREDIT-MEMO-BREAK
           END-IF
           IF RESTOCK-COUNT > 0
               PERFORM 600-RESTOCK-INVENTORY
           END-IF
           PERFORM 800-END-OF-JOB-ROUTINE
           PERFORM 900-FINAL-ROUTINE
       .

       150-SORT-RETURNS-FILE.
           SORT RETURN-SORT-FILE
                ON ASCENDING KEY RSR-CUSTOMER-ID
                ON ASCENDING KEY RSR-INVOICE-NUMBER
                ON ASCENDING KEY RSR-PROD-ID
                USING RETURNS-FILE
                GIVING SORTED-RETURN-FILE
       .

       200-HSKPING-ROUTINE.
           PERFORM 250-READ-PERIOD-CONTROL
           OPEN INPUT  SORTED-RETURN-FILE
                       PRODUCT-MASTER
                       PRICE-MASTER
                I-O    CUSTOMER-MASTER
                       OPEN-INVOICE-FILE
                OUTPUT CREDIT-MEMO-FILE
                       RETURNS-REGISTER
           IF WS-PROD-MASTER-STATUS NOT = '00'
               DISPLAY 'PRODUCT-MASTER OPEN FAILED, STATUS='
                       WS-PROD-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PRICE-MASTER-STATUS NOT = '00'
               DISPLAY 'PRICE-MASTER OPEN FAILED, STATUS='
                       WS-PRICE-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CUST-MASTER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-MASTER OPEN FAILED, STATUS='
                       WS-CUST-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OPEN-INV-STATUS NOT = '00'
               DISPLAY 'OPEN-INVOICE-FILE OPEN FAILED, STATUS='
                       WS-OPEN-INV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O SALES-HISTORY
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT SALES-HISTORY
               CLOSE SALES-HISTORY
               OPEN I-O SALES-HISTORY
           END-IF
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'SALES-HISTORY OPEN FAILED, STATUS='
                       WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CREDIT-HISTORY
           IF WS-CREDIT-HIST-STATUS = '35'
               OPEN OUTPUT CREDIT-HISTORY
               CLOSE CREDIT-HISTORY
               OPEN I-O CREDIT-HISTORY
           END-IF
           IF WS-CREDIT-HIST-STATUS NOT = '00'
               DISPLAY 'CREDIT-HISTORY OPEN FAILED, STATUS='
                       WS-CREDIT-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
                            CH-MONTH
           MOVE WS-DAY TO H1-DAY
                          CH-DAY
           MOVE WS-YEAR TO H1-YEAR
                           CH-YEAR
           MOVE WS-CURRENT-DATE TO CNW-RUN-DATE
           PERFORM 260-LOAD-REASON-TABLE
           PERFORM 270-LOAD-ACCOUNT-MAP
       .

       250-READ-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-CTL-STATUS NOT = '00'
               DISPLAY 'PERIOD CONTROL FILE MISSING - RUN PROGRAM19'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PERIOD-CONTROL-FILE
               AT END
                   DISPLAY 'PERIOD CONTROL FILE EMPTY - RUN PROGRAM19'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PC-PERIOD-STATUS NOT = 'O'
               DISPLAY 'PERIOD ' PC-OPEN-PERIOD
                       ' IS CLOSED - POSTING REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PC-OPEN-PERIOD TO WS-CURRENT-PERIOD-N
           CLOSE PERIOD-CONTROL-FILE
       .

       260-LOAD-REASON-TABLE.
           MOVE 'DF' TO RS-REASON-CODE(1)
           MOVE 'DEFECTIVE' TO RS-DESCRIPTION(1)
           MOVE 'DM' TO RS-REASON-CODE(2)
           MOVE 'DAMAGED IN TRANSIT' TO RS-DESCRIPTION(2)
           MOVE 'WS' TO RS-REASON-CODE(3)
           MOVE 'WRONG SIZE' TO RS-DESCRIPTION(3)
           MOVE 'WI' TO RS-REASON-CODE(4)
           MOVE 'WRONG ITEM SHIPPED' TO RS-DESCRIPTION(4)
           MOVE 'LT' TO RS-REASON-CODE(5)
           MOVE 'ARRIVED TOO LATE' TO RS-DESCRIPTION(5)
           MOVE 'NW' TO RS-REASON-CODE(6)
           MOVE 'NO LONGER WANTED' TO RS-DESCRIPTION(6)
           PERFORM VARYING RSUB FROM 1 BY 1 UNTIL RSUB > 6
               MOVE 0 TO RS-RETURN-COUNT(RSUB)
               MOVE 0 TO RS-QTY-RETURNED(RSUB)
               MOVE 0 TO RS-CREDIT-VALUE(RSUB)
           END-PERFORM
       .

       270-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP
           IF WS-ACCOUNT-MAP-STATUS = '00'
               MOVE 'RTRN' TO JW-TRANS-CODE
               PERFORM 275-READ-ACCOUNT-MAP
               MOVE JW-DEBIT-ACCOUNT TO JA-RETURN-DEBIT-ACCOUNT
               MOVE JW-CREDIT-ACCOUNT TO JA-RETURN-CREDIT-ACCOUNT
               MOVE 'RSTK' TO JW-TRANS-CODE
               PERFORM 275-READ-ACCOUNT-MAP
               MOVE JW-DEBIT-ACCOUNT TO JA-RESTOCK-DEBIT-ACCOUNT
               MOVE JW-CREDIT-ACCOUNT TO JA-RESTOCK-CREDIT-ACCOUNT
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
      *    THE TAX ON A CREDIT IS JOURNALLED AS A REVERSAL OF STAX, SO
      *    IT CANNOT BE LEFT FOR PROGRAM29 TO MAP BY DEBIT/CREDIT SIDE.
           IF JA-STAX-DEBIT-ACCOUNT = 0
              OR JA-STAX-CREDIT-ACCOUNT = 0
               DISPLAY 'NO STAX ACCOUNTS ON ACCOUNT MAP - TAX ON '
                       'CREDITS CANNOT BE REVERSED, RUN PROGRAM28'
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
           MOVE HEADING-ONE TO REGISTER-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE HEADING-TWO TO REGISTER-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE HEADING-THREE TO REGISTER-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
       .

       400-READ-FILE.
           PERFORM UNTIL NO-MORE-DATA
               READ SORTED-RETURN-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 450-PROCESS-RETURN
               END-READ
           END-PERFORM
       .

       450-PROCESS-RETURN.
           ADD 1 TO RC-RETURNS-READ
           IF MEMO-IN-PROGRESS
              AND SR-CUSTOMER-ID NOT = CUSTOMER-ID-HOLD
               PERFORM 750-CREDIT-MEMO-BREAK
           END-IF
           MOVE SPACES TO REGISTER-DETAIL-LINE
           MOVE SR-CUSTOMER-ID TO RD-CUSTOMER-ID
           MOVE SR-INVOICE-NUMBER TO RD-INVOICE-NUMBER
           MOVE SR-PROD-ID TO RD-PROD-ID
           MOVE SR-REASON-CODE TO RD-REASON-CODE
           MOVE SR-RESTOCK-FLAG TO RD-RESTOCK-FLAG
           MOVE 0 TO RD-CREDIT
           IF SR-QTY-RETURNED IS NUMERIC
               MOVE SR-QTY-RETURNED TO RD-QTY-RETURNED
           ELSE
               MOVE 0 TO RD-QTY-RETURNED
           END-IF
           PERFORM 460-EDIT-RETURN
           IF RECORD-VALID
               PERFORM 500-CREDIT-RETURN
           ELSE
               PERFORM 650-WRITE-REGISTER-DETAIL
               ADD 1 TO RC-RETURNS-REJECTED
           END-IF
       .

       460-EDIT-RETURN.
           MOVE 'Y' TO RECORD-VALID-SW
           IF SR-CUSTOMER-ID IS NOT NUMERIC
              OR SR-INVOICE-NUMBER IS NOT NUMERIC
              OR SR-QTY-RETURNED IS NOT NUMERIC
               MOVE 'N' TO RECORD-VALID-SW
               MOVE 'NON-NUMERIC FIELDS' TO RD-REMARK
           ELSE
               IF SR-QTY-RETURNED = 0
                   MOVE 'N' TO RECORD-VALID-SW
                   MOVE 'ZERO QUANTITY' TO RD-REMARK
               END-IF
           END-IF
           IF RECORD-VALID
               PERFORM 462-VALIDATE-CUSTOMER
           END-IF
           IF RECORD-VALID
               PERFORM 464-VALIDATE-PRODUCT
           END-IF
           IF RECORD-VALID
               PERFORM 466-VALIDATE-INVOICE
           END-IF
           IF RECORD-VALID
               PERFORM 468-VALIDATE-CODES
           END-IF
           IF RECORD-VALID
               PERFORM 470-PRICE-RETURN
           END-IF
       .

       462-VALIDATE-CUSTOMER.
           MOVE SR-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET CUSTOMER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
           END-READ
           IF CUSTOMER-NOT-FOUND
               MOVE 'N' TO RECORD-VALID-SW
               MOVE 'CUSTOMER NOT FOUND' TO RD-REMARK
           END-IF
       .

       464-VALIDATE-PRODUCT.
           MOVE SR-PROD-ID TO PM-PROD-ID
           READ PRODUCT-MASTER
               INVALID KEY
                   SET PRODUCT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET PRODUCT-FOUND TO TRUE
           END-READ
           IF PRODUCT-NOT-FOUND
               MOVE 'N' TO RECORD-VALID-SW
               MOVE 'PRODUCT NOT FOUND' TO RD-REMARK
           END-IF
       .

       466-VALIDATE-INVOICE.
           MOVE SR-INVOICE-NUMBER TO OI-INVOICE-NUMBER
           READ OPEN-INVOICE-FILE
               INVALID KEY
                   SET INVOICE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET INVOICE-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN INVOICE-NOT-FOUND
                   MOVE 'N' TO RECORD-VALID-SW
                   MOVE 'INVOICE NOT FOUND' TO RD-REMARK
               WHEN OI-CUSTOMER-ID NOT = SR-CUSTOMER-ID
                   MOVE 'N' TO RECORD-VALID-SW
                   MOVE 'INVOICE WRONG CUSTOMER' TO RD-REMARK
               WHEN OI-INVOICE-STATUS = 'R'
                   MOVE 'N' TO RECORD-VALID-SW
                   MOVE 'NOT A SALES INVOICE' TO RD-REMARK
               WHEN OTHER
                   MOVE OI-INVOICE-DATE TO PRICE-AS-OF-DATE
           END-EVALUATE
       .

       468-VALIDATE-CODES.
           PERFORM VARYING RSUB FROM 1 BY 1
                   UNTIL RSUB > 6
                      OR RS-REASON-CODE(RSUB) = SR-REASON-CODE
               CONTINUE
           END-PERFORM
           IF RSUB > 6
               MOVE 'N' TO RECORD-VALID-SW
               MOVE 'INVALID REASON CODE' TO RD-REMARK
           ELSE
               IF NOT SR-RESTOCKABLE
                  AND NOT SR-NOT-RESTOCKABLE
                   MOVE 'N' TO RECORD-VALID-SW
                   MOVE 'RESTOCK FLAG NOT Y/N' TO RD-REMARK
               END-IF
           END-IF
       .

       470-PRICE-RETURN.
           PERFORM 475-LOOKUP-INVOICE-PRICE
           IF NOT EFFECTIVE-PRICE-FOUND
               MOVE 'N' TO RECORD-VALID-SW
               MOVE 'NO PRICE ON FILE' TO RD-REMARK
           ELSE
               MULTIPLY SR-QTY-RETURNED BY EFFECTIVE-PRICE
                   GIVING CALC-EXTENDED
               IF SR-INVOICE-NUMBER NOT = IC-INVOICE-NUMBER
                   PERFORM 480-LOAD-INVOICE-CREDITS
               END-IF
               PERFORM 490-TAX-RETURN
               ADD CALC-EXTENDED CALC-LINE-TAX
                   GIVING CALC-LINE-CREDIT
               COMPUTE CALC-INVOICE-ROOM = IC-INVOICE-AMOUNT
                                         - IC-PRIOR-CREDITS
                                         - IC-RUN-CREDITS
               EVALUATE TRUE
                   WHEN CALC-LINE-CREDIT > CALC-INVOICE-ROOM
                       MOVE 'N' TO RECORD-VALID-SW
                       MOVE 'CREDIT EXCEEDS BALANCE' TO RD-REMARK
                   WHEN MIT-COUNT = 100
                    AND MIT-INVOICE-NUMBER(100) NOT = SR-INVOICE-NUMBER
                       MOVE 'N' TO RECORD-VALID-SW
                       MOVE 'TOO MANY INVOICES' TO RD-REMARK
               END-EVALUATE
           END-IF
       .

       475-LOOKUP-INVOICE-PRICE.
           MOVE 'N' TO PRICE-FOUND-SW
           MOVE 'Y' TO PRICE-READ-SW
           MOVE 0 TO EFFECTIVE-PRICE
           MOVE SR-PROD-ID TO PX-PROD-ID
           MOVE 0 TO PX-EFFECTIVE-DATE
           START PRICE-MASTER
               KEY IS NOT LESS THAN PX-KEY
               INVALID KEY
                   MOVE 'N' TO PRICE-READ-SW
           END-START
           PERFORM UNTIL NO-MORE-PRICE-DATA
               READ PRICE-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO PRICE-READ-SW
                   NOT AT END
                       IF PX-PROD-ID NOT = SR-PROD-ID
                          OR PX-EFFECTIVE-DATE > PRICE-AS-OF-DATE
                           MOVE 'N' TO PRICE-READ-SW
                       ELSE
                           MOVE PX-SELLING-PRICE TO EFFECTIVE-PRICE
                           MOVE 'Y' TO PRICE-FOUND-SW
                       END-IF
               END-READ
           END-PERFORM
       .

       480-LOAD-INVOICE-CREDITS.
           MOVE SR-INVOICE-NUMBER TO IC-INVOICE-NUMBER
           MOVE OI-INVOICE-AMOUNT TO IC-INVOICE-AMOUNT
           MOVE 0 TO IC-PRIOR-CREDITS
           MOVE 0 TO IC-RUN-CREDITS
           MOVE 'Y' TO CREDIT-HIST-READ-SW
           MOVE SR-INVOICE-NUMBER TO CR-ORIG-INVOICE
           MOVE 0 TO CR-CREDIT-NUMBER
           START CREDIT-HISTORY
               KEY IS NOT LESS THAN CR-KEY
               INVALID KEY
                   MOVE 'N' TO CREDIT-HIST-READ-SW
           END-START
           PERFORM UNTIL NO-MORE-CREDIT-HISTORY
               READ CREDIT-HISTORY NEXT RECORD
                   AT END
                       MOVE 'N' TO CREDIT-HIST-READ-SW
                   NOT AT END
                       IF CR-ORIG-INVOICE NOT = IC-INVOICE-NUMBER
                           MOVE 'N' TO CREDIT-HIST-READ-SW
                       ELSE
                           ADD CR-GOODS-AMOUNT CR-TAX-AMOUNT
                               TO IC-PRIOR-CREDITS
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 485-FIND-INVOICE-TAX
       .

       485-FIND-INVOICE-TAX.
           MOVE 'N' TO IC-HISTORY-SW
           MOVE SPACES TO IC-STATE
           MOVE 0 TO IC-TAX-RATE
           MOVE 'Y' TO TAX-HIST-READ-SW
           OPEN INPUT TAX-HISTORY-FILE
           PERFORM UNTIL NO-MORE-TAX-HISTORY
                      OR IC-ON-TAX-HISTORY
               READ TAX-HISTORY-FILE
                   AT END
                       MOVE 'N' TO TAX-HIST-READ-SW
                   NOT AT END
                       IF TH-INVOICE-NUMBER = IC-INVOICE-NUMBER
                          AND NOT TH-CREDIT-ENTRY
                           MOVE 'Y' TO IC-HISTORY-SW
                           MOVE TH-STATE TO IC-STATE
                           MOVE TH-TAX-RATE TO IC-TAX-RATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-HISTORY-FILE
       .

       490-TAX-RETURN.
           MOVE 0 TO CALC-LINE-TAX
           IF IC-ON-TAX-HISTORY
              AND NOT CUSTOMER-TAX-EXEMPT
              AND IC-TAX-RATE > 0
               COMPUTE CALC-LINE-TAX ROUNDED =
                   CALC-EXTENDED * IC-TAX-RATE / 100
           END-IF
       .

       500-CREDIT-RETURN.
           IF NOT MEMO-IN-PROGRESS
               MOVE SR-CUSTOMER-ID TO CUSTOMER-ID-HOLD
               PERFORM 550-START-CREDIT-MEMO
           END-IF
           MOVE SR-INVOICE-NUMBER TO MI-INVOICE-NUMBER
           MOVE SR-PROD-ID TO MI-PROD-ID
           MOVE SR-QTY-RETURNED TO MI-QTY-RETURNED
           MOVE EFFECTIVE-PRICE TO MI-UNIT-PRICE
           MOVE CALC-EXTENDED TO MI-EXTENDED
           MOVE RS-DESCRIPTION(RSUB) TO MI-REASON-DESC
           MOVE MEMO-ITEM-LINE TO MEMO-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 710-WRITE-MEMO-LINE
           ADD CALC-EXTENDED TO CALC-MEMO-GOODS
           ADD CALC-LINE-TAX TO CALC-MEMO-TAX
           ADD CALC-LINE-CREDIT TO CALC-MEMO-TOTAL
           ADD CALC-LINE-CREDIT TO IC-RUN-CREDITS
           PERFORM 540-ADD-MEMO-INVOICE
           ADD 1 TO RS-RETURN-COUNT(RSUB)
           ADD SR-QTY-RETURNED TO RS-QTY-RETURNED(RSUB)
           ADD CALC-EXTENDED TO RS-CREDIT-VALUE(RSUB)
           ADD 1 TO RC-RETURNS-CREDITED
           ADD SR-QTY-RETURNED TO RC-UNITS-RETURNED
           ADD CALC-EXTENDED TO RC-TOTAL-GOODS
           ADD CALC-LINE-TAX TO RC-TOTAL-TAX
           ADD CALC-LINE-CREDIT TO RC-TOTAL-CREDIT
           PERFORM 520-REDUCE-SALES-HISTORY
           MOVE CALC-EXTENDED TO RD-CREDIT
           IF SR-RESTOCKABLE
               PERFORM 530-QUEUE-RESTOCK
           ELSE
               MOVE 'CREDITED' TO RD-REMARK
               ADD SR-QTY-RETURNED TO RC-UNITS-NOT-RESTOCKED
           END-IF
           PERFORM 650-WRITE-REGISTER-DETAIL
       .

       520-REDUCE-SALES-HISTORY.
           MOVE SR-PROD-ID TO SH-PROD-ID
           MOVE WS-CURRENT-PERIOD-N TO SH-PERIOD
           READ SALES-HISTORY
               INVALID KEY
                   ADD 1 TO RC-HISTORY-MISSES
               NOT INVALID KEY
                   IF SH-QTY-SOLD >= SR-QTY-RETURNED
                       SUBTRACT SR-QTY-RETURNED FROM SH-QTY-SOLD
                   ELSE
                       MOVE 0 TO SH-QTY-SOLD
                   END-IF
                   IF SH-SALES-VALUE >= CALC-EXTENDED
                       SUBTRACT CALC-EXTENDED FROM SH-SALES-VALUE
                   ELSE
                       MOVE 0 TO SH-SALES-VALUE
                   END-IF
                   REWRITE SALES-HISTORY-RECORD
           END-READ
       .

       530-QUEUE-RESTOCK.
           EVALUATE TRUE
               WHEN SR-COSTUME-SIZE = SPACES
                   MOVE 'CREDITED - NO SIZE' TO RD-REMARK
                   ADD SR-QTY-RETURNED TO RC-UNITS-NOT-RESTOCKED
               WHEN RESTOCK-COUNT < 200
                   ADD 1 TO RESTOCK-COUNT
                   MOVE SR-CUSTOMER-ID TO RK-CUSTOMER-ID(RESTOCK-COUNT)
                   MOVE SR-INVOICE-NUMBER
                       TO RK-INVOICE-NUMBER(RESTOCK-COUNT)
                   MOVE SR-PROD-ID TO RK-PROD-ID(RESTOCK-COUNT)
                   MOVE SR-COSTUME-SIZE TO RK-SIZE(RESTOCK-COUNT)
                   MOVE SR-QTY-RETURNED TO RK-QTY(RESTOCK-COUNT)
                   MOVE 'CREDITED - RESTOCK' TO RD-REMARK
               WHEN OTHER
                   MOVE 'CREDITED-NOT RESTOCKED' TO RD-REMARK
                   ADD SR-QTY-RETURNED TO RC-UNITS-NOT-RESTOCKED
           END-EVALUATE
       .

       540-ADD-MEMO-INVOICE.
           IF MIT-COUNT = 0
              OR MIT-INVOICE-NUMBER(MIT-COUNT) NOT = SR-INVOICE-NUMBER
               ADD 1 TO MIT-COUNT
               MOVE SR-INVOICE-NUMBER TO MIT-INVOICE-NUMBER(MIT-COUNT)
               MOVE IC-STATE TO MIT-STATE(MIT-COUNT)
               MOVE IC-HISTORY-SW TO MIT-HISTORY-SW(MIT-COUNT)
               IF CUSTOMER-TAX-EXEMPT
                  OR IC-TAX-RATE = 0
                   MOVE 'Y' TO MIT-TAX-EXEMPT(MIT-COUNT)
                   MOVE 0 TO MIT-TAX-RATE(MIT-COUNT)
               ELSE
                   MOVE 'N' TO MIT-TAX-EXEMPT(MIT-COUNT)
                   MOVE IC-TAX-RATE TO MIT-TAX-RATE(MIT-COUNT)
               END-IF
               MOVE 0 TO MIT-GOODS(MIT-COUNT)
               MOVE 0 TO MIT-TAX(MIT-COUNT)
           END-IF
           ADD CALC-EXTENDED TO MIT-GOODS(MIT-COUNT)
           ADD CALC-LINE-TAX TO MIT-TAX(MIT-COUNT)
       .

       550-START-CREDIT-MEMO.
           PERFORM 555-ASSIGN-CREDIT-NUMBER
           MOVE CREDIT-NUMBER-WORK-N TO CH-CREDIT-NUMBER
           MOVE 0 TO CALC-MEMO-GOODS
           MOVE 0 TO CALC-MEMO-TAX
           MOVE 0 TO CALC-MEMO-TOTAL
           MOVE 'Y' TO MEMO-OPEN-SW
           MOVE HEADING-ONE TO MEMO-LINE
           WRITE MEMO-LINE
               AFTER ADVANCING PAGE
           MOVE CREDIT-HEADER-LINE TO MEMO-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 710-WRITE-MEMO-LINE
           MOVE CM-CUSTOMER-NAME TO CT-CUSTOMER-NAME
           MOVE CM-CUSTOMER-ID TO CT-CUSTOMER-ID
           MOVE CREDIT-TO-LINE TO MEMO-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 710-WRITE-MEMO-LINE
           MOVE CM-ADDRESS-LINE TO AD-ADDRESS-LINE
           MOVE ADDRESS-DETAIL-LINE TO MEMO-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 710-WRITE-MEMO-LINE
           MOVE CM-CITY TO CD-CITY
           MOVE CM-STATE TO CD-STATE
           MOVE CM-ZIP-CODE TO CD-ZIP-CODE
           MOVE CITY-DETAIL-LINE TO MEMO-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 710-WRITE-MEMO-LINE
           MOVE MEMO-ITEM-HEADING TO MEMO-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 710-WRITE-MEMO-LINE
           MOVE SPACES TO MEMO-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 710-WRITE-MEMO-LINE
       .

       555-ASSIGN-CREDIT-NUMBER.
           MOVE 'N' TO CREDIT-NUMBER-SW
           PERFORM UNTIL CREDIT-NUMBER-FREE
                      OR CNW-SEQUENCE = 9999
               ADD 1 TO CNW-SEQUENCE
               MOVE CREDIT-NUMBER-WORK-N TO OI-INVOICE-NUMBER
               READ OPEN-INVOICE-FILE
                   INVALID KEY
                       MOVE 'Y' TO CREDIT-NUMBER-SW
               END-READ
           END-PERFORM
           IF NOT CREDIT-NUMBER-FREE
               DISPLAY 'CREDIT MEMO NUMBERS FOR ' CNW-RUN-DATE
                       ' ARE ALL IN USE - RUN STOPPED'
               DISPLAY 'RETURNS FROM CUSTOMER ' SR-CUSTOMER-ID
                       ' ONWARD HAVE NOT BEEN PROCESSED'
               MOVE 16 TO RETURN-CODE
               IF RESTOCK-COUNT > 0
                   PERFORM 600-RESTOCK-INVENTORY
               END-IF
               PERFORM 800-END-OF-JOB-ROUTINE
               PERFORM 900-FINAL-ROUTINE
           END-IF
       .

       600-RESTOCK-INVENTORY.
           PERFORM 610-BACKUP-INVENTORY
           OPEN I-O    INVENTORY-FILE
                EXTEND MOVEMENT-FILE
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'INVENTORY-FILE OPEN FAILED, STATUS='
                       WS-INVENTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING KSUB FROM 1 BY 1
                   UNTIL KSUB > RESTOCK-COUNT
               IF RK-QTY(KSUB) > 0
                   PERFORM 615-RESTOCK-ONE-COSTUME
               END-IF
           END-PERFORM
           CLOSE INVENTORY-FILE
                 MOVEMENT-FILE
           PERFORM 640-REPORT-UNAPPLIED-RESTOCK
       .

       610-BACKUP-INVENTORY.
           OPEN INPUT  INVENTORY-FILE
                OUTPUT BACKUP-FILE
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'INVENTORY-FILE OPEN FAILED, STATUS='
                       WS-INVENTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL NO-MORE-INVENTORY-DATA
               READ INVENTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO INVENTORY-EOF-FLAG
                   NOT AT END
                       MOVE INVENTORY-REC TO BACKUP-REC
                       WRITE BACKUP-REC
               END-READ
           END-PERFORM
           CLOSE INVENTORY-FILE
                 BACKUP-FILE
       .

       615-RESTOCK-ONE-COSTUME.
           MOVE 'Y' TO INVENTORY-EOF-FLAG
           MOVE RK-PROD-ID(KSUB) TO IR-COSTUME-ID
           START INVENTORY-FILE
               KEY IS EQUAL TO IR-COSTUME-ID
               INVALID KEY
                   MOVE 'N' TO INVENTORY-EOF-FLAG
           END-START
           PERFORM UNTIL NO-MORE-INVENTORY-DATA
                      OR RK-QTY(KSUB) = 0
               READ INVENTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO INVENTORY-EOF-FLAG
                   NOT AT END
                       IF IR-COSTUME-ID NOT = RK-PROD-ID(KSUB)
                           MOVE 'N' TO INVENTORY-EOF-FLAG
                       ELSE
                           PERFORM 620-APPLY-RESTOCK-TO-RECORD
                       END-IF
               END-READ
           END-PERFORM
       .

       620-APPLY-RESTOCK-TO-RECORD.
           MOVE 'N' TO RECORD-UPDATED-SW
           PERFORM 630-RESTOCK-SLOTS
           IF INVENTORY-RECORD-UPDATED
               REWRITE INVENTORY-REC
                   INVALID KEY
                       DISPLAY 'INVENTORY REWRITE FAILED, KEY=' IR-KEY
               END-REWRITE
           END-IF
       .

       630-RESTOCK-SLOTS.
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 6
                      OR RK-QTY(KSUB) = 0
               IF IR-COSTUME-NAME(SUB) NOT = SPACES
                  AND IR-COSTUME-SIZE(SUB) = RK-SIZE(KSUB)
                  AND IR-QUANTITY-IN-STOCK(SUB) IS NUMERIC
                   SUBTRACT IR-QUANTITY-IN-STOCK(SUB) FROM 999
                       GIVING CALC-ROOM
                   IF CALC-ROOM > RK-QTY(KSUB)
                       MOVE RK-QTY(KSUB) TO CALC-ROOM
                   END-IF
                   IF CALC-ROOM > 0
                       MOVE 'Y' TO RECORD-UPDATED-SW
                       ADD CALC-ROOM TO IR-QUANTITY-IN-STOCK(SUB)
                       SUBTRACT CALC-ROOM FROM RK-QTY(KSUB)
                       ADD CALC-ROOM TO RC-UNITS-RESTOCKED
                       PERFORM 635-JOURNAL-RESTOCK
                       PERFORM 637-WRITE-RESTOCK-MOVEMENT
                       MOVE SPACES TO RESTOCK-DETAIL-LINE
                       MOVE IR-COSTUME-ID TO RK-ITEM-ID
                       MOVE IR-VENDOR-ID TO RK-VENDOR-ID
                       MOVE IR-WAREHOUSE-ID TO RK-WAREHOUSE-ID
                       MOVE IR-COSTUME-SIZE(SUB) TO RK-COSTUME-SIZE
                       MOVE CALC-ROOM TO RK-QTY-RESTOCKED
                       MOVE 'RESTOCKED' TO RK-REMARK
                       MOVE RESTOCK-DETAIL-LINE TO REGISTER-LINE
                       MOVE 1 TO PROPER-SPACING
                       PERFORM 700-WRITE-A-LINE
                   END-IF
               END-IF
           END-PERFORM
       .

       635-JOURNAL-RESTOCK.
           IF IR-PURCH-PRICE(SUB) IS NUMERIC
               MULTIPLY CALC-ROOM BY IR-PURCH-PRICE(SUB)
                   GIVING JW-AMOUNT
               IF JW-AMOUNT > 0
                   MOVE 'RSTK' TO JW-TRANS-CODE
                   MOVE JA-RESTOCK-DEBIT-ACCOUNT TO JW-DEBIT-ACCOUNT
                   MOVE JA-RESTOCK-CREDIT-ACCOUNT TO JW-CREDIT-ACCOUNT
                   MOVE IR-COSTUME-ID TO JW-REFERENCE
                   PERFORM 860-WRITE-JOURNAL-ENTRY
               END-IF
           END-IF
       .

       637-WRITE-RESTOCK-MOVEMENT.
           MOVE WS-CURRENT-DATE TO MV-MOVEMENT-DATE
           MOVE 'PROGRAM27' TO MV-SOURCE-PROGRAM
           MOVE 'R' TO MV-MOVEMENT-TYPE
           MOVE IR-VENDOR-ID TO MV-VENDOR-ID
           MOVE IR-WAREHOUSE-ID TO MV-WAREHOUSE-ID
           MOVE IR-COSTUME-ID TO MV-COSTUME-ID
           MOVE SUB TO MV-SLOT
           MOVE '+' TO MV-DIRECTION
           MOVE CALC-ROOM TO MV-QUANTITY
           IF IR-PURCH-PRICE(SUB) IS NUMERIC
               MOVE IR-PURCH-PRICE(SUB) TO MV-UNIT-COST
           ELSE
               MOVE 0 TO MV-UNIT-COST
           END-IF
           MOVE 'CUST RETRN' TO MV-REFERENCE
           WRITE MOVEMENT-RECORD
       .

       640-REPORT-UNAPPLIED-RESTOCK.
           PERFORM VARYING KSUB FROM 1 BY 1
                   UNTIL KSUB > RESTOCK-COUNT
               IF RK-QTY(KSUB) > 0
                   MOVE SPACES TO REGISTER-DETAIL-LINE
                   MOVE RK-CUSTOMER-ID(KSUB) TO RD-CUSTOMER-ID
                   MOVE RK-INVOICE-NUMBER(KSUB) TO RD-INVOICE-NUMBER
                   MOVE RK-PROD-ID(KSUB) TO RD-PROD-ID
                   MOVE RK-QTY(KSUB) TO RD-QTY-RETURNED
                   MOVE 'Y' TO RD-RESTOCK-FLAG
                   MOVE 'NOT RESTOCKED: NO SLOT' TO RD-REMARK
                   PERFORM 650-WRITE-REGISTER-DETAIL
                   ADD RK-QTY(KSUB) TO RC-UNITS-NOT-RESTOCKED
               END-IF
           END-PERFORM
       .

       650-WRITE-REGISTER-DETAIL.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       700-WRITE-A-LINE.
           WRITE REGISTER-LINE
               AFTER ADVANCING PROPER-SPACING
       .

       710-WRITE-MEMO-LINE.
           WRITE MEMO-LINE
               AFTER ADVANCING PROPER-SPACING
       .

       750-CREDIT-MEMO-BREAK.
           MOVE 'MERCHANDISE: ' TO MT-CAPTION
           MOVE CALC-MEMO-GOODS TO MT-CREDIT-TOTAL
           MOVE MEMO-TOTAL-LINE TO MEMO-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 710-WRITE-MEMO-LINE
           MOVE 'SALES TAX: ' TO MT-CAPTION
           MOVE CALC-MEMO-TAX TO MT-CREDIT-TOTAL
           MOVE MEMO-TOTAL-LINE TO MEMO-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 710-WRITE-MEMO-LINE
           MOVE 'CREDIT TOTAL: ' TO MT-CAPTION
           MOVE CALC-MEMO-TOTAL TO MT-CREDIT-TOTAL
           MOVE MEMO-TOTAL-LINE TO MEMO-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 710-WRITE-MEMO-LINE
           PERFORM 760-WRITE-CREDIT-ITEM
           IF CREDIT-MEMO-WRITTEN
               PERFORM 770-REDUCE-CUSTOMER-BALANCE
               PERFORM 780-RECORD-CREDIT-HISTORY
               ADD 1 TO RC-MEMOS-ISSUED
           ELSE
               ADD 1 TO RC-MEMOS-NOT-POSTED
           END-IF
           MOVE 'N' TO MEMO-OPEN-SW
           MOVE 0 TO MIT-COUNT
       .

       760-WRITE-CREDIT-ITEM.
           MOVE CREDIT-NUMBER-WORK-N TO OI-INVOICE-NUMBER
           MOVE CUSTOMER-ID-HOLD TO OI-CUSTOMER-ID
           MOVE WS-CURRENT-DATE TO OI-INVOICE-DATE
           MOVE 'CREDIT MEMO' TO OI-PAYMENT-TERMS
           MOVE CALC-MEMO-TOTAL TO OI-INVOICE-AMOUNT
           MOVE 0 TO OI-AMOUNT-PAID
           MOVE 'R' TO OI-INVOICE-STATUS
           MOVE 'N' TO MEMO-WRITTEN-SW
           WRITE OPEN-INVOICE-RECORD
               INVALID KEY
                   DISPLAY 'CREDIT ITEM ' CREDIT-NUMBER-WORK-N
                           ' NOT WRITTEN, STATUS=' WS-OPEN-INV-STATUS
               NOT INVALID KEY
                   MOVE 'Y' TO MEMO-WRITTEN-SW
                   MOVE 'RTRN' TO JW-TRANS-CODE
                   MOVE JA-RETURN-DEBIT-ACCOUNT TO JW-DEBIT-ACCOUNT
                   MOVE JA-RETURN-CREDIT-ACCOUNT TO JW-CREDIT-ACCOUNT
                   MOVE CALC-MEMO-GOODS TO JW-AMOUNT
                   MOVE CREDIT-NUMBER-WORK-N TO JW-REFERENCE
                   PERFORM 860-WRITE-JOURNAL-ENTRY
      *            TAX CREDITED REVERSES THE STAX ENTRY PROGRAM8 MADE
                   IF CALC-MEMO-TAX > 0
                       MOVE 'STAX' TO JW-TRANS-CODE
                       MOVE JA-STAX-CREDIT-ACCOUNT TO JW-DEBIT-ACCOUNT
                       MOVE JA-STAX-DEBIT-ACCOUNT TO JW-CREDIT-ACCOUNT
                       MOVE CALC-MEMO-TAX TO JW-AMOUNT
                       PERFORM 860-WRITE-JOURNAL-ENTRY
                   END-IF
           END-WRITE
       .

       770-REDUCE-CUSTOMER-BALANCE.
           MOVE CUSTOMER-ID-HOLD TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET CUSTOMER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
           END-READ
           IF CUSTOMER-FOUND
               IF CM-CURRENT-BALANCE >= CALC-MEMO-TOTAL
                   SUBTRACT CALC-MEMO-TOTAL FROM CM-CURRENT-BALANCE
               ELSE
                   MOVE 0 TO CM-CURRENT-BALANCE
               END-IF
               REWRITE CUSTOMER-MASTER-RECORD
           END-IF
       .

       780-RECORD-CREDIT-HISTORY.
           OPEN EXTEND TAX-HISTORY-FILE
           PERFORM VARYING MSUB FROM 1 BY 1
                   UNTIL MSUB > MIT-COUNT
               MOVE MIT-INVOICE-NUMBER(MSUB) TO CR-ORIG-INVOICE
               MOVE CREDIT-NUMBER-WORK-N TO CR-CREDIT-NUMBER
               MOVE CUSTOMER-ID-HOLD TO CR-CUSTOMER-ID
               MOVE WS-CURRENT-DATE TO CR-CREDIT-DATE
               MOVE MIT-GOODS(MSUB) TO CR-GOODS-AMOUNT
               MOVE MIT-TAX(MSUB) TO CR-TAX-AMOUNT
               WRITE CREDIT-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY 'CREDIT HISTORY NOT WRITTEN, KEY='
                               CR-KEY
               END-WRITE
               IF MIT-ON-TAX-HISTORY(MSUB)
                   PERFORM 785-WRITE-TAX-CREDIT
               END-IF
           END-PERFORM
           CLOSE TAX-HISTORY-FILE
       .

       785-WRITE-TAX-CREDIT.
           MOVE WS-CURRENT-DATE TO TH-INVOICE-DATE
           MOVE CREDIT-NUMBER-WORK-N TO TH-INVOICE-NUMBER
           MOVE CUSTOMER-ID-HOLD TO TH-CUSTOMER-ID
           MOVE MIT-STATE(MSUB) TO TH-STATE
           MOVE MIT-TAX-EXEMPT(MSUB) TO TH-TAX-EXEMPT
           IF MIT-TAX-EXEMPT(MSUB) = 'Y'
               MOVE 0 TO TH-TAXABLE-AMOUNT
               MOVE MIT-GOODS(MSUB) TO TH-EXEMPT-AMOUNT
           ELSE
               MOVE MIT-GOODS(MSUB) TO TH-TAXABLE-AMOUNT
               MOVE 0 TO TH-EXEMPT-AMOUNT
           END-IF
           MOVE MIT-TAX-RATE(MSUB) TO TH-TAX-RATE
           MOVE MIT-TAX(MSUB) TO TH-TAX-AMOUNT
           MOVE 'C' TO TH-ENTRY-TYPE
           WRITE TAX-HISTORY-RECORD
       .

       800-END-OF-JOB-ROUTINE.
           PERFORM 850-PRINT-REASON-TOTALS
           MOVE 'RETURNS READ:' TO RC-CAPTION
           MOVE RC-RETURNS-READ TO RC-COUNT
           MOVE REGISTER-COUNT-LINE TO REGISTER-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'RETURNS CREDITED:' TO RC-CAPTION
           MOVE RC-RETURNS-CREDITED TO RC-COUNT
           MOVE REGISTER-COUNT-LINE TO REGISTER-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'RETURNS REJECTED:' TO RC-CAPTION
           MOVE RC-RETURNS-REJECTED TO RC-COUNT
           MOVE REGISTER-COUNT-LINE TO REGISTER-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'CREDIT MEMOS ISSUED:' TO RC-CAPTION
           MOVE RC-MEMOS-ISSUED TO RC-COUNT
           MOVE REGISTER-COUNT-LINE TO REGISTER-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'CREDIT MEMOS NOT POSTED:' TO RC-CAPTION
           MOVE RC-MEMOS-NOT-POSTED TO RC-COUNT
           MOVE REGISTER-COUNT-LINE TO REGISTER-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'UNITS RETURNED:' TO RC-CAPTION
           MOVE RC-UNITS-RETURNED TO RC-COUNT
           MOVE REGISTER-COUNT-LINE TO REGISTER-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'UNITS RESTOCKED:' TO RC-CAPTION
           MOVE RC-UNITS-RESTOCKED TO RC-COUNT
           MOVE REGISTER-COUNT-LINE TO REGISTER-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'UNITS NOT RESTOCKED:' TO RC-CAPTION
           MOVE RC-UNITS-NOT-RESTOCKED TO RC-COUNT
           MOVE REGISTER-COUNT-LINE TO REGISTER-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'RETURNS NOT IN PERIOD HISTORY:' TO RC-CAPTION
           MOVE RC-HISTORY-MISSES TO RC-COUNT
           MOVE REGISTER-COUNT-LINE TO REGISTER-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'MERCHANDISE CREDITED:' TO RA-CAPTION
           MOVE RC-TOTAL-GOODS TO RA-AMOUNT
           MOVE REGISTER-AMOUNT-LINE TO REGISTER-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'SALES TAX CREDITED:' TO RA-CAPTION
           MOVE RC-TOTAL-TAX TO RA-AMOUNT
           MOVE REGISTER-AMOUNT-LINE TO REGISTER-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 'TOTAL CREDIT ISSUED:' TO RA-CAPTION
           MOVE RC-TOTAL-CREDIT TO RA-AMOUNT
           MOVE REGISTER-AMOUNT-LINE TO REGISTER-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
       .

       850-PRINT-REASON-TOTALS.
           MOVE REASON-HEADER-LINE TO REGISTER-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM VARYING RSUB FROM 1 BY 1 UNTIL RSUB > 6
               MOVE RS-REASON-CODE(RSUB) TO RT-REASON-CODE
               MOVE RS-DESCRIPTION(RSUB) TO RT-DESCRIPTION
               MOVE RS-RETURN-COUNT(RSUB) TO RT-RETURN-COUNT
               MOVE RS-QTY-RETURNED(RSUB) TO RT-QTY-RETURNED
               MOVE RS-CREDIT-VALUE(RSUB) TO RT-CREDIT-VALUE
               MOVE REASON-TOTAL-LINE TO REGISTER-LINE
               PERFORM 700-WRITE-A-LINE
           END-PERFORM
       .

       860-WRITE-JOURNAL-ENTRY.
           MOVE 'PROGRAM27' TO GJ-SOURCE-PROGRAM
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
           CLOSE SORTED-RETURN-FILE
                 CUSTOMER-MASTER
                 PRODUCT-MASTER
                 OPEN-INVOICE-FILE
                 PRICE-MASTER
                 SALES-HISTORY
                 CREDIT-HISTORY
                 CREDIT-MEMO-FILE
                 RETURNS-REGISTER
                 JOURNAL-FILE
           STOP RUN
       .
