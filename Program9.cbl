       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program generates machine-readable purchase orders for
      *ASHRALS LTD from the inventory master INVMAST.DAT.  It applies
      *the same reorder test PROGRAM4 prints exceptions for - any
      *costume whose quantity in stock has fallen to or below its
      *reorder point - and writes one purchase order file per vendor
      *(CH20, LA10, NY30, DA05) carrying the costume id, name and size,
      *a suggested order quantity that brings stock back above the
      *reorder point, and the extended cost at the purchase price, with
      *an order-total trailer per vendor.  Purchasing transmits these
      *files to the vendors directly.  Every detail line cut is also
      *retained on the open-PO master OPENPO.DAT, keyed by vendor,
      *warehouse, costume and size, and the suggested order quantity is
      *reduced by any quantity already on an open line so the same
      *shortage is not ordered again before the goods arrive.
      *PROGRAM17 relieves the open lines as dock receipts are keyed
      *and PROGRAM31 counts the vendor's billing against them.  A
      *closed line reused for a new order starts again with nothing
      *received and nothing billed.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE
               ASSIGN TO 'INVMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IR-KEY
               ALTERNATE RECORD KEY IS IR-COSTUME-ID WITH DUPLICATES
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT PO-CH20-FILE
               ASSIGN TO 'PO-CH20.TXT'
             RECORD CONTAINS 136 CHARACTERS.

       01    INVENTORY-REC.
             05    IR-KEY.
                   10  IR-VENDOR-ID            PIC X(4).
                   10  IR-WAREHOUSE-ID         PIC X(3).
                   10  IR-COSTUME-ID           PIC X(3).
             05    IR-COSTUME-DATA OCCURS 6 TIMES.
                   10  IR-COSTUME-NAME         PIC X(9).
                   10  IR-COSTUME-SIZE         PIC A.
             05  OP-UNIT-PRICE               PIC 99V99.
             05  OP-ORDER-DATE               PIC 9(6).
             05  OP-LINE-STATUS              PIC X.
             05  OP-QTY-BILLED               PIC 9(5).

       FD    ERROR-FILE.
       01    ERROR-LINE                  PIC X(156).
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-OPEN-PO-STATUS         PIC X(2) VALUE '00'.
             05    WS-INVENTORY-STATUS       PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
                       PO-NY30-FILE
                       PO-DA05-FILE
                       ERROR-FILE
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'INVENTORY-FILE OPEN FAILED, STATUS='
                       WS-INVENTORY-STATUS
               STOP RUN
           END-IF
           OPEN I-O OPEN-PO-FILE
           IF WS-OPEN-PO-STATUS = '35'
               OPEN OUTPUT OPEN-PO-FILE
               MOVE IR-COSTUME-NAME(SUB) TO OP-COSTUME-NAME
               MOVE CALC-ORDER-QTY TO OP-QTY-ORDERED
               MOVE 0 TO OP-QTY-RECEIVED
               MOVE 0 TO OP-QTY-BILLED
               MOVE IR-PURCH-PRICE(SUB) TO OP-UNIT-PRICE
               MOVE WS-CURRENT-DATE TO OP-ORDER-DATE
               MOVE 'O' TO OP-LINE-STATUS
