       PROGRAM-ID. PROGRAM23.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program prints the slow-mover and dead stock valuation for
      *ASHRALS LTD.  Every costume position on the inventory master
      *INVMAST.DAT is matched against the sales history master
      *SALESHIST.DAT over the trailing six periods ending with the open
      *period on PERIODCTL.DAT.  Positions holding stock whose demand
      *over the window is negligible are valued at quantity in stock
      *times purchase price, reported worst-first within vendor and
      *warehouse with subtotals and a grand total of the capital tied
      *up, and each line carries the count of consecutive periods
      *without a sale - the answer to the question finance asks every
      *quarter about how much money is sitting in costumes nobody buys.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT INVENTORY-FILE
               ASSIGN TO 'INVMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IR-KEY
               ALTERNATE RECORD KEY IS IR-COSTUME-ID WITH DUPLICATES
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT DEAD-STOCK-SORT-FILE
               ASSIGN TO 'PR23DEADSORT.TMP'.
             RECORD CONTAINS 136 CHARACTERS.

       01    INVENTORY-REC.
             05    IR-KEY.
                   10  IR-VENDOR-ID            PIC X(4).
                   10  IR-WAREHOUSE-ID         PIC X(3).
                   10  IR-COSTUME-ID           PIC X(3).
             05    IR-COSTUME-DATA OCCURS 6 TIMES.
                   10  IR-COSTUME-NAME         PIC X(9).
                   10  IR-COSTUME-SIZE         PIC A.
       01    WS-WORK-AREAS.
             05    WS-PERIOD-CTL-STATUS      PIC X(2) VALUE '00'.
             05    WS-HISTORY-STATUS         PIC X(2) VALUE '00'.
             05    WS-INVENTORY-STATUS       PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           OPEN INPUT  SALES-HISTORY
                       INVENTORY-FILE
                OUTPUT VALUATION-REPORT
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'INVENTORY-FILE OPEN FAILED, STATUS='
                       WS-INVENTORY-STATUS
               STOP RUN
           END-IF
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'SALES-HISTORY OPEN FAILED, STATUS='
                       WS-HISTORY-STATUS
