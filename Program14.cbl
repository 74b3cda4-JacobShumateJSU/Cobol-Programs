       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program suggests inter-warehouse stock transfers for
      *ASHRALS LTD from the inventory master INVMAST.DAT that PROGRAM4
      *loads. Each costume/size position is compared across the three
      *warehouses (BHM, HUN, DAL); wherever one location is at or below
      *its reorder point while another holds surplus above its own, a
      *transfer suggestion is printed - from-warehouse, to-warehouse,
      *costume, size and quantity - sized to bring the short location
      *back above its reorder point without pulling the donor below its
      *own.  Moving stock already owned is cheaper and faster than
      *cutting a vendor purchase order. Each suggestion is also written
      *as a machine-readable transfer order to TRANSFER-ORDERS.TXT; the
      *warehouse managers mark the orders they act on and PROGRAM18
      *posts the approved subset to INVMAST.DAT by key so the master
      *follows the stock.
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

           SELECT TRANSFER-SORT-FILE
               ASSIGN TO 'PR14TRANSORT.TMP'.
             RECORD CONTAINS 136 CHARACTERS.

       01    INVENTORY-REC.
             05    IR-KEY.
                   10  IR-VENDOR-ID            PIC X(4).
                   10  IR-WAREHOUSE-ID         PIC X(3).
                   10  IR-COSTUME-ID           PIC X(3).
             05    IR-COSTUME-DATA OCCURS 6 TIMES.
                   10  IR-COSTUME-NAME         PIC X(9).
                   10  IR-COSTUME-SIZE         PIC A.
       01    ERROR-LINE                      PIC X(156).

       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-INVENTORY-STATUS       PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
       150-SORT-POSITIONS.
           OPEN INPUT  INVENTORY-FILE
                OUTPUT ERROR-FILE
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'INVENTORY-FILE OPEN FAILED, STATUS='
                       WS-INVENTORY-STATUS
               STOP RUN
           END-IF
           SORT TRANSFER-SORT-FILE
                ON ASCENDING KEY TSR-COSTUME-ID
                ON ASCENDING KEY TSR-COSTUME-SIZE
