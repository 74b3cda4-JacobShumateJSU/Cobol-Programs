       PROGRAM-ID. PROGRAM5.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program reconciles PROGRAM2's sales activity against the
      *inventory master PROGRAM4 loads (INVMAST.DAT) for ASHRALS LTD,
      *matching on the shared product/costume identifier and reporting
      *any item where cumulative QTY-SOLD has exceeded the recorded
      *quantity in stock.  Both inputs are sorted by the product
      *identifier and totalled on control breaks in a two-file match,
      *so the full product population is reconciled regardless of how
      *many products are on the catalog.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVENTORY-FILE
               ASSIGN TO 'INVMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IR-KEY
               ALTERNATE RECORD KEY IS IR-COSTUME-ID WITH DUPLICATES
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT SALES-SORT-FILE
               ASSIGN TO 'PR5SALESSORT.TMP'.
             RECORD CONTAINS 136 CHARACTERS.

       01    INVENTORY-REC.
             05    IR-KEY.
                   10  IR-VENDOR-ID            PIC X(4).
                   10  IR-WAREHOUSE-ID         PIC X(3).
                   10  IR-COSTUME-ID           PIC X(3).
             05    IR-COSTUME-DATA OCCURS 6 TIMES.
                   10  IR-COSTUME-NAME         PIC X(9).
                   10  IR-COSTUME-SIZE         PIC A.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PROD-MASTER-STATUS       PIC X(2) VALUE '00'.
           05  WS-INVENTORY-STATUS         PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
       .

       150-SORT-INPUT-FILES.
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'INVENTORY-FILE OPEN FAILED, STATUS='
                       WS-INVENTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE INVENTORY-FILE
           SORT SALES-SORT-FILE
                ON ASCENDING KEY SSR-PROD-ID
                USING SALES-FILE
           IF WS-PROD-MASTER-STATUS NOT = '00'
               DISPLAY 'PRODUCT-MASTER OPEN FAILED, STATUS='
                       WS-PROD-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE
