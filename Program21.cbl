       PROGRAM-ID. PROGRAM21.
       AUTHOR. JACOB SHUMATE.
      ****************************************************************
      *This program prints the gross margin report for ASHRALS LTD. For
      *every costume position on the inventory master INVMAST.DAT it
      *looks up the selling price in effect on the run date from
      *PRICEMAST.DAT (the master PROGRAM20 maintains), joins it to the
      *purchase price carried on the inventory record, and reports the
      *margin per unit and margin percent for each size bucket.
      *Positions selling below cost are flagged and counted, and
      *costumes with no price on file are listed so pricing can load
      *them, so management can finally see which costumes are sold for
      *less than they cost.
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

           SELECT PRICE-MASTER
               ASSIGN TO 'PRICEMAST.DAT'
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
       01    WS-WORK-AREAS.
             05    WS-PRICE-MASTER-STATUS    PIC X(2) VALUE '00'.
             05    WS-INVENTORY-STATUS       PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           OPEN INPUT  INVENTORY-FILE
                       PRICE-MASTER
                OUTPUT MARGIN-REPORT
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'INVENTORY-FILE OPEN FAILED, STATUS='
                       WS-INVENTORY-STATUS
               STOP RUN
           END-IF
           IF WS-PRICE-MASTER-STATUS NOT = '00'
               DISPLAY 'PRICE-MASTER OPEN FAILED, STATUS='
                       WS-PRICE-MASTER-STATUS
