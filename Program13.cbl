             05  CM-CREDIT-LIMIT             PIC 9(7)V99.
             05  CM-PAYMENT-TERMS            PIC X(11).
             05  CM-CURRENT-BALANCE          PIC 9(7)V99.
             05  CM-TAX-EXEMPT               PIC X.
                 88  CUSTOMER-TAX-EXEMPT             VALUE 'Y'.

       FD    PRODUCT-MASTER.
       01    PRODUCT-MASTER-RECORD.
           IF WS-CUST-MASTER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-MASTER OPEN FAILED, STATUS='
                       WS-CUST-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PROD-MASTER-STATUS NOT = '00'
               DISPLAY 'PRODUCT-MASTER OPEN FAILED, STATUS='
                       WS-PROD-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WARNING-FILE
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY 'SUSPENSE-FILE OPEN FAILED, STATUS='
                       WS-SUSPENSE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CURRENT-DATE-N TO SU-REJECT-DATE
