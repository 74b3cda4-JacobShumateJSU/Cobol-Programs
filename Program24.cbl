             05  CM-CREDIT-LIMIT             PIC 9(7)V99.
             05  CM-PAYMENT-TERMS            PIC X(11).
             05  CM-CURRENT-BALANCE          PIC 9(7)V99.
             05  CM-TAX-EXEMPT               PIC X.
                 88  CUSTOMER-TAX-EXEMPT             VALUE 'Y'.

       SD    GEO-SORT-FILE
             RECORD CONTAINS 29 CHARACTERS.
