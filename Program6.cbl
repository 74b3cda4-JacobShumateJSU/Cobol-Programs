      *and deletes, applies them to CUSTMAST.DAT and PRODMAST.DAT
      *with duplicate and not-found checking, and prints an audit
      *report showing the before and after image of every change so
      *each maintenance run can be proven to the auditors.  Each
      *customer carries a sales tax exempt flag (Y or N, blank taken
      *as N) that PROGRAM8 checks before charging the state rate from
      *the tax rate table TAXRATE.DAT.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         05  TR-CURRENT-BALANCE          PIC 9(7)V99.
         05  TR-PROD-ID                  PIC X(3).
         05  TR-PROD-NAME                PIC X(14).
         05  TR-TAX-EXEMPT               PIC X.
             88  VALID-TAX-EXEMPT-CODE             VALUE 'Y' 'N' ' '.

       FD    CUSTOMER-MASTER.
       01    CUSTOMER-MASTER-RECORD.
             05  CM-CREDIT-LIMIT             PIC 9(7)V99.
             05  CM-PAYMENT-TERMS            PIC X(11).
             05  CM-CURRENT-BALANCE          PIC 9(7)V99.
             05  CM-TAX-EXEMPT               PIC X.
                 88  CUSTOMER-TAX-EXEMPT             VALUE 'Y'.

       FD    PRODUCT-MASTER.
       01    PRODUCT-MASTER-RECORD.
           05  BH-PAYMENT-TERMS            PIC X(11).
           05  BH-CURRENT-BALANCE          PIC 9(7)V99.
           05  BH-PROD-NAME                PIC X(14).
           05  BH-TAX-EXEMPT               PIC X.

       01  CUSTOMER-IMAGE-WORK.
           05  CI-CUSTOMER-NAME            PIC X(25).
           05  CI-CREDIT-LIMIT             PIC $Z,ZZZ,ZZ9.99.
           05                              PIC X(1)  VALUE SPACES.
           05  CI-CURRENT-BALANCE          PIC $Z,ZZZ,ZZ9.99.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(7)  VALUE 'EXEMPT='.
           05  CI-TAX-EXEMPT               PIC X(1).

       01  CUSTOMER-IMAGE-WORK-2.
           05  CI2-ADDRESS-LINE            PIC X(25).
                   MOVE CM-CREDIT-LIMIT TO BH-CREDIT-LIMIT
                   MOVE CM-PAYMENT-TERMS TO BH-PAYMENT-TERMS
                   MOVE CM-CURRENT-BALANCE TO BH-CURRENT-BALANCE
                   MOVE CM-TAX-EXEMPT TO BH-TAX-EXEMPT
           END-READ
           EVALUATE TRUE
               WHEN (ADD-TRANSACTION OR CHANGE-TRANSACTION)
                   MOVE 'REJECTED - NON-NUMERIC FIELD' TO AD-RESULT
                   PERFORM 650-WRITE-ACTION-LINE
                   ADD 1 TO MC-TRANS-REJECTED
               WHEN (ADD-TRANSACTION OR CHANGE-TRANSACTION)
                    AND NOT VALID-TAX-EXEMPT-CODE
                   MOVE 'REJECTED - EXEMPT NOT Y OR N' TO AD-RESULT
                   PERFORM 650-WRITE-ACTION-LINE
                   ADD 1 TO MC-TRANS-REJECTED
               WHEN ADD-TRANSACTION AND MASTER-FOUND
                   MOVE 'REJECTED - DUPLICATE KEY' TO AD-RESULT
                   PERFORM 650-WRITE-ACTION-LINE
           MOVE TR-CREDIT-LIMIT TO CM-CREDIT-LIMIT
           MOVE TR-PAYMENT-TERMS TO CM-PAYMENT-TERMS
           MOVE TR-CURRENT-BALANCE TO CM-CURRENT-BALANCE
           IF TR-TAX-EXEMPT = 'Y'
               MOVE 'Y' TO CM-TAX-EXEMPT
           ELSE
               MOVE 'N' TO CM-TAX-EXEMPT
           END-IF
       .

       640-WRITE-CUST-BEFORE-IMAGES.
           MOVE BH-CUSTOMER-NAME TO CI-CUSTOMER-NAME
           MOVE BH-CREDIT-LIMIT TO CI-CREDIT-LIMIT
           MOVE BH-CURRENT-BALANCE TO CI-CURRENT-BALANCE
           MOVE BH-TAX-EXEMPT TO CI-TAX-EXEMPT
           MOVE CUSTOMER-IMAGE-WORK TO ID-IMAGE-VALUE
           PERFORM 660-WRITE-BEFORE-LINE
           MOVE BH-ADDRESS-LINE TO CI2-ADDRESS-LINE
           MOVE TR-CUSTOMER-NAME TO CI-CUSTOMER-NAME
           MOVE TR-CREDIT-LIMIT TO CI-CREDIT-LIMIT
           MOVE TR-CURRENT-BALANCE TO CI-CURRENT-BALANCE
           MOVE CM-TAX-EXEMPT TO CI-TAX-EXEMPT
           MOVE CUSTOMER-IMAGE-WORK TO ID-IMAGE-VALUE
           PERFORM 670-WRITE-AFTER-LINE
           MOVE TR-ADDRESS-LINE TO CI2-ADDRESS-LINE
