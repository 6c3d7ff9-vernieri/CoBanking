      * product/account-type code (e.g. CHK checking, SAV savings,
      * MMK money market). ACCOUNT-RECORDs carry the product in
      * ACCOUNT-PRODUCT-CODE; programs load this file into a table at
      * start-up and look parameters up by code. PROD-NSF-FEE is the
      * charge NsfFeeBatch levies for each item returned unpaid for
      * insufficient or held funds (zero = no NSF fee on the product).
      *****************************************************************
       01 PRODUCT-RECORD.
           05 PROD-CODE            PIC X(3).
               88 PROD-ALLOWS-OVERDRAFT  VALUE "Y".
           05 PROD-SERVICE-FEE     PIC 9(4)V99.
           05 PROD-FEE-WAIVER-MIN  PIC 9(8)V99.
           05 PROD-NSF-FEE         PIC 9(4)V99.
