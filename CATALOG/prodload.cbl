           05  FLAT-MAINT-FEE      PIC 9(4)V99.
           05  FLAT-DORMANT-DAYS   PIC 9(4).
           05  FLAT-NSF-FEE        PIC 9(4)V99.
           05  FLAT-PROD-KIND      PIC X(1).
           05  FLAT-DORMANT-WARN-DAYS PIC 9(3).
           05  FLAT-CLOSING-FEE    PIC 9(4)V99.
           05  FLAT-ADULT-CODE     PIC X(3).
           05  FLAT-MAJORITY-AGE   PIC 9(2).
           05  FLAT-CURRENCY       PIC X(3).

       FD  PRODUCT-CATALOG-FILE.
           COPY PRODCAT.
           MOVE FLAT-MAINT-FEE      TO PROD-MAINT-FEE.
           MOVE FLAT-DORMANT-DAYS   TO PROD-DORMANT-DAYS.
           MOVE FLAT-NSF-FEE        TO PROD-NSF-FEE.
           MOVE FLAT-PROD-KIND      TO PROD-KIND.
      *    A terms sheet cut before the warning column existed ends
      *    short; its products simply send no dormancy warning.
           IF FLAT-DORMANT-WARN-DAYS IS NUMERIC
               MOVE FLAT-DORMANT-WARN-DAYS TO PROD-DORMANT-WARN-DAYS
           END-IF.
      *    Likewise the closing fee column: a sheet without it closes
      *    the product's accounts free.
           IF FLAT-CLOSING-FEE IS NUMERIC
               MOVE FLAT-CLOSING-FEE TO PROD-CLOSING-FEE
           END-IF.
      *    And the youth columns: a sheet without them sells no youth
      *    product, and a youth product with no age moves at 18.
           MOVE FLAT-ADULT-CODE     TO PROD-ADULT-CODE.
           IF FLAT-MAJORITY-AGE IS NUMERIC
               MOVE FLAT-MAJORITY-AGE TO PROD-MAJORITY-AGE
           END-IF.
      *    And the currency column: a sheet without it sells every
      *    product in the base currency.
           MOVE FLAT-CURRENCY       TO PROD-CURRENCY.
           WRITE PRODUCT-CATALOG-RECORD.
           IF NOT PROD-WRITE-OK
               DISPLAY "ProductLoad: write failed for product "
