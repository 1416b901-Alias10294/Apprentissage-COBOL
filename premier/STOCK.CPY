       01  STOCK-REC.
           05  STK-CODE PIC 9(9).
           05  STK-QUANTITE PIC S9(7) SIGN IS LEADING SEPARATE.
           05  STK-MINIMUM PIC 9(7).
           05  STK-DATE-MVT PIC 9(8).
           05  STK-DATE-INVENT PIC 9(8).
