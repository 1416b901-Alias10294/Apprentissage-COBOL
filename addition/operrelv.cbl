           05  LDG-NB PIC 9(7).
           05  LDG-TOTAL PIC S9(9)V99
                SIGN IS LEADING SEPARATE.
           05  LDG-CATEGORIE PIC X(3).

       FD  OPER-FILE.
       01  OPER-REC.
