               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT STOCK-VRF-FILE ASSIGN TO "SAUVSTCK.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STK-CODE
               FILE STATUS IS WS-STK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUIT-VRF-FILE.
       COPY PRODUIT.

       FD  STOCK-VRF-FILE.
       COPY STOCK.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC XX.
       01  WS-MANIFESTE-STATUS PIC XX.
       01  WS-COMPTAGE-STATUS PIC XX.
       01  WS-PROD-STATUS PIC XX.
       01  WS-STK-STATUS PIC XX.
       01  WS-EOF PIC X.
       01  WS-MANIFESTE-EOF PIC X VALUE "N".
       01  WS-DATE-DEMANDEE PIC 9(8).
       01  WS-NB-ECHECS PIC 9(2) VALUE 0.
       01  WS-NB-ENREG PIC 9(7).
       01  TABLE-MANIFESTE.
           05  MANIFESTE-ENTRY OCCURS 40 TIMES.
               10  TAB-MF-NOM PIC X(20).
               10  TAB-MF-NB PIC 9(7).
               10  TAB-MF-INDEXE PIC X.
           END-READ.

       RANGER-MANIFESTE.
           IF WS-NB-FICHIERS >= 40
               DISPLAY "Manifeste trop long, maximum 40 fichiers."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       COMPTER-SAUVEGARDE.
           MOVE 0 TO WS-NB-ENREG.
           EVALUATE TAB-MF-INDEXE(WS-IDX)
               WHEN "O"
                   PERFORM COMPTER-SAUVEGARDE-INDEXEE
               WHEN "S"
                   PERFORM COMPTER-SAUVEGARDE-STOCK
               WHEN OTHER
                   PERFORM COMPTER-SAUVEGARDE-SEQ
           END-EVALUATE.

       COMPTER-SAUVEGARDE-SEQ.
           MOVE SPACES TO WS-COMMANDE.
           ADD 1 TO WS-NB-ENREG.
           PERFORM LECTURE-PRODUIT-VRF.

       COMPTER-SAUVEGARDE-STOCK.
           MOVE SPACES TO WS-COMMANDE.
           STRING "cp " DELIMITED BY SIZE
               WS-REPERTOIRE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               TAB-MF-NOM(WS-IDX) DELIMITED BY SPACE
               " SAUVSTCK.TMP" DELIMITED BY SIZE
               INTO WS-COMMANDE.
           CALL "SYSTEM" USING WS-COMMANDE.
           MOVE 0 TO RETURN-CODE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT STOCK-VRF-FILE.
           IF WS-STK-STATUS = "00"
               PERFORM LECTURE-STOCK-VRF
               PERFORM COMPTER-UN-STOCK UNTIL WS-EOF = "Y"
               CLOSE STOCK-VRF-FILE
           END-IF.

       LECTURE-STOCK-VRF.
           READ STOCK-VRF-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       COMPTER-UN-STOCK.
           ADD 1 TO WS-NB-ENREG.
           PERFORM LECTURE-STOCK-VRF.

       RESTAURER-FICHIER.
           MOVE SPACES TO WS-COMMANDE.
           STRING "cp " DELIMITED BY SIZE
