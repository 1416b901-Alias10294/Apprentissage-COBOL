               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT STOCK-VRF-FILE ASSIGN TO "SAUVSTCK.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STK-CODE
               FILE STATUS IS WS-STK-STATUS.
           SELECT MANIFESTE-TMP-FILE ASSIGN TO "MANIFEST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFESTE-STATUS.
       FD  PRODUIT-VRF-FILE.
       COPY PRODUIT.

       FD  STOCK-VRF-FILE.
       COPY STOCK.

       FD  MANIFESTE-TMP-FILE.
       01  MANIFESTE-REC.
           05  MAN-FICHIER PIC X(20).
       WORKING-STORAGE SECTION.
       01  WS-COMPTAGE-STATUS PIC XX.
       01  WS-PROD-STATUS PIC XX.
       01  WS-STK-STATUS PIC XX.
       01  WS-MANIFESTE-STATUS PIC XX.
       01  WS-EOF PIC X.
       01  WS-AUJOURDHUI PIC 9(8).
           05  FILLER PIC X(21) VALUE "ADDNLEDG.DAT        N".
           05  FILLER PIC X(21) VALUE "PRODRESV.DAT        N".
           05  FILLER PIC X(21) VALUE "PRODMVTA.DAT        N".
           05  FILLER PIC X(21) VALUE "ADDNSUSP.DAT        N".
           05  FILLER PIC X(21) VALUE "ADDNDOUB.DAT        N".
           05  FILLER PIC X(21) VALUE "ADDNLOTH.DAT        N".
           05  FILLER PIC X(21) VALUE "PRODUIT.DAT         O".
           05  FILLER PIC X(21) VALUE "STOCKECA.DAT        N".
           05  FILLER PIC X(21) VALUE "STOCK.DAT           S".
           05  FILLER PIC X(21) VALUE "PRODRETR.DAT        N".
           05  FILLER PIC X(21) VALUE "VEHICULE.DAT        N".
           05  FILLER PIC X(21) VALUE "JPSUSPECT.DAT       N".
           05  FILLER PIC X(21) VALUE "SEQDEF.DAT          N".
           05  FILLER PIC X(21) VALUE "SEQHIST.DAT         N".
           05  FILLER PIC X(21) VALUE "SEQREG.DAT          N".
       01  TABLE-MASTERS-R REDEFINES TABLE-MASTERS.
           05  MASTER-ENTRY OCCURS 20 TIMES.
               10  TAB-MA-NOM PIC X(20).
               10  TAB-MA-INDEXE PIC X.

           MOVE 0 TO RETURN-CODE.
           PERFORM OUVRIR-MANIFESTE.
           MOVE 1 TO WS-IDX.
           PERFORM SAUVER-MASTER UNTIL WS-IDX > 20.
           CLOSE MANIFESTE-TMP-FILE.
           MOVE SPACES TO WS-COMMANDE.
           STRING "mv MANIFEST.TMP " DELIMITED BY SIZE

       COMPTER-MASTER.
           MOVE 0 TO WS-NB-ENREG.
           EVALUATE TAB-MA-INDEXE(WS-IDX)
               WHEN "O"
                   PERFORM COMPTER-MASTER-INDEXE
               WHEN "S"
                   PERFORM COMPTER-MASTER-STOCK
               WHEN OTHER
                   PERFORM COMPTER-MASTER-SEQUENTIEL
           END-EVALUATE.

       COMPTER-MASTER-SEQUENTIEL.
           MOVE SPACES TO WS-COMMANDE.
       COMPTER-UN-PRODUIT.
           ADD 1 TO WS-NB-ENREG.
           PERFORM LECTURE-PRODUIT-VRF.

       COMPTER-MASTER-STOCK.
           MOVE SPACES TO WS-COMMANDE.
           STRING "cp " DELIMITED BY SIZE
               TAB-MA-NOM(WS-IDX) DELIMITED BY SPACE
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
