       IDENTIFICATION DIVISION.
       PROGRAM-ID. StockInv.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN TO "STOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STK-CODE
               FILE STATUS IS WS-STK-STATUS.
           SELECT PRODUIT-FILE ASSIGN TO "PRODUIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT COMPTAGE-FILE ASSIGN TO "STOCKINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT APPROBATION-FILE ASSIGN TO "STOCKAPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.
           SELECT ECARTS-FILE ASSIGN TO "STOCKECA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECA-STATUS.
           SELECT ECARTS-TMP-FILE ASSIGN TO "STOCKECA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECAT-STATUS.
           SELECT MOUVEMENT-FILE ASSIGN TO "STOCKMVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.
           SELECT ECART-REPORT ASSIGN TO "STOCKINV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE.
       COPY STOCK.

       FD  PRODUIT-FILE.
       COPY PRODUIT.

       FD  COMPTAGE-FILE.
       01  COMPTAGE-REC.
           05  INV-CODE PIC 9(9).
           05  INV-QUANTITE PIC 9(7).

       FD  APPROBATION-FILE.
       01  APPROBATION-REC.
           05  APP-CODE PIC 9(9).
           05  APP-ACTION PIC X.
           05  APP-VISA PIC X(10).

       FD  ECARTS-FILE.
       01  ECARTS-REC.
           05  ECA-CODE PIC 9(9).
           05  ECA-LIVRE PIC S9(7) SIGN IS LEADING SEPARATE.
           05  ECA-COMPTE PIC 9(7).
           05  ECA-ECART PIC S9(7) SIGN IS LEADING SEPARATE.
           05  ECA-DATE PIC 9(8).

       FD  ECARTS-TMP-FILE.
       01  ECARTS-TMP-REC.
           05  ECAT-CODE PIC 9(9).
           05  ECAT-LIVRE PIC S9(7) SIGN IS LEADING SEPARATE.
           05  ECAT-COMPTE PIC 9(7).
           05  ECAT-ECART PIC S9(7) SIGN IS LEADING SEPARATE.
           05  ECAT-DATE PIC 9(8).

       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  MVS-TYPE PIC X.
           05  MVS-CODE PIC 9(9).
           05  MVS-QUANTITE PIC S9(7) SIGN IS LEADING SEPARATE.
           05  MVS-DATE PIC 9(8).
           05  MVS-ORIGINE PIC X(10).

       FD  ECART-REPORT.
       01  LIGNE-RAPPORT PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STK-STATUS PIC XX.
       01  WS-PROD-STATUS PIC XX.
       01  WS-INV-STATUS PIC XX.
       01  WS-APP-STATUS PIC XX.
       01  WS-ECA-STATUS PIC XX.
       01  WS-ECAT-STATUS PIC XX.
       01  WS-MVT-STATUS PIC XX.
       01  WS-RAPPORT-STATUS PIC XX.
       01  WS-INV-EOF PIC X VALUE "N".
       01  WS-APP-EOF PIC X VALUE "N".
       01  WS-ECA-EOF PIC X VALUE "N".
       01  WS-INV-LU PIC X VALUE "N".
       01  WS-APP-LU PIC X VALUE "N".
       01  WS-STOCK-OUVERT PIC X VALUE "N".
       01  WS-AUJOURDHUI PIC 9(8).
       01  WS-PROD-TROUVE PIC X.
       01  WS-STK-TROUVE PIC X.
       01  WS-ECA-TROUVE PIC X.
       01  WS-ECA-IDX PIC 9(4).
       01  WS-CODE-CHERCHE PIC 9(9).
       01  WS-NB-ECARTS PIC 9(4) VALUE 0.
       01  WS-LIVRE PIC S9(7).
       01  WS-ECART PIC S9(7).
       01  WS-VALEUR PIC S9(11)V99.
       01  WS-NB-COMPTES PIC 9(7) VALUE 0.
       01  WS-NB-COMPTES-REFUSES PIC 9(7) VALUE 0.
       01  WS-NB-AVEC-ECART PIC 9(7) VALUE 0.
       01  WS-VALEUR-ECARTS PIC S9(11)V99 VALUE 0.
       01  WS-NB-APP-LUES PIC 9(7) VALUE 0.
       01  WS-NB-APPROUVES PIC 9(7) VALUE 0.
       01  WS-NB-ANNULES PIC 9(7) VALUE 0.
       01  WS-NB-APP-REFUSEES PIC 9(7) VALUE 0.
       01  WS-INV-RENAME-CMD PIC X(60) VALUE
           "test ! -f STOCKINV.DAT || mv STOCKINV.DAT STOCKINV.TRT".
       01  WS-APP-RENAME-CMD PIC X(60) VALUE
           "test ! -f STOCKAPP.DAT || mv STOCKAPP.DAT STOCKAPP.TRT".
       01  WS-ECA-RENAME-CMD PIC X(60) VALUE
           "mv STOCKECA.TMP STOCKECA.DAT".
       01  TABLE-ECARTS.
           05  ECART-ENTRY OCCURS 2000 TIMES.
               10  TAB-ECA-CODE PIC 9(9).
               10  TAB-ECA-LIVRE PIC S9(7).
               10  TAB-ECA-COMPTE PIC 9(7).
               10  TAB-ECA-ECART PIC S9(7).
               10  TAB-ECA-DATE PIC 9(8).
               10  TAB-ECA-ACTIF PIC X.
       01  WS-RPT-ACTION PIC X.
       01  WS-RPT-EMETTRE PIC X.
       01  WS-RPT-LIGNE-1 PIC X(80).
       01  WS-RPT-LIGNE-2 PIC X(80).
       01  WS-TITRE-ECARTS PIC X(30)
           VALUE "ECARTS D'INVENTAIRE".
       01  WS-RPT-PROGRAMME PIC X(12) VALUE "StockInv".
       01  WS-CPT-ECARTS.
           05  WS-CE-PAGE PIC 9(4) VALUE 0.
           05  WS-CE-LIGNES PIC 9(2) VALUE 0.
           05  WS-CE-TOTAL PIC 9(7) VALUE 0.
           05  WS-CE-DATE PIC 9(8) VALUE 0.
           05  WS-CE-HEURE PIC 9(6) VALUE 0.
       01  WS-LIGNE-EDITION PIC X(80).
       01  WS-LIGNE-COLONNES.
           05  FILLER PIC X(31) VALUE "CODE      LIBELLE".
           05  FILLER PIC X(9) VALUE "    LIVRE".
           05  FILLER PIC X(9) VALUE "   COMPTE".
           05  FILLER PIC X(9) VALUE "    ECART".
           05  FILLER PIC X(15) VALUE "         VALEUR".
       01  WS-LIGNE-DETAIL.
           05  WS-LDT-CODE PIC 9(9).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-LIBELLE PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-LIVRE PIC -(7)9.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-COMPTE PIC Z(7)9.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-ECART PIC -(7)9.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-VALEUR PIC -(10)9.99.
       01  WS-LIGNE-REFUS.
           05  WS-LRF-CODE PIC X(9).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LRF-MOTIF PIC X(40).
       01  WS-LIGNE-TOTAL-1.
           05  FILLER PIC X(24) VALUE "ARTICLES COMPTES : ".
           05  WS-LT1-NB PIC ZZZZZZ9.
           05  FILLER PIC X(14) VALUE "   REFUSES : ".
           05  WS-LT1-REFUS PIC ZZZZZZ9.
       01  WS-LIGNE-TOTAL-2.
           05  FILLER PIC X(24) VALUE "ARTICLES EN ECART : ".
           05  WS-LT2-NB PIC ZZZZZZ9.
           05  FILLER PIC X(24) VALUE "   VALEUR NETTE : ".
           05  WS-LT2-VALEUR PIC -(10)9.99.
       01  WS-LIGNE-TOTAL-3.
           05  FILLER PIC X(40)
               VALUE "ECARTS EN ATTENTE D'APPROBATION : ".
           05  WS-LT3-NB PIC ZZZ9.
       01  WS-CTL-PROGRAMME PIC X(12) VALUE "StockInv".
       01  WS-CTL-LUS PIC 9(9) VALUE 0.
       01  WS-CTL-ECRITS PIC 9(9) VALUE 0.
       01  WS-CTL-REJETES PIC 9(9) VALUE 0.
       01  WS-CTL-RETOUR PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURDHUI.
           PERFORM CHARGER-ECARTS.
           PERFORM APPLIQUER-APPROBATIONS.
           PERFORM TRAITER-COMPTAGES.
           PERFORM ECRIRE-ECARTS.
           IF WS-APP-LU = "O"
               CALL "SYSTEM" USING WS-APP-RENAME-CMD
               MOVE 0 TO RETURN-CODE
           END-IF.
           IF WS-INV-LU = "O"
               CALL "SYSTEM" USING WS-INV-RENAME-CMD
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY "Approbations lues : " WS-NB-APP-LUES.
           DISPLAY "Ecarts approuves et postes : " WS-NB-APPROUVES.
           DISPLAY "Ecarts annules : " WS-NB-ANNULES.
           DISPLAY "Approbations refusees : " WS-NB-APP-REFUSEES.
           DISPLAY "Articles comptes : " WS-NB-COMPTES.
           DISPLAY "Comptages refuses : " WS-NB-COMPTES-REFUSES.
           DISPLAY "Articles en ecart : " WS-NB-AVEC-ECART.
           COMPUTE WS-CTL-LUS = WS-NB-APP-LUES + WS-NB-COMPTES
               + WS-NB-COMPTES-REFUSES.
           COMPUTE WS-CTL-ECRITS = WS-NB-APPROUVES + WS-NB-ANNULES
               + WS-NB-COMPTES.
           COMPUTE WS-CTL-REJETES = WS-NB-APP-REFUSEES
               + WS-NB-COMPTES-REFUSES.
           CALL "CtlEoj" USING WS-CTL-PROGRAMME WS-CTL-LUS
               WS-CTL-ECRITS WS-CTL-REJETES WS-CTL-RETOUR.
           STOP RUN.

       CHARGER-ECARTS.
           OPEN INPUT ECARTS-FILE.
           IF WS-ECA-STATUS = "00"
               PERFORM LECTURE-ECART
               PERFORM RANGER-ECART UNTIL WS-ECA-EOF = "Y"
               CLOSE ECARTS-FILE
           END-IF.

       LECTURE-ECART.
           READ ECARTS-FILE
               AT END MOVE "Y" TO WS-ECA-EOF
           END-READ.

       RANGER-ECART.
           IF WS-NB-ECARTS >= 2000
               DISPLAY "Table des ecarts saturee, maximum 2000."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-ECARTS.
           MOVE ECA-CODE TO TAB-ECA-CODE(WS-NB-ECARTS).
           MOVE ECA-LIVRE TO TAB-ECA-LIVRE(WS-NB-ECARTS).
           MOVE ECA-COMPTE TO TAB-ECA-COMPTE(WS-NB-ECARTS).
           MOVE ECA-ECART TO TAB-ECA-ECART(WS-NB-ECARTS).
           MOVE ECA-DATE TO TAB-ECA-DATE(WS-NB-ECARTS).
           MOVE "O" TO TAB-ECA-ACTIF(WS-NB-ECARTS).
           PERFORM LECTURE-ECART.

       CHERCHER-ECART.
           MOVE "N" TO WS-ECA-TROUVE.
           MOVE 1 TO WS-ECA-IDX.
           PERFORM TESTER-ECART
               UNTIL WS-ECA-IDX > WS-NB-ECARTS
                   OR WS-ECA-TROUVE = "O".

       TESTER-ECART.
           IF TAB-ECA-CODE(WS-ECA-IDX) = WS-CODE-CHERCHE
               AND TAB-ECA-ACTIF(WS-ECA-IDX) = "O"
               MOVE "O" TO WS-ECA-TROUVE
           ELSE
               ADD 1 TO WS-ECA-IDX
           END-IF.

       APPLIQUER-APPROBATIONS.
           OPEN INPUT APPROBATION-FILE.
           IF WS-APP-STATUS = "35" OR WS-APP-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-APP-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture approbations : "
                       WS-APP-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "O" TO WS-APP-LU
               PERFORM OUVRIR-MOUVEMENTS
               PERFORM LECTURE-APPROBATION
               PERFORM TRAITER-APPROBATION UNTIL WS-APP-EOF = "Y"
               CLOSE APPROBATION-FILE MOUVEMENT-FILE
           END-IF.

       OUVRIR-MOUVEMENTS.
           OPEN EXTEND MOUVEMENT-FILE.
           IF WS-MVT-STATUS = "35" OR WS-MVT-STATUS = "05"
               OPEN OUTPUT MOUVEMENT-FILE
           END-IF.
           IF WS-MVT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture mouvements de stock : "
                   WS-MVT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LECTURE-APPROBATION.
           READ APPROBATION-FILE
               AT END MOVE "Y" TO WS-APP-EOF
           END-READ.

       TRAITER-APPROBATION.
           ADD 1 TO WS-NB-APP-LUES.
           IF APP-CODE IS NOT NUMERIC
               OR (APP-ACTION NOT = "A" AND APP-ACTION NOT = "R")
               OR APP-VISA = SPACES
               DISPLAY "Approbation refusee, zone invalide : "
                   APPROBATION-REC
               ADD 1 TO WS-NB-APP-REFUSEES
           ELSE
               MOVE APP-CODE TO WS-CODE-CHERCHE
               PERFORM CHERCHER-ECART
               IF WS-ECA-TROUVE = "N"
                   DISPLAY "Approbation refusee, aucun ecart en "
                       "attente : " APP-CODE
                   ADD 1 TO WS-NB-APP-REFUSEES
               ELSE
                   MOVE "N" TO TAB-ECA-ACTIF(WS-ECA-IDX)
                   IF APP-ACTION = "A"
                       PERFORM POSTER-AJUSTEMENT
                   ELSE
                       DISPLAY "Ecart annule par " APP-VISA " : "
                           APP-CODE
                       ADD 1 TO WS-NB-ANNULES
                   END-IF
               END-IF
           END-IF.
           PERFORM LECTURE-APPROBATION.

       POSTER-AJUSTEMENT.
           MOVE SPACES TO MOUVEMENT-REC.
           MOVE "A" TO MVS-TYPE.
           MOVE TAB-ECA-CODE(WS-ECA-IDX) TO MVS-CODE.
           MOVE TAB-ECA-ECART(WS-ECA-IDX) TO MVS-QUANTITE.
           MOVE WS-AUJOURDHUI TO MVS-DATE.
           MOVE "INVENTAIRE" TO MVS-ORIGINE.
           WRITE MOUVEMENT-REC.
           IF WS-MVT-STATUS NOT = "00"
               DISPLAY "Erreur ecriture mouvement de stock : "
                   WS-MVT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Ecart approuve par " APP-VISA " : " APP-CODE.
           ADD 1 TO WS-NB-APPROUVES.

       TRAITER-COMPTAGES.
           OPEN INPUT COMPTAGE-FILE.
           IF WS-INV-STATUS = "35" OR WS-INV-STATUS = "05"
               DISPLAY "Aucun comptage d'inventaire a traiter."
           ELSE
               IF WS-INV-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture comptages : "
                       WS-INV-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "O" TO WS-INV-LU
               PERFORM OUVRIR-REFERENTIELS
               PERFORM OUVRIR-RAPPORT
               MOVE WS-LIGNE-COLONNES TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE-ECART
               PERFORM LECTURE-COMPTAGE
               PERFORM TRAITER-COMPTAGE UNTIL WS-INV-EOF = "Y"
               PERFORM EDITER-TOTAUX
               CLOSE COMPTAGE-FILE ECART-REPORT PRODUIT-FILE
               IF WS-STOCK-OUVERT = "O"
                   CLOSE STOCK-FILE
               END-IF
           END-IF.

       OUVRIR-REFERENTIELS.
           OPEN INPUT PRODUIT-FILE.
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier produits : "
                   WS-PROD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STOCK-FILE.
           IF WS-STK-STATUS = "00"
               MOVE "O" TO WS-STOCK-OUVERT
           ELSE
               IF WS-STK-STATUS = "35" OR WS-STK-STATUS = "05"
                   DISPLAY "Fichier des stocks absent, stock livre "
                       "a zero."
               ELSE
                   DISPLAY "Erreur ouverture fichier des stocks : "
                       WS-STK-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       OUVRIR-RAPPORT.
           OPEN OUTPUT ECART-REPORT.
           IF WS-RAPPORT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture rapport des ecarts : "
                   WS-RAPPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LECTURE-COMPTAGE.
           READ COMPTAGE-FILE
               AT END MOVE "Y" TO WS-INV-EOF
           END-READ.

       TRAITER-COMPTAGE.
           MOVE SPACES TO WS-LIGNE-REFUS.
           IF INV-CODE IS NOT NUMERIC
               OR INV-QUANTITE IS NOT NUMERIC
               MOVE INV-CODE TO WS-LRF-CODE
               MOVE "REFUSE : comptage non numerique"
                   TO WS-LRF-MOTIF
               PERFORM REFUSER-COMPTAGE
           ELSE
               MOVE INV-CODE TO PROD-CODE
               PERFORM CHERCHER-PRODUIT
               IF WS-PROD-TROUVE = "N"
                   MOVE INV-CODE TO WS-LRF-CODE
                   MOVE "REFUSE : produit inconnu" TO WS-LRF-MOTIF
                   PERFORM REFUSER-COMPTAGE
               ELSE
                   PERFORM EVALUER-ECART
               END-IF
           END-IF.
           PERFORM LECTURE-COMPTAGE.

       REFUSER-COMPTAGE.
           ADD 1 TO WS-NB-COMPTES-REFUSES.
           MOVE WS-LIGNE-REFUS TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-ECART.

       CHERCHER-PRODUIT.
           READ PRODUIT-FILE
               INVALID KEY
                   MOVE "N" TO WS-PROD-TROUVE
               NOT INVALID KEY
                   MOVE "O" TO WS-PROD-TROUVE
           END-READ.

       CHERCHER-STOCK.
           MOVE "N" TO WS-STK-TROUVE.
           IF WS-STOCK-OUVERT = "O"
               MOVE INV-CODE TO STK-CODE
               READ STOCK-FILE
                   INVALID KEY
                       MOVE "N" TO WS-STK-TROUVE
                   NOT INVALID KEY
                       MOVE "O" TO WS-STK-TROUVE
               END-READ
           END-IF.

       EVALUER-ECART.
           ADD 1 TO WS-NB-COMPTES.
           PERFORM CHERCHER-STOCK.
           IF WS-STK-TROUVE = "O"
               MOVE STK-QUANTITE TO WS-LIVRE
           ELSE
               MOVE 0 TO WS-LIVRE
           END-IF.
           COMPUTE WS-ECART = INV-QUANTITE - WS-LIVRE.
           COMPUTE WS-VALEUR = WS-ECART * PROD-PRIX.
           MOVE INV-CODE TO WS-LDT-CODE.
           MOVE PROD-LIBELLE TO WS-LDT-LIBELLE.
           MOVE WS-LIVRE TO WS-LDT-LIVRE.
           MOVE INV-QUANTITE TO WS-LDT-COMPTE.
           MOVE WS-ECART TO WS-LDT-ECART.
           MOVE WS-VALEUR TO WS-LDT-VALEUR.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-ECART.
           MOVE INV-CODE TO WS-CODE-CHERCHE.
           PERFORM CHERCHER-ECART.
           IF WS-ECA-TROUVE = "O"
               MOVE "N" TO TAB-ECA-ACTIF(WS-ECA-IDX)
           END-IF.
           IF WS-ECART NOT = 0
               ADD 1 TO WS-NB-AVEC-ECART
               ADD WS-VALEUR TO WS-VALEUR-ECARTS
               PERFORM MEMORISER-ECART
           END-IF.

       MEMORISER-ECART.
           IF WS-NB-ECARTS >= 2000
               DISPLAY "Table des ecarts saturee, maximum 2000."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-ECARTS.
           MOVE INV-CODE TO TAB-ECA-CODE(WS-NB-ECARTS).
           MOVE WS-LIVRE TO TAB-ECA-LIVRE(WS-NB-ECARTS).
           MOVE INV-QUANTITE TO TAB-ECA-COMPTE(WS-NB-ECARTS).
           MOVE WS-ECART TO TAB-ECA-ECART(WS-NB-ECARTS).
           MOVE WS-AUJOURDHUI TO TAB-ECA-DATE(WS-NB-ECARTS).
           MOVE "O" TO TAB-ECA-ACTIF(WS-NB-ECARTS).

       EDITER-TOTAUX.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-ECART.
           MOVE WS-NB-COMPTES TO WS-LT1-NB.
           MOVE WS-NB-COMPTES-REFUSES TO WS-LT1-REFUS.
           MOVE WS-LIGNE-TOTAL-1 TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-ECART.
           MOVE WS-NB-AVEC-ECART TO WS-LT2-NB.
           MOVE WS-VALEUR-ECARTS TO WS-LT2-VALEUR.
           MOVE WS-LIGNE-TOTAL-2 TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-ECART.
           MOVE WS-NB-AVEC-ECART TO WS-LT3-NB.
           MOVE WS-LIGNE-TOTAL-3 TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-ECART.
           MOVE "F" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-ECARTS
               WS-RPT-PROGRAMME WS-CPT-ECARTS WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           MOVE WS-RPT-LIGNE-1 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

       EDITER-LIGNE-ECART.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-ECARTS
               WS-RPT-PROGRAMME WS-CPT-ECARTS WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           IF WS-RPT-EMETTRE = "O"
               MOVE WS-RPT-LIGNE-1 TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE WS-RPT-LIGNE-2 TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
           MOVE WS-LIGNE-EDITION TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

       ECRIRE-ECARTS.
           OPEN OUTPUT ECARTS-TMP-FILE.
           IF WS-ECAT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture ecarts en attente : "
                   WS-ECAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-ECA-IDX.
           PERFORM RECOPIER-ECART UNTIL WS-ECA-IDX > WS-NB-ECARTS.
           CLOSE ECARTS-TMP-FILE.
           CALL "SYSTEM" USING WS-ECA-RENAME-CMD.
           IF RETURN-CODE NOT = 0
               DISPLAY "Erreur remplacement des ecarts en attente."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECOPIER-ECART.
           IF TAB-ECA-ACTIF(WS-ECA-IDX) = "O"
               MOVE SPACES TO ECARTS-TMP-REC
               MOVE TAB-ECA-CODE(WS-ECA-IDX) TO ECAT-CODE
               MOVE TAB-ECA-LIVRE(WS-ECA-IDX) TO ECAT-LIVRE
               MOVE TAB-ECA-COMPTE(WS-ECA-IDX) TO ECAT-COMPTE
               MOVE TAB-ECA-ECART(WS-ECA-IDX) TO ECAT-ECART
               MOVE TAB-ECA-DATE(WS-ECA-IDX) TO ECAT-DATE
               WRITE ECARTS-TMP-REC
           END-IF.
           ADD 1 TO WS-ECA-IDX.
