       IDENTIFICATION DIVISION.
       PROGRAM-ID. StockMaj.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN TO "STOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-CODE
               FILE STATUS IS WS-STK-STATUS.
           SELECT PRODUIT-FILE ASSIGN TO "PRODUIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT MOUVEMENT-FILE ASSIGN TO "STOCKMVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.
           SELECT AUDIT-REPORT ASSIGN TO "STOCKMAJ-AUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REAPPRO-REPORT ASSIGN TO "STOCKREAP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REAP-STATUS.
           SELECT TRI-REAPPRO-FILE ASSIGN TO "STOCKTRI.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE.
       COPY STOCK.

       FD  PRODUIT-FILE.
       COPY PRODUIT.

       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  MVS-TYPE PIC X.
           05  MVS-CODE PIC 9(9).
           05  MVS-QUANTITE PIC S9(7) SIGN IS LEADING SEPARATE.
           05  MVS-DATE PIC 9(8).
           05  MVS-ORIGINE PIC X(10).

       FD  AUDIT-REPORT.
       01  LIGNE-AUDIT PIC X(80).

       FD  REAPPRO-REPORT.
       01  LIGNE-REAPPRO PIC X(80).

       SD  TRI-REAPPRO-FILE.
       01  TRI-REAPPRO-REC.
           05  TRI-CATEGORIE PIC X(3).
           05  TRI-CODE PIC 9(9).
           05  TRI-LIBELLE PIC X(20).
           05  TRI-QUANTITE PIC S9(7).
           05  TRI-MINIMUM PIC 9(7).
           05  TRI-MANQUE PIC 9(8).
           05  TRI-VALEUR PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01  WS-STK-STATUS PIC XX.
       01  WS-PROD-STATUS PIC XX.
       01  WS-MVT-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-REAP-STATUS PIC XX.
       01  WS-MVT-EOF PIC X VALUE "N".
       01  WS-STK-EOF PIC X VALUE "N".
       01  WS-TRI-EOF PIC X VALUE "N".
       01  WS-MVT-LU PIC X VALUE "N".
       01  WS-AUJOURDHUI PIC 9(8).
       01  WS-PROD-TROUVE PIC X.
       01  WS-STK-TROUVE PIC X.
       01  WS-MVT-VALIDE PIC X.
       01  WS-NB-MVT-LUS PIC 9(7) VALUE 0.
       01  WS-NB-APPLIQUES PIC 9(7) VALUE 0.
       01  WS-NB-REFUSES PIC 9(7) VALUE 0.
       01  WS-NB-NEGATIFS PIC 9(7) VALUE 0.
       01  WS-NB-CREES PIC 9(7) VALUE 0.
       01  WS-NB-A-COMMANDER PIC 9(7) VALUE 0.
       01  WS-VALEUR-A-COMMANDER PIC 9(11)V99 VALUE 0.
       01  WS-MVT-RENAME-CMD PIC X(60) VALUE
           "test ! -f STOCKMVT.DAT || mv STOCKMVT.DAT STOCKMVT.TRT".
       01  WS-LIGNE-AUDIT.
           05  WS-LA-TYPE PIC X.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LA-CODE PIC 9(9).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LA-LIBELLE PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LA-QUANTITE PIC -(7)9.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LA-STOCK PIC -(7)9.
           05  FILLER PIC X(4) VALUE " -> ".
           05  WS-LA-RESULTAT PIC X(26).
       01  WS-CATEGORIE-COURANTE PIC X(3).
       01  WS-NB-CATEGORIE PIC 9(5).
       01  WS-VALEUR-CATEGORIE PIC 9(11)V99.
       01  WS-RPT-ACTION PIC X.
       01  WS-RPT-EMETTRE PIC X.
       01  WS-RPT-LIGNE-1 PIC X(80).
       01  WS-RPT-LIGNE-2 PIC X(80).
       01  WS-TITRE-REAPPRO PIC X(30)
           VALUE "ARTICLES A REAPPROVISIONNER".
       01  WS-RPT-PROGRAMME PIC X(12) VALUE "StockMaj".
       01  WS-CPT-REAPPRO.
           05  WS-CR-PAGE PIC 9(4) VALUE 0.
           05  WS-CR-LIGNES PIC 9(2) VALUE 0.
           05  WS-CR-TOTAL PIC 9(7) VALUE 0.
           05  WS-CR-DATE PIC 9(8) VALUE 0.
           05  WS-CR-HEURE PIC 9(6) VALUE 0.
       01  WS-LIGNE-EDITION PIC X(80).
       01  WS-LIGNE-COLONNES.
           05  FILLER PIC X(31) VALUE "CODE      LIBELLE".
           05  FILLER PIC X(9) VALUE "    STOCK".
           05  FILLER PIC X(9) VALUE "  MINIMUM".
           05  FILLER PIC X(10) VALUE "  MANQUANT".
           05  FILLER PIC X(14) VALUE "        VALEUR".
       01  WS-LIGNE-CATEGORIE.
           05  FILLER PIC X(10) VALUE "CATEGORIE ".
           05  WS-LCA-CODE PIC X(3).
       01  WS-LIGNE-DETAIL.
           05  WS-LDT-CODE PIC 9(9).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-LIBELLE PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-QUANTITE PIC -(7)9.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-MINIMUM PIC Z(7)9.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-MANQUE PIC Z(8)9.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-VALEUR PIC Z(10)9.99.
       01  WS-LIGNE-SOUS-TOTAL.
           05  FILLER PIC X(14) VALUE "  SOUS-TOTAL ".
           05  WS-LST-CODE PIC X(3).
           05  FILLER PIC X(3) VALUE " : ".
           05  WS-LST-NB PIC ZZZZ9.
           05  FILLER PIC X(10) VALUE " ARTICLES ".
           05  FILLER PIC X(24) VALUE SPACES.
           05  WS-LST-VALEUR PIC Z(10)9.99.
       01  WS-LIGNE-TOTAL.
           05  FILLER PIC X(17) VALUE "TOTAL GENERAL : ".
           05  WS-LT-NB PIC ZZZZ9.
           05  FILLER PIC X(10) VALUE " ARTICLES ".
           05  FILLER PIC X(24) VALUE SPACES.
           05  WS-LT-VALEUR PIC Z(10)9.99.
       01  WS-CTL-PROGRAMME PIC X(12) VALUE "StockMaj".
       01  WS-CTL-LUS PIC 9(9) VALUE 0.
       01  WS-CTL-ECRITS PIC 9(9) VALUE 0.
       01  WS-CTL-REJETES PIC 9(9) VALUE 0.
       01  WS-CTL-RETOUR PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURDHUI.
           PERFORM OUVRIR-STOCK.
           PERFORM OUVRIR-FICHIERS.
           IF WS-MVT-LU = "O"
               PERFORM LECTURE-MVT
               PERFORM TRAITER-MVT UNTIL WS-MVT-EOF = "Y"
               CLOSE MOUVEMENT-FILE
           END-IF.
           CLOSE AUDIT-REPORT STOCK-FILE.
           IF WS-MVT-LU = "O"
               CALL "SYSTEM" USING WS-MVT-RENAME-CMD
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM EDITER-REAPPRO.
           CLOSE PRODUIT-FILE.
           DISPLAY "Mouvements de stock lus : " WS-NB-MVT-LUS.
           DISPLAY "Mouvements appliques : " WS-NB-APPLIQUES.
           DISPLAY "Mouvements refuses : " WS-NB-REFUSES.
           DISPLAY "Fiches de stock creees : " WS-NB-CREES.
           DISPLAY "Stocks devenus negatifs : " WS-NB-NEGATIFS.
           DISPLAY "Articles a reapprovisionner : "
               WS-NB-A-COMMANDER.
           MOVE WS-NB-MVT-LUS TO WS-CTL-LUS.
           MOVE WS-NB-APPLIQUES TO WS-CTL-ECRITS.
           MOVE WS-NB-REFUSES TO WS-CTL-REJETES.
           CALL "CtlEoj" USING WS-CTL-PROGRAMME WS-CTL-LUS
               WS-CTL-ECRITS WS-CTL-REJETES WS-CTL-RETOUR.
           STOP RUN.

       OUVRIR-STOCK.
           OPEN I-O STOCK-FILE.
           IF WS-STK-STATUS = "35" OR WS-STK-STATUS = "05"
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN I-O STOCK-FILE
           END-IF.
           IF WS-STK-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier des stocks : "
                   WS-STK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OUVRIR-FICHIERS.
           OPEN INPUT PRODUIT-FILE.
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier produits : "
                   WS-PROD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MOUVEMENT-FILE.
           IF WS-MVT-STATUS = "35" OR WS-MVT-STATUS = "05"
               DISPLAY "Aucun mouvement de stock a appliquer."
           ELSE
               IF WS-MVT-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture mouvements de stock : "
                       WS-MVT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE "O" TO WS-MVT-LU
               END-IF
           END-IF.
           OPEN OUTPUT AUDIT-REPORT.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture rapport des mouvements : "
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LECTURE-MVT.
           READ MOUVEMENT-FILE
               AT END MOVE "Y" TO WS-MVT-EOF
           END-READ.

       TRAITER-MVT.
           ADD 1 TO WS-NB-MVT-LUS.
           MOVE SPACES TO WS-LIGNE-AUDIT.
           MOVE MVS-TYPE TO WS-LA-TYPE.
           MOVE MVS-CODE TO WS-LA-CODE.
           MOVE SPACES TO WS-LA-LIBELLE.
           MOVE 0 TO WS-LA-STOCK.
           PERFORM CONTROLER-MVT.
           IF WS-MVT-VALIDE = "O"
               PERFORM APPLIQUER-MVT
           ELSE
               ADD 1 TO WS-NB-REFUSES
           END-IF.
           PERFORM ECRIRE-AUDIT.
           PERFORM LECTURE-MVT.

       CONTROLER-MVT.
           MOVE "O" TO WS-MVT-VALIDE.
           IF MVS-CODE IS NOT NUMERIC
               OR MVS-QUANTITE IS NOT NUMERIC
               MOVE "N" TO WS-MVT-VALIDE
               MOVE 0 TO WS-LA-CODE
               MOVE 0 TO WS-LA-QUANTITE
               MOVE "REFUSE : non numerique" TO WS-LA-RESULTAT
           ELSE
               MOVE MVS-QUANTITE TO WS-LA-QUANTITE
               IF MVS-TYPE NOT = "E" AND MVS-TYPE NOT = "S"
                   AND MVS-TYPE NOT = "A" AND MVS-TYPE NOT = "M"
                   MOVE "N" TO WS-MVT-VALIDE
                   MOVE "REFUSE : type inconnu" TO WS-LA-RESULTAT
               ELSE
                   MOVE MVS-CODE TO PROD-CODE
                   PERFORM CHERCHER-PRODUIT
                   IF WS-PROD-TROUVE = "N"
                       MOVE "N" TO WS-MVT-VALIDE
                       MOVE "REFUSE : produit inconnu"
                           TO WS-LA-RESULTAT
                   ELSE
                       MOVE PROD-LIBELLE TO WS-LA-LIBELLE
                       IF MVS-QUANTITE < 0
                           AND MVS-TYPE NOT = "A"
                           MOVE "N" TO WS-MVT-VALIDE
                           MOVE "REFUSE : quantite negative"
                               TO WS-LA-RESULTAT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLIQUER-MVT.
           PERFORM CHERCHER-STOCK.
           IF WS-STK-TROUVE = "N"
               MOVE MVS-CODE TO STK-CODE
               MOVE 0 TO STK-QUANTITE
               MOVE 0 TO STK-MINIMUM
               MOVE 0 TO STK-DATE-MVT
               MOVE 0 TO STK-DATE-INVENT
           END-IF.
           EVALUATE MVS-TYPE
               WHEN "E"
                   ADD MVS-QUANTITE TO STK-QUANTITE
               WHEN "S"
                   SUBTRACT MVS-QUANTITE FROM STK-QUANTITE
               WHEN "A"
                   ADD MVS-QUANTITE TO STK-QUANTITE
                   IF MVS-ORIGINE = "INVENTAIRE"
                       MOVE WS-AUJOURDHUI TO STK-DATE-INVENT
                   END-IF
               WHEN "M"
                   MOVE MVS-QUANTITE TO STK-MINIMUM
           END-EVALUATE.
           IF MVS-TYPE NOT = "M"
               MOVE WS-AUJOURDHUI TO STK-DATE-MVT
           END-IF.
           IF WS-STK-TROUVE = "N"
               WRITE STOCK-REC
                   INVALID KEY
                       DISPLAY "Erreur creation fiche de stock "
                           MVS-CODE " : " WS-STK-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-WRITE
               ADD 1 TO WS-NB-CREES
           ELSE
               REWRITE STOCK-REC
                   INVALID KEY
                       DISPLAY "Erreur reecriture fiche de stock "
                           MVS-CODE " : " WS-STK-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-IF.
           ADD 1 TO WS-NB-APPLIQUES.
           MOVE STK-QUANTITE TO WS-LA-STOCK.
           IF STK-QUANTITE < 0
               ADD 1 TO WS-NB-NEGATIFS
               MOVE "APPLIQUE, STOCK NEGATIF" TO WS-LA-RESULTAT
           ELSE
               MOVE "APPLIQUE" TO WS-LA-RESULTAT
           END-IF.

       CHERCHER-PRODUIT.
           READ PRODUIT-FILE
               INVALID KEY
                   MOVE "N" TO WS-PROD-TROUVE
               NOT INVALID KEY
                   MOVE "O" TO WS-PROD-TROUVE
           END-READ.

       CHERCHER-STOCK.
           MOVE MVS-CODE TO STK-CODE.
           READ STOCK-FILE
               INVALID KEY
                   MOVE "N" TO WS-STK-TROUVE
               NOT INVALID KEY
                   MOVE "O" TO WS-STK-TROUVE
           END-READ.

       ECRIRE-AUDIT.
           MOVE WS-LIGNE-AUDIT TO LIGNE-AUDIT.
           WRITE LIGNE-AUDIT.

       EDITER-REAPPRO.
           OPEN INPUT STOCK-FILE.
           IF WS-STK-STATUS NOT = "00"
               DISPLAY "Erreur relecture fichier des stocks : "
                   WS-STK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REAPPRO-REPORT.
           IF WS-REAP-STATUS NOT = "00"
               DISPLAY "Erreur ouverture rapport reapprovisionnement : "
                   WS-REAP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SORT TRI-REAPPRO-FILE
               ON ASCENDING KEY TRI-CATEGORIE TRI-CODE
               INPUT PROCEDURE IS SELECTIONNER-REAPPRO
               OUTPUT PROCEDURE IS EDITER-LISTE-REAPPRO.
           MOVE "F" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-REAPPRO
               WS-RPT-PROGRAMME WS-CPT-REAPPRO WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           MOVE WS-RPT-LIGNE-1 TO LIGNE-REAPPRO.
           WRITE LIGNE-REAPPRO.
           CLOSE REAPPRO-REPORT STOCK-FILE.

       SELECTIONNER-REAPPRO.
           PERFORM LECTURE-STOCK.
           PERFORM RETENIR-REAPPRO UNTIL WS-STK-EOF = "Y".

       LECTURE-STOCK.
           READ STOCK-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-STK-EOF
           END-READ.

       RETENIR-REAPPRO.
           IF STK-MINIMUM > 0 AND STK-QUANTITE < STK-MINIMUM
               MOVE STK-CODE TO PROD-CODE
               PERFORM CHERCHER-PRODUIT
               IF WS-PROD-TROUVE = "O" AND PROD-STATUT = "A"
                   MOVE PROD-CATEGORIE TO TRI-CATEGORIE
                   MOVE STK-CODE TO TRI-CODE
                   MOVE PROD-LIBELLE TO TRI-LIBELLE
                   MOVE STK-QUANTITE TO TRI-QUANTITE
                   MOVE STK-MINIMUM TO TRI-MINIMUM
                   COMPUTE TRI-MANQUE = STK-MINIMUM - STK-QUANTITE
                   COMPUTE TRI-VALEUR = TRI-MANQUE * PROD-PRIX
                   RELEASE TRI-REAPPRO-REC
               END-IF
           END-IF.
           PERFORM LECTURE-STOCK.

       EDITER-LISTE-REAPPRO.
           MOVE WS-LIGNE-COLONNES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-REAPPRO.
           MOVE SPACES TO WS-CATEGORIE-COURANTE.
           PERFORM RETOUR-TRI.
           PERFORM EDITER-ARTICLE UNTIL WS-TRI-EOF = "Y".
           IF WS-NB-A-COMMANDER > 0
               PERFORM EDITER-SOUS-TOTAL
           END-IF.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-REAPPRO.
           MOVE WS-NB-A-COMMANDER TO WS-LT-NB.
           MOVE WS-VALEUR-A-COMMANDER TO WS-LT-VALEUR.
           MOVE WS-LIGNE-TOTAL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-REAPPRO.

       RETOUR-TRI.
           RETURN TRI-REAPPRO-FILE
               AT END MOVE "Y" TO WS-TRI-EOF
           END-RETURN.

       EDITER-ARTICLE.
           IF TRI-CATEGORIE NOT = WS-CATEGORIE-COURANTE
               OR WS-NB-A-COMMANDER = 0
               IF WS-NB-A-COMMANDER > 0
                   PERFORM EDITER-SOUS-TOTAL
               END-IF
               MOVE TRI-CATEGORIE TO WS-CATEGORIE-COURANTE
               MOVE 0 TO WS-NB-CATEGORIE
               MOVE 0 TO WS-VALEUR-CATEGORIE
               MOVE SPACES TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE-REAPPRO
               MOVE TRI-CATEGORIE TO WS-LCA-CODE
               MOVE WS-LIGNE-CATEGORIE TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE-REAPPRO
           END-IF.
           MOVE TRI-CODE TO WS-LDT-CODE.
           MOVE TRI-LIBELLE TO WS-LDT-LIBELLE.
           MOVE TRI-QUANTITE TO WS-LDT-QUANTITE.
           MOVE TRI-MINIMUM TO WS-LDT-MINIMUM.
           MOVE TRI-MANQUE TO WS-LDT-MANQUE.
           MOVE TRI-VALEUR TO WS-LDT-VALEUR.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-REAPPRO.
           ADD 1 TO WS-NB-CATEGORIE.
           ADD TRI-VALEUR TO WS-VALEUR-CATEGORIE.
           ADD 1 TO WS-NB-A-COMMANDER.
           ADD TRI-VALEUR TO WS-VALEUR-A-COMMANDER.
           PERFORM RETOUR-TRI.

       EDITER-SOUS-TOTAL.
           MOVE WS-CATEGORIE-COURANTE TO WS-LST-CODE.
           MOVE WS-NB-CATEGORIE TO WS-LST-NB.
           MOVE WS-VALEUR-CATEGORIE TO WS-LST-VALEUR.
           MOVE WS-LIGNE-SOUS-TOTAL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-REAPPRO.

       EDITER-LIGNE-REAPPRO.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-REAPPRO
               WS-RPT-PROGRAMME WS-CPT-REAPPRO WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           IF WS-RPT-EMETTRE = "O"
               MOVE WS-RPT-LIGNE-1 TO LIGNE-REAPPRO
               WRITE LIGNE-REAPPRO
               MOVE WS-RPT-LIGNE-2 TO LIGNE-REAPPRO
               WRITE LIGNE-REAPPRO
           END-IF.
           MOVE WS-LIGNE-EDITION TO LIGNE-REAPPRO.
           WRITE LIGNE-REAPPRO.
