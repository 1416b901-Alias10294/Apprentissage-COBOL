       IDENTIFICATION DIVISION.
       PROGRAM-ID. TarifPub.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUIT-FILE ASSIGN TO "PRODUIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT HISTORIQUE-PRIX-FILE ASSIGN TO "PRODHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PRODMVTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT EDITION-FILE ASSIGN TO "TARIFPUB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDT-STATUS.
           SELECT CATALOGUE-REPORT ASSIGN TO "TARIFPUB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-STATUS.
           SELECT EXTRAIT-FILE ASSIGN TO "TARIFCAI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRAIT-STATUS.
           SELECT TRI-CATALOGUE-FILE ASSIGN TO "TARIFTRI.TMP".
           SELECT TRI-PENDING-FILE ASSIGN TO "TARIFTRP.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUIT-FILE.
       COPY PRODUIT.

       FD  HISTORIQUE-PRIX-FILE.
       01  HISTORIQUE-PRIX-REC.
           05  HPX-CODE PIC 9(9).
           05  HPX-DATE PIC 9(8).
           05  HPX-ANCIEN-PRIX PIC 9(5)V99.
           05  HPX-NOUVEAU-PRIX PIC 9(5)V99.
           05  HPX-SOURCE PIC X(8).

       FD  PENDING-FILE.
       01  PENDING-REC.
           05  PEND-ACTION PIC X.
           05  PEND-CODE PIC 9(9).
           05  PEND-LIBELLE PIC X(20).
           05  PEND-PRIX PIC 9(5)V99.
           05  PEND-CATEGORIE PIC X(3).
           05  PEND-STATUT PIC X.
           05  PEND-DATE-EFFET PIC 9(8).
           05  PEND-DEMANDEUR PIC X(10).

       FD  EDITION-FILE.
       01  EDITION-REC.
           05  EDT-DATE PIC 9(8).

       FD  CATALOGUE-REPORT.
       01  LIGNE-CATALOGUE PIC X(80).

       FD  EXTRAIT-FILE.
       01  EXTRAIT-REC.
           05  EXT-TYPE PIC X.
           05  EXT-CORPS PIC X(39).
           05  EXT-CORPS-ENTETE REDEFINES EXT-CORPS.
               10  EXT-H-DATE PIC 9(8).
               10  FILLER PIC X(31).
           05  EXT-CORPS-DETAIL REDEFINES EXT-CORPS.
               10  EXT-D-CODE PIC 9(9).
               10  EXT-D-LIBELLE PIC X(20).
               10  EXT-D-PRIX PIC 9(5)V99.
               10  EXT-D-CATEGORIE PIC X(3).
           05  EXT-CORPS-FIN REDEFINES EXT-CORPS.
               10  EXT-T-NB PIC 9(7).
               10  EXT-T-TOTAL PIC 9(11)V99.
               10  FILLER PIC X(19).

       SD  TRI-CATALOGUE-FILE.
       01  TRI-CATALOGUE-REC.
           05  TRI-CATEGORIE PIC X(3).
           05  TRI-LIBELLE PIC X(20).
           05  TRI-CODE PIC 9(9).
           05  TRI-PRIX PIC 9(5)V99.

       SD  TRI-PENDING-FILE.
       01  TRI-PENDING-REC.
           05  TRP-DATE-EFFET PIC 9(8).
           05  TRP-CODE PIC 9(9).
           05  TRP-ACTION PIC X.
           05  TRP-LIBELLE PIC X(20).
           05  TRP-PRIX PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  WS-PROD-STATUS PIC XX.
       01  WS-HIST-STATUS PIC XX.
       01  WS-PEND-STATUS PIC XX.
       01  WS-EDT-STATUS PIC XX.
       01  WS-CATALOGUE-STATUS PIC XX.
       01  WS-EXTRAIT-STATUS PIC XX.
       01  WS-PROD-EOF PIC X VALUE "N".
       01  WS-HIST-EOF PIC X VALUE "N".
       01  WS-PEND-EOF PIC X VALUE "N".
       01  WS-TRI-EOF PIC X VALUE "N".
       01  WS-AUJOURDHUI PIC 9(8).
       01  WS-DERNIERE-EDITION PIC 9(8) VALUE 0.
       01  WS-PROD-TROUVE PIC X.
       01  WS-CHG-TROUVE PIC X.
       01  WS-CHG-IDX PIC 9(5).
       01  WS-NB-CHANGEMENTS PIC 9(5) VALUE 0.
       01  TABLE-CHANGEMENTS.
           05  CHANGEMENT-ENTRY OCCURS 5000 TIMES.
               10  TAB-CHG-CODE PIC 9(9).
               10  TAB-CHG-ANCIEN-PRIX PIC 9(5)V99.
       01  WS-CATEGORIE-COURANTE PIC X(3).
       01  WS-NB-CATEGORIE PIC 9(5).
       01  WS-NB-PRODUITS-LUS PIC 9(7) VALUE 0.
       01  WS-NB-PUBLIES PIC 9(7) VALUE 0.
       01  WS-NB-MODIFIES PIC 9(7) VALUE 0.
       01  WS-NB-A-VENIR PIC 9(7) VALUE 0.
       01  WS-TOTAL-PRIX PIC 9(11)V99 VALUE 0.
       01  WS-RPT-ACTION PIC X.
       01  WS-RPT-EMETTRE PIC X.
       01  WS-RPT-LIGNE-1 PIC X(80).
       01  WS-RPT-LIGNE-2 PIC X(80).
       01  WS-TITRE-CATALOGUE PIC X(30)
           VALUE "TARIF PUBLIC DES PRODUITS".
       01  WS-RPT-PROGRAMME PIC X(12) VALUE "TarifPub".
       01  WS-CPT-CATALOGUE.
           05  WS-CC-PAGE PIC 9(4) VALUE 0.
           05  WS-CC-LIGNES PIC 9(2) VALUE 0.
           05  WS-CC-TOTAL PIC 9(7) VALUE 0.
           05  WS-CC-DATE PIC 9(8) VALUE 0.
           05  WS-CC-HEURE PIC 9(6) VALUE 0.
       01  WS-LIGNE-EDITION PIC X(80).
       01  WS-LIGNE-REFERENCE.
           05  FILLER PIC X(36)
               VALUE "PRIX MODIFIES (*) DEPUIS L'EDITION ".
           05  WS-LR-DATE PIC 9(8).
       01  WS-LIGNE-COLONNES.
           05  FILLER PIC X(31) VALUE "CODE      LIBELLE".
           05  FILLER PIC X(12) VALUE "        PRIX".
           05  FILLER PIC X(16) VALUE "     ANCIEN PRIX".
       01  WS-LIGNE-CATEGORIE.
           05  FILLER PIC X(10) VALUE "CATEGORIE ".
           05  WS-LCA-CODE PIC X(3).
       01  WS-LIGNE-DETAIL.
           05  WS-LDT-CODE PIC 9(9).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-LIBELLE PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-PRIX PIC Z(8)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-MARQUE PIC X.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-LDT-ANCIEN PIC Z(8)9.99.
           05  WS-LDT-ANCIEN-X REDEFINES WS-LDT-ANCIEN PIC X(12).
       01  WS-LIGNE-SOUS-TOTAL.
           05  FILLER PIC X(11) VALUE "  ARTICLES ".
           05  WS-LST-CODE PIC X(3).
           05  FILLER PIC X(3) VALUE " : ".
           05  WS-LST-NB PIC ZZZZ9.
       01  WS-LIGNE-TOTAL.
           05  FILLER PIC X(24) VALUE "ARTICLES PUBLIES : ".
           05  WS-LT-NB PIC ZZZZZZ9.
           05  FILLER PIC X(18) VALUE "   DONT MODIFIES ".
           05  WS-LT-MODIFIES PIC ZZZZZZ9.
       01  WS-LIGNE-TITRE-A-VENIR PIC X(40)
           VALUE "PROCHAINS CHANGEMENTS".
       01  WS-LIGNE-COLONNES-A-VENIR.
           05  FILLER PIC X(9) VALUE "EFFET".
           05  FILLER PIC X(10) VALUE "NATURE".
           05  FILLER PIC X(31) VALUE "CODE      LIBELLE".
           05  FILLER PIC X(9) VALUE "   ACTUEL".
           05  FILLER PIC X(10) VALUE "   NOUVEAU".
       01  WS-LIGNE-A-VENIR.
           05  WS-LAV-DATE PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LAV-NATURE PIC X(9).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LAV-CODE PIC 9(9).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LAV-LIBELLE PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LAV-ACTUEL PIC Z(5)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LAV-NOUVEAU PIC Z(5)9.99.
       01  WS-LIGNE-AUCUN-A-VENIR PIC X(40)
           VALUE "AUCUN CHANGEMENT EN ATTENTE".
       01  WS-CTL-PROGRAMME PIC X(12) VALUE "TarifPub".
       01  WS-CTL-LUS PIC 9(9) VALUE 0.
       01  WS-CTL-ECRITS PIC 9(9) VALUE 0.
       01  WS-CTL-REJETES PIC 9(9) VALUE 0.
       01  WS-CTL-RETOUR PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURDHUI.
           PERFORM LIRE-DERNIERE-EDITION.
           PERFORM CHARGER-CHANGEMENTS.
           PERFORM OUVRIR-FICHIERS.
           MOVE "H" TO EXT-TYPE.
           MOVE SPACES TO EXT-CORPS.
           MOVE WS-AUJOURDHUI TO EXT-H-DATE.
           WRITE EXTRAIT-REC.
           IF WS-DERNIERE-EDITION > 0
               MOVE WS-DERNIERE-EDITION TO WS-LR-DATE
               MOVE WS-LIGNE-REFERENCE TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE-CATALOGUE
           END-IF.
           MOVE WS-LIGNE-COLONNES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-CATALOGUE.
           SORT TRI-CATALOGUE-FILE
               ON ASCENDING KEY TRI-CATEGORIE TRI-LIBELLE TRI-CODE
               INPUT PROCEDURE IS SELECTIONNER-PRODUITS
               OUTPUT PROCEDURE IS EDITER-CATALOGUE.
           MOVE "T" TO EXT-TYPE.
           MOVE SPACES TO EXT-CORPS.
           MOVE WS-NB-PUBLIES TO EXT-T-NB.
           MOVE WS-TOTAL-PRIX TO EXT-T-TOTAL.
           WRITE EXTRAIT-REC.
           PERFORM EDITER-A-VENIR.
           MOVE "F" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-CATALOGUE
               WS-RPT-PROGRAMME WS-CPT-CATALOGUE WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           MOVE WS-RPT-LIGNE-1 TO LIGNE-CATALOGUE.
           WRITE LIGNE-CATALOGUE.
           CLOSE PRODUIT-FILE CATALOGUE-REPORT EXTRAIT-FILE.
           PERFORM ECRIRE-DERNIERE-EDITION.
           DISPLAY "Produits lus : " WS-NB-PRODUITS-LUS.
           DISPLAY "Produits publies : " WS-NB-PUBLIES.
           DISPLAY "Prix modifies depuis la derniere edition : "
               WS-NB-MODIFIES.
           DISPLAY "Changements a venir : " WS-NB-A-VENIR.
           MOVE WS-NB-PRODUITS-LUS TO WS-CTL-LUS.
           MOVE WS-NB-PUBLIES TO WS-CTL-ECRITS.
           CALL "CtlEoj" USING WS-CTL-PROGRAMME WS-CTL-LUS
               WS-CTL-ECRITS WS-CTL-REJETES WS-CTL-RETOUR.
           STOP RUN.

       LIRE-DERNIERE-EDITION.
           OPEN INPUT EDITION-FILE.
           IF WS-EDT-STATUS = "00"
               READ EDITION-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF EDT-DATE IS NUMERIC
                           MOVE EDT-DATE TO WS-DERNIERE-EDITION
                       END-IF
               END-READ
               CLOSE EDITION-FILE
           END-IF.
           IF WS-DERNIERE-EDITION = 0
               DISPLAY "Premiere edition du tarif, aucun prix signale."
           END-IF.

       ECRIRE-DERNIERE-EDITION.
           OPEN OUTPUT EDITION-FILE.
           IF WS-EDT-STATUS NOT = "00"
               DISPLAY "Erreur ecriture date d'edition : "
                   WS-EDT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-AUJOURDHUI TO EDT-DATE.
           WRITE EDITION-REC.
           CLOSE EDITION-FILE.

       CHARGER-CHANGEMENTS.
           IF WS-DERNIERE-EDITION > 0
               OPEN INPUT HISTORIQUE-PRIX-FILE
               IF WS-HIST-STATUS = "00"
                   PERFORM LECTURE-HISTORIQUE
                   PERFORM RANGER-CHANGEMENT UNTIL WS-HIST-EOF = "Y"
                   CLOSE HISTORIQUE-PRIX-FILE
               END-IF
           END-IF.

       LECTURE-HISTORIQUE.
           READ HISTORIQUE-PRIX-FILE
               AT END MOVE "Y" TO WS-HIST-EOF
           END-READ.

       RANGER-CHANGEMENT.
           IF HPX-DATE > WS-DERNIERE-EDITION
               MOVE HPX-CODE TO PROD-CODE
               PERFORM CHERCHER-CHANGEMENT
               IF WS-CHG-TROUVE = "N"
                   IF WS-NB-CHANGEMENTS >= 5000
                       DISPLAY "Table des changements de prix "
                           "saturee, maximum 5000."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NB-CHANGEMENTS
                   MOVE HPX-CODE TO TAB-CHG-CODE(WS-NB-CHANGEMENTS)
                   MOVE HPX-ANCIEN-PRIX
                       TO TAB-CHG-ANCIEN-PRIX(WS-NB-CHANGEMENTS)
               END-IF
           END-IF.
           PERFORM LECTURE-HISTORIQUE.

       CHERCHER-CHANGEMENT.
           MOVE "N" TO WS-CHG-TROUVE.
           MOVE 1 TO WS-CHG-IDX.
           PERFORM TESTER-CHANGEMENT
               UNTIL WS-CHG-IDX > WS-NB-CHANGEMENTS
                   OR WS-CHG-TROUVE = "O".

       TESTER-CHANGEMENT.
           IF TAB-CHG-CODE(WS-CHG-IDX) = PROD-CODE
               MOVE "O" TO WS-CHG-TROUVE
           ELSE
               ADD 1 TO WS-CHG-IDX
           END-IF.

       OUVRIR-FICHIERS.
           OPEN INPUT PRODUIT-FILE.
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier produits : "
                   WS-PROD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CATALOGUE-REPORT.
           IF WS-CATALOGUE-STATUS NOT = "00"
               DISPLAY "Erreur ouverture tarif public : "
                   WS-CATALOGUE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXTRAIT-FILE.
           IF WS-EXTRAIT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture extrait caisses : "
                   WS-EXTRAIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SELECTIONNER-PRODUITS.
           PERFORM LECTURE-PRODUIT.
           PERFORM RETENIR-PRODUIT UNTIL WS-PROD-EOF = "Y".

       LECTURE-PRODUIT.
           READ PRODUIT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-PROD-EOF
           END-READ.

       RETENIR-PRODUIT.
           ADD 1 TO WS-NB-PRODUITS-LUS.
           IF PROD-STATUT = "A"
               MOVE PROD-CATEGORIE TO TRI-CATEGORIE
               MOVE PROD-LIBELLE TO TRI-LIBELLE
               MOVE PROD-CODE TO TRI-CODE
               MOVE PROD-PRIX TO TRI-PRIX
               RELEASE TRI-CATALOGUE-REC
           END-IF.
           PERFORM LECTURE-PRODUIT.

       EDITER-CATALOGUE.
           PERFORM RETOUR-CATALOGUE.
           PERFORM EDITER-ARTICLE UNTIL WS-TRI-EOF = "Y".
           IF WS-NB-PUBLIES > 0
               PERFORM EDITER-SOUS-TOTAL
           END-IF.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-CATALOGUE.
           MOVE WS-NB-PUBLIES TO WS-LT-NB.
           MOVE WS-NB-MODIFIES TO WS-LT-MODIFIES.
           MOVE WS-LIGNE-TOTAL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-CATALOGUE.

       RETOUR-CATALOGUE.
           RETURN TRI-CATALOGUE-FILE
               AT END MOVE "Y" TO WS-TRI-EOF
           END-RETURN.

       EDITER-ARTICLE.
           IF TRI-CATEGORIE NOT = WS-CATEGORIE-COURANTE
               OR WS-NB-PUBLIES = 0
               IF WS-NB-PUBLIES > 0
                   PERFORM EDITER-SOUS-TOTAL
               END-IF
               MOVE TRI-CATEGORIE TO WS-CATEGORIE-COURANTE
               MOVE 0 TO WS-NB-CATEGORIE
               MOVE SPACES TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE-CATALOGUE
               MOVE TRI-CATEGORIE TO WS-LCA-CODE
               MOVE WS-LIGNE-CATEGORIE TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE-CATALOGUE
           END-IF.
           MOVE TRI-CODE TO WS-LDT-CODE.
           MOVE TRI-LIBELLE TO WS-LDT-LIBELLE.
           MOVE TRI-PRIX TO WS-LDT-PRIX.
           MOVE TRI-CODE TO PROD-CODE.
           PERFORM CHERCHER-CHANGEMENT.
           IF WS-CHG-TROUVE = "O"
               MOVE "*" TO WS-LDT-MARQUE
               MOVE TAB-CHG-ANCIEN-PRIX(WS-CHG-IDX) TO WS-LDT-ANCIEN
               ADD 1 TO WS-NB-MODIFIES
           ELSE
               MOVE SPACE TO WS-LDT-MARQUE
               MOVE SPACES TO WS-LDT-ANCIEN-X
           END-IF.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-CATALOGUE.
           MOVE "D" TO EXT-TYPE.
           MOVE SPACES TO EXT-CORPS.
           MOVE TRI-CODE TO EXT-D-CODE.
           MOVE TRI-LIBELLE TO EXT-D-LIBELLE.
           MOVE TRI-PRIX TO EXT-D-PRIX.
           MOVE TRI-CATEGORIE TO EXT-D-CATEGORIE.
           WRITE EXTRAIT-REC.
           IF WS-EXTRAIT-STATUS NOT = "00"
               DISPLAY "Erreur ecriture extrait caisses : "
                   WS-EXTRAIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-CATEGORIE.
           ADD 1 TO WS-NB-PUBLIES.
           ADD TRI-PRIX TO WS-TOTAL-PRIX.
           PERFORM RETOUR-CATALOGUE.

       EDITER-SOUS-TOTAL.
           MOVE WS-CATEGORIE-COURANTE TO WS-LST-CODE.
           MOVE WS-NB-CATEGORIE TO WS-LST-NB.
           MOVE WS-LIGNE-SOUS-TOTAL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-CATALOGUE.

       EDITER-A-VENIR.
           MOVE 99 TO WS-CC-LIGNES.
           MOVE WS-LIGNE-TITRE-A-VENIR TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-CATALOGUE.
           MOVE WS-LIGNE-COLONNES-A-VENIR TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-CATALOGUE.
           MOVE "N" TO WS-TRI-EOF.
           SORT TRI-PENDING-FILE
               ON ASCENDING KEY TRP-DATE-EFFET TRP-CODE
               INPUT PROCEDURE IS SELECTIONNER-A-VENIR
               OUTPUT PROCEDURE IS EDITER-LISTE-A-VENIR.

       SELECTIONNER-A-VENIR.
           OPEN INPUT PENDING-FILE.
           IF WS-PEND-STATUS = "00"
               PERFORM LECTURE-PENDING
               PERFORM RETENIR-PENDING UNTIL WS-PEND-EOF = "Y"
               CLOSE PENDING-FILE
           END-IF.

       LECTURE-PENDING.
           READ PENDING-FILE
               AT END MOVE "Y" TO WS-PEND-EOF
           END-READ.

       RETENIR-PENDING.
           IF PEND-CODE IS NUMERIC AND PEND-DATE-EFFET IS NUMERIC
               AND PEND-PRIX IS NUMERIC
               MOVE PEND-DATE-EFFET TO TRP-DATE-EFFET
               MOVE PEND-CODE TO TRP-CODE
               MOVE PEND-ACTION TO TRP-ACTION
               MOVE PEND-LIBELLE TO TRP-LIBELLE
               MOVE PEND-PRIX TO TRP-PRIX
               RELEASE TRI-PENDING-REC
           END-IF.
           PERFORM LECTURE-PENDING.

       EDITER-LISTE-A-VENIR.
           PERFORM RETOUR-PENDING.
           PERFORM EDITER-A-VENIR-LIGNE UNTIL WS-TRI-EOF = "Y".
           IF WS-NB-A-VENIR = 0
               MOVE WS-LIGNE-AUCUN-A-VENIR TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE-CATALOGUE
           END-IF.

       RETOUR-PENDING.
           RETURN TRI-PENDING-FILE
               AT END MOVE "Y" TO WS-TRI-EOF
           END-RETURN.

       EDITER-A-VENIR-LIGNE.
           MOVE TRP-CODE TO PROD-CODE.
           READ PRODUIT-FILE
               INVALID KEY
                   MOVE "N" TO WS-PROD-TROUVE
               NOT INVALID KEY
                   MOVE "O" TO WS-PROD-TROUVE
           END-READ.
           MOVE SPACES TO WS-LIGNE-A-VENIR.
           MOVE TRP-DATE-EFFET TO WS-LAV-DATE.
           MOVE TRP-CODE TO WS-LAV-CODE.
           MOVE TRP-LIBELLE TO WS-LAV-LIBELLE.
           EVALUATE TRP-ACTION
               WHEN "A"
                   MOVE "NOUVEAU" TO WS-LAV-NATURE
               WHEN "M"
                   MOVE "PRIX" TO WS-LAV-NATURE
               WHEN "S"
                   MOVE "RETRAIT" TO WS-LAV-NATURE
               WHEN "R"
                   MOVE "RETOUR" TO WS-LAV-NATURE
               WHEN OTHER
                   MOVE "INCONNU" TO WS-LAV-NATURE
           END-EVALUATE.
           IF WS-PROD-TROUVE = "O"
               MOVE PROD-PRIX TO WS-LAV-ACTUEL
               IF TRP-LIBELLE = SPACES
                   MOVE PROD-LIBELLE TO WS-LAV-LIBELLE
               END-IF
           END-IF.
           IF TRP-ACTION NOT = "S" AND TRP-PRIX NOT = 0
               MOVE TRP-PRIX TO WS-LAV-NOUVEAU
           END-IF.
           MOVE WS-LIGNE-A-VENIR TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-CATALOGUE.
           ADD 1 TO WS-NB-A-VENIR.
           PERFORM RETOUR-PENDING.

       EDITER-LIGNE-CATALOGUE.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-CATALOGUE
               WS-RPT-PROGRAMME WS-CPT-CATALOGUE WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           IF WS-RPT-EMETTRE = "O"
               MOVE WS-RPT-LIGNE-1 TO LIGNE-CATALOGUE
               WRITE LIGNE-CATALOGUE
               MOVE WS-RPT-LIGNE-2 TO LIGNE-CATALOGUE
               WRITE LIGNE-CATALOGUE
           END-IF.
           MOVE WS-LIGNE-EDITION TO LIGNE-CATALOGUE.
           WRITE LIGNE-CATALOGUE.
