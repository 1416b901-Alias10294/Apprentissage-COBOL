       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrixRev.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRE-FILE ASSIGN TO "PRIXREV.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DEMANDE-FILE ASSIGN TO "PRIXREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEM-STATUS.
           SELECT PRODUIT-FILE ASSIGN TO "PRODUIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT CATEGORIE-FILE ASSIGN TO "CATEGORIE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT MOUVEMENT-FILE ASSIGN TO "PRODMVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.
           SELECT REVISION-REPORT ASSIGN TO "PRIXREV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.
           SELECT TRI-REVISION-FILE ASSIGN TO "PRIXREV.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRE-FILE.
       01  PARM-REC.
           05  PARM-MODE PIC X.

       FD  DEMANDE-FILE.
       01  DEMANDE-REC.
           05  DEM-CATEGORIE PIC X(3).
           05  DEM-TYPE PIC X.
           05  DEM-VALEUR PIC S9(5)V99 SIGN IS LEADING SEPARATE.
           05  DEM-ARRONDI PIC X.
           05  DEM-DATE-EFFET PIC 9(8).
           05  DEM-DEMANDEUR PIC X(10).

       FD  PRODUIT-FILE.
       COPY PRODUIT.

       FD  CATEGORIE-FILE.
       01  CATEGORIE-REC.
           05  CAT-CODE PIC X(3).
           05  CAT-PRIX-MIN PIC 9(5)V99.
           05  CAT-PRIX-MAX PIC 9(5)V99.

       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  MVT-ACTION PIC X.
           05  MVT-CODE PIC 9(9).
           05  MVT-LIBELLE PIC X(20).
           05  MVT-PRIX PIC 9(5)V99.
           05  MVT-CATEGORIE PIC X(3).
           05  MVT-STATUT PIC X.
           05  MVT-DATE-EFFET PIC 9(8).
           05  MVT-DEMANDEUR PIC X(10).

       FD  REVISION-REPORT.
       01  LIGNE-REVISION PIC X(80).

       SD  TRI-REVISION-FILE.
       01  TRI-REVISION-REC.
           05  TRI-CATEGORIE PIC X(3).
           05  TRI-CODE PIC 9(9).
           05  TRI-LIBELLE PIC X(20).
           05  TRI-PRIX PIC 9(5)V99.
           05  TRI-DEM-IDX PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC XX.
       01  WS-DEM-STATUS PIC XX.
       01  WS-PROD-STATUS PIC XX.
       01  WS-CAT-STATUS PIC XX.
       01  WS-MVT-STATUS PIC XX.
       01  WS-RAPPORT-STATUS PIC XX.
       01  WS-DEM-EOF PIC X VALUE "N".
       01  WS-PROD-EOF PIC X VALUE "N".
       01  WS-CAT-EOF PIC X VALUE "N".
       01  WS-TRI-EOF PIC X VALUE "N".
       01  WS-MODE PIC X VALUE "S".
       01  WS-AUJOURDHUI PIC 9(8).
       01  WS-NB-CATEGORIES PIC 9(3) VALUE 0.
       01  WS-CAT-IDX PIC 9(3).
       01  WS-CAT-TROUVE PIC X.
       01  WS-CAT-CHARGEES PIC X VALUE "N".
       01  TABLE-CATEGORIES.
           05  CAT-ENTRY OCCURS 50 TIMES.
               10  TAB-CAT-CODE PIC X(3).
               10  TAB-CAT-MIN PIC 9(5)V99.
               10  TAB-CAT-MAX PIC 9(5)V99.
       01  WS-NB-DEMANDES PIC 9(3) VALUE 0.
       01  WS-DEM-IDX PIC 9(3).
       01  WS-DEM-TROUVE PIC X.
       01  WS-DEM-VALIDE PIC X.
       01  WS-MOTIF-DEMANDE PIC X(30).
       01  TABLE-DEMANDES.
           05  DEMANDE-ENTRY OCCURS 50 TIMES.
               10  TAB-DEM-CATEGORIE PIC X(3).
               10  TAB-DEM-TYPE PIC X.
               10  TAB-DEM-VALEUR PIC S9(5)V99.
               10  TAB-DEM-ARRONDI PIC X.
               10  TAB-DEM-DATE-EFFET PIC 9(8).
               10  TAB-DEM-DEMANDEUR PIC X(10).
               10  TAB-DEM-MIN PIC 9(5)V99.
               10  TAB-DEM-MAX PIC 9(5)V99.
               10  TAB-DEM-NB PIC 9(5).
       01  WS-DEM-COURANTE PIC 9(3) VALUE 0.
       01  WS-PRIX-BRUT PIC S9(7)V9(4).
       01  WS-PRIX-NOUVEAU PIC S9(7)V99.
       01  WS-DIZAINES PIC S9(8).
       01  WS-UNITES PIC S9(7).
       01  WS-VARIATION PIC S9(7)V99.
       01  WS-PRIX-OK PIC X.
       01  WS-NOTE PIC X(20).
       01  WS-NB-DEM-LUES PIC 9(5) VALUE 0.
       01  WS-NB-DEM-REFUSEES PIC 9(5) VALUE 0.
       01  WS-NB-PRODUITS PIC 9(7) VALUE 0.
       01  WS-NB-GENERES PIC 9(7) VALUE 0.
       01  WS-NB-HORS-BANDE PIC 9(7) VALUE 0.
       01  WS-NB-HORS-LIMITES PIC 9(7) VALUE 0.
       01  WS-NB-INCHANGES PIC 9(7) VALUE 0.
       01  WS-DEM-RENAME-CMD PIC X(60) VALUE
           "test ! -f PRIXREV.DAT || mv PRIXREV.DAT PRIXREV.TRT".
       01  WS-PARM-RENAME-CMD PIC X(60) VALUE
           "mv PRIXREV.PARM PRIXREV.PARM.TRT".
       01  WS-RPT-ACTION PIC X.
       01  WS-RPT-EMETTRE PIC X.
       01  WS-RPT-LIGNE-1 PIC X(80).
       01  WS-RPT-LIGNE-2 PIC X(80).
       01  WS-TITRE-REVISION PIC X(30)
           VALUE "SIMULATION REVISION DES PRIX".
       01  WS-RPT-PROGRAMME PIC X(12) VALUE "PrixRev".
       01  WS-CPT-REVISION.
           05  WS-CR-PAGE PIC 9(4) VALUE 0.
           05  WS-CR-LIGNES PIC 9(2) VALUE 0.
           05  WS-CR-TOTAL PIC 9(7) VALUE 0.
           05  WS-CR-DATE PIC 9(8) VALUE 0.
           05  WS-CR-HEURE PIC 9(6) VALUE 0.
       01  WS-LIGNE-EDITION PIC X(80).
       01  WS-LIGNE-DEMANDE.
           05  FILLER PIC X(10) VALUE "CATEGORIE ".
           05  WS-LDM-CATEGORIE PIC X(3).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDM-VALEUR PIC +(5)9.99.
           05  WS-LDM-UNITE PIC X(4).
           05  FILLER PIC X(9) VALUE " ARRONDI ".
           05  WS-LDM-ARRONDI PIC X.
           05  FILLER PIC X(7) VALUE " EFFET ".
           05  WS-LDM-DATE PIC 9(8).
           05  FILLER PIC X(5) VALUE " PAR ".
           05  WS-LDM-DEMANDEUR PIC X(10).
       01  WS-LIGNE-BANDE.
           05  FILLER PIC X(21) VALUE "  FOURCHETTE PRIX : ".
           05  WS-LBD-MIN PIC ZZZZ9.99.
           05  FILLER PIC X(3) VALUE " - ".
           05  WS-LBD-MAX PIC ZZZZ9.99.
       01  WS-LIGNE-COLONNES.
           05  FILLER PIC X(31) VALUE "CODE      LIBELLE".
           05  FILLER PIC X(9) VALUE "   ANCIEN".
           05  FILLER PIC X(9) VALUE "  NOUVEAU".
           05  FILLER PIC X(10) VALUE " VARIATION".
           05  FILLER PIC X(20) VALUE " OBSERVATION".
       01  WS-LIGNE-DETAIL.
           05  WS-LDT-CODE PIC 9(9).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-LIBELLE PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-ANCIEN PIC ZZZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-NOUVEAU PIC -(5)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-VARIATION PIC -(5)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-NOTE PIC X(20).
       01  WS-LIGNE-REFUS.
           05  FILLER PIC X(19) VALUE "DEMANDE REFUSEE : ".
           05  WS-LRF-DEMANDE PIC X(31).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LRF-MOTIF PIC X(29).
       01  WS-LIGNE-SANS-PRODUIT.
           05  FILLER PIC X(10) VALUE "CATEGORIE ".
           05  WS-LSP-CATEGORIE PIC X(3).
           05  FILLER PIC X(30) VALUE " : AUCUN PRODUIT CONCERNE".
       01  WS-LIGNE-TOTAL-1.
           05  FILLER PIC X(24) VALUE "PRODUITS CONCERNES : ".
           05  WS-LT1-NB PIC ZZZZZZ9.
           05  FILLER PIC X(24) VALUE "   MOUVEMENTS : ".
           05  WS-LT1-GENERES PIC ZZZZZZ9.
       01  WS-LIGNE-TOTAL-2.
           05  FILLER PIC X(24) VALUE "HORS FOURCHETTE : ".
           05  WS-LT2-BANDE PIC ZZZZZZ9.
           05  FILLER PIC X(24) VALUE "   PRIX HORS LIMITES : ".
           05  WS-LT2-LIMITES PIC ZZZZZZ9.
       01  WS-LIGNE-MODE PIC X(60).
       01  WS-CTL-PROGRAMME PIC X(12) VALUE "PrixRev".
       01  WS-CTL-LUS PIC 9(9) VALUE 0.
       01  WS-CTL-ECRITS PIC 9(9) VALUE 0.
       01  WS-CTL-REJETES PIC 9(9) VALUE 0.
       01  WS-CTL-RETOUR PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURDHUI.
           PERFORM LECTURE-PARAMETRE.
           PERFORM CHARGER-CATEGORIES.
           PERFORM OUVRIR-FICHIERS.
           PERFORM CHARGER-DEMANDES.
           IF WS-NB-DEMANDES > 0
               MOVE WS-LIGNE-COLONNES TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE-REVISION
               SORT TRI-REVISION-FILE
                   ON ASCENDING KEY TRI-CATEGORIE TRI-CODE
                   INPUT PROCEDURE IS SELECTIONNER-PRODUITS
                   OUTPUT PROCEDURE IS EDITER-REVISION
               MOVE 1 TO WS-DEM-IDX
               PERFORM SIGNALER-DEMANDE-VIDE
                   UNTIL WS-DEM-IDX > WS-NB-DEMANDES
           END-IF.
           PERFORM EDITER-TOTAUX.
           CLOSE PRODUIT-FILE REVISION-REPORT.
           IF WS-MODE = "V"
               CLOSE MOUVEMENT-FILE
               CALL "SYSTEM" USING WS-DEM-RENAME-CMD
               CALL "SYSTEM" USING WS-PARM-RENAME-CMD
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY "Demandes lues : " WS-NB-DEM-LUES.
           DISPLAY "Demandes refusees : " WS-NB-DEM-REFUSEES.
           DISPLAY "Produits concernes : " WS-NB-PRODUITS.
           DISPLAY "Prix hors fourchette : " WS-NB-HORS-BANDE.
           DISPLAY "Prix hors limites : " WS-NB-HORS-LIMITES.
           DISPLAY "Prix inchanges : " WS-NB-INCHANGES.
           IF WS-MODE = "V"
               DISPLAY "Mouvements generes dans PRODMVT.DAT : "
                   WS-NB-GENERES
           ELSE
               DISPLAY "Simulation seule, aucun mouvement genere."
           END-IF.
           MOVE WS-NB-PRODUITS TO WS-CTL-LUS.
           MOVE WS-NB-GENERES TO WS-CTL-ECRITS.
           COMPUTE WS-CTL-REJETES = WS-NB-DEM-REFUSEES
               + WS-NB-HORS-BANDE + WS-NB-HORS-LIMITES.
           CALL "CtlEoj" USING WS-CTL-PROGRAMME WS-CTL-LUS
               WS-CTL-ECRITS WS-CTL-REJETES WS-CTL-RETOUR.
           STOP RUN.

       LECTURE-PARAMETRE.
           OPEN INPUT PARAMETRE-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARAMETRE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-MODE = "V"
                           MOVE "V" TO WS-MODE
                       END-IF
               END-READ
               CLOSE PARAMETRE-FILE
           END-IF.
           IF WS-MODE = "V"
               MOVE "REVISION DES PRIX VALIDEE" TO WS-TITRE-REVISION
           END-IF.

       CHARGER-CATEGORIES.
           OPEN INPUT CATEGORIE-FILE.
           IF WS-CAT-STATUS = "35" OR WS-CAT-STATUS = "05"
               DISPLAY "Fichier des categories absent, bandes de "
                   "prix non controlees."
           ELSE
               IF WS-CAT-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier categories : "
                       WS-CAT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE "O" TO WS-CAT-CHARGEES
                   PERFORM LECTURE-CATEGORIE
                   PERFORM RANGER-CATEGORIE UNTIL WS-CAT-EOF = "Y"
                   CLOSE CATEGORIE-FILE
               END-IF
           END-IF.

       LECTURE-CATEGORIE.
           READ CATEGORIE-FILE
               AT END MOVE "Y" TO WS-CAT-EOF
           END-READ.

       RANGER-CATEGORIE.
           IF WS-NB-CATEGORIES >= 50
               DISPLAY "Fichier categories sature, maximum 50."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-CATEGORIES.
           MOVE CAT-CODE TO TAB-CAT-CODE(WS-NB-CATEGORIES).
           MOVE CAT-PRIX-MIN TO TAB-CAT-MIN(WS-NB-CATEGORIES).
           MOVE CAT-PRIX-MAX TO TAB-CAT-MAX(WS-NB-CATEGORIES).
           PERFORM LECTURE-CATEGORIE.

       CHERCHER-CATEGORIE.
           MOVE "N" TO WS-CAT-TROUVE.
           MOVE 1 TO WS-CAT-IDX.
           PERFORM TESTER-CATEGORIE
               UNTIL WS-CAT-IDX > WS-NB-CATEGORIES
                   OR WS-CAT-TROUVE = "O".

       TESTER-CATEGORIE.
           IF TAB-CAT-CODE(WS-CAT-IDX) = DEM-CATEGORIE
               MOVE "O" TO WS-CAT-TROUVE
           ELSE
               ADD 1 TO WS-CAT-IDX
           END-IF.

       OUVRIR-FICHIERS.
           OPEN INPUT PRODUIT-FILE.
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier produits : "
                   WS-PROD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REVISION-REPORT.
           IF WS-RAPPORT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture rapport de revision : "
                   WS-RAPPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MODE = "V"
               OPEN EXTEND MOUVEMENT-FILE
               IF WS-MVT-STATUS = "05" OR WS-MVT-STATUS = "35"
                   OPEN OUTPUT MOUVEMENT-FILE
               END-IF
               IF WS-MVT-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier mouvements : "
                       WS-MVT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       CHARGER-DEMANDES.
           OPEN INPUT DEMANDE-FILE.
           IF WS-DEM-STATUS = "35" OR WS-DEM-STATUS = "05"
               DISPLAY "Aucune demande de revision de prix."
           ELSE
               IF WS-DEM-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture demandes de revision : "
                       WS-DEM-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LECTURE-DEMANDE
                   PERFORM RANGER-DEMANDE UNTIL WS-DEM-EOF = "Y"
                   CLOSE DEMANDE-FILE
               END-IF
           END-IF.

       LECTURE-DEMANDE.
           READ DEMANDE-FILE
               AT END MOVE "Y" TO WS-DEM-EOF
           END-READ.

       RANGER-DEMANDE.
           ADD 1 TO WS-NB-DEM-LUES.
           PERFORM CONTROLER-DEMANDE.
           IF WS-DEM-VALIDE = "O"
               IF WS-NB-DEMANDES >= 50
                   DISPLAY "Table des demandes saturee, maximum 50."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-DEMANDES
               MOVE DEM-CATEGORIE
                   TO TAB-DEM-CATEGORIE(WS-NB-DEMANDES)
               MOVE DEM-TYPE TO TAB-DEM-TYPE(WS-NB-DEMANDES)
               MOVE DEM-VALEUR TO TAB-DEM-VALEUR(WS-NB-DEMANDES)
               IF DEM-ARRONDI = SPACE
                   MOVE "C" TO TAB-DEM-ARRONDI(WS-NB-DEMANDES)
               ELSE
                   MOVE DEM-ARRONDI
                       TO TAB-DEM-ARRONDI(WS-NB-DEMANDES)
               END-IF
               MOVE DEM-DATE-EFFET
                   TO TAB-DEM-DATE-EFFET(WS-NB-DEMANDES)
               MOVE DEM-DEMANDEUR
                   TO TAB-DEM-DEMANDEUR(WS-NB-DEMANDES)
               IF WS-CAT-CHARGEES = "O"
                   MOVE TAB-CAT-MIN(WS-CAT-IDX)
                       TO TAB-DEM-MIN(WS-NB-DEMANDES)
                   MOVE TAB-CAT-MAX(WS-CAT-IDX)
                       TO TAB-DEM-MAX(WS-NB-DEMANDES)
               ELSE
                   MOVE 0 TO TAB-DEM-MIN(WS-NB-DEMANDES)
                   MOVE 99999.99 TO TAB-DEM-MAX(WS-NB-DEMANDES)
               END-IF
               MOVE 0 TO TAB-DEM-NB(WS-NB-DEMANDES)
           ELSE
               ADD 1 TO WS-NB-DEM-REFUSEES
               MOVE DEMANDE-REC TO WS-LRF-DEMANDE
               MOVE WS-MOTIF-DEMANDE TO WS-LRF-MOTIF
               MOVE WS-LIGNE-REFUS TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE-REVISION
           END-IF.
           PERFORM LECTURE-DEMANDE.

       CONTROLER-DEMANDE.
           MOVE "O" TO WS-DEM-VALIDE.
           MOVE SPACES TO WS-MOTIF-DEMANDE.
           IF DEM-TYPE NOT = "P" AND DEM-TYPE NOT = "F"
               MOVE "N" TO WS-DEM-VALIDE
               MOVE "type de revision inconnu" TO WS-MOTIF-DEMANDE
           END-IF.
           IF WS-DEM-VALIDE = "O" AND DEM-VALEUR IS NOT NUMERIC
               MOVE "N" TO WS-DEM-VALIDE
               MOVE "valeur non numerique" TO WS-MOTIF-DEMANDE
           END-IF.
           IF WS-DEM-VALIDE = "O"
               AND DEM-ARRONDI NOT = SPACE AND DEM-ARRONDI NOT = "C"
               AND DEM-ARRONDI NOT = "D" AND DEM-ARRONDI NOT = "U"
               AND DEM-ARRONDI NOT = "9"
               MOVE "N" TO WS-DEM-VALIDE
               MOVE "arrondi inconnu" TO WS-MOTIF-DEMANDE
           END-IF.
           IF WS-DEM-VALIDE = "O"
               AND (DEM-DATE-EFFET IS NOT NUMERIC
                   OR DEM-DATE-EFFET < WS-AUJOURDHUI)
               MOVE "N" TO WS-DEM-VALIDE
               MOVE "date d'effet invalide" TO WS-MOTIF-DEMANDE
           END-IF.
           IF WS-DEM-VALIDE = "O" AND DEM-DEMANDEUR = SPACES
               MOVE "N" TO WS-DEM-VALIDE
               MOVE "demandeur absent" TO WS-MOTIF-DEMANDE
           END-IF.
           IF WS-DEM-VALIDE = "O" AND WS-CAT-CHARGEES = "O"
               PERFORM CHERCHER-CATEGORIE
               IF WS-CAT-TROUVE = "N"
                   MOVE "N" TO WS-DEM-VALIDE
                   MOVE "categorie inconnue" TO WS-MOTIF-DEMANDE
               END-IF
           END-IF.
           IF WS-DEM-VALIDE = "O"
               MOVE DEM-CATEGORIE TO PROD-CATEGORIE
               PERFORM CHERCHER-DEMANDE
               IF WS-DEM-TROUVE = "O"
                   MOVE "N" TO WS-DEM-VALIDE
                   MOVE "categorie deja demandee" TO WS-MOTIF-DEMANDE
               END-IF
           END-IF.

       CHERCHER-DEMANDE.
           MOVE "N" TO WS-DEM-TROUVE.
           MOVE 1 TO WS-DEM-IDX.
           PERFORM TESTER-DEMANDE
               UNTIL WS-DEM-IDX > WS-NB-DEMANDES
                   OR WS-DEM-TROUVE = "O".

       TESTER-DEMANDE.
           IF TAB-DEM-CATEGORIE(WS-DEM-IDX) = PROD-CATEGORIE
               MOVE "O" TO WS-DEM-TROUVE
           ELSE
               ADD 1 TO WS-DEM-IDX
           END-IF.

       SELECTIONNER-PRODUITS.
           PERFORM LECTURE-PRODUIT.
           PERFORM RETENIR-PRODUIT UNTIL WS-PROD-EOF = "Y".

       LECTURE-PRODUIT.
           READ PRODUIT-FILE
               AT END MOVE "Y" TO WS-PROD-EOF
           END-READ.

       RETENIR-PRODUIT.
           PERFORM CHERCHER-DEMANDE.
           IF WS-DEM-TROUVE = "O"
               MOVE PROD-CATEGORIE TO TRI-CATEGORIE
               MOVE PROD-CODE TO TRI-CODE
               MOVE PROD-LIBELLE TO TRI-LIBELLE
               MOVE PROD-PRIX TO TRI-PRIX
               MOVE WS-DEM-IDX TO TRI-DEM-IDX
               RELEASE TRI-REVISION-REC
           END-IF.
           PERFORM LECTURE-PRODUIT.

       EDITER-REVISION.
           PERFORM RETOUR-TRI.
           PERFORM REVISER-PRODUIT UNTIL WS-TRI-EOF = "Y".

       RETOUR-TRI.
           RETURN TRI-REVISION-FILE
               AT END MOVE "Y" TO WS-TRI-EOF
           END-RETURN.

       REVISER-PRODUIT.
           IF TRI-DEM-IDX NOT = WS-DEM-COURANTE
               MOVE TRI-DEM-IDX TO WS-DEM-COURANTE
               MOVE WS-DEM-COURANTE TO WS-DEM-IDX
               PERFORM EDITER-DEMANDE
           END-IF.
           ADD 1 TO WS-NB-PRODUITS.
           ADD 1 TO TAB-DEM-NB(WS-DEM-COURANTE).
           PERFORM CALCULER-PRIX.
           MOVE SPACES TO WS-NOTE.
           MOVE "O" TO WS-PRIX-OK.
           IF WS-PRIX-NOUVEAU <= 0 OR WS-PRIX-NOUVEAU > 99999.99
               MOVE "N" TO WS-PRIX-OK
               MOVE "PRIX HORS LIMITES" TO WS-NOTE
               ADD 1 TO WS-NB-HORS-LIMITES
           ELSE
               IF WS-PRIX-NOUVEAU < TAB-DEM-MIN(WS-DEM-COURANTE)
                   OR WS-PRIX-NOUVEAU > TAB-DEM-MAX(WS-DEM-COURANTE)
                   MOVE "N" TO WS-PRIX-OK
                   MOVE "HORS FOURCHETTE" TO WS-NOTE
                   ADD 1 TO WS-NB-HORS-BANDE
               ELSE
                   IF WS-PRIX-NOUVEAU = TRI-PRIX
                       MOVE "N" TO WS-PRIX-OK
                       MOVE "INCHANGE" TO WS-NOTE
                       ADD 1 TO WS-NB-INCHANGES
                   END-IF
               END-IF
           END-IF.
           IF WS-PRIX-OK = "O"
               IF WS-MODE = "V"
                   PERFORM GENERER-MOUVEMENT
                   MOVE "MOUVEMENT GENERE" TO WS-NOTE
               ELSE
                   MOVE "A GENERER" TO WS-NOTE
               END-IF
           END-IF.
           COMPUTE WS-VARIATION = WS-PRIX-NOUVEAU - TRI-PRIX.
           MOVE TRI-CODE TO WS-LDT-CODE.
           MOVE TRI-LIBELLE TO WS-LDT-LIBELLE.
           MOVE TRI-PRIX TO WS-LDT-ANCIEN.
           MOVE WS-PRIX-NOUVEAU TO WS-LDT-NOUVEAU.
           MOVE WS-VARIATION TO WS-LDT-VARIATION.
           MOVE WS-NOTE TO WS-LDT-NOTE.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-REVISION.
           PERFORM RETOUR-TRI.

       CALCULER-PRIX.
           IF TAB-DEM-TYPE(WS-DEM-COURANTE) = "P"
               COMPUTE WS-PRIX-BRUT = TRI-PRIX
                   * (100 + TAB-DEM-VALEUR(WS-DEM-COURANTE)) / 100
           ELSE
               COMPUTE WS-PRIX-BRUT = TRI-PRIX
                   + TAB-DEM-VALEUR(WS-DEM-COURANTE)
           END-IF.
           EVALUATE TAB-DEM-ARRONDI(WS-DEM-COURANTE)
               WHEN "D"
                   COMPUTE WS-DIZAINES ROUNDED = WS-PRIX-BRUT * 10
                   COMPUTE WS-PRIX-NOUVEAU = WS-DIZAINES / 10
               WHEN "U"
                   COMPUTE WS-UNITES ROUNDED = WS-PRIX-BRUT
                   MOVE WS-UNITES TO WS-PRIX-NOUVEAU
               WHEN "9"
                   COMPUTE WS-UNITES ROUNDED = WS-PRIX-BRUT
                   COMPUTE WS-PRIX-NOUVEAU = WS-UNITES - 0.01
               WHEN OTHER
                   COMPUTE WS-PRIX-NOUVEAU ROUNDED = WS-PRIX-BRUT
           END-EVALUATE.

       GENERER-MOUVEMENT.
           MOVE SPACES TO MOUVEMENT-REC.
           MOVE "M" TO MVT-ACTION.
           MOVE TRI-CODE TO MVT-CODE.
           MOVE TRI-LIBELLE TO MVT-LIBELLE.
           MOVE WS-PRIX-NOUVEAU TO MVT-PRIX.
           MOVE TAB-DEM-DATE-EFFET(WS-DEM-COURANTE) TO MVT-DATE-EFFET.
           MOVE TAB-DEM-DEMANDEUR(WS-DEM-COURANTE) TO MVT-DEMANDEUR.
           WRITE MOUVEMENT-REC.
           IF WS-MVT-STATUS NOT = "00"
               DISPLAY "Erreur ecriture fichier mouvements : "
                   WS-MVT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-GENERES.

       EDITER-DEMANDE.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-REVISION.
           MOVE TAB-DEM-CATEGORIE(WS-DEM-IDX) TO WS-LDM-CATEGORIE.
           MOVE TAB-DEM-VALEUR(WS-DEM-IDX) TO WS-LDM-VALEUR.
           IF TAB-DEM-TYPE(WS-DEM-IDX) = "P"
               MOVE " %" TO WS-LDM-UNITE
           ELSE
               MOVE " EUR" TO WS-LDM-UNITE
           END-IF.
           MOVE TAB-DEM-ARRONDI(WS-DEM-IDX) TO WS-LDM-ARRONDI.
           MOVE TAB-DEM-DATE-EFFET(WS-DEM-IDX) TO WS-LDM-DATE.
           MOVE TAB-DEM-DEMANDEUR(WS-DEM-IDX) TO WS-LDM-DEMANDEUR.
           MOVE WS-LIGNE-DEMANDE TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-REVISION.
           MOVE TAB-DEM-MIN(WS-DEM-IDX) TO WS-LBD-MIN.
           MOVE TAB-DEM-MAX(WS-DEM-IDX) TO WS-LBD-MAX.
           MOVE WS-LIGNE-BANDE TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-REVISION.

       SIGNALER-DEMANDE-VIDE.
           IF TAB-DEM-NB(WS-DEM-IDX) = 0
               MOVE TAB-DEM-CATEGORIE(WS-DEM-IDX) TO WS-LSP-CATEGORIE
               MOVE WS-LIGNE-SANS-PRODUIT TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE-REVISION
           END-IF.
           ADD 1 TO WS-DEM-IDX.

       EDITER-TOTAUX.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-REVISION.
           MOVE WS-NB-PRODUITS TO WS-LT1-NB.
           MOVE WS-NB-GENERES TO WS-LT1-GENERES.
           MOVE WS-LIGNE-TOTAL-1 TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-REVISION.
           MOVE WS-NB-HORS-BANDE TO WS-LT2-BANDE.
           MOVE WS-NB-HORS-LIMITES TO WS-LT2-LIMITES.
           MOVE WS-LIGNE-TOTAL-2 TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-REVISION.
           IF WS-MODE = "V"
               MOVE "MOUVEMENTS AJOUTES A PRODMVT.DAT POUR PRODMAINT."
                   TO WS-LIGNE-MODE
           ELSE
               MOVE "SIMULATION : AUCUN MOUVEMENT GENERE."
                   TO WS-LIGNE-MODE
           END-IF.
           MOVE WS-LIGNE-MODE TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-REVISION.
           MOVE "F" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-REVISION
               WS-RPT-PROGRAMME WS-CPT-REVISION WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           MOVE WS-RPT-LIGNE-1 TO LIGNE-REVISION.
           WRITE LIGNE-REVISION.

       EDITER-LIGNE-REVISION.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-REVISION
               WS-RPT-PROGRAMME WS-CPT-REVISION WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           IF WS-RPT-EMETTRE = "O"
               MOVE WS-RPT-LIGNE-1 TO LIGNE-REVISION
               WRITE LIGNE-REVISION
               MOVE WS-RPT-LIGNE-2 TO LIGNE-REVISION
               WRITE LIGNE-REVISION
           END-IF.
           MOVE WS-LIGNE-EDITION TO LIGNE-REVISION.
           WRITE LIGNE-REVISION.
