       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProdInteg.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUIT-FILE ASSIGN TO "PRODUIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT CATEGORIE-FILE ASSIGN TO "CATEGORIE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT RESERVATION-FILE ASSIGN TO "PRODRESV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESV-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PRODMVTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT EXC-MASTER-FILE ASSIGN TO "PRODEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT HISTORIQUE-PRIX-FILE ASSIGN TO "PRODHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT INTEG-REPORT ASSIGN TO "PRODINTEG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT TRI-ANOMALIE-FILE ASSIGN TO "PRODINTEG.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUIT-FILE.
       COPY PRODUIT.

       FD  CATEGORIE-FILE.
       01  CATEGORIE-REC.
           05  CAT-CODE PIC X(3).
           05  CAT-PRIX-MIN PIC 9(5)V99.
           05  CAT-PRIX-MAX PIC 9(5)V99.

       FD  RESERVATION-FILE.
       01  RESERVATION-REC.
           05  RESV-CODE PIC 9(9).
           05  RESV-DEMANDEUR PIC X(10).
           05  RESV-DATE PIC 9(8).
           05  RESV-EXPIRATION PIC 9(8).

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

       FD  EXC-MASTER-FILE.
       01  EXC-MASTER-REC.
           05  EXC-CODE PIC 9(9).
           05  EXC-MOTIF PIC X(40).
           05  EXC-DATE-DEBUT PIC 9(8).
           05  EXC-NB-NUITS PIC 9(3).

       FD  HISTORIQUE-PRIX-FILE.
       01  HISTORIQUE-PRIX-REC.
           05  HPX-CODE PIC 9(9).
           05  HPX-DATE PIC 9(8).
           05  HPX-ANCIEN-PRIX PIC 9(5)V99.
           05  HPX-NOUVEAU-PRIX PIC 9(5)V99.
           05  HPX-SOURCE PIC X(8).

       FD  INTEG-REPORT.
       01  LIGNE-INTEG PIC X(80).

       SD  TRI-ANOMALIE-FILE.
       01  TRI-ANOMALIE-REC.
           05  TRI-TYPE PIC 9(2).
           05  TRI-SEQUENCE PIC 9(7).
           05  TRI-CODE PIC 9(9).
           05  TRI-FICHIER PIC X(12).
           05  TRI-DETAIL PIC X(44).

       WORKING-STORAGE SECTION.
       01  WS-PROD-STATUS PIC XX.
       01  WS-CAT-STATUS PIC XX.
       01  WS-RESV-STATUS PIC XX.
       01  WS-PEND-STATUS PIC XX.
       01  WS-EXC-STATUS PIC XX.
       01  WS-HIST-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-PROD-EOF PIC X VALUE "N".
       01  WS-CAT-EOF PIC X VALUE "N".
       01  WS-RESV-EOF PIC X VALUE "N".
       01  WS-PEND-EOF PIC X VALUE "N".
       01  WS-EXC-EOF PIC X VALUE "N".
       01  WS-HIST-EOF PIC X VALUE "N".
       01  WS-TRI-EOF PIC X VALUE "N".
       01  WS-CAT-LUES PIC X VALUE "N".
       01  WS-AUJOURDHUI PIC 9(8).
       01  WS-PREMIER PIC 9.
       01  WS-CODE-CHERCHE PIC 9(9).
       01  WS-CAT-CHERCHEE PIC X(3).
       01  WS-PROD-TROUVE PIC X.
       01  WS-CAT-TROUVE PIC X.
       01  WS-RESV-TROUVE PIC X.
       01  WS-AJOUT-TROUVE PIC X.
       01  WS-NB-LUS PIC 9(9) VALUE 0.
       01  WS-NB-ANOMALIES PIC 9(7) VALUE 0.
       01  WS-NB-PRODUITS PIC 9(7) VALUE 0.
       01  WS-NB-CATEGORIES PIC 9(3) VALUE 0.
       01  WS-CAT-IDX PIC 9(3).
       01  TABLE-CATEGORIES.
           05  CAT-ENTRY OCCURS 50 TIMES.
               10  TAB-CAT-CODE PIC X(3).
       01  WS-NB-RESERVATIONS PIC 9(4) VALUE 0.
       01  WS-RESV-IDX PIC 9(4).
       01  TABLE-RESERVATIONS.
           05  RESV-ENTRY OCCURS 1000 TIMES.
               10  TAB-RESV-CODE PIC 9(9).
               10  TAB-RESV-DEMANDEUR PIC X(10).
               10  TAB-RESV-EXPIRATION PIC 9(8).
       01  WS-NB-AJOUTS PIC 9(4) VALUE 0.
       01  WS-AJOUT-IDX PIC 9(4).
       01  TABLE-AJOUTS.
           05  AJOUT-ENTRY OCCURS 1000 TIMES.
               10  TAB-AJOUT-CODE PIC 9(9).
       01  WS-ANO-TYPE PIC 9(2).
       01  WS-ANO-CODE PIC 9(9).
       01  WS-ANO-FICHIER PIC X(12).
       01  WS-ANO-DETAIL PIC X(44).
       01  WS-TYPE-IDX PIC 9(2).
       01  WS-TYPE-COURANT PIC 9(2) VALUE 0.
       01  TABLE-TYPES.
           05  FILLER PIC X(40)
               VALUE "CODE PRODUIT NON PREMIER".
           05  FILLER PIC X(40)
               VALUE "CATEGORIE PRODUIT INCONNUE".
           05  FILLER PIC X(40)
               VALUE "RESERVATION D'UN CODE DEJA ATTRIBUE".
           05  FILLER PIC X(40)
               VALUE "CODE RESERVE PLUSIEURS FOIS".
           05  FILLER PIC X(40)
               VALUE "AJOUT EN ATTENTE SUR CODE EXISTANT".
           05  FILLER PIC X(40)
               VALUE "AJOUT EN ATTENTE SUR CODE RESERVE".
           05  FILLER PIC X(40)
               VALUE "MOUVEMENT EN ATTENTE SUR CODE INCONNU".
           05  FILLER PIC X(40)
               VALUE "CATEGORIE EN ATTENTE INCONNUE".
           05  FILLER PIC X(40)
               VALUE "EXCEPTION SUR PRODUIT ABSENT".
           05  FILLER PIC X(40)
               VALUE "HISTORIQUE SUR PRODUIT ABSENT".
       01  TABLE-TYPES-R REDEFINES TABLE-TYPES.
           05  TYPE-ENTRY OCCURS 10 TIMES.
               10  TAB-TYPE-LIBELLE PIC X(40).
       01  TABLE-COMPTES.
           05  COMPTE-ENTRY OCCURS 10 TIMES.
               10  TAB-TYPE-NB PIC 9(7).
       01  WS-RPT-ACTION PIC X.
       01  WS-RPT-EMETTRE PIC X.
       01  WS-RPT-LIGNE-1 PIC X(80).
       01  WS-RPT-LIGNE-2 PIC X(80).
       01  WS-TITRE-INTEG PIC X(30)
           VALUE "INTEGRITE FICHIERS PRODUITS".
       01  WS-RPT-PROGRAMME PIC X(12) VALUE "ProdInteg".
       01  WS-CPT-INTEG.
           05  WS-CI-PAGE PIC 9(4) VALUE 0.
           05  WS-CI-LIGNES PIC 9(2) VALUE 0.
           05  WS-CI-TOTAL PIC 9(7) VALUE 0.
           05  WS-CI-DATE PIC 9(8) VALUE 0.
           05  WS-CI-HEURE PIC 9(6) VALUE 0.
       01  WS-LIGNE-EDITION PIC X(80).
       01  WS-LIGNE-TYPE.
           05  FILLER PIC X(5) VALUE "TYPE ".
           05  WS-LTY-TYPE PIC 99.
           05  FILLER PIC X(3) VALUE " : ".
           05  WS-LTY-LIBELLE PIC X(40).
       01  WS-LIGNE-COLONNES.
           05  FILLER PIC X(12) VALUE "  CODE".
           05  FILLER PIC X(13) VALUE "FICHIER".
           05  FILLER PIC X(44) VALUE "DETAIL".
       01  WS-LIGNE-DETAIL.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-LDT-CODE PIC 9(9).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-FICHIER PIC X(12).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-DETAIL PIC X(44).
       01  WS-LIGNE-SOUS-TOTAL.
           05  FILLER PIC X(25) VALUE "  ANOMALIES DE CE TYPE : ".
           05  WS-LST-NB PIC ZZZZZZ9.
       01  WS-LIGNE-RESUME.
           05  FILLER PIC X(5) VALUE "TYPE ".
           05  WS-LRE-TYPE PIC 99.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LRE-LIBELLE PIC X(40).
           05  FILLER PIC X(3) VALUE " : ".
           05  WS-LRE-NB PIC ZZZZZZ9.
       01  WS-LIGNE-TOTAL.
           05  FILLER PIC X(28) VALUE "TOTAL DES ANOMALIES : ".
           05  WS-LT-NB PIC ZZZZZZ9.
           05  FILLER PIC X(21) VALUE " / ENREGISTREMENTS : ".
           05  WS-LT-LUS PIC ZZZZZZZZ9.
       01  WS-DETAIL-RESV.
           05  FILLER PIC X(11) VALUE "RESERVE PAR".
           05  FILLER PIC X VALUE SPACE.
           05  WS-DRV-DEMANDEUR PIC X(10).
           05  FILLER PIC X(8) VALUE " JUSQU'A".
           05  FILLER PIC X VALUE SPACE.
           05  WS-DRV-EXPIRATION PIC 9(8).
       01  WS-DETAIL-PEND.
           05  WS-DPD-ACTION PIC X.
           05  FILLER PIC X(4) VALUE " AU ".
           05  WS-DPD-DATE PIC 9(8).
           05  FILLER PIC X(5) VALUE " PAR ".
           05  WS-DPD-DEMANDEUR PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  WS-DPD-AUTRE PIC X(15).
       01  WS-DETAIL-CAT.
           05  FILLER PIC X(10) VALUE "CATEGORIE ".
           05  WS-DCA-CODE PIC X(3).
           05  FILLER PIC X VALUE SPACE.
           05  WS-DCA-LIBELLE PIC X(20).
       01  WS-DETAIL-HIST.
           05  FILLER PIC X(11) VALUE "CHANGEMENT ".
           05  WS-DHI-DATE PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  WS-DHI-SOURCE PIC X(8).
       01  WS-CTL-PROGRAMME PIC X(12) VALUE "ProdInteg".
       01  WS-CTL-LUS PIC 9(9) VALUE 0.
       01  WS-CTL-ECRITS PIC 9(9) VALUE 0.
       01  WS-CTL-REJETES PIC 9(9) VALUE 0.
       01  WS-CTL-RETOUR PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURDHUI.
           MOVE 1 TO WS-TYPE-IDX.
           PERFORM RAZ-COMPTE UNTIL WS-TYPE-IDX > 10.
           OPEN INPUT PRODUIT-FILE.
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier produits : "
                   WS-PROD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHARGER-CATEGORIES.
           OPEN OUTPUT INTEG-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture rapport integrite : "
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SORT TRI-ANOMALIE-FILE
               ON ASCENDING KEY TRI-TYPE TRI-SEQUENCE
               INPUT PROCEDURE IS CONTROLER-FICHIERS
               OUTPUT PROCEDURE IS EDITER-ANOMALIES.
           PERFORM EDITER-RESUME.
           MOVE "F" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-INTEG
               WS-RPT-PROGRAMME WS-CPT-INTEG WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           MOVE WS-RPT-LIGNE-1 TO LIGNE-INTEG.
           WRITE LIGNE-INTEG.
           CLOSE INTEG-REPORT PRODUIT-FILE.
           DISPLAY "Enregistrements controles : " WS-NB-LUS.
           DISPLAY "Anomalies d'integrite : " WS-NB-ANOMALIES.
           MOVE WS-NB-LUS TO WS-CTL-LUS.
           MOVE WS-NB-ANOMALIES TO WS-CTL-ECRITS.
           MOVE WS-NB-ANOMALIES TO WS-CTL-REJETES.
           IF WS-NB-ANOMALIES > 0
               MOVE 8 TO WS-CTL-RETOUR
           ELSE
               MOVE 0 TO WS-CTL-RETOUR
           END-IF.
           CALL "CtlEoj" USING WS-CTL-PROGRAMME WS-CTL-LUS
               WS-CTL-ECRITS WS-CTL-REJETES WS-CTL-RETOUR.
           MOVE WS-CTL-RETOUR TO RETURN-CODE.
           STOP RUN.

       RAZ-COMPTE.
           MOVE 0 TO TAB-TYPE-NB(WS-TYPE-IDX).
           ADD 1 TO WS-TYPE-IDX.

       CHARGER-CATEGORIES.
           OPEN INPUT CATEGORIE-FILE.
           IF WS-CAT-STATUS = "35" OR WS-CAT-STATUS = "05"
               DISPLAY "Fichier CATEGORIE.DAT absent, categories "
                   "non controlees."
           ELSE
               IF WS-CAT-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier categories : "
                       WS-CAT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE "O" TO WS-CAT-LUES
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
           ADD 1 TO WS-NB-LUS.
           IF WS-NB-CATEGORIES >= 50
               DISPLAY "Trop de categories, maximum 50."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-CATEGORIES.
           MOVE CAT-CODE TO TAB-CAT-CODE(WS-NB-CATEGORIES).
           PERFORM LECTURE-CATEGORIE.

       CHERCHER-CATEGORIE.
           MOVE "N" TO WS-CAT-TROUVE.
           MOVE 1 TO WS-CAT-IDX.
           PERFORM TESTER-CATEGORIE
               UNTIL WS-CAT-IDX > WS-NB-CATEGORIES
                   OR WS-CAT-TROUVE = "O".

       TESTER-CATEGORIE.
           IF TAB-CAT-CODE(WS-CAT-IDX) = WS-CAT-CHERCHEE
               MOVE "O" TO WS-CAT-TROUVE
           ELSE
               ADD 1 TO WS-CAT-IDX
           END-IF.

       CHERCHER-PRODUIT.
           MOVE WS-CODE-CHERCHE TO PROD-CODE.
           READ PRODUIT-FILE
               INVALID KEY
                   MOVE "N" TO WS-PROD-TROUVE
               NOT INVALID KEY
                   MOVE "O" TO WS-PROD-TROUVE
           END-READ.

       CONTROLER-FICHIERS.
           PERFORM CONTROLER-PRODUITS.
           PERFORM CONTROLER-RESERVATIONS.
           PERFORM CHARGER-AJOUTS.
           PERFORM CONTROLER-EN-ATTENTE.
           PERFORM CONTROLER-EXCEPTIONS.
           PERFORM CONTROLER-HISTORIQUE.

       SIGNALER-ANOMALIE.
           ADD 1 TO WS-NB-ANOMALIES.
           ADD 1 TO TAB-TYPE-NB(WS-ANO-TYPE).
           MOVE WS-ANO-TYPE TO TRI-TYPE.
           MOVE WS-NB-ANOMALIES TO TRI-SEQUENCE.
           MOVE WS-ANO-CODE TO TRI-CODE.
           MOVE WS-ANO-FICHIER TO TRI-FICHIER.
           MOVE WS-ANO-DETAIL TO TRI-DETAIL.
           RELEASE TRI-ANOMALIE-REC.

       CONTROLER-PRODUITS.
           MOVE 0 TO PROD-CODE.
           START PRODUIT-FILE KEY IS NOT LESS THAN PROD-CODE
               INVALID KEY MOVE "Y" TO WS-PROD-EOF
           END-START.
           IF WS-PROD-EOF NOT = "Y"
               PERFORM LECTURE-PRODUIT
               PERFORM CONTROLER-UN-PRODUIT UNTIL WS-PROD-EOF = "Y"
           END-IF.

       LECTURE-PRODUIT.
           READ PRODUIT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-PROD-EOF
           END-READ.

       CONTROLER-UN-PRODUIT.
           ADD 1 TO WS-NB-LUS.
           ADD 1 TO WS-NB-PRODUITS.
           MOVE PROD-CODE TO WS-ANO-CODE.
           MOVE "PRODUIT.DAT" TO WS-ANO-FICHIER.
           CALL "PremierChk" USING PROD-CODE WS-PREMIER.
           IF WS-PREMIER NOT = 1
               MOVE 1 TO WS-ANO-TYPE
               MOVE PROD-LIBELLE TO WS-ANO-DETAIL
               PERFORM SIGNALER-ANOMALIE
           END-IF.
           IF WS-CAT-LUES = "O" AND PROD-CATEGORIE NOT = SPACES
               MOVE PROD-CATEGORIE TO WS-CAT-CHERCHEE
               PERFORM CHERCHER-CATEGORIE
               IF WS-CAT-TROUVE = "N"
                   MOVE 2 TO WS-ANO-TYPE
                   MOVE PROD-CATEGORIE TO WS-DCA-CODE
                   MOVE PROD-LIBELLE TO WS-DCA-LIBELLE
                   MOVE WS-DETAIL-CAT TO WS-ANO-DETAIL
                   PERFORM SIGNALER-ANOMALIE
               END-IF
           END-IF.
           PERFORM LECTURE-PRODUIT.

       CONTROLER-RESERVATIONS.
           OPEN INPUT RESERVATION-FILE.
           IF WS-RESV-STATUS = "35" OR WS-RESV-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-RESV-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier reservations : "
                       WS-RESV-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LECTURE-RESERVATION
                   PERFORM CONTROLER-UNE-RESERVATION
                       UNTIL WS-RESV-EOF = "Y"
                   CLOSE RESERVATION-FILE
               END-IF
           END-IF.

       LECTURE-RESERVATION.
           READ RESERVATION-FILE
               AT END MOVE "Y" TO WS-RESV-EOF
           END-READ.

       CONTROLER-UNE-RESERVATION.
           ADD 1 TO WS-NB-LUS.
           MOVE RESV-CODE TO WS-ANO-CODE.
           MOVE "PRODRESV.DAT" TO WS-ANO-FICHIER.
           MOVE RESV-DEMANDEUR TO WS-DRV-DEMANDEUR.
           MOVE RESV-EXPIRATION TO WS-DRV-EXPIRATION.
           MOVE WS-DETAIL-RESV TO WS-ANO-DETAIL.
           MOVE RESV-CODE TO WS-CODE-CHERCHE.
           PERFORM CHERCHER-PRODUIT.
           IF WS-PROD-TROUVE = "O"
               MOVE 3 TO WS-ANO-TYPE
               PERFORM SIGNALER-ANOMALIE
           END-IF.
           IF RESV-EXPIRATION NOT < WS-AUJOURDHUI
               PERFORM CHERCHER-RESERVATION
               IF WS-RESV-TROUVE = "O"
                   MOVE 4 TO WS-ANO-TYPE
                   PERFORM SIGNALER-ANOMALIE
               ELSE
                   IF WS-NB-RESERVATIONS >= 1000
                       DISPLAY "Fichier reservations sature, "
                           "maximum 1000."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NB-RESERVATIONS
                   MOVE RESV-CODE
                       TO TAB-RESV-CODE(WS-NB-RESERVATIONS)
                   MOVE RESV-DEMANDEUR
                       TO TAB-RESV-DEMANDEUR(WS-NB-RESERVATIONS)
                   MOVE RESV-EXPIRATION
                       TO TAB-RESV-EXPIRATION(WS-NB-RESERVATIONS)
               END-IF
           END-IF.
           PERFORM LECTURE-RESERVATION.

       CHERCHER-RESERVATION.
           MOVE "N" TO WS-RESV-TROUVE.
           MOVE 1 TO WS-RESV-IDX.
           PERFORM TESTER-RESERVATION
               UNTIL WS-RESV-IDX > WS-NB-RESERVATIONS
                   OR WS-RESV-TROUVE = "O".

       TESTER-RESERVATION.
           IF TAB-RESV-CODE(WS-RESV-IDX) = WS-CODE-CHERCHE
               MOVE "O" TO WS-RESV-TROUVE
           ELSE
               ADD 1 TO WS-RESV-IDX
           END-IF.

       CHARGER-AJOUTS.
           OPEN INPUT PENDING-FILE.
           IF WS-PEND-STATUS = "00"
               PERFORM LECTURE-PENDING
               PERFORM RANGER-AJOUT UNTIL WS-PEND-EOF = "Y"
               CLOSE PENDING-FILE
           END-IF.
           MOVE "N" TO WS-PEND-EOF.

       LECTURE-PENDING.
           READ PENDING-FILE
               AT END MOVE "Y" TO WS-PEND-EOF
           END-READ.

       RANGER-AJOUT.
           IF PEND-ACTION = "A" OR PEND-ACTION = "R"
               IF WS-NB-AJOUTS >= 1000
                   DISPLAY "Trop d'ajouts en attente, maximum 1000."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-AJOUTS
               MOVE PEND-CODE TO TAB-AJOUT-CODE(WS-NB-AJOUTS)
           END-IF.
           PERFORM LECTURE-PENDING.

       CHERCHER-AJOUT.
           MOVE "N" TO WS-AJOUT-TROUVE.
           MOVE 1 TO WS-AJOUT-IDX.
           PERFORM TESTER-AJOUT
               UNTIL WS-AJOUT-IDX > WS-NB-AJOUTS
                   OR WS-AJOUT-TROUVE = "O".

       TESTER-AJOUT.
           IF TAB-AJOUT-CODE(WS-AJOUT-IDX) = WS-CODE-CHERCHE
               MOVE "O" TO WS-AJOUT-TROUVE
           ELSE
               ADD 1 TO WS-AJOUT-IDX
           END-IF.

       CONTROLER-EN-ATTENTE.
           OPEN INPUT PENDING-FILE.
           IF WS-PEND-STATUS = "35" OR WS-PEND-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-PEND-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture mouvements en attente : "
                       WS-PEND-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LECTURE-PENDING
                   PERFORM CONTROLER-UN-PENDING
                       UNTIL WS-PEND-EOF = "Y"
                   CLOSE PENDING-FILE
               END-IF
           END-IF.

       CONTROLER-UN-PENDING.
           ADD 1 TO WS-NB-LUS.
           MOVE PEND-CODE TO WS-ANO-CODE.
           MOVE "PRODMVTA.DAT" TO WS-ANO-FICHIER.
           MOVE PEND-ACTION TO WS-DPD-ACTION.
           MOVE PEND-DATE-EFFET TO WS-DPD-DATE.
           MOVE PEND-DEMANDEUR TO WS-DPD-DEMANDEUR.
           MOVE SPACES TO WS-DPD-AUTRE.
           MOVE PEND-CODE TO WS-CODE-CHERCHE.
           PERFORM CHERCHER-PRODUIT.
           IF PEND-ACTION = "A" OR PEND-ACTION = "R"
               IF WS-PROD-TROUVE = "O"
                   MOVE 5 TO WS-ANO-TYPE
                   MOVE WS-DETAIL-PEND TO WS-ANO-DETAIL
                   PERFORM SIGNALER-ANOMALIE
               END-IF
               PERFORM CHERCHER-RESERVATION
               IF WS-RESV-TROUVE = "O"
                   IF TAB-RESV-DEMANDEUR(WS-RESV-IDX)
                       NOT = PEND-DEMANDEUR
                       MOVE 6 TO WS-ANO-TYPE
                       MOVE TAB-RESV-DEMANDEUR(WS-RESV-IDX)
                           TO WS-DPD-AUTRE
                       MOVE WS-DETAIL-PEND TO WS-ANO-DETAIL
                       PERFORM SIGNALER-ANOMALIE
                   END-IF
               END-IF
           ELSE
               IF WS-PROD-TROUVE = "N"
                   PERFORM CHERCHER-AJOUT
                   IF WS-AJOUT-TROUVE = "N"
                       MOVE 7 TO WS-ANO-TYPE
                       MOVE WS-DETAIL-PEND TO WS-ANO-DETAIL
                       PERFORM SIGNALER-ANOMALIE
                   END-IF
               END-IF
           END-IF.
           IF WS-CAT-LUES = "O" AND PEND-CATEGORIE NOT = SPACES
               MOVE PEND-CATEGORIE TO WS-CAT-CHERCHEE
               PERFORM CHERCHER-CATEGORIE
               IF WS-CAT-TROUVE = "N"
                   MOVE 8 TO WS-ANO-TYPE
                   MOVE PEND-CATEGORIE TO WS-DCA-CODE
                   MOVE PEND-LIBELLE TO WS-DCA-LIBELLE
                   MOVE WS-DETAIL-CAT TO WS-ANO-DETAIL
                   PERFORM SIGNALER-ANOMALIE
               END-IF
           END-IF.
           PERFORM LECTURE-PENDING.

       CONTROLER-EXCEPTIONS.
           OPEN INPUT EXC-MASTER-FILE.
           IF WS-EXC-STATUS = "35" OR WS-EXC-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-EXC-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier exceptions : "
                       WS-EXC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LECTURE-EXCEPTION
                   PERFORM CONTROLER-UNE-EXCEPTION
                       UNTIL WS-EXC-EOF = "Y"
                   CLOSE EXC-MASTER-FILE
               END-IF
           END-IF.

       LECTURE-EXCEPTION.
           READ EXC-MASTER-FILE
               AT END MOVE "Y" TO WS-EXC-EOF
           END-READ.

       CONTROLER-UNE-EXCEPTION.
           ADD 1 TO WS-NB-LUS.
           MOVE EXC-CODE TO WS-CODE-CHERCHE.
           PERFORM CHERCHER-PRODUIT.
           IF WS-PROD-TROUVE = "N"
               MOVE 9 TO WS-ANO-TYPE
               MOVE EXC-CODE TO WS-ANO-CODE
               MOVE "PRODEXC.DAT" TO WS-ANO-FICHIER
               MOVE EXC-MOTIF TO WS-ANO-DETAIL
               PERFORM SIGNALER-ANOMALIE
           END-IF.
           PERFORM LECTURE-EXCEPTION.

       CONTROLER-HISTORIQUE.
           OPEN INPUT HISTORIQUE-PRIX-FILE.
           IF WS-HIST-STATUS = "35" OR WS-HIST-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture historique des prix : "
                       WS-HIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LECTURE-HISTORIQUE
                   PERFORM CONTROLER-UN-HISTORIQUE
                       UNTIL WS-HIST-EOF = "Y"
                   CLOSE HISTORIQUE-PRIX-FILE
               END-IF
           END-IF.

       LECTURE-HISTORIQUE.
           READ HISTORIQUE-PRIX-FILE
               AT END MOVE "Y" TO WS-HIST-EOF
           END-READ.

       CONTROLER-UN-HISTORIQUE.
           ADD 1 TO WS-NB-LUS.
           MOVE HPX-CODE TO WS-CODE-CHERCHE.
           PERFORM CHERCHER-PRODUIT.
           IF WS-PROD-TROUVE = "N"
               MOVE 10 TO WS-ANO-TYPE
               MOVE HPX-CODE TO WS-ANO-CODE
               MOVE "PRODHIST.DAT" TO WS-ANO-FICHIER
               MOVE HPX-DATE TO WS-DHI-DATE
               MOVE HPX-SOURCE TO WS-DHI-SOURCE
               MOVE WS-DETAIL-HIST TO WS-ANO-DETAIL
               PERFORM SIGNALER-ANOMALIE
           END-IF.
           PERFORM LECTURE-HISTORIQUE.

       EDITER-ANOMALIES.
           PERFORM RETOUR-TRI.
           PERFORM EDITER-UNE-ANOMALIE UNTIL WS-TRI-EOF = "Y".
           IF WS-TYPE-COURANT > 0
               PERFORM EDITER-SOUS-TOTAL
           END-IF.

       RETOUR-TRI.
           RETURN TRI-ANOMALIE-FILE
               AT END MOVE "Y" TO WS-TRI-EOF
           END-RETURN.

       EDITER-UNE-ANOMALIE.
           IF TRI-TYPE NOT = WS-TYPE-COURANT
               IF WS-TYPE-COURANT > 0
                   PERFORM EDITER-SOUS-TOTAL
               END-IF
               MOVE TRI-TYPE TO WS-TYPE-COURANT
               MOVE SPACES TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE-INTEG
               MOVE TRI-TYPE TO WS-LTY-TYPE
               MOVE TAB-TYPE-LIBELLE(TRI-TYPE) TO WS-LTY-LIBELLE
               MOVE WS-LIGNE-TYPE TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE-INTEG
               MOVE WS-LIGNE-COLONNES TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE-INTEG
           END-IF.
           MOVE TRI-CODE TO WS-LDT-CODE.
           MOVE TRI-FICHIER TO WS-LDT-FICHIER.
           MOVE TRI-DETAIL TO WS-LDT-DETAIL.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-INTEG.
           PERFORM RETOUR-TRI.

       EDITER-SOUS-TOTAL.
           MOVE TAB-TYPE-NB(WS-TYPE-COURANT) TO WS-LST-NB.
           MOVE WS-LIGNE-SOUS-TOTAL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-INTEG.

       EDITER-RESUME.
           MOVE 99 TO WS-CI-LIGNES.
           MOVE "RECAPITULATIF PAR TYPE D'ANOMALIE"
               TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-INTEG.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-INTEG.
           MOVE 1 TO WS-TYPE-IDX.
           PERFORM EDITER-UN-RESUME UNTIL WS-TYPE-IDX > 10.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-INTEG.
           MOVE WS-NB-ANOMALIES TO WS-LT-NB.
           MOVE WS-NB-LUS TO WS-LT-LUS.
           MOVE WS-LIGNE-TOTAL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-INTEG.

       EDITER-UN-RESUME.
           MOVE WS-TYPE-IDX TO WS-LRE-TYPE.
           MOVE TAB-TYPE-LIBELLE(WS-TYPE-IDX) TO WS-LRE-LIBELLE.
           MOVE TAB-TYPE-NB(WS-TYPE-IDX) TO WS-LRE-NB.
           MOVE WS-LIGNE-RESUME TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-INTEG.
           ADD 1 TO WS-TYPE-IDX.

       EDITER-LIGNE-INTEG.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-INTEG
               WS-RPT-PROGRAMME WS-CPT-INTEG WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           IF WS-RPT-EMETTRE = "O"
               MOVE WS-RPT-LIGNE-1 TO LIGNE-INTEG
               WRITE LIGNE-INTEG
               MOVE WS-RPT-LIGNE-2 TO LIGNE-INTEG
               WRITE LIGNE-INTEG
           END-IF.
           MOVE WS-LIGNE-EDITION TO LIGNE-INTEG.
           WRITE LIGNE-INTEG.
