           SELECT RESERVATION-TMP-FILE ASSIGN TO "PRODRESV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESV-TMP-STATUS.
           SELECT QUARANTAINE-PARM-FILE ASSIGN TO "PRODQUAR.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QPA-STATUS.
           SELECT RETRAIT-FILE ASSIGN TO "PRODRETR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT RETRAIT-TMP-FILE ASSIGN TO "PRODRETR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-TMP-STATUS.
           SELECT QUARANTAINE-REPORT ASSIGN TO "PRODQUAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QRPT-STATUS.
           SELECT TRI-QUARANTAINE-FILE ASSIGN TO "PRODQTRI.TMP".

       DATA DIVISION.
       FILE SECTION.
           05  RESV-TMP-DATE PIC 9(8).
           05  RESV-TMP-EXPIRATION PIC 9(8).

       FD  QUARANTAINE-PARM-FILE.
       01  QUARANTAINE-PARM-REC.
           05  QPA-JOURS PIC 9(3).
           05  QPA-HORIZON PIC 9(3).

       FD  RETRAIT-FILE.
       01  RETRAIT-REC.
           05  RET-CODE PIC 9(9).
           05  RET-DATE PIC 9(8).
           05  RET-LIBELLE PIC X(20).
           05  RET-PRIX PIC 9(5)V99.
           05  RET-CATEGORIE PIC X(3).
           05  RET-DEMANDEUR PIC X(10).

       FD  RETRAIT-TMP-FILE.
       01  RETRAIT-TMP-REC.
           05  RET-TMP-CODE PIC 9(9).
           05  RET-TMP-DATE PIC 9(8).
           05  RET-TMP-LIBELLE PIC X(20).
           05  RET-TMP-PRIX PIC 9(5)V99.
           05  RET-TMP-CATEGORIE PIC X(3).
           05  RET-TMP-DEMANDEUR PIC X(10).

       FD  QUARANTAINE-REPORT.
       01  LIGNE-QUARANTAINE PIC X(80).

       SD  TRI-QUARANTAINE-FILE.
       01  TRI-QUARANTAINE-REC.
           05  TRI-FIN PIC 9(8).
           05  TRI-CODE PIC 9(9).
           05  TRI-DATE PIC 9(8).
           05  TRI-LIBELLE PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-PROD-STATUS PIC XX.
       01  WS-MVT-STATUS PIC XX.
       01  WS-NB-APPLIQUES PIC 9(7) VALUE 0.
       01  WS-NB-REFUSES PIC 9(7) VALUE 0.
       01  WS-PREMIER PIC 9.
       01  WS-NB-APPLIQUES-AVANT PIC 9(7).
       01  WS-AUD-PROGRAMME PIC X(12) VALUE "ProdMaint".
       01  WS-AUD-DOMAINE PIC X VALUE "P".
       01  WS-AUD-CLE PIC X(9).
       01  WS-AUD-AVANT PIC X(50).
       01  WS-AUD-APRES PIC X(50).
       01  WS-LIGNE-AUDIT.
           05  WS-LA-ACTION PIC X.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LA-PRIX PIC ZZZZ9.99.
           05  FILLER PIC X(4) VALUE " -> ".
           05  WS-LA-RESULTAT PIC X(30).
       01  WS-QPA-STATUS PIC XX.
       01  WS-RET-STATUS PIC XX.
       01  WS-RET-TMP-STATUS PIC XX.
       01  WS-QRPT-STATUS PIC XX.
       01  WS-RET-EOF PIC X VALUE "N".
       01  WS-TRI-EOF PIC X VALUE "N".
       01  WS-JOURS-QUARANTAINE PIC 9(3) VALUE 365.
       01  WS-HORIZON-QUARANTAINE PIC 9(3) VALUE 30.
       01  WS-DATE-HORIZON PIC 9(8).
       01  WS-DATE-REFERENCE PIC 9(8).
       01  WS-NB-RETRAITS PIC 9(4) VALUE 0.
       01  WS-RET-IDX PIC 9(4).
       01  WS-RET-TROUVE PIC X.
       01  WS-EN-QUARANTAINE PIC X.
       01  WS-NB-RETIRES PIC 9(4) VALUE 0.
       01  WS-NB-REINTEGRES PIC 9(4) VALUE 0.
       01  WS-NB-SORTANTS PIC 9(4) VALUE 0.
       01  WS-RET-RENAME-CMD PIC X(40) VALUE
           "mv PRODRETR.TMP PRODRETR.DAT".
       01  TABLE-RETRAITS.
           05  RET-ENTRY OCCURS 2000 TIMES.
               10  TAB-RET-CODE PIC 9(9).
               10  TAB-RET-DATE PIC 9(8).
               10  TAB-RET-LIBELLE PIC X(20).
               10  TAB-RET-PRIX PIC 9(5)V99.
               10  TAB-RET-CATEGORIE PIC X(3).
               10  TAB-RET-DEMANDEUR PIC X(10).
               10  TAB-RET-FIN PIC 9(8).
               10  TAB-RET-LIBERE PIC X.
       01  WS-RPT-ACTION PIC X.
       01  WS-RPT-EMETTRE PIC X.
       01  WS-RPT-LIGNE-1 PIC X(80).
       01  WS-RPT-LIGNE-2 PIC X(80).
       01  WS-TITRE-QUARANTAINE PIC X(30)
           VALUE "CODES SORTANT DE QUARANTAINE".
       01  WS-RPT-PROGRAMME PIC X(12) VALUE "ProdMaint".
       01  WS-CPT-QUARANTAINE.
           05  WS-CQ-PAGE PIC 9(4) VALUE 0.
           05  WS-CQ-LIGNES PIC 9(2) VALUE 0.
           05  WS-CQ-TOTAL PIC 9(7) VALUE 0.
           05  WS-CQ-DATE PIC 9(8) VALUE 0.
           05  WS-CQ-HEURE PIC 9(6) VALUE 0.
       01  WS-LIGNE-EDITION PIC X(80).
       01  WS-LIGNE-COLONNES-QUAR.
           05  FILLER PIC X(10) VALUE "CODE".
           05  FILLER PIC X(21) VALUE "ANCIEN LIBELLE".
           05  FILLER PIC X(10) VALUE "SUPPRIME".
           05  FILLER PIC X(10) VALUE "LIBRE LE".
       01  WS-LIGNE-QUAR.
           05  WS-LQ-CODE PIC 9(9).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LQ-LIBELLE PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LQ-DATE PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-LQ-FIN PIC 9(8).
       01  WS-LIGNE-TOTAL-QUAR.
           05  FILLER PIC X(31) VALUE "CODES SORTANT DE QUARANTAINE : ".
           05  WS-LTQ-NB PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURDHUI.
           PERFORM OUVRIR-PRODUITS.
           PERFORM CHARGER-RESERVATIONS.
           PERFORM LIRE-PARM-QUARANTAINE.
           PERFORM CHARGER-RETRAITS.
           PERFORM OUVRIR-FICHIERS.
           PERFORM TRAITER-PENDING-DUS.
           PERFORM LECTURE-MVT.
               HISTORIQUE-PRIX-FILE PENDING-TMP-FILE.
           CALL "SYSTEM" USING WS-PEND-RENAME-CMD.
           PERFORM ECRIRE-RESERVATIONS.
           PERFORM ECRIRE-RETRAITS.
           PERFORM EDITER-QUARANTAINE.
           DISPLAY "Mouvements lus : " WS-NB-MVT-LUS.
           DISPLAY "Mouvements appliques : " WS-NB-APPLIQUES.
           DISPLAY "Mouvements refuses : " WS-NB-REFUSES.
           DISPLAY "Reservations liberees : " WS-NB-RESV-LIBEREES.
           DISPLAY "Reservations expirees purgees : "
               WS-NB-RESV-EXPIREES.
           DISPLAY "Codes mis en quarantaine : " WS-NB-RETIRES.
           DISPLAY "Produits reintegres : " WS-NB-REINTEGRES.
           DISPLAY "Codes sortant de quarantaine : " WS-NB-SORTANTS.
           STOP RUN.

       LIRE-PARM-QUARANTAINE.
           OPEN INPUT QUARANTAINE-PARM-FILE.
           IF WS-QPA-STATUS = "00"
               READ QUARANTAINE-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF QPA-JOURS IS NUMERIC
                           MOVE QPA-JOURS TO WS-JOURS-QUARANTAINE
                       END-IF
                       IF QPA-HORIZON IS NUMERIC
                           MOVE QPA-HORIZON TO WS-HORIZON-QUARANTAINE
                       END-IF
               END-READ
               CLOSE QUARANTAINE-PARM-FILE
           END-IF.
           COMPUTE WS-DATE-HORIZON = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-AUJOURDHUI)
               + WS-HORIZON-QUARANTAINE).

       CHARGER-RETRAITS.
           OPEN INPUT RETRAIT-FILE.
           IF WS-RET-STATUS = "35" OR WS-RET-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-RET-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture codes retires : "
                       WS-RET-STATUS
                   STOP RUN
               ELSE
                   PERFORM LECTURE-RETRAIT
                   PERFORM RANGER-RETRAIT UNTIL WS-RET-EOF = "Y"
                   CLOSE RETRAIT-FILE
               END-IF
           END-IF.

       LECTURE-RETRAIT.
           READ RETRAIT-FILE
               AT END MOVE "Y" TO WS-RET-EOF
           END-READ.

       RANGER-RETRAIT.
           IF WS-NB-RETRAITS >= 2000
               DISPLAY "Fichier codes retires sature, maximum 2000."
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-RETRAITS.
           MOVE RET-CODE TO TAB-RET-CODE(WS-NB-RETRAITS).
           MOVE RET-DATE TO TAB-RET-DATE(WS-NB-RETRAITS).
           MOVE RET-LIBELLE TO TAB-RET-LIBELLE(WS-NB-RETRAITS).
           MOVE RET-PRIX TO TAB-RET-PRIX(WS-NB-RETRAITS).
           MOVE RET-CATEGORIE TO TAB-RET-CATEGORIE(WS-NB-RETRAITS).
           MOVE RET-DEMANDEUR TO TAB-RET-DEMANDEUR(WS-NB-RETRAITS).
           MOVE "N" TO TAB-RET-LIBERE(WS-NB-RETRAITS).
           PERFORM CALCULER-FIN-QUARANTAINE.
           PERFORM LECTURE-RETRAIT.

       CALCULER-FIN-QUARANTAINE.
           COMPUTE TAB-RET-FIN(WS-NB-RETRAITS) =
               FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TAB-RET-DATE(WS-NB-RETRAITS))
               + WS-JOURS-QUARANTAINE).

       CHERCHER-RETRAIT.
           MOVE "N" TO WS-RET-TROUVE.
           MOVE 1 TO WS-RET-IDX.
           PERFORM TESTER-RETRAIT
               UNTIL WS-RET-IDX > WS-NB-RETRAITS
                   OR WS-RET-TROUVE = "O".
           MOVE "N" TO WS-EN-QUARANTAINE.
           IF WS-RET-TROUVE = "O"
               IF TAB-RET-FIN(WS-RET-IDX) > WS-DATE-REFERENCE
                   MOVE "O" TO WS-EN-QUARANTAINE
               END-IF
           END-IF.

       TESTER-RETRAIT.
           IF TAB-RET-CODE(WS-RET-IDX) = MVT-CODE
               AND TAB-RET-LIBERE(WS-RET-IDX) = "N"
               MOVE "O" TO WS-RET-TROUVE
           ELSE
               ADD 1 TO WS-RET-IDX
           END-IF.

       RETIRER-CODE.
           MOVE WS-AUJOURDHUI TO WS-DATE-REFERENCE.
           PERFORM CHERCHER-RETRAIT.
           IF WS-RET-TROUVE = "N"
               IF WS-NB-RETRAITS >= 2000
                   DISPLAY "Fichier codes retires sature, "
                       "maximum 2000."
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-RETRAITS
               MOVE WS-NB-RETRAITS TO WS-RET-IDX
           END-IF.
           MOVE PROD-CODE TO TAB-RET-CODE(WS-RET-IDX).
           MOVE WS-AUJOURDHUI TO TAB-RET-DATE(WS-RET-IDX).
           MOVE PROD-LIBELLE TO TAB-RET-LIBELLE(WS-RET-IDX).
           MOVE PROD-PRIX TO TAB-RET-PRIX(WS-RET-IDX).
           MOVE PROD-CATEGORIE TO TAB-RET-CATEGORIE(WS-RET-IDX).
           MOVE MVT-DEMANDEUR TO TAB-RET-DEMANDEUR(WS-RET-IDX).
           MOVE "N" TO TAB-RET-LIBERE(WS-RET-IDX).
           COMPUTE TAB-RET-FIN(WS-RET-IDX) = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-AUJOURDHUI)
               + WS-JOURS-QUARANTAINE).
           ADD 1 TO WS-NB-RETIRES.

       ECRIRE-RETRAITS.
           OPEN OUTPUT RETRAIT-TMP-FILE.
           IF WS-RET-TMP-STATUS NOT = "00"
               DISPLAY "Erreur ecriture codes retires : "
                   WS-RET-TMP-STATUS
               STOP RUN
           END-IF.
           MOVE 1 TO WS-RET-IDX.
           PERFORM RECOPIER-RETRAIT UNTIL WS-RET-IDX > WS-NB-RETRAITS.
           CLOSE RETRAIT-TMP-FILE.
           CALL "SYSTEM" USING WS-RET-RENAME-CMD.

       RECOPIER-RETRAIT.
           IF TAB-RET-LIBERE(WS-RET-IDX) = "N"
               MOVE TAB-RET-CODE(WS-RET-IDX) TO RET-TMP-CODE
               MOVE TAB-RET-DATE(WS-RET-IDX) TO RET-TMP-DATE
               MOVE TAB-RET-LIBELLE(WS-RET-IDX) TO RET-TMP-LIBELLE
               MOVE TAB-RET-PRIX(WS-RET-IDX) TO RET-TMP-PRIX
               MOVE TAB-RET-CATEGORIE(WS-RET-IDX)
                   TO RET-TMP-CATEGORIE
               MOVE TAB-RET-DEMANDEUR(WS-RET-IDX)
                   TO RET-TMP-DEMANDEUR
               WRITE RETRAIT-TMP-REC
           END-IF.
           ADD 1 TO WS-RET-IDX.

       EDITER-QUARANTAINE.
           OPEN OUTPUT QUARANTAINE-REPORT.
           IF WS-QRPT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture rapport quarantaine : "
                   WS-QRPT-STATUS
               STOP RUN
           END-IF.
           SORT TRI-QUARANTAINE-FILE
               ON ASCENDING KEY TRI-FIN TRI-CODE
               INPUT PROCEDURE IS SELECTIONNER-SORTANTS
               OUTPUT PROCEDURE IS EDITER-SORTANTS.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-QUAR.
           MOVE WS-NB-SORTANTS TO WS-LTQ-NB.
           MOVE WS-LIGNE-TOTAL-QUAR TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-QUAR.
           MOVE "F" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-QUARANTAINE
               WS-RPT-PROGRAMME WS-CPT-QUARANTAINE WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           MOVE WS-RPT-LIGNE-1 TO LIGNE-QUARANTAINE.
           WRITE LIGNE-QUARANTAINE.
           CLOSE QUARANTAINE-REPORT.

       SELECTIONNER-SORTANTS.
           MOVE 1 TO WS-RET-IDX.
           PERFORM RETENIR-SORTANT UNTIL WS-RET-IDX > WS-NB-RETRAITS.

       RETENIR-SORTANT.
           IF TAB-RET-LIBERE(WS-RET-IDX) = "N"
               AND TAB-RET-FIN(WS-RET-IDX) >= WS-AUJOURDHUI
               AND TAB-RET-FIN(WS-RET-IDX) <= WS-DATE-HORIZON
               MOVE TAB-RET-FIN(WS-RET-IDX) TO TRI-FIN
               MOVE TAB-RET-CODE(WS-RET-IDX) TO TRI-CODE
               MOVE TAB-RET-DATE(WS-RET-IDX) TO TRI-DATE
               MOVE TAB-RET-LIBELLE(WS-RET-IDX) TO TRI-LIBELLE
               RELEASE TRI-QUARANTAINE-REC
           END-IF.
           ADD 1 TO WS-RET-IDX.

       EDITER-SORTANTS.
           MOVE WS-LIGNE-COLONNES-QUAR TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-QUAR.
           PERFORM RETOUR-TRI-QUAR.
           PERFORM EDITER-UN-SORTANT UNTIL WS-TRI-EOF = "Y".

       RETOUR-TRI-QUAR.
           RETURN TRI-QUARANTAINE-FILE
               AT END MOVE "Y" TO WS-TRI-EOF
           END-RETURN.

       EDITER-UN-SORTANT.
           MOVE TRI-CODE TO WS-LQ-CODE.
           MOVE TRI-LIBELLE TO WS-LQ-LIBELLE.
           MOVE TRI-DATE TO WS-LQ-DATE.
           MOVE TRI-FIN TO WS-LQ-FIN.
           MOVE WS-LIGNE-QUAR TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-QUAR.
           ADD 1 TO WS-NB-SORTANTS.
           PERFORM RETOUR-TRI-QUAR.

       EDITER-LIGNE-QUAR.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-QUARANTAINE
               WS-RPT-PROGRAMME WS-CPT-QUARANTAINE WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           IF WS-RPT-EMETTRE = "O"
               MOVE WS-RPT-LIGNE-1 TO LIGNE-QUARANTAINE
               WRITE LIGNE-QUARANTAINE
               MOVE WS-RPT-LIGNE-2 TO LIGNE-QUARANTAINE
               WRITE LIGNE-QUARANTAINE
           END-IF.
           MOVE WS-LIGNE-EDITION TO LIGNE-QUARANTAINE.
           WRITE LIGNE-QUARANTAINE.

       CHARGER-RESERVATIONS.
           OPEN INPUT RESERVATION-FILE.
           IF WS-RESV-STATUS = "35" OR WS-RESV-STATUS = "05"
           PERFORM LECTURE-MVT.

       VENTILER-MVT.
           PERFORM CHERCHER-PRODUIT.
           MOVE SPACES TO WS-AUD-AVANT.
           IF WS-PROD-TROUVE = "O"
               MOVE PRODUIT-REC TO WS-AUD-AVANT
           END-IF.
           MOVE SPACES TO WS-LA-RESULTAT.
           MOVE WS-NB-APPLIQUES TO WS-NB-APPLIQUES-AVANT.
           IF MVT-DATE-EFFET IS NUMERIC
               MOVE MVT-DATE-EFFET TO WS-DATE-EFFET
           ELSE
                       PERFORM TRAITER-MODIFICATION
                   WHEN "S"
                       PERFORM TRAITER-SUPPRESSION
                   WHEN "R"
                       PERFORM TRAITER-REINTEGRATION
                   WHEN OTHER
                       PERFORM AUDIT-MOUVEMENT
                       MOVE "REFUSE : action inconnue"
                       ADD 1 TO WS-NB-REFUSES
               END-EVALUATE
           END-IF.
           PERFORM JOURNALISER-MAJ.

       JOURNALISER-MAJ.
           MOVE SPACES TO WS-AUD-APRES.
           IF WS-NB-APPLIQUES > WS-NB-APPLIQUES-AVANT
               AND MVT-ACTION NOT = "S"
               MOVE PRODUIT-REC TO WS-AUD-APRES
           END-IF.
           MOVE MVT-CODE TO WS-AUD-CLE.
           CALL "AuditMaj" USING WS-AUD-PROGRAMME WS-AUD-DOMAINE
               WS-AUD-CLE MVT-ACTION MVT-DEMANDEUR WS-AUD-AVANT
               WS-AUD-APRES WS-LA-RESULTAT.

       TRAITER-MVT-FUTUR.
           PERFORM CHERCHER-PRODUIT.
                           TO WS-LA-RESULTAT
                       PERFORM REFUSER-MVT-FUTUR
                   END-IF
               WHEN "R"
                   IF WS-PROD-TROUVE = "O"
                       MOVE "REFUSE : code deja existant"
                           TO WS-LA-RESULTAT
                       PERFORM REFUSER-MVT-FUTUR
                   ELSE
                       MOVE WS-DATE-EFFET TO WS-DATE-REFERENCE
                       PERFORM CHERCHER-RETRAIT
                       IF WS-RET-TROUVE = "N"
                           MOVE "REFUSE : code non retire"
                               TO WS-LA-RESULTAT
                           PERFORM REFUSER-MVT-FUTUR
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "REFUSE : action inconnue"
                       TO WS-LA-RESULTAT
                   MOVE "REFUSE : code non premier" TO WS-LA-RESULTAT
                   PERFORM REFUSER-MVT-FUTUR
               ELSE
                   MOVE WS-DATE-EFFET TO WS-DATE-REFERENCE
                   PERFORM CHERCHER-RETRAIT
                   IF WS-EN-QUARANTAINE = "O"
                       MOVE "REFUSE : code en quarantaine"
                           TO WS-LA-RESULTAT
                       PERFORM REFUSER-MVT-FUTUR
                   ELSE
                       IF MVT-PRIX = 0
                           MOVE "REFUSE : prix absent ou nul"
                               TO WS-LA-RESULTAT
                           PERFORM REFUSER-MVT-FUTUR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TRAITER-AJOUT.
           PERFORM AUDIT-MOUVEMENT.
           MOVE WS-AUJOURDHUI TO WS-DATE-REFERENCE.
           PERFORM CHERCHER-RETRAIT.
           IF WS-PROD-TROUVE = "O"
               MOVE "REFUSE : code deja existant" TO WS-LA-RESULTAT
               PERFORM REFUSER-MVT
                   MOVE "REFUSE : code non premier" TO WS-LA-RESULTAT
                   PERFORM REFUSER-MVT
               ELSE
                   IF WS-EN-QUARANTAINE = "O"
                       MOVE "REFUSE : code en quarantaine"
                           TO WS-LA-RESULTAT
                       PERFORM REFUSER-MVT
                   ELSE
                       PERFORM CONTROLER-AJOUT
                   END-IF
               END-IF
           END-IF.

       CONTROLER-AJOUT.
           IF MVT-PRIX = 0
               MOVE "REFUSE : prix absent ou nul" TO WS-LA-RESULTAT
               PERFORM REFUSER-MVT
           ELSE
               PERFORM CHERCHER-RESERVATION
               IF WS-RESV-TROUVE = "O"
                   AND TAB-RESV-DEMANDEUR(WS-RESV-IDX)
                       NOT = MVT-DEMANDEUR
                   MOVE "REFUSE : code reserve ailleurs"
                       TO WS-LA-RESULTAT
                   PERFORM REFUSER-MVT
               ELSE
                   PERFORM APPLIQUER-AJOUT
               END-IF
           END-IF.

       APPLIQUER-AJOUT.
           MOVE MVT-CODE TO PROD-CODE.
           MOVE MVT-LIBELLE TO PROD-LIBELLE.
                       MOVE "O" TO TAB-RESV-LIBEREE(WS-RESV-IDX)
                       ADD 1 TO WS-NB-RESV-LIBEREES
                   END-IF
                   IF WS-RET-TROUVE = "O"
                       MOVE "O" TO TAB-RET-LIBERE(WS-RET-IDX)
                   END-IF
           END-WRITE.

       TRAITER-REINTEGRATION.
           PERFORM AUDIT-MOUVEMENT.
           MOVE WS-AUJOURDHUI TO WS-DATE-REFERENCE.
           PERFORM CHERCHER-RETRAIT.
           IF WS-PROD-TROUVE = "O"
               MOVE "REFUSE : code deja existant" TO WS-LA-RESULTAT
               PERFORM REFUSER-MVT
           ELSE
               IF WS-RET-TROUVE = "N"
                   MOVE "REFUSE : code non retire" TO WS-LA-RESULTAT
                   PERFORM REFUSER-MVT
               ELSE
                   PERFORM APPLIQUER-REINTEGRATION
               END-IF
           END-IF.

       APPLIQUER-REINTEGRATION.
           MOVE MVT-CODE TO PROD-CODE.
           MOVE TAB-RET-LIBELLE(WS-RET-IDX) TO PROD-LIBELLE.
           MOVE TAB-RET-PRIX(WS-RET-IDX) TO PROD-PRIX.
           MOVE TAB-RET-CATEGORIE(WS-RET-IDX) TO PROD-CATEGORIE.
           IF MVT-PRIX > 0
               MOVE MVT-PRIX TO PROD-PRIX
           END-IF.
           IF MVT-STATUT = "B"
               MOVE "B" TO PROD-STATUT
           ELSE
               MOVE "A" TO PROD-STATUT
           END-IF.
           WRITE PRODUIT-REC
               INVALID KEY
                   MOVE "REFUSE : code deja existant"
                       TO WS-LA-RESULTAT
                   PERFORM REFUSER-MVT
               NOT INVALID KEY
                   PERFORM AUDIT-PRODUIT
                   MOVE "REINTEGRATION APPLIQUEE" TO WS-LA-RESULTAT
                   PERFORM ECRIRE-AUDIT
                   ADD 1 TO WS-NB-APPLIQUES
                   ADD 1 TO WS-NB-REINTEGRES
                   MOVE "O" TO TAB-RET-LIBERE(WS-RET-IDX)
                   IF PROD-PRIX NOT = TAB-RET-PRIX(WS-RET-IDX)
                       MOVE TAB-RET-PRIX(WS-RET-IDX) TO WS-ANCIEN-PRIX
                       PERFORM ECRIRE-HISTORIQUE-PRIX
                   END-IF
           END-WRITE.

       TRAITER-MODIFICATION.
               PERFORM REFUSER-MVT
           ELSE
               PERFORM AUDIT-PRODUIT
               PERFORM RETIRER-CODE
               DELETE PRODUIT-FILE RECORD
                   INVALID KEY
                       DISPLAY "Erreur suppression produit "
