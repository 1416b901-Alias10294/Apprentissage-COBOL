       IDENTIFICATION DIVISION.
       PROGRAM-ID. JoueurMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOUEUR-FILE ASSIGN TO "JPJOUEUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOUEUR-STATUS.
           SELECT MOUVEMENT-FILE ASSIGN TO "JPJOUMVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.
           SELECT JOUEUR-TMP-FILE ASSIGN TO "JPJOUEUR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOUEUR-TMP-STATUS.
           SELECT TRANS-FILE ASSIGN TO "JPTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT TRANS-TMP-FILE ASSIGN TO "JPTRANS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-TMP-STATUS.
           SELECT SUSPECT-FILE ASSIGN TO "JPSUSPECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPECT-STATUS.
           SELECT SUSPECT-TMP-FILE ASSIGN TO "JPSUSPECT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPECT-TMP-STATUS.
           SELECT AUDIT-REPORT ASSIGN TO "JOUEURMAINT-AUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOUEUR-FILE.
       01  JOUEUR-REC.
           05  JOUEUR-ID PIC X(10).
           05  JOUEUR-NOM PIC X(20).
           05  JOUEUR-DATE-INSCRIPTION PIC 9(8).
           05  JOUEUR-PARTIES PIC 9(5).
           05  JOUEUR-GAGNEES PIC 9(5).
           05  JOUEUR-MEILLEUR PIC 99.
           05  JOUEUR-ACTIF PIC X.
           05  JOUEUR-COTE PIC 9(4).
           05  JOUEUR-NB-COTEES PIC 9(5).
           05  JOUEUR-COTE-SEMAINE PIC 9(4).
           05  JOUEUR-DATE-SEMAINE PIC 9(8).
           05  JOUEUR-CONTROLE PIC X.

       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  MVT-ACTION PIC X.
           05  MVT-JOUEUR-ID PIC X(10).
           05  MVT-NOM PIC X(20).
           05  MVT-JOUEUR-FUSION PIC X(10).

       FD  JOUEUR-TMP-FILE.
       01  JOUEUR-TMP-REC.
           05  JT-ID PIC X(10).
           05  JT-NOM PIC X(20).
           05  JT-DATE-INSCRIPTION PIC 9(8).
           05  JT-PARTIES PIC 9(5).
           05  JT-GAGNEES PIC 9(5).
           05  JT-MEILLEUR PIC 99.
           05  JT-ACTIF PIC X.
           05  JT-COTE PIC 9(4).
           05  JT-NB-COTEES PIC 9(5).
           05  JT-COTE-SEMAINE PIC 9(4).
           05  JT-DATE-SEMAINE PIC 9(8).
           05  JT-CONTROLE PIC X.

       FD  TRANS-FILE.
       COPY JPTRANS.

       FD  TRANS-TMP-FILE.
       01  TRANS-TMP-REC PIC X(190).

       FD  SUSPECT-FILE.
       01  SUSPECT-REC.
           05  SUS-DATE PIC 9(8).
           05  SUS-SESSION PIC 9(6).
           05  SUS-JOUEUR PIC X(10).
           05  SUS-MOTIF PIC X(29).
           05  SUS-STATUT PIC X.
           05  SUS-DATE-CONTROLE PIC 9(8).

       FD  SUSPECT-TMP-FILE.
       01  SUSPECT-TMP-REC PIC X(62).

       FD  AUDIT-REPORT.
       01  LIGNE-AUDIT PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-JOUEUR-STATUS PIC XX.
       01  WS-MVT-STATUS PIC XX.
       01  WS-JOUEUR-TMP-STATUS PIC XX.
       01  WS-TRANS-STATUS PIC XX.
       01  WS-TRANS-TMP-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-SUSPECT-STATUS PIC XX.
       01  WS-SUSPECT-TMP-STATUS PIC XX.
       01  WS-SUSPECT-EOF PIC X VALUE "N".
       01  WS-NB-REVUES PIC 9(3) VALUE 0.
       01  WS-RV-IDX PIC 9(3).
       01  WS-RV-TROUVE PIC X.
       01  WS-SUSPECT-RENAME-CMD PIC X(40) VALUE
           "mv JPSUSPECT.TMP JPSUSPECT.DAT".
       01  WS-JOUEUR-EOF PIC X VALUE "N".
       01  WS-MVT-EOF PIC X VALUE "N".
       01  WS-TRANS-EOF PIC X VALUE "N".
       01  WS-NB-JOUEURS PIC 9(3) VALUE 0.
       01  WS-JOUEUR-IDX PIC 9(3).
       01  WS-JOUEUR-TROUVE PIC X.
       01  WS-ID-CHERCHE PIC X(10).
       01  WS-CONSERVE-IDX PIC 9(3).
       01  WS-ABSORBE-IDX PIC 9(3).
       01  WS-NB-FUSIONS PIC 9(3) VALUE 0.
       01  WS-FU-IDX PIC 9(3).
       01  WS-FU-TROUVE PIC X.
       01  WS-NB-MVT-LUS PIC 9(7) VALUE 0.
       01  WS-NB-APPLIQUES PIC 9(7) VALUE 0.
       01  WS-NB-REFUSES PIC 9(7) VALUE 0.
       01  WS-NB-TRANS-LUES PIC 9(7) VALUE 0.
       01  WS-NB-TRANS-RETAGUEES PIC 9(7) VALUE 0.
       01  WS-COTE-INITIALE PIC 9(4) VALUE 1500.
       01  WS-JOUEUR-RENAME-CMD PIC X(40) VALUE
           "mv JPJOUEUR.TMP JPJOUEUR.DAT".
       01  WS-TRANS-RENAME-CMD PIC X(40) VALUE
           "mv JPTRANS.TMP JPTRANS.DAT".
       01  WS-TRANS-A-VALIDER PIC X VALUE "N".
       01  WS-SUSPECT-A-VALIDER PIC X VALUE "N".
       01  TABLE-JOUEURS.
           05  JOUEUR-ENTRY OCCURS 200 TIMES.
               10  TAB-JOUEUR-ID PIC X(10).
               10  TAB-JOUEUR-NOM PIC X(20).
               10  TAB-JOUEUR-DATE PIC 9(8).
               10  TAB-JOUEUR-PARTIES PIC 9(5).
               10  TAB-JOUEUR-GAGNEES PIC 9(5).
               10  TAB-JOUEUR-MEILLEUR PIC 99.
               10  TAB-JOUEUR-ACTIF PIC X.
               10  TAB-JOUEUR-COTE PIC 9(4).
               10  TAB-JOUEUR-NB-COTEES PIC 9(5).
               10  TAB-JOUEUR-COTE-SEMAINE PIC 9(4).
               10  TAB-JOUEUR-DATE-SEMAINE PIC 9(8).
               10  TAB-JOUEUR-CONTROLE PIC X.
       01  TABLE-FUSIONS.
           05  FUSION-ENTRY OCCURS 200 TIMES.
               10  TAB-FU-ANCIEN PIC X(10).
               10  TAB-FU-NOUVEAU PIC X(10).
               10  TAB-FU-SESSIONS PIC 9(7).
       01  TABLE-REVUES.
           05  REVUE-ENTRY OCCURS 200 TIMES.
               10  TAB-RV-JOUEUR PIC X(10).
               10  TAB-RV-DECISION PIC X.
               10  TAB-RV-SESSIONS PIC 9(5).
       01  WS-LIGNE-AUDIT-REVUE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-LR-JOUEUR PIC X(10).
           05  FILLER PIC X(10) VALUE " : revue, ".
           05  WS-LR-SESSIONS PIC Z(4)9.
           05  FILLER PIC X(12) VALUE " session(s) ".
           05  WS-LR-DECISION PIC X(9).
       01  WS-LIGNE-AUDIT.
           05  WS-LA-ACTION PIC X.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LA-ID PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LA-NOM PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LA-FUSION PIC X(10).
           05  FILLER PIC X(4) VALUE " -> ".
           05  WS-LA-RESULTAT PIC X(35).
       01  WS-LIGNE-AUDIT-CPT.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-LC-ID PIC X(10).
           05  FILLER PIC X(9) VALUE " parties ".
           05  WS-LC-PARTIES PIC Z(4)9.
           05  FILLER PIC X(9) VALUE " gagnees ".
           05  WS-LC-GAGNEES PIC Z(4)9.
           05  FILLER PIC X(10) VALUE " meilleur ".
           05  WS-LC-MEILLEUR PIC Z9.
           05  FILLER PIC X(6) VALUE " cote ".
           05  WS-LC-COTE PIC Z(3)9.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LC-LIBELLE PIC X(20).
       01  WS-LIGNE-AUDIT-HIST.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-LH-ANCIEN PIC X(10).
           05  FILLER PIC X(4) VALUE " -> ".
           05  WS-LH-NOUVEAU PIC X(10).
           05  FILLER PIC X(14) VALUE " : historique ".
           05  WS-LH-SESSIONS PIC Z(6)9.
           05  FILLER PIC X(20) VALUE " session(s) retaguee".

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHARGER-JOUEURS.
           PERFORM OUVRIR-FICHIERS.
           PERFORM LECTURE-MVT.
           PERFORM TRAITER-MVT UNTIL WS-MVT-EOF = "Y".
           CLOSE MOUVEMENT-FILE.
           IF WS-NB-FUSIONS > 0
               PERFORM RETAGUER-HISTORIQUE
           END-IF.
           IF WS-NB-FUSIONS > 0 OR WS-NB-REVUES > 0
               PERFORM RETRAITER-SUSPECTS
           END-IF.
           CLOSE AUDIT-REPORT.
           PERFORM ECRIRE-NOUVEAU-MASTER.
           PERFORM VALIDER-HISTORIQUE.
           DISPLAY "Mouvements lus : " WS-NB-MVT-LUS.
           DISPLAY "Mouvements appliques : " WS-NB-APPLIQUES.
           DISPLAY "Mouvements refuses : " WS-NB-REFUSES.
           IF WS-NB-FUSIONS > 0
               DISPLAY "Sessions lues : " WS-NB-TRANS-LUES
               DISPLAY "Sessions retaguees : " WS-NB-TRANS-RETAGUEES
           END-IF.
           STOP RUN.

       CHARGER-JOUEURS.
           OPEN INPUT JOUEUR-FILE.
           IF WS-JOUEUR-STATUS = "35" OR WS-JOUEUR-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-JOUEUR-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier joueurs : "
                       WS-JOUEUR-STATUS
                   STOP RUN
               ELSE
                   PERFORM LECTURE-JOUEUR
                   PERFORM RANGER-JOUEUR UNTIL WS-JOUEUR-EOF = "Y"
                   CLOSE JOUEUR-FILE
               END-IF
           END-IF.

       LECTURE-JOUEUR.
           READ JOUEUR-FILE
               AT END MOVE "Y" TO WS-JOUEUR-EOF
           END-READ.

       RANGER-JOUEUR.
           IF WS-NB-JOUEURS >= 200
               DISPLAY "Fichier joueurs sature, maximum 200."
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-JOUEURS.
           MOVE JOUEUR-ID TO TAB-JOUEUR-ID(WS-NB-JOUEURS).
           MOVE JOUEUR-NOM TO TAB-JOUEUR-NOM(WS-NB-JOUEURS).
           MOVE JOUEUR-DATE-INSCRIPTION
               TO TAB-JOUEUR-DATE(WS-NB-JOUEURS).
           MOVE JOUEUR-PARTIES TO TAB-JOUEUR-PARTIES(WS-NB-JOUEURS).
           MOVE JOUEUR-GAGNEES TO TAB-JOUEUR-GAGNEES(WS-NB-JOUEURS).
           MOVE JOUEUR-MEILLEUR
               TO TAB-JOUEUR-MEILLEUR(WS-NB-JOUEURS).
           IF JOUEUR-ACTIF = "N"
               MOVE "N" TO TAB-JOUEUR-ACTIF(WS-NB-JOUEURS)
           ELSE
               MOVE "O" TO TAB-JOUEUR-ACTIF(WS-NB-JOUEURS)
           END-IF.
           IF JOUEUR-COTE IS NUMERIC
               MOVE JOUEUR-COTE TO TAB-JOUEUR-COTE(WS-NB-JOUEURS)
               MOVE JOUEUR-NB-COTEES
                   TO TAB-JOUEUR-NB-COTEES(WS-NB-JOUEURS)
               MOVE JOUEUR-COTE-SEMAINE
                   TO TAB-JOUEUR-COTE-SEMAINE(WS-NB-JOUEURS)
               MOVE JOUEUR-DATE-SEMAINE
                   TO TAB-JOUEUR-DATE-SEMAINE(WS-NB-JOUEURS)
           ELSE
               PERFORM INITIALISER-COTE
           END-IF.
           MOVE JOUEUR-CONTROLE TO TAB-JOUEUR-CONTROLE(WS-NB-JOUEURS).
           PERFORM LECTURE-JOUEUR.

       INITIALISER-COTE.
           MOVE WS-COTE-INITIALE TO TAB-JOUEUR-COTE(WS-NB-JOUEURS).
           MOVE 0 TO TAB-JOUEUR-NB-COTEES(WS-NB-JOUEURS).
           MOVE WS-COTE-INITIALE
               TO TAB-JOUEUR-COTE-SEMAINE(WS-NB-JOUEURS).
           MOVE 0 TO TAB-JOUEUR-DATE-SEMAINE(WS-NB-JOUEURS).

       OUVRIR-FICHIERS.
           OPEN INPUT MOUVEMENT-FILE.
           IF WS-MVT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier mouvements : "
                   WS-MVT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT AUDIT-REPORT.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture rapport de maintenance : "
                   WS-AUDIT-STATUS
               STOP RUN
           END-IF.

       LECTURE-MVT.
           READ MOUVEMENT-FILE
               AT END MOVE "Y" TO WS-MVT-EOF
           END-READ.

       TRAITER-MVT.
           ADD 1 TO WS-NB-MVT-LUS.
           PERFORM AUDIT-MOUVEMENT.
           MOVE MVT-JOUEUR-ID TO WS-ID-CHERCHE.
           PERFORM CHERCHER-JOUEUR.
           EVALUATE MVT-ACTION
               WHEN "A"
                   PERFORM TRAITER-AJOUT
               WHEN "R"
                   PERFORM TRAITER-RENOMMAGE
               WHEN "D"
                   PERFORM TRAITER-DESACTIVATION
               WHEN "C"
                   PERFORM TRAITER-REACTIVATION
               WHEN "F"
                   PERFORM TRAITER-FUSION
               WHEN "V"
                   PERFORM TRAITER-REVUE
               WHEN "X"
                   PERFORM TRAITER-REVUE
               WHEN OTHER
                   MOVE "REFUSE : action inconnue" TO WS-LA-RESULTAT
                   PERFORM REFUSER-MVT
           END-EVALUATE.
           PERFORM LECTURE-MVT.

       TRAITER-AJOUT.
           IF MVT-JOUEUR-ID = SPACES
               MOVE "REFUSE : identifiant absent" TO WS-LA-RESULTAT
               PERFORM REFUSER-MVT
           ELSE
               IF WS-JOUEUR-TROUVE = "O"
                   MOVE "REFUSE : joueur existant" TO WS-LA-RESULTAT
                   PERFORM REFUSER-MVT
               ELSE
                   IF MVT-NOM = SPACES
                       MOVE "REFUSE : nom absent" TO WS-LA-RESULTAT
                       PERFORM REFUSER-MVT
                   ELSE
                       PERFORM APPLIQUER-AJOUT
                   END-IF
               END-IF
           END-IF.

       APPLIQUER-AJOUT.
           IF WS-NB-JOUEURS >= 200
               MOVE "REFUSE : fichier joueurs sature"
                   TO WS-LA-RESULTAT
               PERFORM REFUSER-MVT
           ELSE
               ADD 1 TO WS-NB-JOUEURS
               MOVE MVT-JOUEUR-ID TO TAB-JOUEUR-ID(WS-NB-JOUEURS)
               MOVE MVT-NOM TO TAB-JOUEUR-NOM(WS-NB-JOUEURS)
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO TAB-JOUEUR-DATE(WS-NB-JOUEURS)
               MOVE 0 TO TAB-JOUEUR-PARTIES(WS-NB-JOUEURS)
               MOVE 0 TO TAB-JOUEUR-GAGNEES(WS-NB-JOUEURS)
               MOVE 99 TO TAB-JOUEUR-MEILLEUR(WS-NB-JOUEURS)
               MOVE "O" TO TAB-JOUEUR-ACTIF(WS-NB-JOUEURS)
               PERFORM INITIALISER-COTE
               MOVE SPACE TO TAB-JOUEUR-CONTROLE(WS-NB-JOUEURS)
               MOVE "AJOUT APPLIQUE" TO WS-LA-RESULTAT
               PERFORM ECRIRE-AUDIT
               ADD 1 TO WS-NB-APPLIQUES
           END-IF.

       TRAITER-RENOMMAGE.
           IF WS-JOUEUR-TROUVE = "N"
               MOVE "REFUSE : joueur inconnu" TO WS-LA-RESULTAT
               PERFORM REFUSER-MVT
           ELSE
               IF MVT-NOM = SPACES
                   MOVE "REFUSE : nom absent" TO WS-LA-RESULTAT
                   PERFORM REFUSER-MVT
               ELSE
                   MOVE TAB-JOUEUR-NOM(WS-JOUEUR-IDX) TO WS-LA-NOM
                   MOVE "AVANT RENOMMAGE" TO WS-LA-RESULTAT
                   PERFORM ECRIRE-AUDIT
                   MOVE MVT-NOM TO TAB-JOUEUR-NOM(WS-JOUEUR-IDX)
                   MOVE MVT-NOM TO WS-LA-NOM
                   MOVE "RENOMMAGE APPLIQUE" TO WS-LA-RESULTAT
                   PERFORM ECRIRE-AUDIT
                   ADD 1 TO WS-NB-APPLIQUES
               END-IF
           END-IF.

       TRAITER-DESACTIVATION.
           IF WS-JOUEUR-TROUVE = "N"
               MOVE "REFUSE : joueur inconnu" TO WS-LA-RESULTAT
               PERFORM REFUSER-MVT
           ELSE
               IF TAB-JOUEUR-ACTIF(WS-JOUEUR-IDX) = "N"
                   MOVE "REFUSE : deja desactive" TO WS-LA-RESULTAT
                   PERFORM REFUSER-MVT
               ELSE
                   MOVE "N" TO TAB-JOUEUR-ACTIF(WS-JOUEUR-IDX)
                   MOVE TAB-JOUEUR-NOM(WS-JOUEUR-IDX) TO WS-LA-NOM
                   MOVE "DESACTIVATION APPLIQUEE" TO WS-LA-RESULTAT
                   PERFORM ECRIRE-AUDIT
                   ADD 1 TO WS-NB-APPLIQUES
               END-IF
           END-IF.

       TRAITER-REACTIVATION.
           IF WS-JOUEUR-TROUVE = "N"
               MOVE "REFUSE : joueur inconnu" TO WS-LA-RESULTAT
               PERFORM REFUSER-MVT
           ELSE
               IF TAB-JOUEUR-ACTIF(WS-JOUEUR-IDX) = "O"
                   MOVE "REFUSE : deja actif" TO WS-LA-RESULTAT
                   PERFORM REFUSER-MVT
               ELSE
                   MOVE "O" TO TAB-JOUEUR-ACTIF(WS-JOUEUR-IDX)
                   MOVE TAB-JOUEUR-NOM(WS-JOUEUR-IDX) TO WS-LA-NOM
                   MOVE "REACTIVATION APPLIQUEE" TO WS-LA-RESULTAT
                   PERFORM ECRIRE-AUDIT
                   ADD 1 TO WS-NB-APPLIQUES
               END-IF
           END-IF.

       TRAITER-FUSION.
           IF WS-JOUEUR-TROUVE = "N"
               MOVE "REFUSE : joueur conserve inconnu"
                   TO WS-LA-RESULTAT
               PERFORM REFUSER-MVT
           ELSE
               MOVE WS-JOUEUR-IDX TO WS-CONSERVE-IDX
               MOVE MVT-JOUEUR-FUSION TO WS-ID-CHERCHE
               PERFORM CHERCHER-JOUEUR
               IF MVT-JOUEUR-FUSION = SPACES
                   MOVE "REFUSE : joueur absorbe absent"
                       TO WS-LA-RESULTAT
                   PERFORM REFUSER-MVT
               ELSE
                   IF MVT-JOUEUR-FUSION = MVT-JOUEUR-ID
                       MOVE "REFUSE : fusion sur lui-meme"
                           TO WS-LA-RESULTAT
                       PERFORM REFUSER-MVT
                   ELSE
                       IF WS-JOUEUR-TROUVE = "N"
                           MOVE "REFUSE : joueur absorbe inconnu"
                               TO WS-LA-RESULTAT
                           PERFORM REFUSER-MVT
                       ELSE
                           PERFORM CONTROLER-FUSION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONTROLER-FUSION.
           MOVE WS-JOUEUR-IDX TO WS-ABSORBE-IDX.
           IF WS-NB-FUSIONS >= 200
               MOVE "REFUSE : table des fusions saturee"
                   TO WS-LA-RESULTAT
               PERFORM REFUSER-MVT
           ELSE
               PERFORM CONTROLER-FUSION-JOUEURS
           END-IF.

       CONTROLER-FUSION-JOUEURS.
           IF TAB-JOUEUR-ACTIF(WS-CONSERVE-IDX) = "N"
               MOVE "REFUSE : joueur conserve desactive"
                   TO WS-LA-RESULTAT
               PERFORM REFUSER-MVT
           ELSE
               IF TAB-JOUEUR-PARTIES(WS-CONSERVE-IDX)
                   + TAB-JOUEUR-PARTIES(WS-ABSORBE-IDX) > 99999
                   MOVE "REFUSE : cumul parties trop grand"
                       TO WS-LA-RESULTAT
                   PERFORM REFUSER-MVT
               ELSE
                   PERFORM APPLIQUER-FUSION
               END-IF
           END-IF.

       APPLIQUER-FUSION.
           MOVE TAB-JOUEUR-NOM(WS-CONSERVE-IDX) TO WS-LA-NOM.
           MOVE "FUSION APPLIQUEE" TO WS-LA-RESULTAT.
           PERFORM ECRIRE-AUDIT.
           MOVE WS-CONSERVE-IDX TO WS-JOUEUR-IDX.
           MOVE "conserve, avant" TO WS-LC-LIBELLE.
           PERFORM ECRIRE-AUDIT-CPT.
           MOVE WS-ABSORBE-IDX TO WS-JOUEUR-IDX.
           MOVE "absorbe" TO WS-LC-LIBELLE.
           PERFORM ECRIRE-AUDIT-CPT.
           IF TAB-JOUEUR-NB-COTEES(WS-CONSERVE-IDX)
               + TAB-JOUEUR-NB-COTEES(WS-ABSORBE-IDX) > 0
               COMPUTE TAB-JOUEUR-COTE(WS-CONSERVE-IDX) ROUNDED =
                   (TAB-JOUEUR-COTE(WS-CONSERVE-IDX)
                       * TAB-JOUEUR-NB-COTEES(WS-CONSERVE-IDX)
                   + TAB-JOUEUR-COTE(WS-ABSORBE-IDX)
                       * TAB-JOUEUR-NB-COTEES(WS-ABSORBE-IDX))
                   / (TAB-JOUEUR-NB-COTEES(WS-CONSERVE-IDX)
                       + TAB-JOUEUR-NB-COTEES(WS-ABSORBE-IDX))
           END-IF.
           ADD TAB-JOUEUR-NB-COTEES(WS-ABSORBE-IDX)
               TO TAB-JOUEUR-NB-COTEES(WS-CONSERVE-IDX).
           IF TAB-JOUEUR-CONTROLE(WS-ABSORBE-IDX) = "S"
               MOVE "S" TO TAB-JOUEUR-CONTROLE(WS-CONSERVE-IDX)
           END-IF.
           ADD TAB-JOUEUR-PARTIES(WS-ABSORBE-IDX)
               TO TAB-JOUEUR-PARTIES(WS-CONSERVE-IDX).
           ADD TAB-JOUEUR-GAGNEES(WS-ABSORBE-IDX)
               TO TAB-JOUEUR-GAGNEES(WS-CONSERVE-IDX).
           IF TAB-JOUEUR-MEILLEUR(WS-ABSORBE-IDX)
               < TAB-JOUEUR-MEILLEUR(WS-CONSERVE-IDX)
               MOVE TAB-JOUEUR-MEILLEUR(WS-ABSORBE-IDX)
                   TO TAB-JOUEUR-MEILLEUR(WS-CONSERVE-IDX)
           END-IF.
           IF TAB-JOUEUR-DATE(WS-ABSORBE-IDX)
               < TAB-JOUEUR-DATE(WS-CONSERVE-IDX)
               MOVE TAB-JOUEUR-DATE(WS-ABSORBE-IDX)
                   TO TAB-JOUEUR-DATE(WS-CONSERVE-IDX)
           END-IF.
           MOVE WS-CONSERVE-IDX TO WS-JOUEUR-IDX.
           MOVE "conserve, apres" TO WS-LC-LIBELLE.
           PERFORM ECRIRE-AUDIT-CPT.
           PERFORM NOTER-FUSION.
           MOVE WS-ABSORBE-IDX TO WS-JOUEUR-IDX.
           PERFORM SUPPRIMER-JOUEUR
               UNTIL WS-JOUEUR-IDX >= WS-NB-JOUEURS.
           SUBTRACT 1 FROM WS-NB-JOUEURS.
           ADD 1 TO WS-NB-APPLIQUES.

       TRAITER-REVUE.
           IF WS-JOUEUR-TROUVE = "N"
               MOVE "REFUSE : joueur inconnu" TO WS-LA-RESULTAT
               PERFORM REFUSER-MVT
           ELSE
               IF TAB-JOUEUR-CONTROLE(WS-JOUEUR-IDX) NOT = "S"
                   MOVE "REFUSE : aucune revue en attente"
                       TO WS-LA-RESULTAT
                   PERFORM REFUSER-MVT
               ELSE
                   IF WS-NB-REVUES >= 200
                       MOVE "REFUSE : table des revues saturee"
                           TO WS-LA-RESULTAT
                       PERFORM REFUSER-MVT
                   ELSE
                       PERFORM APPLIQUER-REVUE
                   END-IF
               END-IF
           END-IF.

       APPLIQUER-REVUE.
           MOVE SPACE TO TAB-JOUEUR-CONTROLE(WS-JOUEUR-IDX).
           ADD 1 TO WS-NB-REVUES.
           MOVE MVT-JOUEUR-ID TO TAB-RV-JOUEUR(WS-NB-REVUES).
           MOVE 0 TO TAB-RV-SESSIONS(WS-NB-REVUES).
           MOVE TAB-JOUEUR-NOM(WS-JOUEUR-IDX) TO WS-LA-NOM.
           IF MVT-ACTION = "V"
               MOVE "V" TO TAB-RV-DECISION(WS-NB-REVUES)
               MOVE "REVUE : SESSIONS ACCEPTEES" TO WS-LA-RESULTAT
           ELSE
               MOVE "R" TO TAB-RV-DECISION(WS-NB-REVUES)
               MOVE "REVUE : SESSIONS REJETEES" TO WS-LA-RESULTAT
           END-IF.
           PERFORM ECRIRE-AUDIT.
           ADD 1 TO WS-NB-APPLIQUES.

       ECRIRE-AUDIT-CPT.
           MOVE TAB-JOUEUR-ID(WS-JOUEUR-IDX) TO WS-LC-ID.
           MOVE TAB-JOUEUR-PARTIES(WS-JOUEUR-IDX) TO WS-LC-PARTIES.
           MOVE TAB-JOUEUR-GAGNEES(WS-JOUEUR-IDX) TO WS-LC-GAGNEES.
           MOVE TAB-JOUEUR-MEILLEUR(WS-JOUEUR-IDX) TO WS-LC-MEILLEUR.
           MOVE TAB-JOUEUR-COTE(WS-JOUEUR-IDX) TO WS-LC-COTE.
           MOVE WS-LIGNE-AUDIT-CPT TO LIGNE-AUDIT.
           WRITE LIGNE-AUDIT.

       NOTER-FUSION.
           MOVE 1 TO WS-FU-IDX.
           PERFORM REDIRIGER-FUSION UNTIL WS-FU-IDX > WS-NB-FUSIONS.
           ADD 1 TO WS-NB-FUSIONS.
           MOVE MVT-JOUEUR-FUSION TO TAB-FU-ANCIEN(WS-NB-FUSIONS).
           MOVE MVT-JOUEUR-ID TO TAB-FU-NOUVEAU(WS-NB-FUSIONS).
           MOVE 0 TO TAB-FU-SESSIONS(WS-NB-FUSIONS).

       REDIRIGER-FUSION.
           IF TAB-FU-NOUVEAU(WS-FU-IDX) = MVT-JOUEUR-FUSION
               MOVE MVT-JOUEUR-ID TO TAB-FU-NOUVEAU(WS-FU-IDX)
           END-IF.
           ADD 1 TO WS-FU-IDX.

       SUPPRIMER-JOUEUR.
           MOVE JOUEUR-ENTRY(WS-JOUEUR-IDX + 1)
               TO JOUEUR-ENTRY(WS-JOUEUR-IDX).
           ADD 1 TO WS-JOUEUR-IDX.

       REFUSER-MVT.
           PERFORM ECRIRE-AUDIT.
           ADD 1 TO WS-NB-REFUSES.

       AUDIT-MOUVEMENT.
           MOVE MVT-ACTION TO WS-LA-ACTION.
           MOVE MVT-JOUEUR-ID TO WS-LA-ID.
           MOVE MVT-NOM TO WS-LA-NOM.
           MOVE MVT-JOUEUR-FUSION TO WS-LA-FUSION.

       ECRIRE-AUDIT.
           MOVE WS-LIGNE-AUDIT TO LIGNE-AUDIT.
           WRITE LIGNE-AUDIT.

       CHERCHER-JOUEUR.
           MOVE "N" TO WS-JOUEUR-TROUVE.
           MOVE 1 TO WS-JOUEUR-IDX.
           PERFORM TESTER-JOUEUR
               UNTIL WS-JOUEUR-IDX > WS-NB-JOUEURS
                   OR WS-JOUEUR-TROUVE = "O".

       TESTER-JOUEUR.
           IF TAB-JOUEUR-ID(WS-JOUEUR-IDX) = WS-ID-CHERCHE
               MOVE "O" TO WS-JOUEUR-TROUVE
           ELSE
               ADD 1 TO WS-JOUEUR-IDX
           END-IF.

       RETAGUER-HISTORIQUE.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS = "35" OR WS-TRANS-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-TRANS-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier transactions : "
                       WS-TRANS-STATUS
                   CLOSE AUDIT-REPORT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM RECOPIER-HISTORIQUE
               END-IF
           END-IF.
           MOVE 1 TO WS-FU-IDX.
           PERFORM EDITER-FUSION-HISTORIQUE
               UNTIL WS-FU-IDX > WS-NB-FUSIONS.

       RECOPIER-HISTORIQUE.
           OPEN OUTPUT TRANS-TMP-FILE.
           IF WS-TRANS-TMP-STATUS NOT = "00"
               DISPLAY "Erreur ecriture fichier transactions : "
                   WS-TRANS-TMP-STATUS
               CLOSE TRANS-FILE AUDIT-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LECTURE-TRANS.
           PERFORM RETAGUER-SESSION UNTIL WS-TRANS-EOF = "Y".
           CLOSE TRANS-FILE TRANS-TMP-FILE.
           MOVE "O" TO WS-TRANS-A-VALIDER.

       LECTURE-TRANS.
           READ TRANS-FILE
               AT END MOVE "Y" TO WS-TRANS-EOF
           END-READ.

       RETAGUER-SESSION.
           ADD 1 TO WS-NB-TRANS-LUES.
           MOVE "N" TO WS-FU-TROUVE.
           MOVE 1 TO WS-FU-IDX.
           PERFORM TESTER-FUSION
               UNTIL WS-FU-IDX > WS-NB-FUSIONS
                   OR WS-FU-TROUVE = "O".
           IF WS-FU-TROUVE = "O"
               MOVE TAB-FU-NOUVEAU(WS-FU-IDX) TO TJ-JOUEUR
               ADD 1 TO TAB-FU-SESSIONS(WS-FU-IDX)
               ADD 1 TO WS-NB-TRANS-RETAGUEES
           END-IF.
           MOVE TJ-ENREGISTREMENT TO TRANS-TMP-REC.
           WRITE TRANS-TMP-REC.
           PERFORM LECTURE-TRANS.

       TESTER-FUSION.
           IF TAB-FU-ANCIEN(WS-FU-IDX) = TJ-JOUEUR
               MOVE "O" TO WS-FU-TROUVE
           ELSE
               ADD 1 TO WS-FU-IDX
           END-IF.

       EDITER-FUSION-HISTORIQUE.
           MOVE TAB-FU-ANCIEN(WS-FU-IDX) TO WS-LH-ANCIEN.
           MOVE TAB-FU-NOUVEAU(WS-FU-IDX) TO WS-LH-NOUVEAU.
           MOVE TAB-FU-SESSIONS(WS-FU-IDX) TO WS-LH-SESSIONS.
           MOVE WS-LIGNE-AUDIT-HIST TO LIGNE-AUDIT.
           WRITE LIGNE-AUDIT.
           ADD 1 TO WS-FU-IDX.

       RETRAITER-SUSPECTS.
           OPEN INPUT SUSPECT-FILE.
           IF WS-SUSPECT-STATUS = "35" OR WS-SUSPECT-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-SUSPECT-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture sessions suspectes : "
                       WS-SUSPECT-STATUS
                   CLOSE AUDIT-REPORT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM RECOPIER-SUSPECTS
               END-IF
           END-IF.
           MOVE 1 TO WS-RV-IDX.
           PERFORM EDITER-REVUE UNTIL WS-RV-IDX > WS-NB-REVUES.

       RECOPIER-SUSPECTS.
           OPEN OUTPUT SUSPECT-TMP-FILE.
           IF WS-SUSPECT-TMP-STATUS NOT = "00"
               DISPLAY "Erreur ecriture sessions suspectes : "
                   WS-SUSPECT-TMP-STATUS
               CLOSE SUSPECT-FILE AUDIT-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LECTURE-SUSPECT.
           PERFORM RETRAITER-UN-SUSPECT UNTIL WS-SUSPECT-EOF = "Y".
           CLOSE SUSPECT-FILE SUSPECT-TMP-FILE.
           MOVE "O" TO WS-SUSPECT-A-VALIDER.

       LECTURE-SUSPECT.
           READ SUSPECT-FILE
               AT END MOVE "Y" TO WS-SUSPECT-EOF
           END-READ.

       RETRAITER-UN-SUSPECT.
           MOVE "N" TO WS-RV-TROUVE.
           IF SUS-STATUT = "A"
               PERFORM CHERCHER-REVUE
           END-IF.
           MOVE "N" TO WS-FU-TROUVE.
           MOVE 1 TO WS-FU-IDX.
           PERFORM TESTER-FUSION-SUSPECT
               UNTIL WS-FU-IDX > WS-NB-FUSIONS
                   OR WS-FU-TROUVE = "O".
           IF WS-FU-TROUVE = "O"
               MOVE TAB-FU-NOUVEAU(WS-FU-IDX) TO SUS-JOUEUR
               IF SUS-STATUT = "A" AND WS-RV-TROUVE = "N"
                   PERFORM CHERCHER-REVUE
               END-IF
           END-IF.
           IF WS-RV-TROUVE = "O"
               MOVE TAB-RV-DECISION(WS-RV-IDX) TO SUS-STATUT
               ADD 1 TO TAB-RV-SESSIONS(WS-RV-IDX)
           END-IF.
           MOVE SUSPECT-REC TO SUSPECT-TMP-REC.
           WRITE SUSPECT-TMP-REC.
           PERFORM LECTURE-SUSPECT.

       TESTER-FUSION-SUSPECT.
           IF TAB-FU-ANCIEN(WS-FU-IDX) = SUS-JOUEUR
               MOVE "O" TO WS-FU-TROUVE
           ELSE
               ADD 1 TO WS-FU-IDX
           END-IF.

       CHERCHER-REVUE.
           MOVE 1 TO WS-RV-IDX.
           PERFORM TESTER-REVUE
               UNTIL WS-RV-IDX > WS-NB-REVUES
                   OR WS-RV-TROUVE = "O".

       TESTER-REVUE.
           IF TAB-RV-JOUEUR(WS-RV-IDX) = SUS-JOUEUR
               MOVE "O" TO WS-RV-TROUVE
           ELSE
               ADD 1 TO WS-RV-IDX
           END-IF.

       EDITER-REVUE.
           MOVE TAB-RV-JOUEUR(WS-RV-IDX) TO WS-LR-JOUEUR.
           MOVE TAB-RV-SESSIONS(WS-RV-IDX) TO WS-LR-SESSIONS.
           IF TAB-RV-DECISION(WS-RV-IDX) = "V"
               MOVE "acceptee" TO WS-LR-DECISION
           ELSE
               MOVE "rejetee" TO WS-LR-DECISION
           END-IF.
           MOVE WS-LIGNE-AUDIT-REVUE TO LIGNE-AUDIT.
           WRITE LIGNE-AUDIT.
           ADD 1 TO WS-RV-IDX.

       ECRIRE-NOUVEAU-MASTER.
           OPEN OUTPUT JOUEUR-TMP-FILE.
           IF WS-JOUEUR-TMP-STATUS NOT = "00"
               DISPLAY "Erreur ecriture fichier joueurs : "
                   WS-JOUEUR-TMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-JOUEUR-IDX.
           PERFORM RECOPIER-JOUEUR
               UNTIL WS-JOUEUR-IDX > WS-NB-JOUEURS.
           CLOSE JOUEUR-TMP-FILE.
           CALL "SYSTEM" USING WS-JOUEUR-RENAME-CMD.
           IF RETURN-CODE NOT = 0
               DISPLAY "Echec remplacement JPJOUEUR.DAT par "
                   "JPJOUEUR.TMP."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       VALIDER-HISTORIQUE.
           IF WS-TRANS-A-VALIDER = "O"
               CALL "SYSTEM" USING WS-TRANS-RENAME-CMD
               IF RETURN-CODE NOT = 0
                   DISPLAY "Echec remplacement JPTRANS.DAT par "
                       "JPTRANS.TMP."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-SUSPECT-A-VALIDER = "O"
               CALL "SYSTEM" USING WS-SUSPECT-RENAME-CMD
               IF RETURN-CODE NOT = 0
                   DISPLAY "Echec remplacement JPSUSPECT.DAT par "
                       "JPSUSPECT.TMP."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       RECOPIER-JOUEUR.
           MOVE TAB-JOUEUR-ID(WS-JOUEUR-IDX) TO JT-ID.
           MOVE TAB-JOUEUR-NOM(WS-JOUEUR-IDX) TO JT-NOM.
           MOVE TAB-JOUEUR-DATE(WS-JOUEUR-IDX)
               TO JT-DATE-INSCRIPTION.
           MOVE TAB-JOUEUR-PARTIES(WS-JOUEUR-IDX) TO JT-PARTIES.
           MOVE TAB-JOUEUR-GAGNEES(WS-JOUEUR-IDX) TO JT-GAGNEES.
           MOVE TAB-JOUEUR-MEILLEUR(WS-JOUEUR-IDX)
               TO JT-MEILLEUR.
           MOVE TAB-JOUEUR-ACTIF(WS-JOUEUR-IDX) TO JT-ACTIF.
           MOVE TAB-JOUEUR-COTE(WS-JOUEUR-IDX) TO JT-COTE.
           MOVE TAB-JOUEUR-NB-COTEES(WS-JOUEUR-IDX) TO JT-NB-COTEES.
           MOVE TAB-JOUEUR-COTE-SEMAINE(WS-JOUEUR-IDX)
               TO JT-COTE-SEMAINE.
           MOVE TAB-JOUEUR-DATE-SEMAINE(WS-JOUEUR-IDX)
               TO JT-DATE-SEMAINE.
           MOVE TAB-JOUEUR-CONTROLE(WS-JOUEUR-IDX) TO JT-CONTROLE.
           WRITE JOUEUR-TMP-REC.
           ADD 1 TO WS-JOUEUR-IDX.
