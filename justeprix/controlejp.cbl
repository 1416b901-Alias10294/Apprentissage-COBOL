       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleJP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRE-FILE ASSIGN TO "JPCTRL.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT TRANS-FILE ASSIGN TO "JPTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT JOUEUR-FILE ASSIGN TO "JPJOUEUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOUEUR-STATUS.
           SELECT JOUEUR-TMP-FILE ASSIGN TO "JPJOUEUR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOUEUR-TMP-STATUS.
           SELECT SUSPECT-FILE ASSIGN TO "JPSUSPECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPECT-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO "JPCTRL-EXCEPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRE-FILE.
       01  PARM-REC.
           05  PARM-SERIE-MAX PIC 99.
           05  PARM-BORNE-MIN PIC 999.

       FD  TRANS-FILE.
       COPY JPTRANS.

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

       FD  JOUEUR-TMP-FILE.
       01  JOUEUR-TMP-REC PIC X(73).

       FD  SUSPECT-FILE.
       01  SUSPECT-REC.
           05  SUS-DATE PIC 9(8).
           05  SUS-SESSION PIC 9(6).
           05  SUS-JOUEUR PIC X(10).
           05  SUS-MOTIF PIC X(29).
           05  SUS-STATUT PIC X.
           05  SUS-DATE-CONTROLE PIC 9(8).

       FD  EXCEPTIONS-FILE.
       01  LIGNE-EXCEPTION.
           05  LE-DATE PIC 9(8).
           05  FILLER PIC X.
           05  LE-SESSION PIC 9(6).
           05  FILLER PIC X.
           05  LE-MOTIF PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC XX.
       01  WS-TRANS-STATUS PIC XX.
       01  WS-JOUEUR-STATUS PIC XX.
       01  WS-JOUEUR-TMP-STATUS PIC XX.
       01  WS-SUSPECT-STATUS PIC XX.
       01  WS-EXC-STATUS PIC XX.
       01  WS-TRANS-EOF PIC X VALUE "N".
       01  WS-JOUEUR-EOF PIC X VALUE "N".
       01  WS-SUSPECT-EOF PIC X VALUE "N".
       01  WS-AUJOURDHUI PIC 9(8).
       01  WS-SERIE-MAX PIC 99 VALUE 3.
       01  WS-BORNE-MIN PIC 999 VALUE 10.
       01  WS-MAX-ESSAIS PIC 99 VALUE 50.
       01  WS-JOUEUR-RENAME-CMD PIC X(40) VALUE
           "mv JPJOUEUR.TMP JPJOUEUR.DAT".
       01  WS-MAJ-JOUEURS PIC X VALUE "N".
       01  WS-NB-JOUEURS PIC 9(3) VALUE 0.
       01  WS-JOUEUR-IDX PIC 9(3).
       01  WS-JOUEUR-TROUVE PIC X.
       01  WS-NB-SUSPECTS PIC 9(4) VALUE 0.
       01  WS-SUS-IDX PIC 9(4).
       01  WS-SUS-TROUVE PIC X.
       01  WS-NB-SERIES PIC 9(3) VALUE 0.
       01  WS-SR-IDX PIC 9(3).
       01  WS-SR-TROUVE PIC X.
       01  WS-NB-SESSIONS PIC 9(7) VALUE 0.
       01  WS-NB-DEJA-SIGNALEES PIC 9(7) VALUE 0.
       01  WS-NB-NOUVELLES PIC 9(7) VALUE 0.
       01  WS-NB-EXCEPTIONS PIC 9(7) VALUE 0.
       01  WS-NB-JOUEURS-MARQUES PIC 9(3) VALUE 0.
       01  WS-BORNE PIC 999.
       01  WS-NB-REJEU PIC 99.
       01  WS-ESSAI-IDX PIC 99.
       01  WS-BAS PIC 9(4).
       01  WS-HAUT PIC 9(4).
       01  WS-V-INTERVALLE PIC X.
       01  WS-V-NB-ESSAIS PIC X.
       01  WS-V-VICTOIRE PIC X.
       01  WS-V-APRES-GAIN PIC X.
       01  WS-V-PERTE PIC X.
       01  WS-V-NOMBRE PIC X.
       01  WS-V-SERIE PIC X.
       01  WS-NB-VIOLATIONS PIC 9.
       01  WS-PREMIER-MOTIF PIC X(29).
       01  WS-MOTIF-EXCEPTION.
           05  WS-ME-LIBELLE PIC X(29).
           05  FILLER PIC X VALUE SPACE.
           05  WS-ME-JOUEUR PIC X(10).
       01  WS-CTL-PROGRAMME PIC X(12) VALUE "ControleJP".
       01  WS-CTL-LUS PIC 9(9) VALUE 0.
       01  WS-CTL-ECRITS PIC 9(9) VALUE 0.
       01  WS-CTL-REJETES PIC 9(9) VALUE 0.
       01  WS-CTL-RETOUR PIC 9(4) VALUE 0.
       01  TABLE-JOUEURS.
           05  JOUEUR-ENTRY OCCURS 200 TIMES.
               10  TAB-JOUEUR-ID PIC X(10).
               10  FILLER PIC X(62).
               10  TAB-JOUEUR-CONTROLE PIC X.
       01  TABLE-SUSPECTS.
           05  SUSPECT-ENTRY OCCURS 5000 TIMES.
               10  TAB-SUS-DATE PIC 9(8).
               10  TAB-SUS-SESSION PIC 9(6).
       01  TABLE-SERIES.
           05  SERIE-ENTRY OCCURS 200 TIMES.
               10  TAB-SR-JOUEUR PIC X(10).
               10  TAB-SR-NB PIC 9(5).

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURDHUI.
           PERFORM LECTURE-PARAMETRE.
           PERFORM CHARGER-JOUEURS.
           PERFORM CHARGER-SUSPECTS.
           PERFORM OUVRIR-FICHIERS.
           PERFORM LECTURE-TRANS.
           PERFORM CONTROLER-SESSION UNTIL WS-TRANS-EOF = "Y".
           CLOSE TRANS-FILE SUSPECT-FILE EXCEPTIONS-FILE.
           IF WS-MAJ-JOUEURS = "O"
               PERFORM ECRIRE-JOUEURS
           END-IF.
           DISPLAY "Sessions controlees : " WS-NB-SESSIONS.
           DISPLAY "Sessions deja signalees : " WS-NB-DEJA-SIGNALEES.
           DISPLAY "Nouvelles sessions suspectes : " WS-NB-NOUVELLES.
           DISPLAY "Exceptions transmises : " WS-NB-EXCEPTIONS.
           DISPLAY "Joueurs marques a revoir : "
               WS-NB-JOUEURS-MARQUES.
           MOVE WS-NB-SESSIONS TO WS-CTL-LUS.
           MOVE WS-NB-NOUVELLES TO WS-CTL-ECRITS.
           MOVE WS-NB-EXCEPTIONS TO WS-CTL-REJETES.
           CALL "CtlEoj" USING WS-CTL-PROGRAMME WS-CTL-LUS
               WS-CTL-ECRITS WS-CTL-REJETES WS-CTL-RETOUR.
           STOP RUN.

       LECTURE-PARAMETRE.
           OPEN INPUT PARAMETRE-FILE.
           IF WS-PARM-STATUS = "35" OR WS-PARM-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-PARM-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier parametre : "
                       WS-PARM-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   READ PARAMETRE-FILE
                       AT END MOVE SPACES TO PARM-REC
                   END-READ
                   IF PARM-SERIE-MAX IS NUMERIC
                       AND PARM-SERIE-MAX > 1
                       MOVE PARM-SERIE-MAX TO WS-SERIE-MAX
                   END-IF
                   IF PARM-BORNE-MIN IS NUMERIC
                       AND PARM-BORNE-MIN > 0
                       MOVE PARM-BORNE-MIN TO WS-BORNE-MIN
                   END-IF
                   CLOSE PARAMETRE-FILE
               END-IF
           END-IF.

       CHARGER-JOUEURS.
           OPEN INPUT JOUEUR-FILE.
           IF WS-JOUEUR-STATUS = "35" OR WS-JOUEUR-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-JOUEUR-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier joueurs : "
                       WS-JOUEUR-STATUS
                   MOVE 8 TO RETURN-CODE
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
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-JOUEURS.
           MOVE JOUEUR-REC TO JOUEUR-ENTRY(WS-NB-JOUEURS).
           PERFORM LECTURE-JOUEUR.

       CHARGER-SUSPECTS.
           OPEN INPUT SUSPECT-FILE.
           IF WS-SUSPECT-STATUS = "35" OR WS-SUSPECT-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-SUSPECT-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture sessions suspectes : "
                       WS-SUSPECT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LECTURE-SUSPECT
                   PERFORM RANGER-SUSPECT UNTIL WS-SUSPECT-EOF = "Y"
                   CLOSE SUSPECT-FILE
               END-IF
           END-IF.

       LECTURE-SUSPECT.
           READ SUSPECT-FILE
               AT END MOVE "Y" TO WS-SUSPECT-EOF
           END-READ.

       RANGER-SUSPECT.
           IF WS-NB-SUSPECTS >= 5000
               DISPLAY "Sessions suspectes : maximum 5000 atteint."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-SUSPECTS.
           MOVE SUS-DATE TO TAB-SUS-DATE(WS-NB-SUSPECTS).
           MOVE SUS-SESSION TO TAB-SUS-SESSION(WS-NB-SUSPECTS).
           PERFORM LECTURE-SUSPECT.

       OUVRIR-FICHIERS.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS = "35" OR WS-TRANS-STATUS = "05"
               DISPLAY "Aucune transaction JustePrix a ce jour."
               MOVE "Y" TO WS-TRANS-EOF
           ELSE
               IF WS-TRANS-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier transactions : "
                       WS-TRANS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN EXTEND SUSPECT-FILE.
           IF WS-SUSPECT-STATUS = "35" OR WS-SUSPECT-STATUS = "05"
               OPEN OUTPUT SUSPECT-FILE
           END-IF.
           IF WS-SUSPECT-STATUS NOT = "00"
               DISPLAY "Erreur ecriture sessions suspectes : "
                   WS-SUSPECT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXCEPTIONS-FILE.
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "Erreur ouverture exceptions JustePrix : "
                   WS-EXC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LECTURE-TRANS.
           IF WS-TRANS-EOF NOT = "Y"
               READ TRANS-FILE
                   AT END MOVE "Y" TO WS-TRANS-EOF
               END-READ
           END-IF.

       CONTROLER-SESSION.
           ADD 1 TO WS-NB-SESSIONS.
           PERFORM REJOUER-SESSION.
           PERFORM SUIVRE-SERIE.
           MOVE 0 TO WS-NB-VIOLATIONS.
           IF WS-V-NOMBRE = "O"
               ADD 1 TO WS-NB-VIOLATIONS
           END-IF.
           IF WS-V-NB-ESSAIS = "O"
               ADD 1 TO WS-NB-VIOLATIONS
           END-IF.
           IF WS-V-INTERVALLE = "O"
               ADD 1 TO WS-NB-VIOLATIONS
           END-IF.
           IF WS-V-APRES-GAIN = "O"
               ADD 1 TO WS-NB-VIOLATIONS
           END-IF.
           IF WS-V-VICTOIRE = "O"
               ADD 1 TO WS-NB-VIOLATIONS
           END-IF.
           IF WS-V-PERTE = "O"
               ADD 1 TO WS-NB-VIOLATIONS
           END-IF.
           IF WS-V-SERIE = "O"
               ADD 1 TO WS-NB-VIOLATIONS
           END-IF.
           IF WS-NB-VIOLATIONS > 0
               PERFORM CHERCHER-SUSPECT
               IF WS-SUS-TROUVE = "O"
                   ADD 1 TO WS-NB-DEJA-SIGNALEES
               ELSE
                   PERFORM SIGNALER-SESSION
               END-IF
           END-IF.
           PERFORM LECTURE-TRANS.

       REJOUER-SESSION.
           MOVE "N" TO WS-V-INTERVALLE.
           MOVE "N" TO WS-V-NB-ESSAIS.
           MOVE "N" TO WS-V-VICTOIRE.
           MOVE "N" TO WS-V-APRES-GAIN.
           MOVE "N" TO WS-V-PERTE.
           MOVE "N" TO WS-V-NOMBRE.
           MOVE "N" TO WS-V-SERIE.
           IF TJ-BORNE IS NUMERIC AND TJ-BORNE > 0
               MOVE TJ-BORNE TO WS-BORNE
           ELSE
               MOVE 100 TO WS-BORNE
           END-IF.
           IF TJ-NOMBRE IS NOT NUMERIC
               MOVE "O" TO WS-V-NOMBRE
               MOVE 0 TO TJ-NOMBRE
           ELSE
               IF TJ-NOMBRE >= WS-BORNE
                   MOVE "O" TO WS-V-NOMBRE
               END-IF
           END-IF.
           IF TJ-NB-ESSAIS IS NOT NUMERIC
               MOVE "O" TO WS-V-NB-ESSAIS
               MOVE 0 TO WS-NB-REJEU
           ELSE
               IF TJ-NB-ESSAIS = 0 OR TJ-NB-ESSAIS > WS-MAX-ESSAIS
                   MOVE "O" TO WS-V-NB-ESSAIS
                   MOVE 0 TO WS-NB-REJEU
               ELSE
                   MOVE TJ-NB-ESSAIS TO WS-NB-REJEU
               END-IF
           END-IF.
           COMPUTE WS-ESSAI-IDX = WS-NB-REJEU + 1.
           PERFORM CONTROLER-ESSAI-VIDE
               UNTIL WS-ESSAI-IDX > WS-MAX-ESSAIS.
           MOVE 0 TO WS-BAS.
           MOVE WS-BORNE TO WS-HAUT.
           MOVE 1 TO WS-ESSAI-IDX.
           PERFORM REJOUER-ESSAI UNTIL WS-ESSAI-IDX > WS-NB-REJEU.
           IF WS-NB-REJEU > 0
               IF TJ-RESULTAT = "G"
                   IF TJ-ESSAI(WS-NB-REJEU) NOT = TJ-NOMBRE
                       MOVE "O" TO WS-V-VICTOIRE
                   END-IF
               ELSE
                   IF TJ-NB-ESSAIS < WS-MAX-ESSAIS
                       OR TJ-ESSAI(WS-NB-REJEU) = TJ-NOMBRE
                       MOVE "O" TO WS-V-PERTE
                   END-IF
               END-IF
           END-IF.

       CONTROLER-ESSAI-VIDE.
           IF TJ-ESSAI(WS-ESSAI-IDX) IS NOT NUMERIC
               MOVE "O" TO WS-V-NB-ESSAIS
           ELSE
               IF TJ-ESSAI(WS-ESSAI-IDX) NOT = 0
                   MOVE "O" TO WS-V-NB-ESSAIS
               END-IF
           END-IF.
           ADD 1 TO WS-ESSAI-IDX.

       REJOUER-ESSAI.
           IF TJ-ESSAI(WS-ESSAI-IDX) IS NOT NUMERIC
               MOVE "O" TO WS-V-NB-ESSAIS
           ELSE
               IF TJ-ESSAI(WS-ESSAI-IDX) < WS-BAS
                   OR TJ-ESSAI(WS-ESSAI-IDX) > WS-HAUT
                   MOVE "O" TO WS-V-INTERVALLE
               END-IF
               IF TJ-ESSAI(WS-ESSAI-IDX) > TJ-NOMBRE
                   COMPUTE WS-HAUT = TJ-ESSAI(WS-ESSAI-IDX) - 1
               ELSE
                   IF TJ-ESSAI(WS-ESSAI-IDX) < TJ-NOMBRE
                       COMPUTE WS-BAS = TJ-ESSAI(WS-ESSAI-IDX) + 1
                   ELSE
                       IF WS-ESSAI-IDX < WS-NB-REJEU
                           MOVE "O" TO WS-V-APRES-GAIN
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-ESSAI-IDX.

       SUIVRE-SERIE.
           MOVE "N" TO WS-SR-TROUVE.
           MOVE 1 TO WS-SR-IDX.
           PERFORM TESTER-SERIE
               UNTIL WS-SR-IDX > WS-NB-SERIES OR WS-SR-TROUVE = "O".
           IF WS-SR-TROUVE = "N"
               IF WS-NB-SERIES >= 200
                   DISPLAY "Trop de joueurs distincts, maximum 200."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-SERIES
               MOVE WS-NB-SERIES TO WS-SR-IDX
               MOVE TJ-JOUEUR TO TAB-SR-JOUEUR(WS-SR-IDX)
               MOVE 0 TO TAB-SR-NB(WS-SR-IDX)
           END-IF.
           IF TJ-RESULTAT = "G" AND TJ-NB-ESSAIS = 1
               AND WS-BORNE >= WS-BORNE-MIN
               ADD 1 TO TAB-SR-NB(WS-SR-IDX)
               IF TAB-SR-NB(WS-SR-IDX) >= WS-SERIE-MAX
                   MOVE "O" TO WS-V-SERIE
               END-IF
           ELSE
               MOVE 0 TO TAB-SR-NB(WS-SR-IDX)
           END-IF.

       TESTER-SERIE.
           IF TAB-SR-JOUEUR(WS-SR-IDX) = TJ-JOUEUR
               MOVE "O" TO WS-SR-TROUVE
           ELSE
               ADD 1 TO WS-SR-IDX
           END-IF.

       CHERCHER-SUSPECT.
           MOVE "N" TO WS-SUS-TROUVE.
           MOVE 1 TO WS-SUS-IDX.
           PERFORM TESTER-SUSPECT
               UNTIL WS-SUS-IDX > WS-NB-SUSPECTS
                   OR WS-SUS-TROUVE = "O".

       TESTER-SUSPECT.
           IF TAB-SUS-DATE(WS-SUS-IDX) = TJ-DATE
               AND TAB-SUS-SESSION(WS-SUS-IDX) = TJ-SESSION
               MOVE "O" TO WS-SUS-TROUVE
           ELSE
               ADD 1 TO WS-SUS-IDX
           END-IF.

       SIGNALER-SESSION.
           MOVE SPACES TO WS-PREMIER-MOTIF.
           MOVE TJ-JOUEUR TO WS-ME-JOUEUR.
           IF WS-V-NOMBRE = "O"
               MOVE "Nombre hors borne" TO WS-ME-LIBELLE
               PERFORM ECRIRE-EXCEPTION
           END-IF.
           IF WS-V-NB-ESSAIS = "O"
               MOVE "Nombre d'essais incoherent" TO WS-ME-LIBELLE
               PERFORM ECRIRE-EXCEPTION
           END-IF.
           IF WS-V-INTERVALLE = "O"
               MOVE "Essai hors intervalle" TO WS-ME-LIBELLE
               PERFORM ECRIRE-EXCEPTION
           END-IF.
           IF WS-V-APRES-GAIN = "O"
               MOVE "Essai apres nombre trouve" TO WS-ME-LIBELLE
               PERFORM ECRIRE-EXCEPTION
           END-IF.
           IF WS-V-VICTOIRE = "O"
               MOVE "Gain sans le nombre" TO WS-ME-LIBELLE
               PERFORM ECRIRE-EXCEPTION
           END-IF.
           IF WS-V-PERTE = "O"
               MOVE "Perte incoherente" TO WS-ME-LIBELLE
               PERFORM ECRIRE-EXCEPTION
           END-IF.
           IF WS-V-SERIE = "O"
               MOVE "Serie de gains au 1er essai" TO WS-ME-LIBELLE
               PERFORM ECRIRE-EXCEPTION
           END-IF.
           MOVE TJ-DATE TO SUS-DATE.
           MOVE TJ-SESSION TO SUS-SESSION.
           MOVE TJ-JOUEUR TO SUS-JOUEUR.
           MOVE WS-PREMIER-MOTIF TO SUS-MOTIF.
           MOVE "A" TO SUS-STATUT.
           MOVE WS-AUJOURDHUI TO SUS-DATE-CONTROLE.
           WRITE SUSPECT-REC.
           ADD 1 TO WS-NB-NOUVELLES.
           IF WS-NB-SUSPECTS < 5000
               ADD 1 TO WS-NB-SUSPECTS
               MOVE TJ-DATE TO TAB-SUS-DATE(WS-NB-SUSPECTS)
               MOVE TJ-SESSION TO TAB-SUS-SESSION(WS-NB-SUSPECTS)
           END-IF.
           PERFORM MARQUER-JOUEUR.

       ECRIRE-EXCEPTION.
           IF WS-PREMIER-MOTIF = SPACES
               MOVE WS-ME-LIBELLE TO WS-PREMIER-MOTIF
           END-IF.
           MOVE SPACES TO LIGNE-EXCEPTION.
           MOVE TJ-DATE TO LE-DATE.
           MOVE TJ-SESSION TO LE-SESSION.
           MOVE WS-MOTIF-EXCEPTION TO LE-MOTIF.
           WRITE LIGNE-EXCEPTION.
           ADD 1 TO WS-NB-EXCEPTIONS.

       MARQUER-JOUEUR.
           MOVE "N" TO WS-JOUEUR-TROUVE.
           MOVE 1 TO WS-JOUEUR-IDX.
           PERFORM TESTER-JOUEUR
               UNTIL WS-JOUEUR-IDX > WS-NB-JOUEURS
                   OR WS-JOUEUR-TROUVE = "O".
           IF WS-JOUEUR-TROUVE = "O"
               IF TAB-JOUEUR-CONTROLE(WS-JOUEUR-IDX) NOT = "S"
                   MOVE "S" TO TAB-JOUEUR-CONTROLE(WS-JOUEUR-IDX)
                   MOVE "O" TO WS-MAJ-JOUEURS
                   ADD 1 TO WS-NB-JOUEURS-MARQUES
               END-IF
           END-IF.

       TESTER-JOUEUR.
           IF TAB-JOUEUR-ID(WS-JOUEUR-IDX) = TJ-JOUEUR
               MOVE "O" TO WS-JOUEUR-TROUVE
           ELSE
               ADD 1 TO WS-JOUEUR-IDX
           END-IF.

       ECRIRE-JOUEURS.
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

       RECOPIER-JOUEUR.
           MOVE JOUEUR-ENTRY(WS-JOUEUR-IDX) TO JOUEUR-TMP-REC.
           WRITE JOUEUR-TMP-REC.
           ADD 1 TO WS-JOUEUR-IDX.
