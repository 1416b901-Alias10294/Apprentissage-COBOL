           SELECT SELECTED-CYCLE-FILE ASSIGN TO "SELECTED-CYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.
           SELECT SELECTION-TMP-FILE ASSIGN TO "SELCYCLE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-TMP-STATUS.
           SELECT REPRISE-FILE ASSIGN TO "TD1Q1.CKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT REPRISE-TMP-FILE ASSIGN TO "TD1Q1CKP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-TMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  PARM-BORNE-INF PIC 9(9).
           05  PARM-BORNE-SUP PIC 9(9).
           05  PARM-NB-REGLES PIC 9(2).
           05  PARM-INTERVALLE PIC 9(9).
       01  PARM-DETAIL.
           05  PARM-REGLE-ID PIC 9(2).
           05  PARM-DIVISEUR PIC 9(3).
           05  PARM-NB-RESTES PIC 9.
           05  PARM-RESTE OCCURS 5 TIMES PIC 9(3).
           05  PARM-SENS PIC X.
       01  PARM-BRUT PIC X(29).

       FD  SELECTED-CYCLE-FILE.
       01  SEL-REC.
           05  SEL-I PIC 9(9).
           05  SEL-REGLE-ID PIC 9(2).

       FD  SELECTION-TMP-FILE.
       01  SEL-TMP-REC.
           05  SEL-TMP-I PIC 9(9).
           05  SEL-TMP-REGLE-ID PIC 9(2).

       FD  REPRISE-FILE.
       01  REPRISE-REC PIC X(48).

       FD  REPRISE-TMP-FILE.
       01  REPRISE-TMP-REC PIC X(48).

       WORKING-STORAGE SECTION.
       01  A PIC 9(9).
       01  B PIC 9(9).
       01  WS-EXCLU PIC X.
       01  TABLE-MATCHES.
           05  WS-MATCH OCCURS 20 TIMES PIC X.
       01  WS-SEL-TMP-STATUS PIC XX.
       01  WS-CKP-STATUS PIC XX.
       01  WS-CKP-TMP-STATUS PIC XX.
       01  WS-CKP-EOF PIC X VALUE "N".
       01  WS-SEL-EOF PIC X VALUE "N".
       01  WS-MODE PIC X.
       01  WS-MODE-REPRISE PIC X VALUE "N".
       01  WS-REPRISE-VALIDE PIC X VALUE "N".
       01  WS-INTERVALLE PIC 9(9) VALUE 100000.
       01  WS-DEPUIS-POINT PIC 9(9) VALUE 0.
       01  WS-NB-POINTS PIC 9(5) VALUE 0.
       01  WS-I-REPRISE PIC 9(9) VALUE 0.
       01  WS-ECRITS-REPRISE PIC 9(9) VALUE 0.
       01  WS-NB-RECOPIES PIC 9(9) VALUE 0.
       01  WS-NB-LIGNES-PARM PIC 99 VALUE 0.
       01  WS-NB-LIGNES-CKP PIC 99 VALUE 0.
       01  WS-REM-ACTION PIC X.
       01  WS-REM-FICHIER PIC X(20) VALUE "SELECTED-CYCLE.DAT".
       01  WS-REM-NB PIC 9(9) VALUE 0.
       01  WS-REM-HASH PIC 9(9) VALUE 0.
       01  WS-REM-ENREG PIC X(80).
       01  WS-REM-RESULTAT PIC X.
       01  WS-PARM-IDX PIC 99.
       01  TABLE-PARM-BRUT.
           05  WS-PARM-LIGNE OCCURS 21 TIMES PIC X(29).
       01  WS-CKP-ENREG.
           05  WS-CKP-TYPE PIC X.
           05  WS-CKP-DONNEES PIC X(47).
       01  WS-CKP-ENTETE REDEFINES WS-CKP-ENREG.
           05  FILLER PIC X.
           05  WS-CKE-I-SUIVANT PIC 9(9).
           05  WS-CKE-NB-ECRITS PIC 9(9).
           05  WS-CKE-NB-SELECTIONS PIC 9(9).
           05  WS-CKE-NB-REGLES PIC 9(2).
           05  WS-CKE-DATE PIC 9(8).
           05  WS-CKE-HEURE PIC 9(6).
           05  FILLER PIC X(4).
       01  WS-CKP-REGLE REDEFINES WS-CKP-ENREG.
           05  FILLER PIC X.
           05  WS-CKR-INDICE PIC 9(2).
           05  WS-CKR-NB-SELECTIONS PIC 9(9).
           05  WS-CKR-NB-VALEURS PIC 9(9).
           05  WS-CKR-NB-EXCLUSIONS PIC 9(9).
           05  FILLER PIC X(18).
       01  WS-CKP-PARM REDEFINES WS-CKP-ENREG.
           05  FILLER PIC X.
           05  WS-CKP-LIGNE-PARM PIC X(29).
           05  FILLER PIC X(18).
       01  WS-CKP-RENAME-CMD PIC X(40) VALUE
           "mv TD1Q1CKP.TMP TD1Q1.CKPT".
       01  WS-SEL-RENAME-CMD PIC X(40) VALUE
           "mv SELCYCLE.TMP SELECTED-CYCLE.DAT".
       01  WS-CKP-PURGE-CMD PIC X(40) VALUE
           "rm -f TD1Q1.CKPT".

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "Mode (N = Normal, R = Reprise) : ".
           ACCEPT WS-MODE.
           IF WS-MODE = "R" OR WS-MODE = "r"
               MOVE "O" TO WS-MODE-REPRISE
           END-IF.
           PERFORM OUVRIR-FICHIERS.
           PERFORM LIRE-REGLES.
           MOVE A TO I.
           IF WS-MODE-REPRISE = "O"
               PERFORM CHARGER-POINT-REPRISE
           END-IF.
           IF WS-REPRISE-VALIDE = "O"
               PERFORM TRONQUER-SELECTION
               PERFORM RESTAURER-COMPTEURS
           END-IF.
           PERFORM OUVRIR-SELECTION.
           PERFORM LOOP UNTIL I > B.
           CLOSE SELECTED-CYCLE-FILE.
           PERFORM ENREGISTRER-REMISE.
           CALL "SYSTEM" USING WS-CKP-PURGE-CMD.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "Points de reprise pris : " WS-NB-POINTS.
           PERFORM EDITION-CONTROLE.
           MOVE WS-NB-REGLES TO WS-CTL-LUS.
           MOVE WS-NB-ENREG-ECRITS TO WS-CTL-ECRITS.
                   WS-PARM-STATUS
               STOP RUN
           END-IF.

       OUVRIR-SELECTION.
           IF WS-REPRISE-VALIDE = "O"
               OPEN EXTEND SELECTED-CYCLE-FILE
           ELSE
               OPEN OUTPUT SELECTED-CYCLE-FILE
           END-IF.
           IF WS-SEL-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier selection : "
                   WS-SEL-STATUS
                   DISPLAY "Fichier parametre vide."
                   STOP RUN
           END-READ.
           PERFORM GARDER-LIGNE-PARM.
           MOVE PARM-BORNE-INF TO A.
           MOVE PARM-BORNE-SUP TO B.
           MOVE PARM-NB-REGLES TO WS-NB-REGLES.
           IF PARM-INTERVALLE IS NUMERIC AND PARM-INTERVALLE > 0
               MOVE PARM-INTERVALLE TO WS-INTERVALLE
           END-IF.
           IF WS-NB-REGLES > 20
               DISPLAY "Fichier parametre : trop de regles ("
                   WS-NB-REGLES "), maximum 20."
                   DISPLAY "Fichier parametre incomplet."
                   STOP RUN
           END-READ.
           PERFORM GARDER-LIGNE-PARM.
           MOVE PARM-REGLE-ID TO TR-REGLE-ID(J).
           IF PARM-DIVISEUR = 0
               DISPLAY "Regle " PARM-REGLE-ID
           PERFORM RECOPIER-RESTE UNTIL K > 5.
           ADD 1 TO J.

       GARDER-LIGNE-PARM.
           ADD 1 TO WS-NB-LIGNES-PARM.
           MOVE PARM-BRUT TO WS-PARM-LIGNE(WS-NB-LIGNES-PARM).

       RECOPIER-RESTE.
           MOVE PARM-RESTE(K) TO TR-RESTE(J, K).
           ADD 1 TO K.
               END-IF
           END-IF.
           ADD 1 TO I.
           ADD 1 TO WS-DEPUIS-POINT.
           IF WS-DEPUIS-POINT >= WS-INTERVALLE AND I NOT > B
               PERFORM PRENDRE-POINT-REPRISE
           END-IF.

       PRENDRE-POINT-REPRISE.
           CLOSE SELECTED-CYCLE-FILE.
           OPEN EXTEND SELECTED-CYCLE-FILE.
           IF WS-SEL-STATUS NOT = "00"
               DISPLAY "Erreur reouverture fichier selection : "
                   WS-SEL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPRISE-TMP-FILE.
           IF WS-CKP-TMP-STATUS NOT = "00"
               DISPLAY "Erreur ecriture point de reprise : "
                   WS-CKP-TMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-CKP-ENREG.
           MOVE "H" TO WS-CKP-TYPE.
           MOVE I TO WS-CKE-I-SUIVANT.
           MOVE WS-NB-ENREG-ECRITS TO WS-CKE-NB-ECRITS.
           MOVE WS-NB-SELECTIONS TO WS-CKE-NB-SELECTIONS.
           MOVE WS-NB-REGLES TO WS-CKE-NB-REGLES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CKE-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CKE-HEURE.
           MOVE WS-CKP-ENREG TO REPRISE-TMP-REC.
           WRITE REPRISE-TMP-REC.
           MOVE 1 TO WS-PARM-IDX.
           PERFORM ECRIRE-PARM-REPRISE
               UNTIL WS-PARM-IDX > WS-NB-LIGNES-PARM.
           MOVE 1 TO J.
           PERFORM ECRIRE-REGLE-REPRISE UNTIL J > WS-NB-REGLES.
           CLOSE REPRISE-TMP-FILE.
           CALL "SYSTEM" USING WS-CKP-RENAME-CMD.
           IF RETURN-CODE NOT = 0
               DISPLAY "Echec remplacement TD1Q1.CKPT par "
                   "TD1Q1CKP.TMP."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-POINTS.
           MOVE 0 TO WS-DEPUIS-POINT.

       ECRIRE-PARM-REPRISE.
           MOVE SPACES TO WS-CKP-ENREG.
           MOVE "P" TO WS-CKP-TYPE.
           MOVE WS-PARM-LIGNE(WS-PARM-IDX) TO WS-CKP-LIGNE-PARM.
           MOVE WS-CKP-ENREG TO REPRISE-TMP-REC.
           WRITE REPRISE-TMP-REC.
           ADD 1 TO WS-PARM-IDX.

       ECRIRE-REGLE-REPRISE.
           MOVE SPACES TO WS-CKP-ENREG.
           MOVE "R" TO WS-CKP-TYPE.
           MOVE J TO WS-CKR-INDICE.
           MOVE TR-NB-SELECTIONS(J) TO WS-CKR-NB-SELECTIONS.
           MOVE TR-NB-VALEURS(J) TO WS-CKR-NB-VALEURS.
           MOVE TR-NB-EXCLUSIONS(J) TO WS-CKR-NB-EXCLUSIONS.
           MOVE WS-CKP-ENREG TO REPRISE-TMP-REC.
           WRITE REPRISE-TMP-REC.
           ADD 1 TO J.

       CHARGER-POINT-REPRISE.
           OPEN INPUT REPRISE-FILE.
           IF WS-CKP-STATUS = "35" OR WS-CKP-STATUS = "05"
               DISPLAY "Aucun point de reprise, traitement complet."
           ELSE
               IF WS-CKP-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture point de reprise : "
                       WS-CKP-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE "O" TO WS-REPRISE-VALIDE
                   PERFORM LECTURE-REPRISE
                   PERFORM RELIRE-REPRISE UNTIL WS-CKP-EOF = "Y"
                   CLOSE REPRISE-FILE
                   PERFORM CONTROLER-REPRISE
               END-IF
           END-IF.

       LECTURE-REPRISE.
           READ REPRISE-FILE INTO WS-CKP-ENREG
               AT END MOVE "Y" TO WS-CKP-EOF
           END-READ.

       RELIRE-REPRISE.
           EVALUATE WS-CKP-TYPE
               WHEN "H"
                   MOVE WS-CKE-I-SUIVANT TO WS-I-REPRISE
                   MOVE WS-CKE-NB-ECRITS TO WS-ECRITS-REPRISE
                   MOVE WS-CKE-NB-SELECTIONS TO WS-NB-SELECTIONS
                   IF WS-CKE-NB-REGLES NOT = WS-NB-REGLES
                       MOVE "N" TO WS-REPRISE-VALIDE
                   END-IF
               WHEN "P"
                   ADD 1 TO WS-NB-LIGNES-CKP
                   IF WS-NB-LIGNES-CKP > WS-NB-LIGNES-PARM
                       MOVE "N" TO WS-REPRISE-VALIDE
                   ELSE
                       IF WS-CKP-LIGNE-PARM
                           NOT = WS-PARM-LIGNE(WS-NB-LIGNES-CKP)
                           MOVE "N" TO WS-REPRISE-VALIDE
                       END-IF
                   END-IF
               WHEN "R"
                   IF WS-CKR-INDICE = 0
                       OR WS-CKR-INDICE > WS-NB-REGLES
                       MOVE "N" TO WS-REPRISE-VALIDE
                   ELSE
                       MOVE WS-CKR-NB-SELECTIONS
                           TO TR-NB-SELECTIONS(WS-CKR-INDICE)
                       MOVE WS-CKR-NB-VALEURS
                           TO TR-NB-VALEURS(WS-CKR-INDICE)
                       MOVE WS-CKR-NB-EXCLUSIONS
                           TO TR-NB-EXCLUSIONS(WS-CKR-INDICE)
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-REPRISE-VALIDE
           END-EVALUATE.
           PERFORM LECTURE-REPRISE.

       CONTROLER-REPRISE.
           IF WS-NB-LIGNES-CKP NOT = WS-NB-LIGNES-PARM
               MOVE "N" TO WS-REPRISE-VALIDE
           END-IF.
           IF WS-I-REPRISE < A OR WS-I-REPRISE > B
               MOVE "N" TO WS-REPRISE-VALIDE
           END-IF.
           IF WS-REPRISE-VALIDE = "N"
               DISPLAY "Point de reprise refuse : TD1Q1.PARM a change "
                   "depuis sa prise."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Reprise a partir de " WS-I-REPRISE
               ", enregistrements deja ecrits : " WS-ECRITS-REPRISE.

       TRONQUER-SELECTION.
           OPEN INPUT SELECTED-CYCLE-FILE.
           IF WS-SEL-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier selection : "
                   WS-SEL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SELECTION-TMP-FILE.
           IF WS-SEL-TMP-STATUS NOT = "00"
               DISPLAY "Erreur ecriture fichier selection : "
                   WS-SEL-TMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ECRITS-REPRISE > 0
               PERFORM LECTURE-SELECTION
               PERFORM RECOPIER-SELECTION
                   UNTIL WS-SEL-EOF = "Y"
                       OR WS-NB-RECOPIES >= WS-ECRITS-REPRISE
           END-IF.
           CLOSE SELECTED-CYCLE-FILE SELECTION-TMP-FILE.
           IF WS-NB-RECOPIES < WS-ECRITS-REPRISE
               DISPLAY "Fichier selection incomplet : "
                   WS-NB-RECOPIES " enregistrements pour "
                   WS-ECRITS-REPRISE " attendus, reprise impossible."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "SYSTEM" USING WS-SEL-RENAME-CMD.
           IF RETURN-CODE NOT = 0
               DISPLAY "Echec remplacement SELECTED-CYCLE.DAT par "
                   "SELCYCLE.TMP."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LECTURE-SELECTION.
           READ SELECTED-CYCLE-FILE
               AT END MOVE "Y" TO WS-SEL-EOF
           END-READ.

       RECOPIER-SELECTION.
           MOVE SEL-REC TO SEL-TMP-REC.
           WRITE SEL-TMP-REC.
           PERFORM CUMULER-REMISE.
           ADD 1 TO WS-NB-RECOPIES.
           IF WS-NB-RECOPIES < WS-ECRITS-REPRISE
               PERFORM LECTURE-SELECTION
           END-IF.

       RESTAURER-COMPTEURS.
           MOVE WS-I-REPRISE TO I.
           MOVE WS-ECRITS-REPRISE TO WS-NB-ENREG-ECRITS.

       TESTER-REGLE.
           DIVIDE I BY TR-DIVISEUR(J) GIVING WS-QUOTIENT REMAINDER R.
               MOVE I TO SEL-I
               MOVE TR-REGLE-ID(J) TO SEL-REGLE-ID
               WRITE SEL-REC
               PERFORM CUMULER-REMISE
               ADD 1 TO WS-NB-ENREG-ECRITS
               ADD 1 TO TR-NB-SELECTIONS(J)
               ADD 1 TO TR-NB-VALEURS(J)
           END-IF.
           ADD 1 TO J.

       CUMULER-REMISE.
           MOVE SEL-REC TO WS-REM-ENREG.
           MOVE "A" TO WS-REM-ACTION.
           CALL "Remise" USING WS-REM-ACTION WS-REM-FICHIER
               WS-CTL-PROGRAMME WS-REM-NB WS-REM-HASH WS-REM-ENREG
               WS-REM-RESULTAT.

       ENREGISTRER-REMISE.
           MOVE "E" TO WS-REM-ACTION.
           CALL "Remise" USING WS-REM-ACTION WS-REM-FICHIER
               WS-CTL-PROGRAMME WS-REM-NB WS-REM-HASH WS-REM-ENREG
               WS-REM-RESULTAT.
           IF WS-REM-RESULTAT NOT = "O"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       COMPTER-EXCLUSION.
           IF WS-MATCH(J) = "O" AND TR-SENS(J) = "E"
               ADD 1 TO TR-NB-EXCLUSIONS(J)
