           SELECT COMPTEUR-TMP-FILE ASSIGN TO "SEQALLOC.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPT-TMP-STATUS.
           SELECT DEFINITION-FILE ASSIGN TO "SEQDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.
           SELECT REGISTRE-FILE ASSIGN TO "SEQREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT ID-FILE ASSIGN TO "NIGHTRUN.ID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  COMPTEUR-REC.
           05  CPT-SERIE PIC X(8).
           05  CPT-DERNIER PIC 9(6).
           05  CPT-GENERATION PIC 9(2).

       FD  COMPTEUR-TMP-FILE.
       01  COMPTEUR-TMP-REC.
           05  CPT-TMP-SERIE PIC X(8).
           05  CPT-TMP-DERNIER PIC 9(6).
           05  CPT-TMP-GENERATION PIC 9(2).

       FD  DEFINITION-FILE.
       01  DEFINITION-REC.
           05  DEF-SERIE PIC X(8).
           05  DEF-DEBUT PIC 9(6).
           05  DEF-PLAFOND PIC 9(6).
           05  DEF-POLITIQUE PIC X.
           05  DEF-PAS-PREFIXE PIC 9(6).
           05  DEF-SEUIL PIC 9(3).
           05  DEF-LIBELLE PIC X(30).

       FD  REGISTRE-FILE.
       01  REGISTRE-REC.
           05  REG-DATE PIC 9(8).
           05  REG-HEURE PIC 9(6).
           05  REG-SERIE PIC X(8).
           05  REG-PREMIER PIC 9(6).
           05  REG-DERNIER PIC 9(6).
           05  REG-GENERATION PIC 9(2).
           05  REG-PROGRAMME PIC X(12).
           05  REG-CHAINE PIC 9(6).

       FD  ID-FILE.
       01  ID-REC PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-CPT-STATUS PIC XX.
       01  WS-ATTENTE-CMD PIC X(40) VALUE "sleep 1".
       01  WS-VERROU-OBTENU PIC X.
       01  WS-NB-TENTATIVES PIC 9(3).
       01  WS-DEF-STATUS PIC XX.
       01  WS-DEF-EOF PIC X.
       01  WS-DEF-TROUVEE PIC X.
       01  WS-DEBUT PIC 9(6).
       01  WS-PLAFOND PIC 9(6).
       01  WS-POLITIQUE PIC X.
       01  WS-PAS-PREFIXE PIC 9(6).
       01  WS-DEBUT-EFFECTIF PIC 9(8).
       01  WS-PLAFOND-EFFECTIF PIC 9(8).
       01  WS-TAILLE-SERIE PIC 9(7).
       01  WS-PROCHAIN PIC 9(8).
       01  WS-NB-DEMANDES PIC 9(6) VALUE 1.
       01  WS-NUMERO-EDITION PIC 9(6).
       01  WS-REG-STATUS PIC XX.
       01  WS-ID-STATUS PIC XX.
       01  WS-NUMERO-CHAINE PIC 9(6).
       01  WS-PREMIER-ALLOUE PIC 9(6).
       01  TABLE-SERIES.
           05  SERIE-ENTRY OCCURS 50 TIMES.
               10  TAB-SERIE PIC X(8).
               10  TAB-DERNIER PIC 9(6).
               10  TAB-GENERATION PIC 9(2).

       LINKAGE SECTION.
       01  LK-SERIE PIC X(8).
       01  LK-NUMERO PIC 9(6).
       01  LK-PROGRAMME PIC X(12).

       PROCEDURE DIVISION USING LK-SERIE LK-NUMERO LK-PROGRAMME.
       MAIN-LOGIC.
           MOVE 0 TO WS-NB-SERIES.
           MOVE "N" TO WS-CPT-EOF.
           IF WS-TROUVE = "N"
               PERFORM CREER-SERIE
           END-IF.
           PERFORM CHARGER-DEFINITION.
           PERFORM CONTROLER-PLAFOND.
           ADD 1 TO TAB-DERNIER(WS-IDX).
           MOVE TAB-DERNIER(WS-IDX) TO LK-NUMERO.
           PERFORM ECRIRE-COMPTEURS.
           MOVE LK-NUMERO TO WS-PREMIER-ALLOUE.
           PERFORM ENREGISTRER-ALLOCATION.
           PERFORM DEVERROUILLER-COMPTEURS.
           GOBACK.

               IF WS-CPT-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier compteurs : "
                       WS-CPT-STATUS
                   PERFORM DEVERROUILLER-COMPTEURS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LECTURE-COMPTEUR
       RANGER-COMPTEUR.
           IF WS-NB-SERIES >= 50
               DISPLAY "Fichier compteurs sature, maximum 50 series."
               PERFORM DEVERROUILLER-COMPTEURS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-SERIES.
           MOVE CPT-SERIE TO TAB-SERIE(WS-NB-SERIES).
           MOVE CPT-DERNIER TO TAB-DERNIER(WS-NB-SERIES).
           IF CPT-GENERATION IS NUMERIC
               MOVE CPT-GENERATION TO TAB-GENERATION(WS-NB-SERIES)
           ELSE
               MOVE 0 TO TAB-GENERATION(WS-NB-SERIES)
           END-IF.
           PERFORM LECTURE-COMPTEUR.

       CHERCHER-SERIE.
       CREER-SERIE.
           IF WS-NB-SERIES >= 50
               DISPLAY "Fichier compteurs sature, maximum 50 series."
               PERFORM DEVERROUILLER-COMPTEURS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-SERIES.
           MOVE WS-NB-SERIES TO WS-IDX.
           MOVE LK-SERIE TO TAB-SERIE(WS-IDX).
           MOVE 0 TO TAB-DERNIER(WS-IDX).
           MOVE 0 TO TAB-GENERATION(WS-IDX).

       CHARGER-DEFINITION.
           MOVE 1 TO WS-DEBUT.
           MOVE 999999 TO WS-PLAFOND.
           MOVE "A" TO WS-POLITIQUE.
           MOVE 0 TO WS-PAS-PREFIXE.
           MOVE "N" TO WS-DEF-TROUVEE.
           MOVE "N" TO WS-DEF-EOF.
           OPEN INPUT DEFINITION-FILE.
           IF WS-DEF-STATUS = "00"
               PERFORM LECTURE-DEFINITION
               PERFORM TESTER-DEFINITION
                   UNTIL WS-DEF-EOF = "Y" OR WS-DEF-TROUVEE = "O"
               CLOSE DEFINITION-FILE
           END-IF.
           IF WS-DEBUT = 0
               MOVE 1 TO WS-DEBUT
           END-IF.
           IF WS-PLAFOND < WS-DEBUT
               MOVE 999999 TO WS-PLAFOND
           END-IF.
           COMPUTE WS-TAILLE-SERIE = WS-PLAFOND - WS-DEBUT + 1.
           PERFORM CALCULER-BORNES.
           IF TAB-DERNIER(WS-IDX) < WS-DEBUT-EFFECTIF - 1
               COMPUTE TAB-DERNIER(WS-IDX) = WS-DEBUT-EFFECTIF - 1
           END-IF.

       LECTURE-DEFINITION.
           READ DEFINITION-FILE
               AT END MOVE "Y" TO WS-DEF-EOF
           END-READ.

       TESTER-DEFINITION.
           IF DEF-SERIE = LK-SERIE
               MOVE "O" TO WS-DEF-TROUVEE
               IF DEF-DEBUT IS NUMERIC
                   MOVE DEF-DEBUT TO WS-DEBUT
               END-IF
               IF DEF-PLAFOND IS NUMERIC
                   MOVE DEF-PLAFOND TO WS-PLAFOND
               END-IF
               IF DEF-POLITIQUE = "B" OR DEF-POLITIQUE = "P"
                   MOVE DEF-POLITIQUE TO WS-POLITIQUE
               END-IF
               IF DEF-PAS-PREFIXE IS NUMERIC
                   MOVE DEF-PAS-PREFIXE TO WS-PAS-PREFIXE
               END-IF
           ELSE
               PERFORM LECTURE-DEFINITION
           END-IF.

       CALCULER-BORNES.
           IF WS-POLITIQUE = "P"
               COMPUTE WS-DEBUT-EFFECTIF = WS-DEBUT
                   + TAB-GENERATION(WS-IDX) * WS-PAS-PREFIXE
               COMPUTE WS-PLAFOND-EFFECTIF = WS-PLAFOND
                   + TAB-GENERATION(WS-IDX) * WS-PAS-PREFIXE
           ELSE
               MOVE WS-DEBUT TO WS-DEBUT-EFFECTIF
               MOVE WS-PLAFOND TO WS-PLAFOND-EFFECTIF
           END-IF.

       CONTROLER-PLAFOND.
           IF WS-NB-DEMANDES > WS-TAILLE-SERIE
               PERFORM ARRETER-SERIE
           END-IF.
           COMPUTE WS-PROCHAIN = TAB-DERNIER(WS-IDX) + WS-NB-DEMANDES.
           IF WS-PROCHAIN > WS-PLAFOND-EFFECTIF
               EVALUATE WS-POLITIQUE
                   WHEN "B"
                       PERFORM BOUCLER-SERIE
                   WHEN "P"
                       PERFORM CHANGER-PREFIXE
                   WHEN OTHER
                       PERFORM ARRETER-SERIE
               END-EVALUATE
           END-IF.

       BOUCLER-SERIE.
           IF TAB-GENERATION(WS-IDX) < 99
               ADD 1 TO TAB-GENERATION(WS-IDX)
           END-IF.
           COMPUTE TAB-DERNIER(WS-IDX) = WS-DEBUT - 1.
           DISPLAY "Serie " LK-SERIE " : plafond " WS-PLAFOND
               " atteint, renumerotation a partir de " WS-DEBUT.

       CHANGER-PREFIXE.
           IF WS-PAS-PREFIXE = 0 OR TAB-GENERATION(WS-IDX) >= 99
               PERFORM ARRETER-SERIE
           END-IF.
           ADD 1 TO TAB-GENERATION(WS-IDX).
           PERFORM CALCULER-BORNES.
           IF WS-PLAFOND-EFFECTIF > 999999
               SUBTRACT 1 FROM TAB-GENERATION(WS-IDX)
               PERFORM CALCULER-BORNES
               PERFORM ARRETER-SERIE
           END-IF.
           COMPUTE TAB-DERNIER(WS-IDX) = WS-DEBUT-EFFECTIF - 1.
           MOVE WS-DEBUT-EFFECTIF TO WS-NUMERO-EDITION.
           DISPLAY "Serie " LK-SERIE " : passage au prefixe suivant, "
               "numerotation a partir de " WS-NUMERO-EDITION.

       ARRETER-SERIE.
           MOVE WS-PLAFOND-EFFECTIF TO WS-NUMERO-EDITION.
           DISPLAY "Serie " LK-SERIE " epuisee (plafond "
               WS-NUMERO-EDITION "), allocation de "
               WS-NB-DEMANDES " numero(s) refusee.".
           PERFORM DEVERROUILLER-COMPTEURS.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       ECRIRE-COMPTEURS.
           OPEN OUTPUT COMPTEUR-TMP-FILE.
           IF WS-CPT-TMP-STATUS NOT = "00"
               DISPLAY "Erreur ecriture fichier compteurs : "
                   WS-CPT-TMP-STATUS
               PERFORM DEVERROUILLER-COMPTEURS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-IDX2-BOUCLE.
               UNTIL WS-IDX2-BOUCLE > WS-NB-SERIES.
           CLOSE COMPTEUR-TMP-FILE.
           CALL "SYSTEM" USING WS-RENAME-CMD.
           IF RETURN-CODE NOT = 0
               DISPLAY "Echec remplacement SEQALLOC.DAT, serie "
                   LK-SERIE " non allouee."
               PERFORM DEVERROUILLER-COMPTEURS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ENREGISTRER-ALLOCATION.
           PERFORM LIRE-NUMERO-CHAINE.
           OPEN EXTEND REGISTRE-FILE.
           IF WS-REG-STATUS = "05" OR WS-REG-STATUS = "35"
               OPEN OUTPUT REGISTRE-FILE
           END-IF.
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "Erreur ouverture registre des allocations : "
                   WS-REG-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO REG-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO REG-HEURE
               MOVE LK-SERIE TO REG-SERIE
               MOVE WS-PREMIER-ALLOUE TO REG-PREMIER
               MOVE TAB-DERNIER(WS-IDX) TO REG-DERNIER
               MOVE TAB-GENERATION(WS-IDX) TO REG-GENERATION
               MOVE LK-PROGRAMME TO REG-PROGRAMME
               MOVE WS-NUMERO-CHAINE TO REG-CHAINE
               WRITE REGISTRE-REC
               CLOSE REGISTRE-FILE
           END-IF.

       LIRE-NUMERO-CHAINE.
           MOVE 0 TO WS-NUMERO-CHAINE.
           OPEN INPUT ID-FILE.
           IF WS-ID-STATUS = "00"
               READ ID-FILE
                   AT END CONTINUE
                   NOT AT END MOVE ID-REC TO WS-NUMERO-CHAINE
               END-READ
               CLOSE ID-FILE
           END-IF.

       RECOPIER-COMPTEUR.
           MOVE TAB-SERIE(WS-IDX2-BOUCLE) TO CPT-TMP-SERIE.
           MOVE TAB-DERNIER(WS-IDX2-BOUCLE) TO CPT-TMP-DERNIER.
           MOVE TAB-GENERATION(WS-IDX2-BOUCLE) TO CPT-TMP-GENERATION.
           WRITE COMPTEUR-TMP-REC.
           ADD 1 TO WS-IDX2-BOUCLE.
