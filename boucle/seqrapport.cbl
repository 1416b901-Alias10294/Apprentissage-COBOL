       IDENTIFICATION DIVISION.
       PROGRAM-ID. SeqRapport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFINITION-FILE ASSIGN TO "SEQDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.
           SELECT COMPTEUR-FILE ASSIGN TO "SEQALLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPT-STATUS.
           SELECT HISTORIQUE-FILE ASSIGN TO "SEQHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "SEQRAPPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO "SEQSERIE-EXCEPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEFINITION-FILE.
       01  DEFINITION-REC.
           05  DEF-SERIE PIC X(8).
           05  DEF-DEBUT PIC 9(6).
           05  DEF-PLAFOND PIC 9(6).
           05  DEF-POLITIQUE PIC X.
           05  DEF-PAS-PREFIXE PIC 9(6).
           05  DEF-SEUIL PIC 9(3).
           05  DEF-LIBELLE PIC X(30).

       FD  COMPTEUR-FILE.
       01  COMPTEUR-REC.
           05  CPT-SERIE PIC X(8).
           05  CPT-DERNIER PIC 9(6).
           05  CPT-GENERATION PIC 9(2).

       FD  HISTORIQUE-FILE.
       01  HISTORIQUE-REC.
           05  HIS-DATE PIC 9(8).
           05  HIS-SERIE PIC X(8).
           05  HIS-DERNIER PIC 9(6).
           05  HIS-GENERATION PIC 9(2).
           05  HIS-CONSOMME PIC 9(9).
           05  HIS-POURCENT PIC 9(3).

       FD  RAPPORT-FILE.
       01  LIGNE-RAPPORT PIC X(80).

       FD  EXCEPTIONS-FILE.
       01  LIGNE-EXCEPTION.
           05  LE-DATE PIC 9(8).
           05  FILLER PIC X.
           05  LE-SERIE PIC X(8).
           05  FILLER PIC X.
           05  LE-MOTIF PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-DEF-STATUS PIC XX.
       01  WS-CPT-STATUS PIC XX.
       01  WS-HIS-STATUS PIC XX.
       01  WS-RAP-STATUS PIC XX.
       01  WS-EXC-STATUS PIC XX.
       01  WS-DEF-EOF PIC X VALUE "N".
       01  WS-CPT-EOF PIC X VALUE "N".
       01  WS-HIS-EOF PIC X VALUE "N".
       01  WS-AUJOURDHUI PIC 9(8).
       01  WS-JOUR-ENTIER PIC 9(7).
       01  WS-DEBUT-FENETRE PIC 9(8).
       01  WS-FENETRE PIC 9(3) VALUE 30.
       01  WS-NB-JOURS PIC 9(5).
       01  WS-NB-SERIES PIC 9(2) VALUE 0.
       01  WS-IDX PIC 9(2).
       01  WS-TROUVE PIC X.
       01  WS-CLE-SERIE PIC X(8).
       01  WS-NB-ALERTES PIC 9(5) VALUE 0.
       01  WS-NB-HISTORIQUES PIC 9(7) VALUE 0.
       01  WS-NB-INSTANTANES PIC 9(5) VALUE 0.
       01  WS-DEBUT-EFFECTIF PIC 9(8).
       01  WS-PLAFOND-EFFECTIF PIC 9(8).
       01  WS-TAILLE-SERIE PIC 9(7).
       01  WS-UTILISES PIC 9(7).
       01  WS-RESTANTS PIC 9(7).
       01  WS-POURCENT PIC 9(3).
       01  WS-CONSOMME PIC 9(9).
       01  WS-TAUX PIC 9(7)V99.
       01  WS-JOURS-RESTANTS PIC 9(7).
       01  WS-CTL-PROGRAMME PIC X(12) VALUE "SeqRapport".
       01  WS-CTL-LUS PIC 9(9) VALUE 0.
       01  WS-CTL-ECRITS PIC 9(9) VALUE 0.
       01  WS-CTL-REJETES PIC 9(9) VALUE 0.
       01  WS-CTL-RETOUR PIC 9(4) VALUE 0.
       01  TABLE-SERIES.
           05  SERIE-ENTRY OCCURS 50 TIMES.
               10  TAB-SERIE PIC X(8).
               10  TAB-DERNIER PIC 9(6).
               10  TAB-GENERATION PIC 9(2).
               10  TAB-DEBUT PIC 9(6).
               10  TAB-PLAFOND PIC 9(6).
               10  TAB-POLITIQUE PIC X.
               10  TAB-PAS-PREFIXE PIC 9(6).
               10  TAB-SEUIL PIC 9(3).
               10  TAB-LIBELLE PIC X(30).
               10  TAB-DEFINIE PIC X.
               10  TAB-BASE-DATE PIC 9(8).
               10  TAB-BASE-CONSOMME PIC 9(9).
               10  TAB-PREC-POURCENT PIC 9(3).
               10  TAB-PREC-TROUVE PIC X.
               10  TAB-DEJA-JOUR PIC X.
       01  WS-RPT-ACTION PIC X.
       01  WS-RPT-EMETTRE PIC X.
       01  WS-RPT-LIGNE-1 PIC X(80).
       01  WS-RPT-LIGNE-2 PIC X(80).
       01  WS-TITRE-SERIES PIC X(30)
           VALUE "SERIES DE NUMEROTATION".
       01  WS-RPT-PROGRAMME PIC X(12) VALUE "SeqRapport".
       01  WS-CPT-SERIES.
           05  WS-CS-PAGE PIC 9(4) VALUE 0.
           05  WS-CS-LIGNES PIC 9(2) VALUE 0.
           05  WS-CS-TOTAL PIC 9(7) VALUE 0.
           05  WS-CS-DATE PIC 9(8) VALUE 0.
           05  WS-CS-HEURE PIC 9(6) VALUE 0.
       01  WS-LIGNE-EDITION PIC X(80).
       01  WS-LIGNE-COLONNES.
           05  FILLER PIC X(9) VALUE "SERIE".
           05  FILLER PIC X(8) VALUE "REGLE".
           05  FILLER PIC X(8) VALUE "DERNIER".
           05  FILLER PIC X(8) VALUE "PLAFOND".
           05  FILLER PIC X(8) VALUE "  RESTE".
           05  FILLER PIC X(5) VALUE "UTIL.".
           05  FILLER PIC X(11) VALUE "    TAUX/J".
           05  FILLER PIC X(9) VALUE "   JOURS".
           05  FILLER PIC X(5) VALUE "SEUIL".
       01  WS-LIGNE-DETAIL.
           05  WS-LD-SERIE PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LD-POLITIQUE PIC X(7).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LD-DERNIER PIC Z(6)9.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LD-PLAFOND PIC Z(6)9.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LD-RESTANTS PIC Z(6)9.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LD-POURCENT PIC ZZ9.
           05  FILLER PIC X VALUE "%".
           05  FILLER PIC X VALUE SPACE.
           05  WS-LD-TAUX PIC Z(6)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LD-JOURS PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LD-SEUIL PIC ZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LD-ALERTE PIC X(6).
       01  WS-ZONE-JOURS PIC Z(7)9.
       01  WS-LIGNE-LIBELLE.
           05  FILLER PIC X(9) VALUE SPACES.
           05  WS-LL-LIBELLE PIC X(30).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LL-GENERATION PIC X(20).
       01  WS-ZONE-GENERATION.
           05  FILLER PIC X(12) VALUE "generation ".
           05  WS-ZG-GENERATION PIC Z9.
       01  WS-LIGNE-TOTAL.
           05  FILLER PIC X(19) VALUE "Series suivies : ".
           05  WS-LT-SERIES PIC ZZ9.
           05  FILLER PIC X(21) VALUE "   Seuils franchis : ".
           05  WS-LT-ALERTES PIC ZZZZ9.
       01  WS-MOTIF-SEUIL.
           05  FILLER PIC X(25) VALUE "Seuil d'alerte franchi : ".
           05  WS-MS-POURCENT PIC ZZ9.
           05  FILLER PIC X(12) VALUE " % utilise".

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURDHUI.
           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-AUJOURDHUI) - WS-FENETRE.
           COMPUTE WS-DEBUT-FENETRE =
               FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER).
           PERFORM CHARGER-COMPTEURS.
           PERFORM CHARGER-DEFINITIONS.
           PERFORM CHARGER-HISTORIQUE.
           PERFORM OUVRIR-SORTIES.
           MOVE WS-LIGNE-COLONNES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           IF WS-NB-SERIES = 0
               MOVE "Aucune serie de numerotation definie."
                   TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE
           END-IF.
           MOVE 1 TO WS-IDX.
           PERFORM ANALYSER-SERIE UNTIL WS-IDX > WS-NB-SERIES.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           MOVE WS-NB-SERIES TO WS-LT-SERIES.
           MOVE WS-NB-ALERTES TO WS-LT-ALERTES.
           MOVE WS-LIGNE-TOTAL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           MOVE "F" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-SERIES
               WS-RPT-PROGRAMME WS-CPT-SERIES WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           MOVE WS-RPT-LIGNE-1 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT-FILE EXCEPTIONS-FILE HISTORIQUE-FILE.
           DISPLAY "Series suivies : " WS-NB-SERIES.
           DISPLAY "Seuils d'alerte franchis : " WS-NB-ALERTES.
           DISPLAY "Instantanes enregistres : " WS-NB-INSTANTANES.
           MOVE WS-NB-SERIES TO WS-CTL-LUS.
           MOVE WS-NB-INSTANTANES TO WS-CTL-ECRITS.
           MOVE WS-NB-ALERTES TO WS-CTL-REJETES.
           CALL "CtlEoj" USING WS-CTL-PROGRAMME WS-CTL-LUS
               WS-CTL-ECRITS WS-CTL-REJETES WS-CTL-RETOUR.
           STOP RUN.

       CHARGER-COMPTEURS.
           OPEN INPUT COMPTEUR-FILE.
           IF WS-CPT-STATUS = "35" OR WS-CPT-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-CPT-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier compteurs : "
                       WS-CPT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LECTURE-COMPTEUR
                   PERFORM RANGER-COMPTEUR UNTIL WS-CPT-EOF = "Y"
                   CLOSE COMPTEUR-FILE
               END-IF
           END-IF.

       LECTURE-COMPTEUR.
           READ COMPTEUR-FILE
               AT END MOVE "Y" TO WS-CPT-EOF
           END-READ.

       RANGER-COMPTEUR.
           IF CPT-SERIE NOT = SPACES AND CPT-DERNIER IS NUMERIC
               MOVE CPT-SERIE TO WS-CLE-SERIE
               PERFORM CREER-SERIE
               MOVE CPT-DERNIER TO TAB-DERNIER(WS-IDX)
               IF CPT-GENERATION IS NUMERIC
                   MOVE CPT-GENERATION TO TAB-GENERATION(WS-IDX)
               END-IF
           END-IF.
           PERFORM LECTURE-COMPTEUR.

       CREER-SERIE.
           IF WS-NB-SERIES >= 50
               DISPLAY "Trop de series, maximum 50."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-SERIES.
           MOVE WS-NB-SERIES TO WS-IDX.
           MOVE WS-CLE-SERIE TO TAB-SERIE(WS-IDX).
           MOVE 0 TO TAB-DERNIER(WS-IDX).
           MOVE 0 TO TAB-GENERATION(WS-IDX).
           MOVE 1 TO TAB-DEBUT(WS-IDX).
           MOVE 999999 TO TAB-PLAFOND(WS-IDX).
           MOVE "A" TO TAB-POLITIQUE(WS-IDX).
           MOVE 0 TO TAB-PAS-PREFIXE(WS-IDX).
           MOVE 0 TO TAB-SEUIL(WS-IDX).
           MOVE "(serie non definie)" TO TAB-LIBELLE(WS-IDX).
           MOVE "N" TO TAB-DEFINIE(WS-IDX).
           MOVE 0 TO TAB-BASE-DATE(WS-IDX).
           MOVE 0 TO TAB-BASE-CONSOMME(WS-IDX).
           MOVE 0 TO TAB-PREC-POURCENT(WS-IDX).
           MOVE "N" TO TAB-PREC-TROUVE(WS-IDX).
           MOVE "N" TO TAB-DEJA-JOUR(WS-IDX).

       CHERCHER-SERIE.
           MOVE "N" TO WS-TROUVE.
           MOVE 1 TO WS-IDX.
           PERFORM TESTER-SERIE
               UNTIL WS-IDX > WS-NB-SERIES OR WS-TROUVE = "O".

       TESTER-SERIE.
           IF TAB-SERIE(WS-IDX) = WS-CLE-SERIE
               MOVE "O" TO WS-TROUVE
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       CHARGER-DEFINITIONS.
           OPEN INPUT DEFINITION-FILE.
           IF WS-DEF-STATUS = "35" OR WS-DEF-STATUS = "05"
               DISPLAY "Fichier SEQDEF.DAT absent, regles par defaut "
                   "appliquees."
           ELSE
               IF WS-DEF-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture definitions de series : "
                       WS-DEF-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LECTURE-DEFINITION
                   PERFORM RANGER-DEFINITION UNTIL WS-DEF-EOF = "Y"
                   CLOSE DEFINITION-FILE
               END-IF
           END-IF.

       LECTURE-DEFINITION.
           READ DEFINITION-FILE
               AT END MOVE "Y" TO WS-DEF-EOF
           END-READ.

       RANGER-DEFINITION.
           IF DEF-SERIE NOT = SPACES
               PERFORM APPLIQUER-DEFINITION
           END-IF.
           PERFORM LECTURE-DEFINITION.

       APPLIQUER-DEFINITION.
           MOVE DEF-SERIE TO WS-CLE-SERIE.
           PERFORM CHERCHER-SERIE.
           IF WS-TROUVE = "N"
               PERFORM CREER-SERIE
           END-IF.
           MOVE "O" TO TAB-DEFINIE(WS-IDX).
           MOVE DEF-LIBELLE TO TAB-LIBELLE(WS-IDX).
           IF DEF-DEBUT IS NUMERIC AND DEF-DEBUT > 0
               MOVE DEF-DEBUT TO TAB-DEBUT(WS-IDX)
           END-IF.
           IF DEF-PLAFOND IS NUMERIC
               AND DEF-PLAFOND >= TAB-DEBUT(WS-IDX)
               MOVE DEF-PLAFOND TO TAB-PLAFOND(WS-IDX)
           END-IF.
           IF DEF-POLITIQUE = "B" OR DEF-POLITIQUE = "P"
               MOVE DEF-POLITIQUE TO TAB-POLITIQUE(WS-IDX)
           END-IF.
           IF DEF-PAS-PREFIXE IS NUMERIC
               MOVE DEF-PAS-PREFIXE TO TAB-PAS-PREFIXE(WS-IDX)
           END-IF.
           IF DEF-SEUIL IS NUMERIC AND DEF-SEUIL <= 100
               MOVE DEF-SEUIL TO TAB-SEUIL(WS-IDX)
           END-IF.

       CHARGER-HISTORIQUE.
           OPEN INPUT HISTORIQUE-FILE.
           IF WS-HIS-STATUS = "35" OR WS-HIS-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-HIS-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture historique des series : "
                       WS-HIS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LECTURE-HISTORIQUE
                   PERFORM EXAMINER-HISTORIQUE UNTIL WS-HIS-EOF = "Y"
                   CLOSE HISTORIQUE-FILE
               END-IF
           END-IF.

       LECTURE-HISTORIQUE.
           READ HISTORIQUE-FILE
               AT END MOVE "Y" TO WS-HIS-EOF
           END-READ.

       EXAMINER-HISTORIQUE.
           ADD 1 TO WS-NB-HISTORIQUES.
           MOVE HIS-SERIE TO WS-CLE-SERIE.
           PERFORM CHERCHER-SERIE.
           IF WS-TROUVE = "O" AND HIS-DATE IS NUMERIC
               AND HIS-CONSOMME IS NUMERIC
               IF HIS-DATE = WS-AUJOURDHUI
                   MOVE "O" TO TAB-DEJA-JOUR(WS-IDX)
               END-IF
               IF HIS-DATE < WS-AUJOURDHUI
                   MOVE HIS-POURCENT TO TAB-PREC-POURCENT(WS-IDX)
                   MOVE "O" TO TAB-PREC-TROUVE(WS-IDX)
                   IF HIS-DATE >= WS-DEBUT-FENETRE
                       AND TAB-BASE-DATE(WS-IDX) = 0
                       MOVE HIS-DATE TO TAB-BASE-DATE(WS-IDX)
                       MOVE HIS-CONSOMME
                           TO TAB-BASE-CONSOMME(WS-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM LECTURE-HISTORIQUE.

       OUVRIR-SORTIES.
           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RAP-STATUS NOT = "00"
               DISPLAY "Erreur ouverture rapport des series : "
                   WS-RAP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXCEPTIONS-FILE.
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "Erreur ouverture exceptions des series : "
                   WS-EXC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND HISTORIQUE-FILE.
           IF WS-HIS-STATUS = "05" OR WS-HIS-STATUS = "35"
               OPEN OUTPUT HISTORIQUE-FILE
           END-IF.
           IF WS-HIS-STATUS NOT = "00"
               DISPLAY "Erreur ecriture historique des series : "
                   WS-HIS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ANALYSER-SERIE.
           PERFORM CALCULER-UTILISATION.
           PERFORM CALCULER-TAUX.
           MOVE TAB-SERIE(WS-IDX) TO WS-LD-SERIE.
           EVALUATE TAB-POLITIQUE(WS-IDX)
               WHEN "B"
                   MOVE "BOUCLE" TO WS-LD-POLITIQUE
               WHEN "P"
                   MOVE "PREFIXE" TO WS-LD-POLITIQUE
               WHEN OTHER
                   MOVE "ARRET" TO WS-LD-POLITIQUE
           END-EVALUATE.
           MOVE TAB-DERNIER(WS-IDX) TO WS-LD-DERNIER.
           MOVE WS-PLAFOND-EFFECTIF TO WS-LD-PLAFOND.
           MOVE WS-RESTANTS TO WS-LD-RESTANTS.
           MOVE WS-POURCENT TO WS-LD-POURCENT.
           MOVE WS-TAUX TO WS-LD-TAUX.
           IF WS-TAUX > 0
               MOVE WS-JOURS-RESTANTS TO WS-ZONE-JOURS
               MOVE WS-ZONE-JOURS TO WS-LD-JOURS
           ELSE
               MOVE "       -" TO WS-LD-JOURS
           END-IF.
           MOVE TAB-SEUIL(WS-IDX) TO WS-LD-SEUIL.
           MOVE SPACES TO WS-LD-ALERTE.
           IF TAB-SEUIL(WS-IDX) > 0
               AND WS-POURCENT >= TAB-SEUIL(WS-IDX)
               MOVE "ALERTE" TO WS-LD-ALERTE
               IF TAB-PREC-TROUVE(WS-IDX) = "N"
                   OR TAB-PREC-POURCENT(WS-IDX) < TAB-SEUIL(WS-IDX)
                   PERFORM SIGNALER-SEUIL
               END-IF
           END-IF.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           MOVE TAB-LIBELLE(WS-IDX) TO WS-LL-LIBELLE.
           MOVE SPACES TO WS-LL-GENERATION.
           IF TAB-GENERATION(WS-IDX) > 0
               MOVE TAB-GENERATION(WS-IDX) TO WS-ZG-GENERATION
               MOVE WS-ZONE-GENERATION TO WS-LL-GENERATION
           END-IF.
           MOVE WS-LIGNE-LIBELLE TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           IF TAB-DEJA-JOUR(WS-IDX) = "N"
               PERFORM ENREGISTRER-INSTANTANE
           END-IF.
           ADD 1 TO WS-IDX.

       CALCULER-UTILISATION.
           IF TAB-POLITIQUE(WS-IDX) = "P"
               COMPUTE WS-DEBUT-EFFECTIF = TAB-DEBUT(WS-IDX)
                   + TAB-GENERATION(WS-IDX) * TAB-PAS-PREFIXE(WS-IDX)
               COMPUTE WS-PLAFOND-EFFECTIF = TAB-PLAFOND(WS-IDX)
                   + TAB-GENERATION(WS-IDX) * TAB-PAS-PREFIXE(WS-IDX)
           ELSE
               MOVE TAB-DEBUT(WS-IDX) TO WS-DEBUT-EFFECTIF
               MOVE TAB-PLAFOND(WS-IDX) TO WS-PLAFOND-EFFECTIF
           END-IF.
           COMPUTE WS-TAILLE-SERIE =
               TAB-PLAFOND(WS-IDX) - TAB-DEBUT(WS-IDX) + 1.
           IF TAB-DERNIER(WS-IDX) < WS-DEBUT-EFFECTIF
               MOVE 0 TO WS-UTILISES
           ELSE
               COMPUTE WS-UTILISES =
                   TAB-DERNIER(WS-IDX) - WS-DEBUT-EFFECTIF + 1
           END-IF.
           IF WS-UTILISES > WS-TAILLE-SERIE
               MOVE WS-TAILLE-SERIE TO WS-UTILISES
           END-IF.
           COMPUTE WS-RESTANTS = WS-TAILLE-SERIE - WS-UTILISES.
           COMPUTE WS-POURCENT =
               WS-UTILISES * 100 / WS-TAILLE-SERIE.
           COMPUTE WS-CONSOMME = TAB-GENERATION(WS-IDX)
               * WS-TAILLE-SERIE + WS-UTILISES.

       CALCULER-TAUX.
           MOVE 0 TO WS-TAUX.
           MOVE 0 TO WS-JOURS-RESTANTS.
           IF TAB-BASE-DATE(WS-IDX) > 0
               AND WS-CONSOMME > TAB-BASE-CONSOMME(WS-IDX)
               COMPUTE WS-NB-JOURS =
                   FUNCTION INTEGER-OF-DATE(WS-AUJOURDHUI)
                   - FUNCTION INTEGER-OF-DATE(TAB-BASE-DATE(WS-IDX))
               IF WS-NB-JOURS > 0
                   COMPUTE WS-TAUX ROUNDED =
                       (WS-CONSOMME - TAB-BASE-CONSOMME(WS-IDX))
                       / WS-NB-JOURS
               END-IF
           END-IF.
           IF WS-TAUX > 0
               COMPUTE WS-JOURS-RESTANTS = WS-RESTANTS / WS-TAUX
           END-IF.

       SIGNALER-SEUIL.
           ADD 1 TO WS-NB-ALERTES.
           MOVE WS-AUJOURDHUI TO LE-DATE.
           MOVE SPACE TO LIGNE-EXCEPTION(9:1).
           MOVE TAB-SERIE(WS-IDX) TO LE-SERIE.
           MOVE SPACE TO LIGNE-EXCEPTION(18:1).
           MOVE WS-POURCENT TO WS-MS-POURCENT.
           MOVE WS-MOTIF-SEUIL TO LE-MOTIF.
           WRITE LIGNE-EXCEPTION.

       ENREGISTRER-INSTANTANE.
           MOVE WS-AUJOURDHUI TO HIS-DATE.
           MOVE TAB-SERIE(WS-IDX) TO HIS-SERIE.
           MOVE TAB-DERNIER(WS-IDX) TO HIS-DERNIER.
           MOVE TAB-GENERATION(WS-IDX) TO HIS-GENERATION.
           MOVE WS-CONSOMME TO HIS-CONSOMME.
           MOVE WS-POURCENT TO HIS-POURCENT.
           WRITE HISTORIQUE-REC.
           ADD 1 TO WS-NB-INSTANTANES.

       EDITER-LIGNE.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-SERIES
               WS-RPT-PROGRAMME WS-CPT-SERIES WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           IF WS-RPT-EMETTRE = "O"
               MOVE WS-RPT-LIGNE-1 TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE WS-RPT-LIGNE-2 TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
           MOVE WS-LIGNE-EDITION TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
