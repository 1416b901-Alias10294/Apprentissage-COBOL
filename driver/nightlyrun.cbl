           SELECT ID-FILE ASSIGN TO "NIGHTRUN.ID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.
           SELECT CALENDRIER-FILE ASSIGN TO "CALENDRIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT DEMANDE-FILE ASSIGN TO "NIGHTDEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEM-STATUS.
           SELECT URGENT-FILE ASSIGN TO "EXCEPT-URGENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-URGENT-STATUS.
           SELECT FENETRE-FILE ASSIGN TO "NIGHTRUN-FENETRE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SCHED-MAXPAR PIC 9(2).
           05  SCHED-TIMEOUT PIC 9(4).
           05  SCHED-RETRY PIC 9(1).
           05  SCHED-REGLE PIC X.
           05  SCHED-JOUR PIC X.
           05  SCHED-DUREE PIC 9(5).
           05  SCHED-ECHEANCE PIC 9(4).

       FD  RC-FILE.
       01  RC-REC PIC X(10).
       FD  ID-FILE.
       01  ID-REC PIC 9(6).

       FD  CALENDRIER-FILE.
       01  CALENDRIER-REC.
           05  CAL-DATE PIC 9(8).
           05  CAL-TYPE PIC X.
           05  CAL-LIBELLE PIC X(30).

       FD  DEMANDE-FILE.
       01  DEMANDE-REC.
           05  DEM-DATE PIC 9(8).
           05  DEM-NOM PIC X(12).

       FD  URGENT-FILE.
       01  LIGNE-URGENT PIC X(80).

       FD  FENETRE-FILE.
       01  LIGNE-FENETRE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS PIC XX.
       01  WS-SCHED-STATUS PIC XX.
               10  WS-PROG-TIMEOUT PIC 9(4).
               10  WS-PROG-RETRY PIC 9(1).
               10  WS-PROG-ESSAIS PIC 9(1).
               10  WS-PROG-REGLE PIC X.
               10  WS-PROG-JOUR PIC X.
               10  WS-PROG-DEMANDE PIC X.
               10  WS-PROG-PREVU PIC 9(6).
               10  WS-PROG-PROJ PIC 9(6).
               10  WS-PROG-ALERTE PIC X.
               10  WS-PROG-CRITIQUE PIC X.
               10  WS-PROG-EDITE PIC X.
               10  WS-PROG-HIST-TOTAL PIC 9(9).
               10  WS-PROG-HIST-NB PIC 9(5).

       01  WS-IDX PIC 9(2) VALUE 0.
       01  WS-JDX PIC 9(2).
       01  WS-SEQ-ED PIC 99.
       01  WS-RC-VALEUR PIC X(10).
       01  WS-ATTENTE-CMD PIC X(20) VALUE "sleep 1".
       01  WS-PREVOL-CMD PIC X(40)
           VALUE "./PreVol > PREVOL.LOG 2>&1".
       01  WS-TIMEOUT-ED PIC 9(4).
       01  WS-ID-STATUS PIC XX.
       01  WS-SERIE-CHAINE PIC X(8) VALUE "NIGHTRUN".
       01  WS-NUMERO-CHAINE PIC 9(6) VALUE 0.
       01  WS-NOM-PROGRAMME PIC X(12) VALUE "NightlyRun".
       01  WS-LIGNE-RELUE.
           05  WS-LR-DATE PIC 9(8).
           05  FILLER PIC X(1).
           05  FILLER PIC X(1).
           05  WS-LR-STATUT PIC X(8).
       01  WS-DATE-JOUR PIC 9(8).
       01  WS-CAL-STATUS PIC XX.
       01  WS-DEM-STATUS PIC XX.
       01  WS-CAL-EOF PIC X VALUE "N".
       01  WS-NB-CALENDRIER PIC 9(3) VALUE 0.
       01  TABLE-CALENDRIER.
           05  CALENDRIER-ENTRY OCCURS 500 TIMES.
               10  TAB-CAL-DATE PIC 9(8).
               10  TAB-CAL-TYPE PIC X.
       01  WS-CAL-IDX PIC 9(3).
       01  WS-CAL-TROUVE PIC X.
       01  WS-CAL-DATE PIC 9(8).
       01  WS-CAL-DATE-R REDEFINES WS-CAL-DATE.
           05  WS-CAL-AAAA PIC 9(4).
           05  WS-CAL-MM PIC 9(2).
           05  WS-CAL-JJ PIC 9(2).
       01  WS-CAL-ENTIER PIC 9(7).
       01  WS-CAL-QUOTIENT PIC 9(7).
       01  WS-CAL-RESTE PIC 9.
       01  WS-CAL-JOUR PIC 9.
       01  WS-CAL-OUVRE PIC X.
       01  WS-CAL-RECUL PIC 9(2).
       01  WS-CAL-LONGUEUR PIC 9.
       01  WS-CAL-TYPE-CLOTURE PIC X.
       01  WS-JOUR-SEMAINE PIC 9.
       01  WS-JOUR-SEMAINE-X REDEFINES WS-JOUR-SEMAINE PIC X.
       01  WS-JOUR-OUVRE PIC X.
       01  WS-CLOTURE-MOIS PIC 9(8).
       01  WS-CLOTURE-ANNEE PIC 9(8).
       01  WS-PREVU PIC X.
       01  WS-DEM-EOF PIC X VALUE "N".
       01  WS-URGENT-STATUS PIC XX.
       01  WS-FEN-STATUS PIC XX.
       01  WS-HORODATE PIC 9(8).
       01  WS-HORODATE-R REDEFINES WS-HORODATE.
           05  WS-HO-HH PIC 9(2).
           05  WS-HO-MM PIC 9(2).
           05  WS-HO-SS PIC 9(2).
           05  WS-HO-CC PIC 9(2).
       01  WS-SECONDES-JOUR PIC 9(5).
       01  WS-SECONDES PIC 9(6).
       01  WS-DEBUT-CHAINE PIC 9(8).
       01  WS-DEBUT-CHAINE-S PIC 9(5).
       01  WS-INSTANT PIC 9(6).
       01  WS-ECHEANCE PIC 9(4) VALUE 0.
       01  WS-ECHEANCE-S PIC 9(6) VALUE 0.
       01  WS-PROJECTION PIC 9(6).
       01  WS-FIN-PREVUE-INITIALE PIC 9(6).
       01  WS-FIN-REELLE PIC 9(6).
       01  WS-CHARGE-RESTANTE PIC 9(7).
       01  WS-BORNE-CHARGE PIC 9(7).
       01  WS-ALERTE-CHAINE PIC X VALUE "N".
       01  WS-NB-ALERTES PIC 9(3) VALUE 0.
       01  WS-FDX PIC 9(2).
       01  WS-GDX PIC 9(2).
       01  WS-KDX PIC 9(2).
       01  WS-PASSE PIC 9(2).
       01  WS-BASE PIC 9(6).
       01  WS-DEB-S PIC 9(6).
       01  WS-FIN-S PIC 9(6).
       01  WS-ECART PIC S9(6).
       01  WS-ECART-MAX PIC S9(6).
       01  WS-DEP-TROUVEE PIC X.
       01  WS-HEURE-ED.
           05  WS-HE-HH PIC 9(2).
           05  FILLER PIC X VALUE ":".
           05  WS-HE-MM PIC 9(2).
           05  FILLER PIC X VALUE ":".
           05  WS-HE-SS PIC 9(2).
       01  WS-LIGNE-ALERTE.
           05  WS-LA-DATE PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LA-SOURCE PIC X(12) VALUE "NightlyRun".
           05  FILLER PIC X VALUE SPACE.
           05  WS-LA-CLE PIC X(9).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LA-SEVERITE PIC X VALUE "C".
           05  FILLER PIC X VALUE SPACE.
           05  WS-LA-MOTIF PIC X(40).
       01  WS-MOTIF-RETARD.
           05  FILLER PIC X(19) VALUE "Retard prevu : fin ".
           05  WS-MR-FIN PIC X(8).
           05  FILLER PIC X(3) VALUE " > ".
           05  WS-MR-ECHEANCE PIC X(8).
       01  WS-MOTIF-DUREE.
           05  FILLER PIC X(23) VALUE "Duree depassee : prevu ".
           05  WS-MD-PREVU PIC 9(6).
           05  FILLER PIC X(2) VALUE " s".
       01  WS-NB-CHEMIN PIC 9(2) VALUE 0.
       01  TABLE-CHEMIN.
           05  CHEMIN-ENTRY OCCURS 20 TIMES.
               10  TAB-CH-IDX PIC 9(2).
       01  WS-RPT-ACTION PIC X.
       01  WS-RPT-EMETTRE PIC X.
       01  WS-RPT-LIGNE-1 PIC X(80).
       01  WS-RPT-LIGNE-2 PIC X(80).
       01  WS-TITRE-FENETRE PIC X(30) VALUE "FENETRE DE TRAITEMENT".
       01  WS-RPT-PROGRAMME PIC X(12) VALUE "NightlyRun".
       01  WS-CPT-FENETRE.
           05  WS-CF-PAGE PIC 9(4) VALUE 0.
           05  WS-CF-LIGNES PIC 9(2) VALUE 0.
           05  WS-CF-TOTAL PIC 9(7) VALUE 0.
           05  WS-CF-DATE PIC 9(8) VALUE 0.
           05  WS-CF-HEURE PIC 9(6) VALUE 0.
       01  WS-LIGNE-EDITION PIC X(80).
       01  WS-LIGNE-SYNTHESE.
           05  WS-LS-LIBELLE PIC X(28).
           05  WS-LS-VALEUR PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LS-COMPLEMENT PIC X(43).
       01  WS-ECART-ED PIC +(5)9.
       01  WS-LIGNE-COLONNES-FEN.
           05  FILLER PIC X(41)
               VALUE "PROGRAMME    STATUT   DEBUT    FIN       ".
           05  FILLER PIC X(29)
               VALUE "PREVU   REEL  ECART  CRITIQUE".
       01  WS-LIGNE-TRAVAIL.
           05  WS-LF-NOM PIC X(12).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LF-STATUT PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LF-DEBUT PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LF-FIN PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LF-PREVU PIC Z(5)9.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LF-REEL PIC Z(5)9.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LF-ECART PIC +(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-LF-CRITIQUE PIC X(3).
       01  WS-LIGNE-ETAPE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-LE-RANG PIC Z9.
           05  FILLER PIC X(2) VALUE ". ".
           05  WS-LE-NOM PIC X(12).
           05  FILLER PIC X(7) VALUE " debut ".
           05  WS-LE-DEBUT PIC X(8).
           05  FILLER PIC X(5) VALUE " fin ".
           05  WS-LE-FIN PIC X(8).
           05  FILLER PIC X(7) VALUE " ecart ".
           05  WS-LE-ECART PIC +(5)9.
           05  FILLER PIC X(2) VALUE " s".

       01  WS-LIGNE-JOURNAL.
           05  WS-LJ-DATE PIC 9(8).
           IF WS-MODE = "R" OR WS-MODE = "r"
               MOVE "O" TO WS-MODE-REPRISE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-DEBUT-CHAINE.
           MOVE WS-DEBUT-CHAINE TO WS-HORODATE.
           PERFORM CALCULER-SECONDES-JOUR.
           MOVE WS-SECONDES-JOUR TO WS-DEBUT-CHAINE-S.
           PERFORM CHARGER-PLANNING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM CHARGER-CALENDRIER.
           PERFORM DETERMINER-JOUR.
           PERFORM CHARGER-DEMANDES.
           PERFORM CHARGER-HISTORIQUE.
           PERFORM PREPARER-FENETRE.
           PERFORM ALLOUER-NUMERO-CHAINE.
           PERFORM CONTROLER-AVANT-CHAINE.
           IF WS-MODE-REPRISE = "O"
               PERFORM RELIRE-JOURNAL-DU-JOUR
           END-IF.
           PERFORM ORDONNANCER
               UNTIL WS-NB-TERMINES >= WS-NB-PROGRAMMES.
           CLOSE RUN-LOG-FILE.
           PERFORM EDITER-FENETRE.
           STOP RUN.

       CONTROLER-AVANT-CHAINE.
           DISPLAY "Controle avant chaine (PreVol)...".
           CALL "SYSTEM" USING WS-PREVOL-CMD.
           IF RETURN-CODE NOT = 0
               DISPLAY "Controle avant chaine negatif : chaine "
                   "retenue, voir PREVOL.TXT et PREVOL.LOG."
               MOVE "PREVOL" TO WS-LA-CLE
               MOVE "Controle avant chaine negatif, retenue"
                   TO WS-LA-MOTIF
               PERFORM ECRIRE-ALERTE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Controle avant chaine positif.".

       ALLOUER-NUMERO-CHAINE.
           MOVE 0 TO WS-NUMERO-CHAINE.
           IF WS-MODE-REPRISE = "O"
               PERFORM RELIRE-NUMERO-CHAINE
           END-IF.
           IF WS-NUMERO-CHAINE > 0
               DISPLAY "Reprise de la chaine numero " WS-NUMERO-CHAINE
           ELSE
               PERFORM ATTRIBUER-NUMERO-CHAINE
           END-IF.

       RELIRE-NUMERO-CHAINE.
           OPEN INPUT ID-FILE.
           IF WS-ID-STATUS = "00"
               READ ID-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ID-REC IS NUMERIC
                           MOVE ID-REC TO WS-NUMERO-CHAINE
                       END-IF
               END-READ
               CLOSE ID-FILE
           END-IF.

       ATTRIBUER-NUMERO-CHAINE.
           CALL "SeqAlloc" USING WS-SERIE-CHAINE WS-NUMERO-CHAINE
               WS-NOM-PROGRAMME.
           OPEN OUTPUT ID-FILE.
           IF WS-ID-STATUS NOT = "00"
               DISPLAY "Erreur ecriture identifiant de chaine : "
               MOVE 0 TO WS-PROG-RETRY(WS-NB-PROGRAMMES)
           END-IF.
           MOVE 0 TO WS-PROG-ESSAIS(WS-NB-PROGRAMMES).
           MOVE SCHED-REGLE TO WS-PROG-REGLE(WS-NB-PROGRAMMES).
           MOVE SCHED-JOUR TO WS-PROG-JOUR(WS-NB-PROGRAMMES).
           MOVE "N" TO WS-PROG-DEMANDE(WS-NB-PROGRAMMES).
           IF SCHED-DUREE IS NUMERIC
               MOVE SCHED-DUREE TO WS-PROG-PREVU(WS-NB-PROGRAMMES)
           ELSE
               MOVE 0 TO WS-PROG-PREVU(WS-NB-PROGRAMMES)
           END-IF.
           MOVE 0 TO WS-PROG-PROJ(WS-NB-PROGRAMMES).
           MOVE "N" TO WS-PROG-ALERTE(WS-NB-PROGRAMMES).
           MOVE "N" TO WS-PROG-CRITIQUE(WS-NB-PROGRAMMES).
           MOVE "N" TO WS-PROG-EDITE(WS-NB-PROGRAMMES).
           MOVE 0 TO WS-PROG-HIST-TOTAL(WS-NB-PROGRAMMES).
           MOVE 0 TO WS-PROG-HIST-NB(WS-NB-PROGRAMMES).
           IF WS-NB-PROGRAMMES = 1
               IF SCHED-MAXPAR IS NUMERIC AND SCHED-MAXPAR > 0
                   MOVE SCHED-MAXPAR TO WS-MAXPAR
               ELSE
                   MOVE 1 TO WS-MAXPAR
               END-IF
               IF SCHED-ECHEANCE IS NUMERIC
                   MOVE SCHED-ECHEANCE TO WS-ECHEANCE
               END-IF
           END-IF.
           PERFORM LECTURE-PLANNING.

       CHARGER-CALENDRIER.
           OPEN INPUT CALENDRIER-FILE.
           IF WS-CAL-STATUS = "35" OR WS-CAL-STATUS = "05"
               DISPLAY "Calendrier CALENDRIER.DAT absent : jours "
                   "ouvres du lundi au vendredi."
           ELSE
               IF WS-CAL-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture calendrier : "
                       WS-CAL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LECTURE-CALENDRIER
                   PERFORM RANGER-CALENDRIER UNTIL WS-CAL-EOF = "Y"
                   CLOSE CALENDRIER-FILE
               END-IF
           END-IF.

       LECTURE-CALENDRIER.
           READ CALENDRIER-FILE
               AT END MOVE "Y" TO WS-CAL-EOF
           END-READ.

       RANGER-CALENDRIER.
           IF CAL-DATE IS NUMERIC
               AND (CAL-TYPE = "F" OR CAL-TYPE = "O"
                   OR CAL-TYPE = "M" OR CAL-TYPE = "A")
               IF WS-NB-CALENDRIER >= 500
                   DISPLAY "Calendrier sature, maximum 500 jours."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-CALENDRIER
               MOVE CAL-DATE TO TAB-CAL-DATE(WS-NB-CALENDRIER)
               MOVE CAL-TYPE TO TAB-CAL-TYPE(WS-NB-CALENDRIER)
           ELSE
               DISPLAY "Calendrier : ligne ignoree " CALENDRIER-REC
           END-IF.
           PERFORM LECTURE-CALENDRIER.

       DETERMINER-JOUR.
           MOVE WS-DATE-JOUR TO WS-CAL-DATE.
           PERFORM TESTER-OUVRE.
           MOVE WS-CAL-JOUR TO WS-JOUR-SEMAINE.
           MOVE WS-CAL-OUVRE TO WS-JOUR-OUVRE.
           MOVE WS-DATE-JOUR TO WS-CAL-DATE.
           MOVE 6 TO WS-CAL-LONGUEUR.
           MOVE "M" TO WS-CAL-TYPE-CLOTURE.
           PERFORM CHERCHER-CLOTURE.
           IF WS-CAL-TROUVE = "O"
               MOVE TAB-CAL-DATE(WS-CAL-IDX) TO WS-CLOTURE-MOIS
           ELSE
               MOVE WS-DATE-JOUR TO WS-CAL-DATE
               IF WS-CAL-MM = 12
                   ADD 1 TO WS-CAL-AAAA
                   MOVE 1 TO WS-CAL-MM
               ELSE
                   ADD 1 TO WS-CAL-MM
               END-IF
               MOVE 1 TO WS-CAL-JJ
               PERFORM DERNIER-JOUR-OUVRE
               MOVE WS-CAL-DATE TO WS-CLOTURE-MOIS
           END-IF.
           MOVE WS-DATE-JOUR TO WS-CAL-DATE.
           MOVE 4 TO WS-CAL-LONGUEUR.
           MOVE "A" TO WS-CAL-TYPE-CLOTURE.
           PERFORM CHERCHER-CLOTURE.
           IF WS-CAL-TROUVE = "O"
               MOVE TAB-CAL-DATE(WS-CAL-IDX) TO WS-CLOTURE-ANNEE
           ELSE
               MOVE WS-DATE-JOUR TO WS-CAL-DATE
               ADD 1 TO WS-CAL-AAAA
               MOVE 1 TO WS-CAL-MM
               MOVE 1 TO WS-CAL-JJ
               PERFORM DERNIER-JOUR-OUVRE
               MOVE WS-CAL-DATE TO WS-CLOTURE-ANNEE
           END-IF.
           DISPLAY "Jour " WS-DATE-JOUR " (" WS-JOUR-SEMAINE
               ") ouvre : " WS-JOUR-OUVRE
               "  cloture mois : " WS-CLOTURE-MOIS
               "  cloture annee : " WS-CLOTURE-ANNEE.

       TESTER-OUVRE.
           COMPUTE WS-CAL-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) - 1.
           DIVIDE WS-CAL-ENTIER BY 7 GIVING WS-CAL-QUOTIENT
               REMAINDER WS-CAL-RESTE.
           COMPUTE WS-CAL-JOUR = WS-CAL-RESTE + 1.
           IF WS-CAL-JOUR > 5
               MOVE "N" TO WS-CAL-OUVRE
           ELSE
               MOVE "O" TO WS-CAL-OUVRE
           END-IF.
           MOVE "N" TO WS-CAL-TROUVE.
           MOVE 1 TO WS-CAL-IDX.
           PERFORM TESTER-JOUR-CALENDRIER
               UNTIL WS-CAL-IDX > WS-NB-CALENDRIER
               OR WS-CAL-TROUVE = "O".
           IF WS-CAL-TROUVE = "O"
               IF TAB-CAL-TYPE(WS-CAL-IDX) = "F"
                   MOVE "N" TO WS-CAL-OUVRE
               ELSE
                   MOVE "O" TO WS-CAL-OUVRE
               END-IF
           END-IF.

       TESTER-JOUR-CALENDRIER.
           IF TAB-CAL-DATE(WS-CAL-IDX) = WS-CAL-DATE
               MOVE "O" TO WS-CAL-TROUVE
           ELSE
               ADD 1 TO WS-CAL-IDX
           END-IF.

       CHERCHER-CLOTURE.
           MOVE "N" TO WS-CAL-TROUVE.
           MOVE 1 TO WS-CAL-IDX.
           PERFORM TESTER-CLOTURE
               UNTIL WS-CAL-IDX > WS-NB-CALENDRIER
               OR WS-CAL-TROUVE = "O".

       TESTER-CLOTURE.
           IF TAB-CAL-DATE(WS-CAL-IDX)(1:WS-CAL-LONGUEUR)
                   = WS-CAL-DATE(1:WS-CAL-LONGUEUR)
               AND (TAB-CAL-TYPE(WS-CAL-IDX) = WS-CAL-TYPE-CLOTURE
                   OR TAB-CAL-TYPE(WS-CAL-IDX) = "A")
               MOVE "O" TO WS-CAL-TROUVE
           ELSE
               ADD 1 TO WS-CAL-IDX
           END-IF.

       DERNIER-JOUR-OUVRE.
           MOVE 0 TO WS-CAL-RECUL.
           MOVE "N" TO WS-CAL-OUVRE.
           PERFORM RECULER-JOUR
               UNTIL WS-CAL-OUVRE = "O" OR WS-CAL-RECUL > 31.

       RECULER-JOUR.
           COMPUTE WS-CAL-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) - 1.
           COMPUTE WS-CAL-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CAL-ENTIER).
           ADD 1 TO WS-CAL-RECUL.
           PERFORM TESTER-OUVRE.

       CHARGER-DEMANDES.
           OPEN INPUT DEMANDE-FILE.
           IF WS-DEM-STATUS = "00"
               PERFORM LECTURE-DEMANDE
               PERFORM NOTER-DEMANDE UNTIL WS-DEM-EOF = "Y"
               CLOSE DEMANDE-FILE
           END-IF.

       LECTURE-DEMANDE.
           READ DEMANDE-FILE
               AT END MOVE "Y" TO WS-DEM-EOF
           END-READ.

       NOTER-DEMANDE.
           IF DEM-DATE IS NUMERIC AND DEM-DATE = WS-DATE-JOUR
               MOVE 1 TO WS-JDX
               PERFORM MARQUER-DEMANDE
                   UNTIL WS-JDX > WS-NB-PROGRAMMES
           END-IF.
           PERFORM LECTURE-DEMANDE.

       MARQUER-DEMANDE.
           IF WS-PROG-NOM(WS-JDX) = DEM-NOM
               MOVE "O" TO WS-PROG-DEMANDE(WS-JDX)
               DISPLAY WS-PROG-NOM(WS-JDX) " demande pour ce soir"
           END-IF.
           ADD 1 TO WS-JDX.

       OUVRIR-JOURNAL.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"

       ORDONNANCER.
           MOVE "N" TO WS-PROGRES.
           PERFORM SURVEILLER-FENETRE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PROGRAMMES
               IF WS-PROG-ETAT(WS-IDX) = "L"
                   MOVE "INACTIF" TO WS-STATUT-EDITION
                   PERFORM TERMINER-SANS-LANCER
               ELSE
                   PERFORM APPLIQUER-CALENDRIER
               END-IF
           END-IF.

       EXAMINER-PREVU.
           IF WS-PREVU = "N"
               DISPLAY WS-PROG-NOM(WS-IDX)
                   " non prevu au calendrier aujourd'hui"
               MOVE "HORS-CAL" TO WS-PROG-STATUT(WS-IDX)
               MOVE "HORS-CAL" TO WS-STATUT-EDITION
               PERFORM TERMINER-SANS-LANCER
           ELSE
               PERFORM EVALUER-DEPENDANCE
               EVALUATE WS-DEP-ETAT
                   WHEN "P"
                       IF WS-NB-EN-COURS < WS-MAXPAR
                           PERFORM LANCER-PROGRAMME
                       END-IF
                   WHEN "S"
                       DISPLAY WS-PROG-NOM(WS-IDX)
                           " saute : prealable "
                           WS-PROG-DEPEND(WS-IDX)
                           " non termine OK"
                       MOVE "SAUTE" TO WS-PROG-STATUT(WS-IDX)
                       MOVE "SAUTE" TO WS-STATUT-EDITION
                       PERFORM TERMINER-SANS-LANCER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       APPLIQUER-CALENDRIER.
           EVALUATE WS-PROG-REGLE(WS-IDX)
               WHEN "O"
                   MOVE WS-JOUR-OUVRE TO WS-PREVU
               WHEN "M"
                   IF WS-DATE-JOUR = WS-CLOTURE-MOIS
                       MOVE "O" TO WS-PREVU
                   ELSE
                       MOVE "N" TO WS-PREVU
                   END-IF
               WHEN "A"
                   IF WS-DATE-JOUR = WS-CLOTURE-ANNEE
                       MOVE "O" TO WS-PREVU
                   ELSE
                       MOVE "N" TO WS-PREVU
                   END-IF
               WHEN "J"
                   IF WS-PROG-JOUR(WS-IDX) = WS-JOUR-SEMAINE-X
                       MOVE "O" TO WS-PREVU
                   ELSE
                       MOVE "N" TO WS-PREVU
                   END-IF
               WHEN "D"
                   MOVE "N" TO WS-PREVU
               WHEN OTHER
                   MOVE "O" TO WS-PREVU
           END-EVALUATE.
           IF WS-PROG-DEMANDE(WS-IDX) = "O"
               MOVE "O" TO WS-PREVU
           END-IF.
           PERFORM EXAMINER-PREVU.

       EVALUER-DEPENDANCE.
           IF WS-PROG-DEPEND(WS-IDX) = SPACES
               MOVE "P" TO WS-DEP-ETAT
                       UNTIL WS-JDX > WS-NB-PROGRAMMES
                   IF WS-PROG-NOM(WS-JDX) = WS-PROG-DEPEND(WS-IDX)
                       IF WS-PROG-STATUT(WS-JDX) = "OK"
                           OR WS-PROG-STATUT(WS-JDX) = "HORS-CAL"
                           MOVE "P" TO WS-DEP-ETAT
                       ELSE
                           IF WS-PROG-ETAT(WS-JDX) NOT = "T"
           MOVE WS-NUMERO-CHAINE TO WS-LJ-CHAINE.
           MOVE WS-LIGNE-JOURNAL TO LIGNE-JOURNAL.
           WRITE LIGNE-JOURNAL.

       CALCULER-SECONDES-JOUR.
           COMPUTE WS-SECONDES-JOUR = WS-HO-HH * 3600
               + WS-HO-MM * 60 + WS-HO-SS.

       CALCULER-SECONDES-CHAINE.
           PERFORM CALCULER-SECONDES-JOUR.
           IF WS-SECONDES-JOUR < WS-DEBUT-CHAINE-S
               COMPUTE WS-SECONDES =
                   WS-SECONDES-JOUR + 86400 - WS-DEBUT-CHAINE-S
           ELSE
               COMPUTE WS-SECONDES =
                   WS-SECONDES-JOUR - WS-DEBUT-CHAINE-S
           END-IF.

       EDITER-HEURE.
           COMPUTE WS-SECONDES-JOUR = WS-DEBUT-CHAINE-S + WS-SECONDES.
           IF WS-SECONDES-JOUR >= 86400
               SUBTRACT 86400 FROM WS-SECONDES-JOUR
           END-IF.
           DIVIDE WS-SECONDES-JOUR BY 3600 GIVING WS-HE-HH
               REMAINDER WS-SECONDES-JOUR.
           DIVIDE WS-SECONDES-JOUR BY 60 GIVING WS-HE-MM
               REMAINDER WS-HE-SS.

       CHARGER-HISTORIQUE.
           MOVE "N" TO WS-LOG-EOF.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-LOG-STATUS = "00"
               PERFORM LECTURE-JOURNAL
               PERFORM CUMULER-HISTORIQUE UNTIL WS-LOG-EOF = "Y"
               CLOSE RUN-LOG-FILE
           END-IF.
           MOVE "N" TO WS-LOG-EOF.
           MOVE 1 TO WS-FDX.
           PERFORM RETENIR-MOYENNE UNTIL WS-FDX > WS-NB-PROGRAMMES.

       CUMULER-HISTORIQUE.
           MOVE LIGNE-JOURNAL TO WS-LIGNE-RELUE.
           IF WS-LR-STATUT = "OK"
               AND WS-LR-DEBUT IS NUMERIC AND WS-LR-FIN IS NUMERIC
               MOVE 1 TO WS-FDX
               PERFORM CUMULER-DUREE UNTIL WS-FDX > WS-NB-PROGRAMMES
           END-IF.
           PERFORM LECTURE-JOURNAL.

       CUMULER-DUREE.
           IF WS-PROG-NOM(WS-FDX) = WS-LR-PROGRAMME
               MOVE WS-LR-FIN TO WS-HORODATE
               PERFORM CALCULER-SECONDES-JOUR
               MOVE WS-SECONDES-JOUR TO WS-FIN-S
               MOVE WS-LR-DEBUT TO WS-HORODATE
               PERFORM CALCULER-SECONDES-JOUR
               IF WS-FIN-S < WS-SECONDES-JOUR
                   ADD 86400 TO WS-FIN-S
               END-IF
               COMPUTE WS-PROG-HIST-TOTAL(WS-FDX) =
                   WS-PROG-HIST-TOTAL(WS-FDX)
                   + WS-FIN-S - WS-SECONDES-JOUR
               ADD 1 TO WS-PROG-HIST-NB(WS-FDX)
           END-IF.
           ADD 1 TO WS-FDX.

       RETENIR-MOYENNE.
           IF WS-PROG-PREVU(WS-FDX) = 0
               AND WS-PROG-HIST-NB(WS-FDX) > 0
               COMPUTE WS-PROG-PREVU(WS-FDX) ROUNDED =
                   WS-PROG-HIST-TOTAL(WS-FDX)
                   / WS-PROG-HIST-NB(WS-FDX)
           END-IF.
           ADD 1 TO WS-FDX.

       PREPARER-FENETRE.
           IF WS-ECHEANCE > 0
               COMPUTE WS-HORODATE = WS-ECHEANCE * 10000
               PERFORM CALCULER-SECONDES-CHAINE
               MOVE WS-SECONDES TO WS-ECHEANCE-S
               IF WS-ECHEANCE-S = 0
                   MOVE 86400 TO WS-ECHEANCE-S
               END-IF
           END-IF.
           PERFORM PROJETER-FIN.
           MOVE WS-PROJECTION TO WS-FIN-PREVUE-INITIALE.
           MOVE WS-PROJECTION TO WS-SECONDES.
           PERFORM EDITER-HEURE.
           DISPLAY "Fin de chaine prevue : " WS-HEURE-ED.

       SURVEILLER-FENETRE.
           PERFORM PROJETER-FIN.
           MOVE 1 TO WS-FDX.
           PERFORM SURVEILLER-DUREE UNTIL WS-FDX > WS-NB-PROGRAMMES.
           IF WS-ECHEANCE-S > 0
               AND WS-PROJECTION > WS-ECHEANCE-S
               AND WS-ALERTE-CHAINE = "N"
               MOVE "O" TO WS-ALERTE-CHAINE
               MOVE WS-PROJECTION TO WS-SECONDES
               PERFORM EDITER-HEURE
               MOVE WS-HEURE-ED TO WS-MR-FIN
               MOVE WS-ECHEANCE-S TO WS-SECONDES
               PERFORM EDITER-HEURE
               MOVE WS-HEURE-ED TO WS-MR-ECHEANCE
               MOVE WS-NUMERO-CHAINE TO WS-LA-CLE
               MOVE WS-MOTIF-RETARD TO WS-LA-MOTIF
               PERFORM ECRIRE-ALERTE
           END-IF.

       SURVEILLER-DUREE.
           IF WS-PROG-ETAT(WS-FDX) = "L"
               AND WS-PROG-PREVU(WS-FDX) > 0
               AND WS-PROG-ALERTE(WS-FDX) = "N"
               MOVE WS-PROG-DEBUT(WS-FDX) TO WS-HORODATE
               PERFORM CALCULER-SECONDES-CHAINE
               IF WS-INSTANT - WS-SECONDES > WS-PROG-PREVU(WS-FDX)
                   MOVE "O" TO WS-PROG-ALERTE(WS-FDX)
                   MOVE WS-PROG-NOM(WS-FDX) TO WS-LA-CLE
                   MOVE WS-PROG-PREVU(WS-FDX) TO WS-MD-PREVU
                   MOVE WS-MOTIF-DUREE TO WS-LA-MOTIF
                   PERFORM ECRIRE-ALERTE
               END-IF
           END-IF.
           ADD 1 TO WS-FDX.

       ECRIRE-ALERTE.
           MOVE WS-DATE-JOUR TO WS-LA-DATE.
           DISPLAY "ALERTE " WS-LA-CLE " " WS-LA-MOTIF.
           ADD 1 TO WS-NB-ALERTES.
           OPEN EXTEND URGENT-FILE.
           IF WS-URGENT-STATUS = "05" OR WS-URGENT-STATUS = "35"
               OPEN OUTPUT URGENT-FILE
           END-IF.
           IF WS-URGENT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier des urgences : "
                   WS-URGENT-STATUS
           ELSE
               MOVE WS-LIGNE-ALERTE TO LIGNE-URGENT
               WRITE LIGNE-URGENT
               CLOSE URGENT-FILE
           END-IF.

       PROJETER-FIN.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-HORODATE.
           PERFORM CALCULER-SECONDES-CHAINE.
           MOVE WS-SECONDES TO WS-INSTANT.
           MOVE 1 TO WS-PASSE.
           PERFORM PROJETER-PASSE UNTIL WS-PASSE > WS-NB-PROGRAMMES.
           MOVE WS-INSTANT TO WS-PROJECTION.
           MOVE 0 TO WS-CHARGE-RESTANTE.
           MOVE 1 TO WS-FDX.
           PERFORM CUMULER-PROJECTION UNTIL WS-FDX > WS-NB-PROGRAMMES.
           COMPUTE WS-BORNE-CHARGE =
               WS-INSTANT + WS-CHARGE-RESTANTE / WS-MAXPAR.
           IF WS-BORNE-CHARGE > WS-PROJECTION
               MOVE WS-BORNE-CHARGE TO WS-PROJECTION
           END-IF.

       PROJETER-PASSE.
           MOVE 1 TO WS-FDX.
           PERFORM PROJETER-PROGRAMME UNTIL WS-FDX > WS-NB-PROGRAMMES.
           ADD 1 TO WS-PASSE.

       PROJETER-PROGRAMME.
           EVALUATE WS-PROG-ETAT(WS-FDX)
               WHEN "T"
                   MOVE WS-PROG-FIN(WS-FDX) TO WS-HORODATE
                   PERFORM CALCULER-SECONDES-CHAINE
                   MOVE WS-SECONDES TO WS-PROG-PROJ(WS-FDX)
               WHEN "L"
                   MOVE WS-PROG-DEBUT(WS-FDX) TO WS-HORODATE
                   PERFORM CALCULER-SECONDES-CHAINE
                   COMPUTE WS-PROG-PROJ(WS-FDX) =
                       WS-SECONDES + WS-PROG-PREVU(WS-FDX)
                   IF WS-PROG-PROJ(WS-FDX) < WS-INSTANT
                       MOVE WS-INSTANT TO WS-PROG-PROJ(WS-FDX)
                   END-IF
               WHEN OTHER
                   MOVE WS-INSTANT TO WS-BASE
                   PERFORM CHERCHER-PREALABLE
                   IF WS-DEP-TROUVEE = "O"
                       AND WS-PROG-PROJ(WS-KDX) > WS-BASE
                       MOVE WS-PROG-PROJ(WS-KDX) TO WS-BASE
                   END-IF
                   COMPUTE WS-PROG-PROJ(WS-FDX) =
                       WS-BASE + WS-PROG-PREVU(WS-FDX)
           END-EVALUATE.
           ADD 1 TO WS-FDX.

       CHERCHER-PREALABLE.
           MOVE "N" TO WS-DEP-TROUVEE.
           IF WS-PROG-DEPEND(WS-FDX) NOT = SPACES
               MOVE 1 TO WS-KDX
               PERFORM TESTER-PREALABLE
                   UNTIL WS-KDX > WS-NB-PROGRAMMES
                   OR WS-DEP-TROUVEE = "O"
           END-IF.

       TESTER-PREALABLE.
           IF WS-PROG-NOM(WS-KDX) = WS-PROG-DEPEND(WS-FDX)
               MOVE "O" TO WS-DEP-TROUVEE
           ELSE
               ADD 1 TO WS-KDX
           END-IF.

       CUMULER-PROJECTION.
           IF WS-PROG-PROJ(WS-FDX) > WS-PROJECTION
               MOVE WS-PROG-PROJ(WS-FDX) TO WS-PROJECTION
           END-IF.
           EVALUATE WS-PROG-ETAT(WS-FDX)
               WHEN "A"
                   ADD WS-PROG-PREVU(WS-FDX) TO WS-CHARGE-RESTANTE
               WHEN "L"
                   COMPUTE WS-CHARGE-RESTANTE = WS-CHARGE-RESTANTE
                       + WS-PROG-PROJ(WS-FDX) - WS-INSTANT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ADD 1 TO WS-FDX.

       EDITER-FENETRE.
           PERFORM PROJETER-FIN.
           MOVE 0 TO WS-FIN-REELLE.
           MOVE 0 TO WS-GDX.
           MOVE 1 TO WS-FDX.
           PERFORM RELEVER-FIN-REELLE UNTIL WS-FDX > WS-NB-PROGRAMMES.
           PERFORM DETERMINER-CHEMIN.
           OPEN OUTPUT FENETRE-FILE.
           IF WS-FEN-STATUS NOT = "00"
               DISPLAY "Erreur ouverture rapport de fenetre : "
                   WS-FEN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-LIGNE-SYNTHESE.
           MOVE "Debut de chaine" TO WS-LS-LIBELLE.
           MOVE 0 TO WS-SECONDES.
           PERFORM EDITER-HEURE.
           MOVE WS-HEURE-ED TO WS-LS-VALEUR.
           MOVE WS-LIGNE-SYNTHESE TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-FENETRE.
           MOVE SPACES TO WS-LIGNE-SYNTHESE.
           MOVE "Echeance" TO WS-LS-LIBELLE.
           IF WS-ECHEANCE-S > 0
               MOVE WS-ECHEANCE-S TO WS-SECONDES
               PERFORM EDITER-HEURE
               MOVE WS-HEURE-ED TO WS-LS-VALEUR
           ELSE
               MOVE "aucune" TO WS-LS-VALEUR
           END-IF.
           MOVE WS-LIGNE-SYNTHESE TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-FENETRE.
           MOVE SPACES TO WS-LIGNE-SYNTHESE.
           MOVE "Fin prevue au lancement" TO WS-LS-LIBELLE.
           MOVE WS-FIN-PREVUE-INITIALE TO WS-SECONDES.
           PERFORM EDITER-HEURE.
           MOVE WS-HEURE-ED TO WS-LS-VALEUR.
           MOVE WS-LIGNE-SYNTHESE TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-FENETRE.
           MOVE SPACES TO WS-LIGNE-SYNTHESE.
           MOVE "Fin reelle" TO WS-LS-LIBELLE.
           MOVE WS-FIN-REELLE TO WS-SECONDES.
           PERFORM EDITER-HEURE.
           MOVE WS-HEURE-ED TO WS-LS-VALEUR.
           COMPUTE WS-ECART = WS-FIN-REELLE - WS-FIN-PREVUE-INITIALE.
           MOVE WS-ECART TO WS-ECART-ED.
           STRING "ecart sur la prevision " DELIMITED BY SIZE
               WS-ECART-ED DELIMITED BY SIZE
               " s" DELIMITED BY SIZE
               INTO WS-LS-COMPLEMENT.
           MOVE WS-LIGNE-SYNTHESE TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-FENETRE.
           IF WS-ECHEANCE-S > 0
               MOVE SPACES TO WS-LIGNE-SYNTHESE
               COMPUTE WS-ECART = WS-ECHEANCE-S - WS-FIN-REELLE
               MOVE WS-ECART TO WS-ECART-ED
               IF WS-ECART < 0
                   MOVE "Echeance depassee de" TO WS-LS-LIBELLE
                   COMPUTE WS-ECART = 0 - WS-ECART
                   MOVE WS-ECART TO WS-ECART-ED
               ELSE
                   MOVE "Marge restante" TO WS-LS-LIBELLE
               END-IF
               MOVE WS-ECART-ED TO WS-LS-VALEUR
               MOVE "s" TO WS-LS-COMPLEMENT
               MOVE WS-LIGNE-SYNTHESE TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE-FENETRE
           END-IF.
           MOVE SPACES TO WS-LIGNE-SYNTHESE.
           MOVE "Alertes emises" TO WS-LS-LIBELLE.
           MOVE WS-NB-ALERTES TO WS-LS-VALEUR.
           MOVE WS-LIGNE-SYNTHESE TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-FENETRE.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-FENETRE.
           MOVE WS-LIGNE-COLONNES-FEN TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-FENETRE.
           MOVE 1 TO WS-FDX.
           PERFORM EDITER-TRAVAIL UNTIL WS-FDX > WS-NB-PROGRAMMES.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-FENETRE.
           MOVE "Chemin critique :" TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-FENETRE.
           MOVE WS-NB-CHEMIN TO WS-GDX.
           MOVE 0 TO WS-PASSE.
           PERFORM EDITER-ETAPE UNTIL WS-GDX = 0.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-FENETRE.
           MOVE "Consommation de la marge (depassements) :"
               TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-FENETRE.
           MOVE 0 TO WS-PASSE.
           MOVE 1 TO WS-ECART-MAX.
           PERFORM EDITER-DEPASSEMENT UNTIL WS-ECART-MAX = 0.
           IF WS-PASSE = 0
               MOVE "  aucun depassement" TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE-FENETRE
           END-IF.
           MOVE "F" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-FENETRE
               WS-RPT-PROGRAMME WS-CPT-FENETRE WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           MOVE WS-RPT-LIGNE-1 TO LIGNE-FENETRE.
           WRITE LIGNE-FENETRE.
           CLOSE FENETRE-FILE.

       RELEVER-FIN-REELLE.
           IF WS-PROG-ESSAIS(WS-FDX) > 0
               AND WS-PROG-PROJ(WS-FDX) >= WS-FIN-REELLE
               MOVE WS-PROG-PROJ(WS-FDX) TO WS-FIN-REELLE
               MOVE WS-FDX TO WS-GDX
           END-IF.
           ADD 1 TO WS-FDX.

       DETERMINER-CHEMIN.
           MOVE 0 TO WS-NB-CHEMIN.
           MOVE WS-GDX TO WS-FDX.
           PERFORM REMONTER-CHEMIN UNTIL WS-FDX = 0.

       REMONTER-CHEMIN.
           ADD 1 TO WS-NB-CHEMIN.
           MOVE WS-FDX TO TAB-CH-IDX(WS-NB-CHEMIN).
           MOVE "O" TO WS-PROG-CRITIQUE(WS-FDX).
           PERFORM CHERCHER-PREALABLE.
           IF WS-DEP-TROUVEE = "O"
               AND WS-PROG-ESSAIS(WS-KDX) > 0
               AND WS-PROG-CRITIQUE(WS-KDX) = "N"
               AND WS-NB-CHEMIN < 20
               MOVE WS-KDX TO WS-FDX
           ELSE
               MOVE 0 TO WS-FDX
           END-IF.

       CALCULER-ECART.
           MOVE 0 TO WS-DEB-S.
           MOVE 0 TO WS-FIN-S.
           MOVE 0 TO WS-ECART.
           IF WS-PROG-ESSAIS(WS-FDX) > 0
               MOVE WS-PROG-DEBUT(WS-FDX) TO WS-HORODATE
               PERFORM CALCULER-SECONDES-CHAINE
               MOVE WS-SECONDES TO WS-DEB-S
               MOVE WS-PROG-PROJ(WS-FDX) TO WS-FIN-S
               IF WS-PROG-PREVU(WS-FDX) > 0
                   COMPUTE WS-ECART = WS-FIN-S - WS-DEB-S
                       - WS-PROG-PREVU(WS-FDX)
               END-IF
           END-IF.

       EDITER-TRAVAIL.
           PERFORM CALCULER-ECART.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           MOVE WS-PROG-NOM(WS-FDX) TO WS-LF-NOM.
           MOVE WS-PROG-STATUT(WS-FDX) TO WS-LF-STATUT.
           MOVE WS-PROG-PREVU(WS-FDX) TO WS-LF-PREVU.
           IF WS-PROG-ESSAIS(WS-FDX) > 0
               MOVE WS-ECART TO WS-LF-ECART
               MOVE WS-DEB-S TO WS-SECONDES
               PERFORM EDITER-HEURE
               MOVE WS-HEURE-ED TO WS-LF-DEBUT
               MOVE WS-FIN-S TO WS-SECONDES
               PERFORM EDITER-HEURE
               MOVE WS-HEURE-ED TO WS-LF-FIN
               COMPUTE WS-LF-REEL = WS-FIN-S - WS-DEB-S
           END-IF.
           IF WS-PROG-CRITIQUE(WS-FDX) = "O"
               MOVE "oui" TO WS-LF-CRITIQUE
           END-IF.
           MOVE WS-LIGNE-TRAVAIL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-FENETRE.
           ADD 1 TO WS-FDX.

       EDITER-ETAPE.
           MOVE TAB-CH-IDX(WS-GDX) TO WS-FDX.
           PERFORM CALCULER-ECART.
           ADD 1 TO WS-PASSE.
           MOVE WS-PASSE TO WS-LE-RANG.
           MOVE WS-PROG-NOM(WS-FDX) TO WS-LE-NOM.
           MOVE WS-DEB-S TO WS-SECONDES.
           PERFORM EDITER-HEURE.
           MOVE WS-HEURE-ED TO WS-LE-DEBUT.
           MOVE WS-FIN-S TO WS-SECONDES.
           PERFORM EDITER-HEURE.
           MOVE WS-HEURE-ED TO WS-LE-FIN.
           MOVE WS-ECART TO WS-LE-ECART.
           MOVE WS-LIGNE-ETAPE TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-FENETRE.
           SUBTRACT 1 FROM WS-GDX.

       EDITER-DEPASSEMENT.
           MOVE 0 TO WS-ECART-MAX.
           MOVE 0 TO WS-GDX.
           MOVE 1 TO WS-FDX.
           PERFORM CHERCHER-DEPASSEMENT
               UNTIL WS-FDX > WS-NB-PROGRAMMES.
           IF WS-ECART-MAX > 0
               MOVE "O" TO WS-PROG-EDITE(WS-GDX)
               MOVE WS-GDX TO WS-FDX
               PERFORM CALCULER-ECART
               ADD 1 TO WS-PASSE
               MOVE WS-PASSE TO WS-LE-RANG
               MOVE WS-PROG-NOM(WS-FDX) TO WS-LE-NOM
               MOVE WS-DEB-S TO WS-SECONDES
               PERFORM EDITER-HEURE
               MOVE WS-HEURE-ED TO WS-LE-DEBUT
               MOVE WS-FIN-S TO WS-SECONDES
               PERFORM EDITER-HEURE
               MOVE WS-HEURE-ED TO WS-LE-FIN
               MOVE WS-ECART TO WS-LE-ECART
               MOVE WS-LIGNE-ETAPE TO WS-LIGNE-EDITION
               IF WS-PROG-CRITIQUE(WS-FDX) = "O"
                   MOVE "(chemin critique)" TO WS-LIGNE-EDITION(63:17)
               END-IF
               PERFORM EDITER-LIGNE-FENETRE
           END-IF.

       CHERCHER-DEPASSEMENT.
           IF WS-PROG-EDITE(WS-FDX) = "N"
               PERFORM CALCULER-ECART
               IF WS-ECART > WS-ECART-MAX
                   MOVE WS-ECART TO WS-ECART-MAX
                   MOVE WS-FDX TO WS-GDX
               END-IF
           END-IF.
           ADD 1 TO WS-FDX.

       EDITER-LIGNE-FENETRE.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-FENETRE
               WS-RPT-PROGRAMME WS-CPT-FENETRE WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           IF WS-RPT-EMETTRE = "O"
               MOVE WS-RPT-LIGNE-1 TO LIGNE-FENETRE
               WRITE LIGNE-FENETRE
               MOVE WS-RPT-LIGNE-2 TO LIGNE-FENETRE
               WRITE LIGNE-FENETRE
           END-IF.
           MOVE WS-LIGNE-EDITION TO LIGNE-FENETRE.
           WRITE LIGNE-FENETRE.
