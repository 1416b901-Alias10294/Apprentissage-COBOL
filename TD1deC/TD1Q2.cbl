           SELECT WHATIF-REPORT ASSIGN TO "TD1Q2-WHATIF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHATIF-STATUS.
           SELECT ARRIVEE-REPORT ASSIGN TO "TD1Q2-ARRIVEE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRIVEE-STATUS.
           SELECT SEGMENT-FILE ASSIGN TO "ROUTE-SEGMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROUTE-FILE.
       01  ROUTE-REC.
           05  RF-TYPE PIC X.
           05  RF-CORPS PIC X(26).
           05  RF-CORPS-CONVOI REDEFINES RF-CORPS.
               10  RF-CONVOI-ID PIC 9(3).
               10  RF-LEAD-POSITION PIC 9(7).
               10  RF-LEAD-VITESSE PIC 999.
               10  RF-LEAD-ACCEL PIC 999.
               10  RF-LEAD-VMAX PIC 999.
               10  RF-DESTINATION PIC 9(7).
           05  RF-CORPS-VEHICULE REDEFINES RF-CORPS.
               10  RF-VEH-ID PIC X(6).
               10  RF-POSITION PIC 9(7).
               10  RF-VITESSE PIC 999.
               10  RF-ACCEL PIC 999.
               10  RF-VMAX PIC 999.
               10  FILLER PIC X(4).

       FD  COLLISION-REPORT.
       01  LIGNE-COLLISION PIC X(80).
       01  LIGNE-EXCEPTION PIC X(60).

       FD  ANALYSE-REPORT.
       01  LIGNE-ANALYSE PIC X(90).

       FD  PARAMETRE-FILE.
       01  PARM-REC.
       FD  WHATIF-REPORT.
       01  LIGNE-WHATIF PIC X(100).

       FD  ARRIVEE-REPORT.
       01  LIGNE-ARRIVEE PIC X(100).

       FD  SEGMENT-FILE.
       01  SEGMENT-REC.
           05  SEG-DEBUT PIC 9(7).
           05  SEG-FIN PIC 9(7).
           05  SEG-VLIMITE PIC 999.

       FD  HISTORY-FILE.
       01  HIST-REC.
           05  HIST-DATE PIC 9(8).
       01  M2 PIC 999.
       01  V1-EFF PIC 999.
       01  V2-EFF PIC 999.
       01  E1 PIC 999.
       01  E2 PIC 999.
       01  WS-RAMP-1 PIC 9(8).
       01  WS-RAMP-2 PIC 9(8).
       01  WS-RAMP PIC 9(8).
       01  WS-EGALITE-VUE PIC X.
       01  LEAD-ACCEL PIC 999.
       01  LEAD-VMAX PIC 999.
       01  WS-DESTINATION PIC 9(7) VALUE 0.
       01  WS-APRES-DESTINATION PIC X VALUE "N".
       01  WS-MODE PIC X.
       01  WS-ROUTE-STATUS PIC XX.
       01  WS-RAPPORT-STATUS PIC XX.
       01  WS-CTL-ECRITS PIC 9(9) VALUE 0.
       01  WS-CTL-REJETES PIC 9(9) VALUE 0.
       01  WS-CTL-RETOUR PIC 9(4) VALUE 0.
       01  WS-REM-ACTION PIC X.
       01  WS-REM-FICHIER PIC X(20) VALUE "ROUTE-FILE.DAT".
       01  WS-REM-NB PIC 9(9) VALUE 0.
       01  WS-REM-HASH PIC 9(9) VALUE 0.
       01  WS-REM-ENREG PIC X(80).
       01  WS-REM-RESULTAT PIC X.
       01  WS-ANALYSE-STATUS PIC XX.
       01  WS-PARM-STATUS PIC XX.
       01  WS-RECO-STATUS PIC XX.
           05  FILLER PIC X(10) VALUE ", requise ".
           05  WS-LRC-REQUISE PIC ZZ9.
           05  FILLER PIC X(8) VALUE ", delta ".
           05  WS-LRC-DELTA PIC ---9.
       01  WS-LIGNE-RECO-ECHEC.
           05  FILLER PIC X(7) VALUE "CONVOI ".
           05  WS-LRE-CONVOI PIC 9(3).
           05  WS-LP-POS PIC Z(6)9.
           05  FILLER PIC X(11) VALUE " vit.eg.pas".
           05  WS-LP-EGALITE PIC Z(7)9.
           05  WS-LP-SEG-ZONE.
               10  WS-LP-SEG-LIB PIC X(6).
               10  WS-LP-SEGMENT PIC ZZ9.
       01  WS-LIGNE-RATTRAPE.
           05  FILLER PIC X(7) VALUE "CONVOI ".
           05  WS-LR-CONVOI PIC 9(3).
               10  TAB-CV-VIT PIC 999.
               10  TAB-CV-ACC PIC 999.
               10  TAB-CV-VMAX PIC 999.
               10  TAB-CV-DEST PIC 9(7).
       01  TABLE-ROUTE-MEM.
           05  ROUTE-MEM OCCURS 500 TIMES.
               10  TAB-RT-CONVOI PIC 9(3).
           05  FILLER PIC X(30) VALUE
               "   vitesses egalisees au pas ".
           05  WS-LVE-PAS PIC Z(7)9.
       01  WS-SEG-STATUS PIC XX.
       01  WS-SEG-EOF PIC X VALUE "N".
       01  WS-NB-SEGMENTS PIC 999 VALUE 0.
       01  WS-SEG-IDX PIC 999.
       01  WS-SEG-TROUVE PIC 999.
       01  WS-SEG-CONVERGENCE PIC 999 VALUE 0.
       01  WS-SEG-FIN-MAX PIC 9(7) VALUE 0.
       01  WS-SEG-VMIN PIC 999 VALUE 999.
       01  WS-POS-SEGMENT PIC 9(7).
       01  WS-LIMITE PIC 999.
       01  WS-V-PLANCHER PIC 999.
       01  WS-PAS-TRAVERSEE PIC 9(8).
       01  WS-BORNE PIC 9(12).
       01  TABLE-SEGMENTS.
           05  SEGMENT-ENTRY OCCURS 100 TIMES.
               10  TAB-SEG-DEBUT PIC 9(7).
               10  TAB-SEG-FIN PIC 9(7).
               10  TAB-SEG-VLIMITE PIC 999.
       01  WS-LIGNE-SEGMENT.
           05  FILLER PIC X(28) VALUE
               "   convergence au segment ".
           05  WS-LS-NUMERO PIC ZZ9.
           05  FILLER PIC X(7) VALUE " (pos. ".
           05  WS-LS-DEBUT PIC Z(6)9.
           05  FILLER PIC X(3) VALUE " a ".
           05  WS-LS-FIN PIC Z(6)9.
           05  FILLER PIC X(9) VALUE ", limite ".
           05  WS-LS-LIMITE PIC ZZ9.
           05  FILLER PIC X VALUE ")".
       01  WS-LIGNE-SEGMENT-ED PIC X(80).
       01  WS-ARRIVEE-STATUS PIC XX.
       01  WS-NB-ARR PIC 999 VALUE 0.
       01  WS-ARR-IDX PIC 999.
       01  WS-ARR-CHOIX PIC 999.
       01  WS-ARR-RANG PIC 999.
       01  WS-ARR-EDITES PIC 999.
       01  WS-ARR-POS PIC 9(8).
       01  WS-ARR-VIT PIC 999.
       01  WS-ARR-ACC PIC 999.
       01  WS-ARR-VMAX PIC 999.
       01  WS-ARR-EFF PIC 999.
       01  WS-ARR-PAS PIC 9(8).
       01  WS-ARR-BORNE PIC 9(8).
       01  WS-ARR-ATTEINTE PIC X.
       01  TABLE-ARRIVEE.
           05  ARRIVEE-ENTRY OCCURS 201 TIMES.
               10  TAB-ARR-ID PIC X(6).
               10  TAB-ARR-POS PIC 9(7).
               10  TAB-ARR-ATTEINTE PIC X.
               10  TAB-ARR-PAS PIC 9(8).
               10  TAB-ARR-RATT PIC X.
               10  TAB-ARR-PAS-RATT PIC 9(8).
               10  TAB-ARR-MOTIF PIC X(25).
               10  TAB-ARR-EDITE PIC X.
       01  WS-LIGNE-ARR-CONVOI.
           05  FILLER PIC X(7) VALUE "CONVOI ".
           05  WS-LAC-ID PIC 9(3).
           05  FILLER PIC X(13) VALUE " DESTINATION ".
           05  WS-LAC-DEST PIC Z(6)9.
       01  WS-LIGNE-ARR-SANS.
           05  FILLER PIC X(7) VALUE "CONVOI ".
           05  WS-LAS-ID PIC 9(3).
           05  FILLER PIC X(29) VALUE
               " : destination non renseignee".
       01  WS-LIGNE-ARR-DETAIL.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-LAD-RANG-ZONE.
               10  WS-LAD-RANG PIC ZZ9.
           05  FILLER PIC X(2) VALUE ". ".
           05  WS-LAD-VEH PIC X(6).
           05  FILLER PIC X(6) VALUE " pos. ".
           05  WS-LAD-POS PIC Z(6)9.
           05  FILLER PIC X(10) VALUE " arrivee: ".
           05  WS-LAD-PAS-ZONE.
               10  WS-LAD-PAS-LIB PIC X(4).
               10  WS-LAD-PAS PIC Z(7)9.
           05  FILLER PIC X(3) VALUE " - ".
           05  WS-LAD-RATT PIC X(34).
           05  WS-LAD-RATT-ZONE.
               10  WS-LAD-RATT-LIB PIC X(5).
               10  WS-LAD-RATT-PAS PIC Z(7)9.
       01  WS-LIGNE-TOTAL.
           05  FILLER PIC X(30)
               VALUE "Vehicules rattrapant la tete :".
           DISPLAY "Mode (I = Interactif, F = Flotte, "
               "A = Analyse, R = Recommandation, W = Simulation) : ".
           ACCEPT WS-MODE.
           PERFORM CHARGER-SEGMENTS.
           IF WS-MODE = "F" OR "f" OR "A" OR "a" OR "R" OR "r"
               OR "W" OR "w"
               PERFORM VERIFIER-REMISE
           END-IF.
           EVALUATE WS-MODE
               WHEN "F"
               WHEN "f"
               IF WS-CONVERGE = 1
                   DISPLAY "Vitesses egalisees au pas "
                       WS-PAS-EGALITE
                   IF WS-NB-SEGMENTS > 0
                       PERFORM PREPARER-LIGNE-SEGMENT
                       DISPLAY WS-LIGNE-SEGMENT-ED
                   END-IF
               END-IF
           ELSE
               DISPLAY WS-MOTIF-REJET
           ACCEPT A2.
           DISPLAY "Entrez la vitesse maximale du robot r2 : "
           ACCEPT M2.
           DISPLAY "Entrez la position de destination (0 = aucune) : "
           ACCEPT WS-DESTINATION.
           MOVE "N" TO WS-REJET.

       TOO-SLOW-CHECK.
           PERFORM CALCULER-VITESSE-EFF.
           IF A1 = 0 AND A2 = 0 AND D1 <= D2
               AND (WS-NB-SEGMENTS = 0 OR D1 = 0)
               MOVE "Y" TO WS-REJET
               MOVE "VITESSE INSUFFISANTE" TO WS-MOTIF-REJET
           END-IF.
           MOVE 0 TO T.
           MOVE 0 TO WS-CONVERGE.
           MOVE 0 TO WS-PAS-EGALITE.
           MOVE 0 TO WS-SEG-CONVERGENCE.
           MOVE "N" TO WS-APRES-DESTINATION.
           MOVE "N" TO WS-EGALITE-VUE.
           PERFORM CALCULER-VITESSE-EFF.
           PERFORM CALCULER-MAX-ITERATIONS.
           END-IF.
           PERFORM ITERER-POSITION
               UNTIL X1 >= X2 OR T > WS-MAX-ITERATIONS.
           IF WS-CONVERGE = 1 AND WS-DESTINATION > 0
               AND X1 > WS-DESTINATION
               MOVE 0 TO WS-CONVERGE
               MOVE "O" TO WS-APRES-DESTINATION
           END-IF.
           IF WS-CONVERGE = 1 AND WS-NB-SEGMENTS > 0
               MOVE X1 TO WS-POS-SEGMENT
               PERFORM CHERCHER-SEGMENT
               MOVE WS-SEG-TROUVE TO WS-SEG-CONVERGENCE
           END-IF.
           IF WS-CONVERGE = 1
               MOVE SPACES TO WS-OUTCOME
               STRING "Oui, au pas " DELIMITED BY SIZE
                   X1 DELIMITED BY SIZE
                   INTO WS-OUTCOME
           ELSE
               IF WS-APRES-DESTINATION = "O"
                   MOVE "Non convergent avant destination"
                       TO WS-OUTCOME
               ELSE
                   IF T > WS-MAX-ITERATIONS
                       IF V1-EFF <= V2-EFF
                           MOVE "Y" TO WS-REJET
                           MOVE "VITESSE INSUFFISANTE"
                               TO WS-MOTIF-REJET
                           MOVE WS-MOTIF-REJET TO WS-OUTCOME
                       ELSE
                           MOVE "NON CONVERGENT" TO WS-OUTCOME
                       END-IF
                   ELSE
                       MOVE "Non" TO WS-OUTCOME
                   END-IF
               END-IF
           END-IF.

           ELSE
               COMPUTE WS-MAX-ITERATIONS = WS-RAMP + 2
           END-IF.
           IF WS-NB-SEGMENTS > 0
               PERFORM BORNER-AVEC-SEGMENTS
           END-IF.

       BORNER-AVEC-SEGMENTS.
           MOVE D1 TO WS-V-PLANCHER.
           IF D1 = 0 AND A1 > 0
               MOVE A1 TO WS-V-PLANCHER
               IF M1 < WS-V-PLANCHER
                   MOVE M1 TO WS-V-PLANCHER
               END-IF
           END-IF.
           IF WS-SEG-VMIN < WS-V-PLANCHER
               MOVE WS-SEG-VMIN TO WS-V-PLANCHER
           END-IF.
           IF WS-V-PLANCHER = 0
               MOVE 1 TO WS-V-PLANCHER
           END-IF.
           MOVE 0 TO WS-PAS-TRAVERSEE.
           IF WS-SEG-FIN-MAX > X1
               COMPUTE WS-PAS-TRAVERSEE =
                   (WS-SEG-FIN-MAX - X1) / WS-V-PLANCHER + 1
           END-IF.
           MOVE 0 TO WS-RAMP-1.
           IF A1 > 0
               COMPUTE WS-RAMP-1 = (M1 + A1 - 1) / A1
           END-IF.
           MOVE 0 TO WS-RAMP-2.
           IF A2 > 0
               COMPUTE WS-RAMP-2 = (M2 + A2 - 1) / A2
           END-IF.
           IF WS-RAMP-1 > WS-RAMP-2
               MOVE WS-RAMP-1 TO WS-RAMP
           ELSE
               MOVE WS-RAMP-2 TO WS-RAMP
           END-IF.
           IF V1-EFF > V2-EFF
               COMPUTE WS-BORNE = WS-PAS-TRAVERSEE + WS-RAMP
                   + (X2 - X1 + (WS-PAS-TRAVERSEE + WS-RAMP) * V2-EFF)
                       / (V1-EFF - V2-EFF)
                   + 2
           ELSE
               COMPUTE WS-BORNE = WS-PAS-TRAVERSEE + WS-RAMP + 2
           END-IF.
           IF WS-BORNE > 99999999
               MOVE 99999999 TO WS-MAX-ITERATIONS
           ELSE
               MOVE WS-BORNE TO WS-MAX-ITERATIONS
           END-IF.

       ITERER-POSITION.
           IF X1 = X2
                       MOVE M2 TO D2
                   END-IF
               END-IF
               MOVE D1 TO E1
               MOVE D2 TO E2
               IF WS-NB-SEGMENTS > 0
                   PERFORM LIMITER-VITESSES
               END-IF
               ADD E1 TO X1
               ADD E2 TO X2
               ADD 1 TO T
               IF WS-EGALITE-VUE = "N" AND E1 >= E2
                   MOVE T TO WS-PAS-EGALITE
                   MOVE "O" TO WS-EGALITE-VUE
               END-IF
               END-IF
           END-IF.

       LIMITER-VITESSES.
           MOVE X1 TO WS-POS-SEGMENT.
           PERFORM CHERCHER-SEGMENT.
           IF E1 > WS-LIMITE
               MOVE WS-LIMITE TO E1
               IF A1 > 0
                   MOVE E1 TO D1
               END-IF
           END-IF.
           MOVE X2 TO WS-POS-SEGMENT.
           PERFORM CHERCHER-SEGMENT.
           IF E2 > WS-LIMITE
               MOVE WS-LIMITE TO E2
               IF A2 > 0
                   MOVE E2 TO D2
               END-IF
           END-IF.

       CHERCHER-SEGMENT.
           MOVE 0 TO WS-SEG-TROUVE.
           MOVE 999 TO WS-LIMITE.
           MOVE 1 TO WS-SEG-IDX.
           PERFORM TESTER-SEGMENT
               UNTIL WS-SEG-IDX > WS-NB-SEGMENTS
                   OR WS-SEG-TROUVE > 0.

       TESTER-SEGMENT.
           IF WS-POS-SEGMENT >= TAB-SEG-DEBUT(WS-SEG-IDX)
               AND WS-POS-SEGMENT < TAB-SEG-FIN(WS-SEG-IDX)
               MOVE WS-SEG-IDX TO WS-SEG-TROUVE
               MOVE TAB-SEG-VLIMITE(WS-SEG-IDX) TO WS-LIMITE
           ELSE
               ADD 1 TO WS-SEG-IDX
           END-IF.

       CHARGER-SEGMENTS.
           OPEN INPUT SEGMENT-FILE.
           IF WS-SEG-STATUS = "35" OR WS-SEG-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-SEG-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier segments : "
                       WS-SEG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LECTURE-SEGMENT
               PERFORM RANGER-SEGMENT UNTIL WS-SEG-EOF = "Y"
               CLOSE SEGMENT-FILE
               DISPLAY "Segments de route charges : " WS-NB-SEGMENTS
           END-IF.

       LECTURE-SEGMENT.
           READ SEGMENT-FILE
               AT END MOVE "Y" TO WS-SEG-EOF
           END-READ.

       RANGER-SEGMENT.
           IF WS-NB-SEGMENTS >= 100
               DISPLAY "Trop de segments de route, maximum 100."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-SEGMENTS.
           MOVE SEG-DEBUT TO TAB-SEG-DEBUT(WS-NB-SEGMENTS).
           MOVE SEG-FIN TO TAB-SEG-FIN(WS-NB-SEGMENTS).
           MOVE SEG-VLIMITE TO TAB-SEG-VLIMITE(WS-NB-SEGMENTS).
           IF SEG-FIN > WS-SEG-FIN-MAX
               MOVE SEG-FIN TO WS-SEG-FIN-MAX
           END-IF.
           IF SEG-VLIMITE < WS-SEG-VMIN
               MOVE SEG-VLIMITE TO WS-SEG-VMIN
           END-IF.
           PERFORM LECTURE-SEGMENT.

       PREPARER-LIGNE-SEGMENT.
           IF WS-SEG-CONVERGENCE = 0
               MOVE "   convergence hors des segments de la route"
                   TO WS-LIGNE-SEGMENT-ED
           ELSE
               MOVE WS-SEG-CONVERGENCE TO WS-LS-NUMERO
               MOVE TAB-SEG-DEBUT(WS-SEG-CONVERGENCE) TO WS-LS-DEBUT
               MOVE TAB-SEG-FIN(WS-SEG-CONVERGENCE) TO WS-LS-FIN
               MOVE TAB-SEG-VLIMITE(WS-SEG-CONVERGENCE)
                   TO WS-LS-LIMITE
               MOVE WS-LIGNE-SEGMENT TO WS-LIGNE-SEGMENT-ED
           END-IF.

       MODE-FLOTTE.
           PERFORM OUVERTURE-FICHIERS.
           PERFORM OUVRIR-HISTORIQUE.
           PERFORM TRAITER-ENREG-ROUTE UNTIL WS-ROUTE-EOF = "Y".
           IF WS-CONVOI-EN-COURS = "O"
               PERFORM EDITION-TOTAL-CONVOI
               PERFORM EDITER-ARRIVEES
           END-IF.
           CLOSE ROUTE-FILE.
           PERFORM FERMER-HISTORIQUE.
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           MOVE WS-RPT-LIGNE-1 TO LIGNE-COLLISION.
           WRITE LIGNE-COLLISION.
           CLOSE COLLISION-REPORT EXCEPTIONS-FILE ARRIVEE-REPORT.
           MOVE WS-NB-VEHICULES TO WS-CTL-LUS.
           COMPUTE WS-CTL-ECRITS =
               WS-NB-VEHICULES - WS-NB-EXCEPTIONS.
       DEBUT-CONVOI.
           IF WS-CONVOI-EN-COURS = "O"
               PERFORM EDITION-TOTAL-CONVOI
               PERFORM EDITER-ARRIVEES
           END-IF.
           MOVE "O" TO WS-CONVOI-EN-COURS.
           MOVE RF-CONVOI-ID TO WS-CONVOI-COURANT.
           MOVE RF-LEAD-VITESSE TO LEAD-VITESSE.
           MOVE RF-LEAD-ACCEL TO LEAD-ACCEL.
           MOVE RF-LEAD-VMAX TO LEAD-VMAX.
           PERFORM PRENDRE-DESTINATION.
           MOVE 0 TO WS-NB-ARR.
           IF WS-DESTINATION > 0
               PERFORM NOTER-ARRIVEE-TETE
           END-IF.
           MOVE 0 TO WS-NB-VEH-CONVOI.
           MOVE 0 TO WS-NB-CONV-CONVOI.
           MOVE WS-CONVOI-COURANT TO WS-LC-ID.
                   WS-EXCEPT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT ARRIVEE-REPORT.
           IF WS-ARRIVEE-STATUS NOT = "00"
               DISPLAY "Erreur ouverture rapport d'arrivee : "
                   WS-ARRIVEE-STATUS
               STOP RUN
           END-IF.

       VERIFIER-REMISE.
           OPEN INPUT ROUTE-FILE.
           IF WS-ROUTE-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier route : "
                   WS-ROUTE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LECTURE-VEHICULE.
           PERFORM CUMULER-REMISE UNTIL WS-ROUTE-EOF = "Y".
           CLOSE ROUTE-FILE.
           MOVE "N" TO WS-ROUTE-EOF.
           MOVE "V" TO WS-REM-ACTION.
           CALL "Remise" USING WS-REM-ACTION WS-REM-FICHIER
               WS-CTL-PROGRAMME WS-REM-NB WS-REM-HASH WS-REM-ENREG
               WS-REM-RESULTAT.
           EVALUATE WS-REM-RESULTAT
               WHEN "O"
                   MOVE 0 TO WS-CTL-RETOUR
               WHEN "T"
                   MOVE 21 TO WS-CTL-RETOUR
               WHEN "P"
                   MOVE 22 TO WS-CTL-RETOUR
               WHEN "A"
                   MOVE 23 TO WS-CTL-RETOUR
               WHEN OTHER
                   MOVE 24 TO WS-CTL-RETOUR
           END-EVALUATE.
           IF WS-CTL-RETOUR NOT = 0
               DISPLAY "ROUTE-FILE.DAT refuse, code retour "
                   WS-CTL-RETOUR
               MOVE WS-CTL-RETOUR TO RETURN-CODE
               STOP RUN
           END-IF.

       CUMULER-REMISE.
           MOVE ROUTE-REC TO WS-REM-ENREG.
           MOVE "A" TO WS-REM-ACTION.
           CALL "Remise" USING WS-REM-ACTION WS-REM-FICHIER
               WS-CTL-PROGRAMME WS-REM-NB WS-REM-HASH WS-REM-ENREG
               WS-REM-RESULTAT.
           PERFORM LECTURE-VEHICULE.

       LECTURE-VEHICULE.
           READ ROUTE-FILE
                   MOVE WS-PAS-EGALITE TO WS-LVE-PAS
                   MOVE WS-LIGNE-EGALITE TO WS-LIGNE-COLLISION-ED
                   PERFORM EDITER-LIGNE-COLLISION
                   IF WS-NB-SEGMENTS > 0
                       PERFORM PREPARER-LIGNE-SEGMENT
                       MOVE WS-LIGNE-SEGMENT-ED
                           TO WS-LIGNE-COLLISION-ED
                       PERFORM EDITER-LIGNE-COLLISION
                   END-IF
               END-IF
           END-IF.
           IF WS-DESTINATION > 0
               PERFORM NOTER-ARRIVEE
           END-IF.
           PERFORM ENREGISTRER-HISTORIQUE.

       PRENDRE-DESTINATION.
           IF RF-DESTINATION NUMERIC
               MOVE RF-DESTINATION TO WS-DESTINATION
           ELSE
               MOVE 0 TO WS-DESTINATION
           END-IF.

       NOTER-ARRIVEE-TETE.
           MOVE 1 TO WS-NB-ARR.
           MOVE "TETE" TO TAB-ARR-ID(1).
           MOVE LEAD-POSITION TO TAB-ARR-POS(1).
           MOVE "T" TO TAB-ARR-RATT(1).
           MOVE 0 TO TAB-ARR-PAS-RATT(1).
           MOVE SPACES TO TAB-ARR-MOTIF(1).
           MOVE LEAD-POSITION TO WS-ARR-POS.
           MOVE LEAD-VITESSE TO WS-ARR-VIT.
           MOVE LEAD-ACCEL TO WS-ARR-ACC.
           MOVE LEAD-VMAX TO WS-ARR-VMAX.
           PERFORM ESTIMER-ARRIVEE.
           PERFORM RANGER-ARRIVEE.

       NOTER-ARRIVEE.
           IF WS-NB-ARR >= 201
               DISPLAY "Convoi " WS-CONVOI-COURANT
                   " trop important pour le rapport d'arrivee, "
                   "maximum 200 vehicules."
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-ARR.
           MOVE WS-VEH-ID-COURANT TO TAB-ARR-ID(WS-NB-ARR).
           MOVE WS-VEH-START-POS TO TAB-ARR-POS(WS-NB-ARR).
           MOVE 0 TO TAB-ARR-PAS-RATT(WS-NB-ARR).
           MOVE SPACES TO TAB-ARR-MOTIF(WS-NB-ARR).
           EVALUATE TRUE
               WHEN WS-REJET NOT = "N"
                   MOVE "R" TO TAB-ARR-RATT(WS-NB-ARR)
                   MOVE WS-MOTIF-REJET TO TAB-ARR-MOTIF(WS-NB-ARR)
               WHEN WS-CONVERGE = 1
                   MOVE "A" TO TAB-ARR-RATT(WS-NB-ARR)
                   MOVE T TO TAB-ARR-PAS-RATT(WS-NB-ARR)
               WHEN WS-APRES-DESTINATION = "O"
                   MOVE "P" TO TAB-ARR-RATT(WS-NB-ARR)
                   MOVE T TO TAB-ARR-PAS-RATT(WS-NB-ARR)
               WHEN OTHER
                   MOVE "N" TO TAB-ARR-RATT(WS-NB-ARR)
           END-EVALUATE.
           MOVE WS-VEH-START-POS TO WS-ARR-POS.
           MOVE WS-VEH-START-VIT TO WS-ARR-VIT.
           MOVE RF-ACCEL TO WS-ARR-ACC.
           MOVE RF-VMAX TO WS-ARR-VMAX.
           PERFORM ESTIMER-ARRIVEE.
           PERFORM RANGER-ARRIVEE.

       RANGER-ARRIVEE.
           MOVE WS-ARR-ATTEINTE TO TAB-ARR-ATTEINTE(WS-NB-ARR).
           MOVE WS-ARR-PAS TO TAB-ARR-PAS(WS-NB-ARR).
           MOVE "N" TO TAB-ARR-EDITE(WS-NB-ARR).

       ESTIMER-ARRIVEE.
           MOVE 0 TO WS-ARR-PAS.
           IF WS-ARR-ACC > 0
               IF WS-ARR-VMAX = 0
                   MOVE 999 TO WS-ARR-VMAX
               END-IF
               IF WS-ARR-VMAX < WS-ARR-VIT
                   MOVE WS-ARR-VIT TO WS-ARR-VMAX
               END-IF
           END-IF.
           IF WS-ARR-VIT = 0 AND WS-ARR-ACC = 0
               MOVE "N" TO WS-ARR-ATTEINTE
           ELSE
               PERFORM BORNER-ARRIVEE
               PERFORM AVANCER-ARRIVEE
                   UNTIL WS-ARR-POS >= WS-DESTINATION
                       OR WS-ARR-PAS > WS-ARR-BORNE
               IF WS-ARR-POS >= WS-DESTINATION
                   MOVE "O" TO WS-ARR-ATTEINTE
               ELSE
                   MOVE "N" TO WS-ARR-ATTEINTE
               END-IF
           END-IF.

       BORNER-ARRIVEE.
           MOVE WS-ARR-VIT TO WS-V-PLANCHER.
           IF WS-ARR-VIT = 0
               MOVE WS-ARR-ACC TO WS-V-PLANCHER
               IF WS-ARR-VMAX < WS-V-PLANCHER
                   MOVE WS-ARR-VMAX TO WS-V-PLANCHER
               END-IF
           END-IF.
           IF WS-NB-SEGMENTS > 0 AND WS-SEG-VMIN < WS-V-PLANCHER
               MOVE WS-SEG-VMIN TO WS-V-PLANCHER
           END-IF.
           IF WS-V-PLANCHER = 0
               MOVE 1 TO WS-V-PLANCHER
           END-IF.
           MOVE 0 TO WS-ARR-BORNE.
           IF WS-ARR-POS < WS-DESTINATION
               COMPUTE WS-ARR-BORNE =
                   (WS-DESTINATION - WS-ARR-POS) / WS-V-PLANCHER + 2
           END-IF.

       AVANCER-ARRIVEE.
           IF WS-ARR-ACC > 0 AND WS-ARR-VIT < WS-ARR-VMAX
               IF WS-ARR-VMAX - WS-ARR-VIT < WS-ARR-ACC
                   MOVE WS-ARR-VMAX TO WS-ARR-VIT
               ELSE
                   ADD WS-ARR-ACC TO WS-ARR-VIT
               END-IF
           END-IF.
           MOVE WS-ARR-VIT TO WS-ARR-EFF.
           IF WS-NB-SEGMENTS > 0
               MOVE WS-ARR-POS TO WS-POS-SEGMENT
               PERFORM CHERCHER-SEGMENT
               IF WS-ARR-EFF > WS-LIMITE
                   MOVE WS-LIMITE TO WS-ARR-EFF
                   IF WS-ARR-ACC > 0
                       MOVE WS-ARR-EFF TO WS-ARR-VIT
                   END-IF
               END-IF
           END-IF.
           ADD WS-ARR-EFF TO WS-ARR-POS.
           ADD 1 TO WS-ARR-PAS.

       EDITER-ARRIVEES.
           IF WS-DESTINATION = 0
               MOVE WS-CONVOI-COURANT TO WS-LAS-ID
               MOVE WS-LIGNE-ARR-SANS TO LIGNE-ARRIVEE
               WRITE LIGNE-ARRIVEE
           ELSE
               MOVE WS-CONVOI-COURANT TO WS-LAC-ID
               MOVE WS-DESTINATION TO WS-LAC-DEST
               MOVE WS-LIGNE-ARR-CONVOI TO LIGNE-ARRIVEE
               WRITE LIGNE-ARRIVEE
               MOVE 0 TO WS-ARR-RANG
               MOVE 0 TO WS-ARR-EDITES
               PERFORM EDITER-PROCHAINE-ARRIVEE
                   UNTIL WS-ARR-EDITES >= WS-NB-ARR
           END-IF.

       EDITER-PROCHAINE-ARRIVEE.
           MOVE 0 TO WS-ARR-CHOIX.
           MOVE 1 TO WS-ARR-IDX.
           PERFORM CHOISIR-ARRIVEE UNTIL WS-ARR-IDX > WS-NB-ARR.
           IF WS-ARR-CHOIX = 0
               MOVE 1 TO WS-ARR-IDX
               PERFORM CHOISIR-NON-ARRIVE
                   UNTIL WS-ARR-IDX > WS-NB-ARR OR WS-ARR-CHOIX > 0
           END-IF.
           PERFORM EDITER-UNE-ARRIVEE.
           MOVE "O" TO TAB-ARR-EDITE(WS-ARR-CHOIX).
           ADD 1 TO WS-ARR-EDITES.

       CHOISIR-ARRIVEE.
           IF TAB-ARR-EDITE(WS-ARR-IDX) = "N"
               AND TAB-ARR-ATTEINTE(WS-ARR-IDX) = "O"
               IF WS-ARR-CHOIX = 0
                   MOVE WS-ARR-IDX TO WS-ARR-CHOIX
               ELSE
                   IF TAB-ARR-PAS(WS-ARR-IDX)
                       < TAB-ARR-PAS(WS-ARR-CHOIX)
                       MOVE WS-ARR-IDX TO WS-ARR-CHOIX
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-ARR-IDX.

       CHOISIR-NON-ARRIVE.
           IF TAB-ARR-EDITE(WS-ARR-IDX) = "N"
               MOVE WS-ARR-IDX TO WS-ARR-CHOIX
           ELSE
               ADD 1 TO WS-ARR-IDX
           END-IF.

       EDITER-UNE-ARRIVEE.
           MOVE TAB-ARR-ID(WS-ARR-CHOIX) TO WS-LAD-VEH.
           MOVE TAB-ARR-POS(WS-ARR-CHOIX) TO WS-LAD-POS.
           IF TAB-ARR-ATTEINTE(WS-ARR-CHOIX) = "O"
               ADD 1 TO WS-ARR-RANG
               MOVE WS-ARR-RANG TO WS-LAD-RANG
               MOVE "pas " TO WS-LAD-PAS-LIB
               MOVE TAB-ARR-PAS(WS-ARR-CHOIX) TO WS-LAD-PAS
           ELSE
               MOVE SPACES TO WS-LAD-RANG-ZONE
               MOVE "jamais" TO WS-LAD-PAS-ZONE
           END-IF.
           MOVE SPACES TO WS-LAD-RATT-ZONE.
           EVALUATE TAB-ARR-RATT(WS-ARR-CHOIX)
               WHEN "T"
                   MOVE "tete du convoi" TO WS-LAD-RATT
               WHEN "A"
                   MOVE "rattrape la tete avant destination"
                       TO WS-LAD-RATT
                   MOVE " pas " TO WS-LAD-RATT-LIB
                   MOVE TAB-ARR-PAS-RATT(WS-ARR-CHOIX)
                       TO WS-LAD-RATT-PAS
               WHEN "P"
                   MOVE "non convergent avant destination"
                       TO WS-LAD-RATT
                   MOVE " pas " TO WS-LAD-RATT-LIB
                   MOVE TAB-ARR-PAS-RATT(WS-ARR-CHOIX)
                       TO WS-LAD-RATT-PAS
               WHEN "N"
                   MOVE "ne rattrape pas la tete" TO WS-LAD-RATT
               WHEN OTHER
                   MOVE TAB-ARR-MOTIF(WS-ARR-CHOIX) TO WS-LAD-RATT
           END-EVALUATE.
           MOVE WS-LIGNE-ARR-DETAIL TO LIGNE-ARRIVEE.
           WRITE LIGNE-ARRIVEE.

       ECRIRE-RESULTAT.
           MOVE WS-VEH-ID-COURANT TO WS-L-VEH-ID.
           MOVE WS-VEH-START-POS TO WS-L-POS.
                   END-IF
                   MOVE "O" TO WS-CONVOI-EN-COURS
                   MOVE RF-CONVOI-ID TO WS-CONVOI-COURANT
                   PERFORM PRENDRE-DESTINATION
                   MOVE 1 TO WS-NB-AN
                   MOVE "TETE" TO TAB-AN-ID(1)
                   MOVE RF-LEAD-POSITION TO TAB-AN-POS(1)
           MOVE T TO WS-LP-PAS.
           MOVE X1 TO WS-LP-POS.
           MOVE WS-PAS-EGALITE TO WS-LP-EGALITE.
           MOVE SPACES TO WS-LP-SEG-ZONE.
           IF WS-NB-SEGMENTS > 0
               IF WS-SEG-CONVERGENCE = 0
                   MOVE " hors seg" TO WS-LP-SEG-ZONE
               ELSE
                   MOVE " seg. " TO WS-LP-SEG-LIB
                   MOVE WS-SEG-CONVERGENCE TO WS-LP-SEGMENT
               END-IF
           END-IF.
           MOVE WS-LIGNE-PAIRE TO LIGNE-ANALYSE.
           WRITE LIGNE-ANALYSE.

                   MOVE RF-LEAD-VITESSE TO LEAD-VITESSE
                   MOVE RF-LEAD-ACCEL TO LEAD-ACCEL
                   MOVE RF-LEAD-VMAX TO LEAD-VMAX
                   PERFORM PRENDRE-DESTINATION
               WHEN "V"
                   PERFORM RECOMMANDER-VEHICULE
               WHEN "T"
           WRITE LIGNE-RECO.

       OUVRIR-HISTORIQUE.
           CALL "SeqAlloc" USING WS-SERIE-RUN WS-NUMERO-RUN
               WS-CTL-PROGRAMME.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HIST-STATUS = "05" OR WS-HIST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
                       TO TAB-CV-ACC(WS-NB-CONVOIS-MEM)
                   MOVE RF-LEAD-VMAX
                       TO TAB-CV-VMAX(WS-NB-CONVOIS-MEM)
                   PERFORM PRENDRE-DESTINATION
                   MOVE WS-DESTINATION
                       TO TAB-CV-DEST(WS-NB-CONVOIS-MEM)
               WHEN "V"
                   IF WS-NB-CONVOIS-MEM = 0
                       DISPLAY "Fichier route : entete de convoi "
           MOVE TAB-CV-VIT(WS-CV-IDX) TO D2.
           MOVE TAB-CV-ACC(WS-CV-IDX) TO A2.
           MOVE TAB-CV-VMAX(WS-CV-IDX) TO M2.
           MOVE TAB-CV-DEST(WS-CV-IDX) TO WS-DESTINATION.
           MOVE "N" TO WS-REJET.
           PERFORM TOO-SLOW-CHECK.
           IF WS-REJET = "N"
               MOVE TAB-RT-VIT(WS-RT-JDX) TO D2
               MOVE TAB-RT-ACC(WS-RT-JDX) TO A2
               MOVE TAB-RT-VMAX(WS-RT-JDX) TO M2
               MOVE TAB-RT-CV-IDX(WS-RT-IDX) TO WS-CV-IDX
               MOVE TAB-CV-DEST(WS-CV-IDX) TO WS-DESTINATION
               MOVE "N" TO WS-REJET
               PERFORM TOO-SLOW-CHECK
               IF WS-REJET = "N"
