           SELECT REJET-REPORT ASSIGN TO "ROUTEEDIT-REJETS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJET-STATUS.
           SELECT VEHICULE-FILE ASSIGN TO "VEHICULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEHM-STATUS.
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
           05  RF-CORPS-TRAILER REDEFINES RF-CORPS.
               10  RF-T-NB-CONVOIS PIC 9(4).
               10  RF-T-NB-VEHICULES PIC 9(7).
               10  FILLER PIC X(15).

       FD  ROUTE-CLEAN-FILE.
       01  ROUTE-CLEAN-REC PIC X(27).

       FD  REJET-REPORT.
       01  LIGNE-REJET PIC X(80).

       FD  VEHICULE-FILE.
       01  VEHICULE-REC.
           05  VEH-ID PIC X(6).
           05  VEH-TYPE PIC X(10).
           05  VEH-VMAX PIC 999.
           05  VEH-ACCEL PIC 999.
           05  VEH-EN-SERVICE PIC X.

       FD  SEGMENT-FILE.
       01  SEGMENT-REC.
           05  SEG-DEBUT PIC 9(7).
           05  SEG-FIN PIC 9(7).
           05  SEG-VLIMITE PIC 999.

       WORKING-STORAGE SECTION.
       01  WS-ROUTE-STATUS PIC XX.
       01  WS-CLEAN-STATUS PIC XX.
           05  FILLER PIC X VALUE "T".
           05  WS-TS-NB-CONVOIS PIC 9(4).
           05  WS-TS-NB-VEHICULES PIC 9(7).
           05  FILLER PIC X(15) VALUE SPACES.
       01  WS-TRAILER-LU PIC X VALUE "N".
       01  WS-T-NB-CONVOIS PIC 9(4) VALUE 0.
       01  WS-T-NB-VEHICULES PIC 9(7) VALUE 0.
       01  WS-VEH-DOUBLE PIC X.
       01  TABLE-VEH-CONVOI.
           05  VEH-VU OCCURS 200 TIMES PIC X(6).
       01  WS-VEHM-STATUS PIC XX.
       01  WS-VEHM-EOF PIC X VALUE "N".
       01  WS-VEHM-CHARGE PIC X VALUE "N".
       01  WS-NB-VEHM PIC 9(3) VALUE 0.
       01  WS-VEHM-IDX PIC 9(3).
       01  WS-VEHM-TROUVE PIC X.
       01  WS-VMAX-ANNONCEE PIC 999.
       01  TABLE-VEHICULES.
           05  VEHM-ENTRY OCCURS 500 TIMES.
               10  TAB-VEHM-ID PIC X(6).
               10  TAB-VEHM-VMAX PIC 999.
               10  TAB-VEHM-ACCEL PIC 999.
               10  TAB-VEHM-EN-SERVICE PIC X.
       01  WS-SEG-STATUS PIC XX.
       01  WS-SEG-EOF PIC X VALUE "N".
       01  WS-POSITION-MAX PIC 9(7) VALUE 0.
       01  WS-NB-SEG-LUS PIC 9(4) VALUE 0.
       01  WS-NB-SEG-VALIDES PIC 9(4) VALUE 0.
       01  WS-NB-SEG-ANOMALIES PIC 9(4) VALUE 0.
       01  WS-SEG-FIN-PREC PIC 9(7) VALUE 0.
       01  WS-CTL-PROGRAMME PIC X(12) VALUE "RouteEdit".
       01  WS-CTL-LUS PIC 9(9) VALUE 0.
       01  WS-CTL-ECRITS PIC 9(9) VALUE 0.
       01  WS-CTL-RETOUR PIC 9(4) VALUE 0.
       01  WS-RENAME-CMD PIC X(40) VALUE
           "mv ROUTE-CLEAN.DAT ROUTE-FILE.DAT".
       01  WS-REM-ACTION PIC X.
       01  WS-REM-FICHIER PIC X(20) VALUE "ROUTE-FILE.DAT".
       01  WS-REM-NB PIC 9(9) VALUE 0.
       01  WS-REM-HASH PIC 9(9) VALUE 0.
       01  WS-REM-ENREG PIC X(80).
       01  WS-REM-RESULTAT PIC X.
       01  WS-LIGNE-REJET.
           05  WS-LR-TYPE PIC X.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LR-CORPS PIC X(26).
           05  FILLER PIC X(4) VALUE " -> ".
           05  WS-LR-MOTIF PIC X(35).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHARGER-VEHICULES.
           PERFORM OUVRIR-FICHIERS.
           PERFORM LECTURE-ROUTE.
           IF WS-ROUTE-EOF = "Y"
           END-IF.
           PERFORM TRAITER-ENREG UNTIL WS-ROUTE-EOF = "Y".
           PERFORM CONTROLER-TRAILER.
           PERFORM CONTROLER-SEGMENTS.
           MOVE WS-NB-CONVOIS-GARDES TO WS-TS-NB-CONVOIS.
           MOVE WS-NB-VEH-GARDES TO WS-TS-NB-VEHICULES.
           MOVE WS-TRAILER-SORTIE TO ROUTE-CLEAN-REC.
           WRITE ROUTE-CLEAN-REC
           PERFORM CUMULER-REMISE.
           CLOSE ROUTE-FILE ROUTE-CLEAN-FILE REJET-REPORT.
           MOVE RETURN-CODE TO WS-CTL-RETOUR.
           IF WS-CTL-RETOUR = 0
               CALL "SYSTEM" USING WS-RENAME-CMD
               MOVE 0 TO RETURN-CODE
               DISPLAY "Fichier route epure mis en place."
               PERFORM ENREGISTRER-REMISE
           ELSE
               DISPLAY "Fichier route conserve tel quel, "
                   "structure en anomalie."
           END-IF.
           IF WS-NB-SEG-ANOMALIES > 0
               DISPLAY "Segments de route en anomalie : "
                   WS-NB-SEG-ANOMALIES
               MOVE 8 TO WS-CTL-RETOUR
           END-IF.
           DISPLAY "Enregistrements lus : " WS-NB-LUS.
           DISPLAY "Enregistrements conserves : " WS-NB-ECRITS.
           DISPLAY "Enregistrements rejetes : " WS-NB-REJETS.
           DISPLAY "Segments de route lus : " WS-NB-SEG-LUS.
           COMPUTE WS-CTL-LUS = WS-NB-LUS + WS-NB-SEG-LUS.
           MOVE WS-NB-ECRITS TO WS-CTL-ECRITS.
           COMPUTE WS-CTL-REJETES =
               WS-NB-REJETS + WS-NB-SEG-ANOMALIES.
           CALL "CtlEoj" USING WS-CTL-PROGRAMME WS-CTL-LUS
               WS-CTL-ECRITS WS-CTL-REJETES WS-CTL-RETOUR.
           MOVE WS-CTL-RETOUR TO RETURN-CODE.
           STOP RUN.

       CUMULER-REMISE.
           MOVE ROUTE-CLEAN-REC TO WS-REM-ENREG.
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
               MOVE 8 TO WS-CTL-RETOUR
           END-IF.

       OUVRIR-FICHIERS.
           OPEN INPUT ROUTE-FILE.
           IF WS-ROUTE-STATUS NOT = "00"
           MOVE RF-CONVOI-ID TO WS-CONVOI-COURANT.
           MOVE RF-LEAD-POSITION TO WS-LEAD-POSITION.
           MOVE 0 TO WS-NB-VEH-CONVOI.
           IF RF-DESTINATION NOT NUMERIC
               MOVE 0 TO RF-DESTINATION
           END-IF.
           EVALUATE TRUE
               WHEN RF-LEAD-VITESSE = 0
                   MOVE "Vitesse de tete nulle" TO WS-MOTIF-REJET
                   PERFORM REJETER-ENREG
                   MOVE "N" TO WS-CONVOI-EN-COURS
               WHEN RF-DESTINATION > 0
                   AND RF-DESTINATION <= RF-LEAD-POSITION
                   MOVE "Destination en deca de la tete"
                       TO WS-MOTIF-REJET
                   PERFORM REJETER-ENREG
                   MOVE "N" TO WS-CONVOI-EN-COURS
               WHEN OTHER
                   MOVE ROUTE-REC TO ROUTE-CLEAN-REC
                   WRITE ROUTE-CLEAN-REC
                   PERFORM CUMULER-REMISE
                   ADD 1 TO WS-NB-ECRITS
                   ADD 1 TO WS-NB-CONVOIS-GARDES
                   IF RF-LEAD-POSITION > WS-POSITION-MAX
                       MOVE RF-LEAD-POSITION TO WS-POSITION-MAX
                   END-IF
                   IF RF-DESTINATION > WS-POSITION-MAX
                       MOVE RF-DESTINATION TO WS-POSITION-MAX
                   END-IF
           END-EVALUATE.

       TRAITER-VEHICULE.
           ADD 1 TO WS-NB-VEHICULES.
           IF WS-VEHM-CHARGE = "O"
               PERFORM CHERCHER-VEHICULE-MAITRE
               PERFORM CALCULER-VMAX-ANNONCEE
           END-IF.
           EVALUATE TRUE
               WHEN WS-CONVOI-EN-COURS = "N"
                   MOVE "Entete de convoi absente"
                   MOVE "Position au-dela de la tete"
                       TO WS-MOTIF-REJET
                   PERFORM REJETER-ENREG
               WHEN WS-VEHM-CHARGE = "O" AND WS-VEHM-TROUVE = "N"
                   MOVE "Vehicule inconnu" TO WS-MOTIF-REJET
                   PERFORM REJETER-ENREG
               WHEN WS-VEHM-CHARGE = "O"
                   AND TAB-VEHM-EN-SERVICE(WS-VEHM-IDX) NOT = "O"
                   MOVE "Vehicule hors service" TO WS-MOTIF-REJET
                   PERFORM REJETER-ENREG
               WHEN WS-VEHM-CHARGE = "O"
                   AND WS-VMAX-ANNONCEE > TAB-VEHM-VMAX(WS-VEHM-IDX)
                   MOVE "Vitesse au-dela de la capacite"
                       TO WS-MOTIF-REJET
                   PERFORM REJETER-ENREG
               WHEN WS-VEHM-CHARGE = "O"
                   AND RF-ACCEL > TAB-VEHM-ACCEL(WS-VEHM-IDX)
                   MOVE "Acceleration au-dela de la capacite"
                       TO WS-MOTIF-REJET
                   PERFORM REJETER-ENREG
               WHEN OTHER
                   PERFORM CHERCHER-VEH-DOUBLE
                   IF WS-VEH-DOUBLE = "O"
                       PERFORM RETENIR-VEHICULE
                       MOVE ROUTE-REC TO ROUTE-CLEAN-REC
                       WRITE ROUTE-CLEAN-REC
                       PERFORM CUMULER-REMISE
                       ADD 1 TO WS-NB-ECRITS
                       ADD 1 TO WS-NB-VEH-GARDES
                   END-IF
           END-EVALUATE.

       CALCULER-VMAX-ANNONCEE.
           IF RF-ACCEL > 0 AND RF-VMAX = 0
               MOVE 999 TO WS-VMAX-ANNONCEE
           ELSE
               MOVE RF-VMAX TO WS-VMAX-ANNONCEE
           END-IF.
           IF RF-VITESSE > WS-VMAX-ANNONCEE
               MOVE RF-VITESSE TO WS-VMAX-ANNONCEE
           END-IF.

       CHERCHER-VEHICULE-MAITRE.
           MOVE "N" TO WS-VEHM-TROUVE.
           MOVE 1 TO WS-VEHM-IDX.
           PERFORM TESTER-VEHICULE-MAITRE
               UNTIL WS-VEHM-IDX > WS-NB-VEHM
                   OR WS-VEHM-TROUVE = "O".
           IF WS-VEHM-TROUVE = "N"
               MOVE 1 TO WS-VEHM-IDX
           END-IF.

       TESTER-VEHICULE-MAITRE.
           IF TAB-VEHM-ID(WS-VEHM-IDX) = RF-VEH-ID
               MOVE "O" TO WS-VEHM-TROUVE
           ELSE
               ADD 1 TO WS-VEHM-IDX
           END-IF.

       CHARGER-VEHICULES.
           OPEN INPUT VEHICULE-FILE.
           IF WS-VEHM-STATUS = "35" OR WS-VEHM-STATUS = "05"
               DISPLAY "Fichier vehicules absent, "
                   "vehicules non controles."
           ELSE
               IF WS-VEHM-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier vehicules : "
                       WS-VEHM-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "O" TO WS-VEHM-CHARGE
               PERFORM LECTURE-VEHICULE-MAITRE
               PERFORM RANGER-VEHICULE-MAITRE
                   UNTIL WS-VEHM-EOF = "Y"
               CLOSE VEHICULE-FILE
           END-IF.

       LECTURE-VEHICULE-MAITRE.
           READ VEHICULE-FILE
               AT END MOVE "Y" TO WS-VEHM-EOF
           END-READ.

       RANGER-VEHICULE-MAITRE.
           IF WS-NB-VEHM >= 500
               DISPLAY "Fichier vehicules : trop de vehicules, "
                   "maximum 500."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-VEHM.
           MOVE VEH-ID TO TAB-VEHM-ID(WS-NB-VEHM).
           IF VEH-VMAX IS NUMERIC
               MOVE VEH-VMAX TO TAB-VEHM-VMAX(WS-NB-VEHM)
           ELSE
               MOVE 0 TO TAB-VEHM-VMAX(WS-NB-VEHM)
           END-IF.
           IF VEH-ACCEL IS NUMERIC
               MOVE VEH-ACCEL TO TAB-VEHM-ACCEL(WS-NB-VEHM)
           ELSE
               MOVE 0 TO TAB-VEHM-ACCEL(WS-NB-VEHM)
           END-IF.
           MOVE VEH-EN-SERVICE TO TAB-VEHM-EN-SERVICE(WS-NB-VEHM).
           PERFORM LECTURE-VEHICULE-MAITRE.

       CHERCHER-VEH-DOUBLE.
           MOVE "N" TO WS-VEH-DOUBLE.
           MOVE 1 TO WS-VEH-IDX.
           MOVE WS-MOTIF-REJET TO WS-LR-MOTIF.
           MOVE WS-LIGNE-REJET TO LIGNE-REJET.
           WRITE LIGNE-REJET.

       CONTROLER-SEGMENTS.
           OPEN INPUT SEGMENT-FILE.
           IF WS-SEG-STATUS = "35" OR WS-SEG-STATUS = "05"
               DISPLAY "Fichier des segments absent, "
                   "route sans limitation de vitesse."
           ELSE
               IF WS-SEG-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier segments : "
                       WS-SEG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LECTURE-SEGMENT
               PERFORM CONTROLER-UN-SEGMENT UNTIL WS-SEG-EOF = "Y"
               CLOSE SEGMENT-FILE
               PERFORM CONTROLER-COUVERTURE
           END-IF.

       LECTURE-SEGMENT.
           READ SEGMENT-FILE
               AT END MOVE "Y" TO WS-SEG-EOF
           END-READ.

       CONTROLER-UN-SEGMENT.
           ADD 1 TO WS-NB-SEG-LUS.
           EVALUATE TRUE
               WHEN SEG-VLIMITE = 0
                   MOVE "Limite de vitesse nulle" TO WS-MOTIF-REJET
                   PERFORM REJETER-SEGMENT
               WHEN SEG-FIN <= SEG-DEBUT
                   MOVE "Fin de segment avant son debut"
                       TO WS-MOTIF-REJET
                   PERFORM REJETER-SEGMENT
               WHEN WS-NB-SEG-VALIDES = 0 AND SEG-DEBUT > 0
                   MOVE "Route non couverte avant le segment"
                       TO WS-MOTIF-REJET
                   PERFORM REJETER-SEGMENT
               WHEN WS-NB-SEG-VALIDES > 0
                   AND SEG-DEBUT < WS-SEG-FIN-PREC
                   MOVE "Chevauche le segment precedent"
                       TO WS-MOTIF-REJET
                   PERFORM REJETER-SEGMENT
               WHEN WS-NB-SEG-VALIDES > 0
                   AND SEG-DEBUT > WS-SEG-FIN-PREC
                   MOVE "Trou apres le segment precedent"
                       TO WS-MOTIF-REJET
                   PERFORM REJETER-SEGMENT
               WHEN OTHER
                   ADD 1 TO WS-NB-SEG-VALIDES
                   MOVE SEG-FIN TO WS-SEG-FIN-PREC
           END-EVALUATE.
           PERFORM LECTURE-SEGMENT.

       CONTROLER-COUVERTURE.
           IF WS-NB-SEG-LUS = 0
               DISPLAY "Fichier des segments vide, "
                   "route sans limitation de vitesse."
           ELSE
               IF WS-SEG-FIN-PREC <= WS-POSITION-MAX
                   DISPLAY "Segments de route : couverture jusqu'a "
                       WS-SEG-FIN-PREC ", route jusqu'a "
                       WS-POSITION-MAX "."
                   ADD 1 TO WS-NB-SEG-ANOMALIES
               END-IF
           END-IF.

       REJETER-SEGMENT.
           ADD 1 TO WS-NB-SEG-ANOMALIES.
           MOVE "S" TO WS-LR-TYPE.
           MOVE SEGMENT-REC TO WS-LR-CORPS.
           MOVE WS-MOTIF-REJET TO WS-LR-MOTIF.
           MOVE WS-LIGNE-REJET TO LIGNE-REJET.
           WRITE LIGNE-REJET.
