       IDENTIFICATION DIVISION.
       PROGRAM-ID. VehMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICULE-FILE ASSIGN TO "VEHICULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEH-STATUS.
           SELECT MOUVEMENT-FILE ASSIGN TO "VEHICMVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.
           SELECT VEHICULE-NEW-FILE ASSIGN TO "VEHICULE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT AUDIT-REPORT ASSIGN TO "VEHMAINT-AUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHICULE-FILE.
       01  VEHICULE-REC.
           05  VEH-ID PIC X(6).
           05  VEH-TYPE PIC X(10).
           05  VEH-VMAX PIC 999.
           05  VEH-ACCEL PIC 999.
           05  VEH-EN-SERVICE PIC X.

       FD  MOUVEMENT-FILE.
       01  MOUVEMENT-REC.
           05  MVT-ACTION PIC X.
           05  MVT-VEH-ID PIC X(6).
           05  MVT-TYPE PIC X(10).
           05  MVT-VMAX PIC 999.
           05  MVT-ACCEL PIC 999.

       FD  VEHICULE-NEW-FILE.
       01  VEHICULE-NEW-REC.
           05  NEW-ID PIC X(6).
           05  NEW-TYPE PIC X(10).
           05  NEW-VMAX PIC 999.
           05  NEW-ACCEL PIC 999.
           05  NEW-EN-SERVICE PIC X.

       FD  AUDIT-REPORT.
       01  LIGNE-AUDIT PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-VEH-STATUS PIC XX.
       01  WS-MVT-STATUS PIC XX.
       01  WS-NEW-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-VEH-EOF PIC X VALUE "N".
       01  WS-MVT-EOF PIC X VALUE "N".
       01  WS-NB-VEHICULES PIC 9(3) VALUE 0.
       01  WS-VEH-IDX PIC 9(3).
       01  WS-VEH-TROUVE PIC X.
       01  WS-NB-MVT-LUS PIC 9(7) VALUE 0.
       01  WS-NB-APPLIQUES PIC 9(7) VALUE 0.
       01  WS-NB-REFUSES PIC 9(7) VALUE 0.
       01  WS-RENAME-CMD PIC X(40) VALUE
           "mv VEHICULE.NEW VEHICULE.DAT".
       01  TABLE-VEHICULES.
           05  VEH-ENTRY OCCURS 500 TIMES.
               10  TAB-VEH-ID PIC X(6).
               10  TAB-VEH-TYPE PIC X(10).
               10  TAB-VEH-VMAX PIC 999.
               10  TAB-VEH-ACCEL PIC 999.
               10  TAB-VEH-EN-SERVICE PIC X.
       01  WS-LIGNE-AUDIT.
           05  WS-LA-ACTION PIC X.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LA-ID PIC X(6).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LA-TYPE PIC X(10).
           05  FILLER PIC X(6) VALUE " vmax ".
           05  WS-LA-VMAX PIC X(3).
           05  FILLER PIC X(5) VALUE " acc ".
           05  WS-LA-ACCEL PIC X(3).
           05  FILLER PIC X(4) VALUE " -> ".
           05  WS-LA-RESULTAT PIC X(35).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHARGER-VEHICULES.
           PERFORM OUVRIR-FICHIERS.
           PERFORM LECTURE-MVT.
           PERFORM TRAITER-MVT UNTIL WS-MVT-EOF = "Y".
           CLOSE MOUVEMENT-FILE AUDIT-REPORT.
           PERFORM ECRIRE-NOUVEAU-MASTER.
           DISPLAY "Mouvements lus : " WS-NB-MVT-LUS.
           DISPLAY "Mouvements appliques : " WS-NB-APPLIQUES.
           DISPLAY "Mouvements refuses : " WS-NB-REFUSES.
           STOP RUN.

       CHARGER-VEHICULES.
           OPEN INPUT VEHICULE-FILE.
           IF WS-VEH-STATUS = "35" OR WS-VEH-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-VEH-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier vehicules : "
                       WS-VEH-STATUS
                   STOP RUN
               ELSE
                   PERFORM LECTURE-VEHICULE
                   PERFORM RANGER-VEHICULE UNTIL WS-VEH-EOF = "Y"
                   CLOSE VEHICULE-FILE
               END-IF
           END-IF.

       LECTURE-VEHICULE.
           READ VEHICULE-FILE
               AT END MOVE "Y" TO WS-VEH-EOF
           END-READ.

       RANGER-VEHICULE.
           IF WS-NB-VEHICULES >= 500
               DISPLAY "Fichier vehicules : trop de vehicules, "
                   "maximum 500."
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-VEHICULES.
           MOVE VEH-ID TO TAB-VEH-ID(WS-NB-VEHICULES).
           MOVE VEH-TYPE TO TAB-VEH-TYPE(WS-NB-VEHICULES).
           IF VEH-VMAX IS NUMERIC
               MOVE VEH-VMAX TO TAB-VEH-VMAX(WS-NB-VEHICULES)
           ELSE
               MOVE 0 TO TAB-VEH-VMAX(WS-NB-VEHICULES)
           END-IF.
           IF VEH-ACCEL IS NUMERIC
               MOVE VEH-ACCEL TO TAB-VEH-ACCEL(WS-NB-VEHICULES)
           ELSE
               MOVE 0 TO TAB-VEH-ACCEL(WS-NB-VEHICULES)
           END-IF.
           MOVE VEH-EN-SERVICE TO TAB-VEH-EN-SERVICE(WS-NB-VEHICULES).
           PERFORM LECTURE-VEHICULE.

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
           PERFORM CHERCHER-VEHICULE.
           EVALUATE MVT-ACTION
               WHEN "A"
                   PERFORM TRAITER-AJOUT
               WHEN "M"
                   PERFORM TRAITER-MODIFICATION
               WHEN "C"
                   PERFORM TRAITER-MISE-EN-SERVICE
               WHEN "D"
                   PERFORM TRAITER-MISE-HORS-SERVICE
               WHEN OTHER
                   MOVE "REFUSE : action inconnue" TO WS-LA-RESULTAT
                   PERFORM REFUSER-MVT
           END-EVALUATE.
           PERFORM LECTURE-MVT.

       TRAITER-AJOUT.
           IF MVT-VEH-ID = SPACES
               MOVE "REFUSE : identifiant absent" TO WS-LA-RESULTAT
               PERFORM REFUSER-MVT
           ELSE
               IF WS-VEH-TROUVE = "O"
                   MOVE "REFUSE : vehicule existant"
                       TO WS-LA-RESULTAT
                   PERFORM REFUSER-MVT
               ELSE
                   IF MVT-TYPE = SPACES
                       MOVE "REFUSE : type absent" TO WS-LA-RESULTAT
                       PERFORM REFUSER-MVT
                   ELSE
                       PERFORM CONTROLER-CAPACITES
                   END-IF
               END-IF
           END-IF.

       CONTROLER-CAPACITES.
           IF MVT-VMAX IS NOT NUMERIC
               OR MVT-ACCEL IS NOT NUMERIC
               MOVE "REFUSE : capacites non numeriques"
                   TO WS-LA-RESULTAT
               PERFORM REFUSER-MVT
           ELSE
               IF MVT-VMAX = 0
                   MOVE "REFUSE : vitesse maximale nulle"
                       TO WS-LA-RESULTAT
                   PERFORM REFUSER-MVT
               ELSE
                   PERFORM APPLIQUER-AJOUT
               END-IF
           END-IF.

       APPLIQUER-AJOUT.
           IF WS-NB-VEHICULES >= 500
               MOVE "REFUSE : fichier vehicules sature"
                   TO WS-LA-RESULTAT
               PERFORM REFUSER-MVT
           ELSE
               ADD 1 TO WS-NB-VEHICULES
               MOVE MVT-VEH-ID TO TAB-VEH-ID(WS-NB-VEHICULES)
               MOVE MVT-TYPE TO TAB-VEH-TYPE(WS-NB-VEHICULES)
               MOVE MVT-VMAX TO TAB-VEH-VMAX(WS-NB-VEHICULES)
               MOVE MVT-ACCEL TO TAB-VEH-ACCEL(WS-NB-VEHICULES)
               MOVE "O" TO TAB-VEH-EN-SERVICE(WS-NB-VEHICULES)
               MOVE "AJOUT APPLIQUE" TO WS-LA-RESULTAT
               PERFORM ECRIRE-AUDIT
               ADD 1 TO WS-NB-APPLIQUES
           END-IF.

       TRAITER-MODIFICATION.
           IF WS-VEH-TROUVE = "N"
               MOVE "REFUSE : vehicule inconnu" TO WS-LA-RESULTAT
               PERFORM REFUSER-MVT
           ELSE
               IF MVT-VMAX IS NOT NUMERIC
                   OR MVT-ACCEL IS NOT NUMERIC
                   MOVE "REFUSE : capacites non numeriques"
                       TO WS-LA-RESULTAT
                   PERFORM REFUSER-MVT
               ELSE
                   IF MVT-VMAX = 0
                       MOVE "REFUSE : vitesse maximale nulle"
                           TO WS-LA-RESULTAT
                       PERFORM REFUSER-MVT
                   ELSE
                       PERFORM APPLIQUER-MODIFICATION
                   END-IF
               END-IF
           END-IF.

       APPLIQUER-MODIFICATION.
           MOVE TAB-VEH-TYPE(WS-VEH-IDX) TO WS-LA-TYPE.
           MOVE TAB-VEH-VMAX(WS-VEH-IDX) TO WS-LA-VMAX.
           MOVE TAB-VEH-ACCEL(WS-VEH-IDX) TO WS-LA-ACCEL.
           MOVE "AVANT MODIFICATION" TO WS-LA-RESULTAT.
           PERFORM ECRIRE-AUDIT.
           IF MVT-TYPE NOT = SPACES
               MOVE MVT-TYPE TO TAB-VEH-TYPE(WS-VEH-IDX)
           END-IF.
           MOVE MVT-VMAX TO TAB-VEH-VMAX(WS-VEH-IDX).
           MOVE MVT-ACCEL TO TAB-VEH-ACCEL(WS-VEH-IDX).
           MOVE TAB-VEH-TYPE(WS-VEH-IDX) TO WS-LA-TYPE.
           MOVE MVT-VMAX TO WS-LA-VMAX.
           MOVE MVT-ACCEL TO WS-LA-ACCEL.
           MOVE "MODIFICATION APPLIQUEE" TO WS-LA-RESULTAT.
           PERFORM ECRIRE-AUDIT.
           ADD 1 TO WS-NB-APPLIQUES.

       TRAITER-MISE-EN-SERVICE.
           IF WS-VEH-TROUVE = "N"
               MOVE "REFUSE : vehicule inconnu" TO WS-LA-RESULTAT
               PERFORM REFUSER-MVT
           ELSE
               IF TAB-VEH-EN-SERVICE(WS-VEH-IDX) = "O"
                   MOVE "REFUSE : deja en service" TO WS-LA-RESULTAT
                   PERFORM REFUSER-MVT
               ELSE
                   MOVE "O" TO TAB-VEH-EN-SERVICE(WS-VEH-IDX)
                   MOVE "MISE EN SERVICE APPLIQUEE"
                       TO WS-LA-RESULTAT
                   PERFORM ECRIRE-AUDIT
                   ADD 1 TO WS-NB-APPLIQUES
               END-IF
           END-IF.

       TRAITER-MISE-HORS-SERVICE.
           IF WS-VEH-TROUVE = "N"
               MOVE "REFUSE : vehicule inconnu" TO WS-LA-RESULTAT
               PERFORM REFUSER-MVT
           ELSE
               IF TAB-VEH-EN-SERVICE(WS-VEH-IDX) NOT = "O"
                   MOVE "REFUSE : deja hors service" TO WS-LA-RESULTAT
                   PERFORM REFUSER-MVT
               ELSE
                   MOVE "N" TO TAB-VEH-EN-SERVICE(WS-VEH-IDX)
                   MOVE "MISE HORS SERVICE APPLIQUEE"
                       TO WS-LA-RESULTAT
                   PERFORM ECRIRE-AUDIT
                   ADD 1 TO WS-NB-APPLIQUES
               END-IF
           END-IF.

       REFUSER-MVT.
           PERFORM ECRIRE-AUDIT.
           ADD 1 TO WS-NB-REFUSES.

       AUDIT-MOUVEMENT.
           MOVE MVT-ACTION TO WS-LA-ACTION.
           MOVE MVT-VEH-ID TO WS-LA-ID.
           MOVE MVT-TYPE TO WS-LA-TYPE.
           MOVE MVT-VMAX TO WS-LA-VMAX.
           MOVE MVT-ACCEL TO WS-LA-ACCEL.

       ECRIRE-AUDIT.
           MOVE WS-LIGNE-AUDIT TO LIGNE-AUDIT.
           WRITE LIGNE-AUDIT.

       CHERCHER-VEHICULE.
           MOVE "N" TO WS-VEH-TROUVE.
           MOVE 1 TO WS-VEH-IDX.
           PERFORM TESTER-VEHICULE
               UNTIL WS-VEH-IDX > WS-NB-VEHICULES
                   OR WS-VEH-TROUVE = "O".

       TESTER-VEHICULE.
           IF TAB-VEH-ID(WS-VEH-IDX) = MVT-VEH-ID
               MOVE "O" TO WS-VEH-TROUVE
           ELSE
               ADD 1 TO WS-VEH-IDX
           END-IF.

       ECRIRE-NOUVEAU-MASTER.
           OPEN OUTPUT VEHICULE-NEW-FILE.
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "Erreur ouverture nouveau fichier vehicules : "
                   WS-NEW-STATUS
               STOP RUN
           END-IF.
           MOVE 1 TO WS-VEH-IDX.
           PERFORM RECOPIER-VEHICULE
               UNTIL WS-VEH-IDX > WS-NB-VEHICULES.
           CLOSE VEHICULE-NEW-FILE.
           CALL "SYSTEM" USING WS-RENAME-CMD.
           IF RETURN-CODE NOT = 0
               DISPLAY "Echec remplacement VEHICULE.DAT par "
                   "VEHICULE.NEW."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECOPIER-VEHICULE.
           MOVE TAB-VEH-ID(WS-VEH-IDX) TO NEW-ID.
           MOVE TAB-VEH-TYPE(WS-VEH-IDX) TO NEW-TYPE.
           MOVE TAB-VEH-VMAX(WS-VEH-IDX) TO NEW-VMAX.
           MOVE TAB-VEH-ACCEL(WS-VEH-IDX) TO NEW-ACCEL.
           MOVE TAB-VEH-EN-SERVICE(WS-VEH-IDX) TO NEW-EN-SERVICE.
           WRITE VEHICULE-NEW-REC.
           ADD 1 TO WS-VEH-IDX.
