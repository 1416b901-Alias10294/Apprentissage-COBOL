       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditMaj.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "MAJAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
           SELECT DERNIER-FILE ASSIGN TO "MAJAUDIT.DER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DER-STATUS.
           SELECT ID-FILE ASSIGN TO "NIGHTRUN.ID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  JNL-CONTENU PIC X(201).
           05  JNL-HASH PIC 9(9).

       FD  DERNIER-FILE.
       01  DERNIER-REC.
           05  DER-NUMERO PIC 9(9).
           05  DER-HASH PIC 9(9).

       FD  ID-FILE.
       01  ID-REC PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-JNL-STATUS PIC XX.
       01  WS-DER-STATUS PIC XX.
       01  WS-ID-STATUS PIC XX.
       01  WS-JNL-EOF PIC X VALUE "N".
       01  WS-NUMERO-CHAINE PIC 9(6).
       01  WS-DERNIER-NUMERO PIC 9(9).
       01  WS-DERNIER-HASH PIC 9(9).
       01  WS-VERROU-CMD PIC X(40) VALUE
           "mkdir MAJAUDIT.LCK 2>/dev/null".
       01  WS-DEVERROU-CMD PIC X(40) VALUE
           "rmdir MAJAUDIT.LCK".
       01  WS-CASSE-VERROU-CMD PIC X(50) VALUE
           "mv MAJAUDIT.LCK MAJAUDIT.LCK.CASSE 2>/dev/null".
       01  WS-PURGE-VERROU-CMD PIC X(40) VALUE
           "rm -rf MAJAUDIT.LCK.CASSE".
       01  WS-ATTENTE-CMD PIC X(40) VALUE "sleep 1".
       01  WS-VERROU-OBTENU PIC X.
       01  WS-NB-TENTATIVES PIC 9(3).
       01  WS-ENTREE.
           05  WS-EN-CONTENU.
               10  WS-EN-NUMERO PIC 9(9).
               10  WS-EN-DATE PIC 9(8).
               10  WS-EN-HEURE PIC 9(6).
               10  WS-EN-CHAINE PIC 9(6).
               10  WS-EN-PROGRAMME PIC X(12).
               10  WS-EN-DOMAINE PIC X.
               10  WS-EN-CLE PIC X(9).
               10  WS-EN-ACTION PIC X.
               10  WS-EN-DEMANDEUR PIC X(10).
               10  WS-EN-AVANT PIC X(50).
               10  WS-EN-APRES PIC X(50).
               10  WS-EN-RESULTAT PIC X(30).
               10  WS-EN-PRECEDENT PIC 9(9).
           05  WS-EN-HASH PIC 9(9).
       01  WS-ZONE-HACHAGE PIC X(240).
       01  WS-TRANCHES REDEFINES WS-ZONE-HACHAGE.
           05  WS-TRANCHE PIC X(80) OCCURS 3 TIMES.
       01  WS-TDX PIC 9.
       01  WS-REM-ACTION PIC X VALUE "A".
       01  WS-REM-FICHIER PIC X(20) VALUE "MAJAUDIT.DAT".
       01  WS-REM-NB PIC 9(9).
       01  WS-REM-HASH PIC 9(9).
       01  WS-REM-ENREG PIC X(80).
       01  WS-REM-RESULTAT PIC X.

       LINKAGE SECTION.
       01  LK-PROGRAMME PIC X(12).
       01  LK-DOMAINE PIC X.
       01  LK-CLE PIC X(9).
       01  LK-ACTION PIC X.
       01  LK-DEMANDEUR PIC X(10).
       01  LK-AVANT PIC X(50).
       01  LK-APRES PIC X(50).
       01  LK-RESULTAT PIC X(30).

       PROCEDURE DIVISION USING LK-PROGRAMME LK-DOMAINE LK-CLE
           LK-ACTION LK-DEMANDEUR LK-AVANT LK-APRES LK-RESULTAT.
       MAIN-LOGIC.
           PERFORM LIRE-NUMERO-CHAINE.
           PERFORM VERROUILLER-JOURNAL.
           PERFORM CHARGER-DERNIER.
           PERFORM PREPARER-ENTREE.
           PERFORM CALCULER-EMPREINTE.
           PERFORM ECRIRE-ENTREE.
           PERFORM ECRIRE-DERNIER.
           PERFORM DEVERROUILLER-JOURNAL.
           GOBACK.

       VERROUILLER-JOURNAL.
           MOVE "N" TO WS-VERROU-OBTENU.
           MOVE 0 TO WS-NB-TENTATIVES.
           PERFORM TENTER-VERROU
               UNTIL WS-VERROU-OBTENU = "O"
                   OR WS-NB-TENTATIVES >= 60.
           IF WS-VERROU-OBTENU = "N"
               DISPLAY "Verrou MAJAUDIT.LCK detenu depuis plus de "
                   "60 secondes, verrou perime casse."
               CALL "SYSTEM" USING WS-CASSE-VERROU-CMD
               IF RETURN-CODE = 0
                   CALL "SYSTEM" USING WS-PURGE-VERROU-CMD
               END-IF
               MOVE 0 TO RETURN-CODE
               MOVE 0 TO WS-NB-TENTATIVES
               PERFORM TENTER-VERROU
                   UNTIL WS-VERROU-OBTENU = "O"
                       OR WS-NB-TENTATIVES >= 10
           END-IF.
           IF WS-VERROU-OBTENU = "N"
               DISPLAY "Journal d'audit verrouille, verrou "
                   "MAJAUDIT.LCK irrecuperable."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       TENTER-VERROU.
           ADD 1 TO WS-NB-TENTATIVES.
           CALL "SYSTEM" USING WS-VERROU-CMD.
           IF RETURN-CODE = 0
               MOVE "O" TO WS-VERROU-OBTENU
           ELSE
               MOVE 0 TO RETURN-CODE
               CALL "SYSTEM" USING WS-ATTENTE-CMD
           END-IF.

       DEVERROUILLER-JOURNAL.
           CALL "SYSTEM" USING WS-DEVERROU-CMD.
           MOVE 0 TO RETURN-CODE.

       CHARGER-DERNIER.
           MOVE 0 TO WS-DERNIER-NUMERO.
           MOVE 0 TO WS-DERNIER-HASH.
           OPEN INPUT DERNIER-FILE.
           IF WS-DER-STATUS = "00"
               READ DERNIER-FILE
                   AT END
                       PERFORM PARCOURIR-JOURNAL
                   NOT AT END
                       MOVE DER-NUMERO TO WS-DERNIER-NUMERO
                       MOVE DER-HASH TO WS-DERNIER-HASH
               END-READ
               CLOSE DERNIER-FILE
           ELSE
               PERFORM PARCOURIR-JOURNAL
           END-IF.

       PARCOURIR-JOURNAL.
           MOVE "N" TO WS-JNL-EOF.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JNL-STATUS = "00"
               PERFORM LECTURE-JOURNAL
               PERFORM RETENIR-DERNIER UNTIL WS-JNL-EOF = "Y"
               CLOSE JOURNAL-FILE
           END-IF.

       LECTURE-JOURNAL.
           READ JOURNAL-FILE
               AT END MOVE "Y" TO WS-JNL-EOF
           END-READ.

       RETENIR-DERNIER.
           MOVE JOURNAL-REC TO WS-ENTREE.
           MOVE WS-EN-NUMERO TO WS-DERNIER-NUMERO.
           MOVE WS-EN-HASH TO WS-DERNIER-HASH.
           PERFORM LECTURE-JOURNAL.

       PREPARER-ENTREE.
           ADD 1 TO WS-DERNIER-NUMERO GIVING WS-EN-NUMERO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-EN-HEURE.
           MOVE WS-NUMERO-CHAINE TO WS-EN-CHAINE.
           MOVE LK-PROGRAMME TO WS-EN-PROGRAMME.
           MOVE LK-DOMAINE TO WS-EN-DOMAINE.
           MOVE LK-CLE TO WS-EN-CLE.
           MOVE LK-ACTION TO WS-EN-ACTION.
           MOVE LK-DEMANDEUR TO WS-EN-DEMANDEUR.
           MOVE LK-AVANT TO WS-EN-AVANT.
           MOVE LK-APRES TO WS-EN-APRES.
           MOVE LK-RESULTAT TO WS-EN-RESULTAT.
           MOVE WS-DERNIER-HASH TO WS-EN-PRECEDENT.

       CALCULER-EMPREINTE.
           MOVE WS-EN-CONTENU TO WS-ZONE-HACHAGE.
           MOVE 0 TO WS-REM-NB.
           MOVE WS-DERNIER-HASH TO WS-REM-HASH.
           MOVE 1 TO WS-TDX.
           PERFORM HACHER-TRANCHE UNTIL WS-TDX > 3.
           MOVE WS-REM-HASH TO WS-EN-HASH.

       HACHER-TRANCHE.
           MOVE WS-TRANCHE(WS-TDX) TO WS-REM-ENREG.
           CALL "Remise" USING WS-REM-ACTION WS-REM-FICHIER
               LK-PROGRAMME WS-REM-NB WS-REM-HASH WS-REM-ENREG
               WS-REM-RESULTAT.
           ADD 1 TO WS-TDX.

       ECRIRE-ENTREE.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JNL-STATUS = "05" OR WS-JNL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "Erreur ouverture journal MAJAUDIT.DAT : "
                   WS-JNL-STATUS
               PERFORM DEVERROUILLER-JOURNAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-ENTREE TO JOURNAL-REC.
           WRITE JOURNAL-REC.
           CLOSE JOURNAL-FILE.

       ECRIRE-DERNIER.
           OPEN OUTPUT DERNIER-FILE.
           IF WS-DER-STATUS NOT = "00"
               DISPLAY "Erreur ecriture MAJAUDIT.DER : " WS-DER-STATUS
               PERFORM DEVERROUILLER-JOURNAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-EN-NUMERO TO DER-NUMERO.
           MOVE WS-EN-HASH TO DER-HASH.
           WRITE DERNIER-REC.
           CLOSE DERNIER-FILE.

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
