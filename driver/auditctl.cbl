       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditCtl.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "MAJAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
           SELECT DERNIER-FILE ASSIGN TO "MAJAUDIT.DER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DER-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "MAJAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  JNL-CONTENU.
               10  JNL-NUMERO PIC 9(9).
               10  JNL-DATE PIC 9(8).
               10  JNL-HEURE PIC 9(6).
               10  JNL-CHAINE PIC 9(6).
               10  JNL-PROGRAMME PIC X(12).
               10  JNL-DOMAINE PIC X.
               10  JNL-CLE PIC X(9).
               10  JNL-ACTION PIC X.
               10  JNL-DEMANDEUR PIC X(10).
               10  JNL-AVANT PIC X(50).
               10  JNL-APRES PIC X(50).
               10  JNL-RESULTAT PIC X(30).
               10  JNL-PRECEDENT PIC 9(9).
           05  JNL-HASH PIC 9(9).

       FD  DERNIER-FILE.
       01  DERNIER-REC.
           05  DER-NUMERO PIC 9(9).
           05  DER-HASH PIC 9(9).

       FD  RAPPORT-FILE.
       01  LIGNE-RAPPORT PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-JNL-STATUS PIC XX.
       01  WS-DER-STATUS PIC XX.
       01  WS-RAP-STATUS PIC XX.
       01  WS-JNL-EOF PIC X VALUE "N".
       01  WS-MODE PIC X.
       01  WS-AUJOURDHUI PIC 9(8).
       01  WS-SAISIE PIC X(9).
       01  WS-CODE-DEMANDE PIC 9(9).
       01  WS-DOMAINE PIC X.
       01  WS-CLE PIC X(9).
       01  WS-DATE-DEBUT PIC 9(8).
       01  WS-DATE-FIN PIC 9(8).
       01  WS-SAISIE-DATE PIC X(8).
       01  WS-SAISIE-DATE-N REDEFINES WS-SAISIE-DATE PIC 9(8).
       01  WS-NB-ENTREES PIC 9(9) VALUE 0.
       01  WS-NB-RUPTURES PIC 9(9) VALUE 0.
       01  WS-NB-TROUVES PIC 9(9) VALUE 0.
       01  WS-PREC-NUMERO PIC 9(9) VALUE 0.
       01  WS-PREC-HASH PIC 9(9) VALUE 0.
       01  WS-ATTENDU PIC 9(9).
       01  WS-ZONE-HACHAGE PIC X(240).
       01  WS-TRANCHES REDEFINES WS-ZONE-HACHAGE.
           05  WS-TRANCHE PIC X(80) OCCURS 3 TIMES.
       01  WS-TDX PIC 9.
       01  WS-REM-ACTION PIC X VALUE "A".
       01  WS-REM-FICHIER PIC X(20) VALUE "MAJAUDIT.DAT".
       01  WS-REM-PROGRAMME PIC X(12) VALUE "AuditCtl".
       01  WS-REM-NB PIC 9(9).
       01  WS-REM-HASH PIC 9(9).
       01  WS-REM-ENREG PIC X(80).
       01  WS-REM-RESULTAT PIC X.
       01  WS-CTL-PROGRAMME PIC X(12) VALUE "AuditCtl".
       01  WS-CTL-LUS PIC 9(9) VALUE 0.
       01  WS-CTL-ECRITS PIC 9(9) VALUE 0.
       01  WS-CTL-REJETES PIC 9(9) VALUE 0.
       01  WS-CTL-RETOUR PIC 9(4) VALUE 0.
       01  WS-RPT-ACTION PIC X.
       01  WS-RPT-EMETTRE PIC X.
       01  WS-RPT-LIGNE-1 PIC X(80).
       01  WS-RPT-LIGNE-2 PIC X(80).
       01  WS-TITRE-AUDIT PIC X(30).
       01  WS-RPT-PROGRAMME PIC X(12) VALUE "AuditCtl".
       01  WS-CPT-AUDIT.
           05  WS-CA-PAGE PIC 9(4) VALUE 0.
           05  WS-CA-LIGNES PIC 9(2) VALUE 0.
           05  WS-CA-TOTAL PIC 9(7) VALUE 0.
           05  WS-CA-DATE PIC 9(8) VALUE 0.
           05  WS-CA-HEURE PIC 9(6) VALUE 0.
       01  WS-LIGNE-EDITION PIC X(80).
       01  WS-LIGNE-RUPTURE.
           05  FILLER PIC X(7) VALUE "Entree ".
           05  WS-LR-NUMERO PIC 9(9).
           05  FILLER PIC X(3) VALUE " : ".
           05  WS-LR-MOTIF PIC X(61).
       01  WS-LIGNE-CRITERES.
           05  FILLER PIC X(10) VALUE "Domaine : ".
           05  WS-LCR-DOMAINE PIC X.
           05  FILLER PIC X(8) VALUE "  Cle : ".
           05  WS-LCR-CLE PIC X(9).
           05  FILLER PIC X(7) VALUE "  Du : ".
           05  WS-LCR-DEBUT PIC 9(8).
           05  FILLER PIC X(6) VALUE " au : ".
           05  WS-LCR-FIN PIC 9(8).
       01  WS-LIGNE-CHANGEMENT.
           05  WS-LC-DATE PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LC-HEURE PIC 9(6).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LC-PROGRAMME PIC X(12).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LC-ACTION PIC X.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LC-DEMANDEUR PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LC-RESULTAT PIC X(30).
       01  WS-LIGNE-IMAGE.
           05  FILLER PIC X(3) VALUE SPACES.
           05  WS-LI-LIBELLE PIC X(8).
           05  WS-LI-IMAGE PIC X(50).
       01  WS-LIGNE-TOTAL.
           05  WS-LT-LIBELLE PIC X(24).
           05  WS-LT-NB PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURDHUI.
           DISPLAY "Mode (V = Verification, C = Consultation) : ".
           ACCEPT WS-MODE.
           EVALUATE WS-MODE
               WHEN "V"
               WHEN "v"
                   MOVE "VERIFICATION JOURNAL AUDIT"
                       TO WS-TITRE-AUDIT
                   PERFORM OUVRIR-RAPPORT
                   PERFORM VERIFIER-JOURNAL
               WHEN "C"
               WHEN "c"
                   PERFORM SAISIR-CRITERES
                   MOVE "CONSULTATION JOURNAL AUDIT"
                       TO WS-TITRE-AUDIT
                   PERFORM OUVRIR-RAPPORT
                   PERFORM CONSULTER-JOURNAL
               WHEN OTHER
                   DISPLAY "Mode inconnu : " WS-MODE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           MOVE "Entrees lues :" TO WS-LT-LIBELLE.
           MOVE WS-NB-ENTREES TO WS-LT-NB.
           MOVE WS-LIGNE-TOTAL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           IF WS-MODE = "V" OR WS-MODE = "v"
               PERFORM CONCLURE-VERIFICATION
           ELSE
               MOVE "Changements trouves :" TO WS-LT-LIBELLE
               MOVE WS-NB-TROUVES TO WS-LT-NB
               MOVE WS-LIGNE-TOTAL TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE
               DISPLAY "Changements trouves : " WS-NB-TROUVES
           END-IF.
           MOVE "F" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-AUDIT
               WS-RPT-PROGRAMME WS-CPT-AUDIT WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           MOVE WS-RPT-LIGNE-1 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT-FILE.
           MOVE WS-NB-ENTREES TO WS-CTL-LUS.
           MOVE WS-NB-RUPTURES TO WS-CTL-REJETES.
           CALL "CtlEoj" USING WS-CTL-PROGRAMME WS-CTL-LUS
               WS-CTL-ECRITS WS-CTL-REJETES WS-CTL-RETOUR.
           MOVE WS-CTL-RETOUR TO RETURN-CODE.
           STOP RUN.

       SAISIR-CRITERES.
           DISPLAY "Domaine (O = operateur, P = produit) : ".
           ACCEPT WS-DOMAINE.
           MOVE FUNCTION UPPER-CASE(WS-DOMAINE) TO WS-DOMAINE.
           IF WS-DOMAINE NOT = "O" AND WS-DOMAINE NOT = "P"
               DISPLAY "Domaine inconnu : " WS-DOMAINE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Cle (identifiant operateur ou code produit) : ".
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-DOMAINE = "P"
               IF FUNCTION TEST-NUMVAL(WS-SAISIE) NOT = 0
                   DISPLAY "Code non numerique : " WS-SAISIE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-CODE-DEMANDE = FUNCTION NUMVAL(WS-SAISIE)
               MOVE WS-CODE-DEMANDE TO WS-CLE
           ELSE
               MOVE WS-SAISIE TO WS-CLE
           END-IF.
           DISPLAY "Date debut (AAAAMMJJ, vide = origine) : ".
           MOVE SPACES TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = SPACES
               MOVE 0 TO WS-DATE-DEBUT
           ELSE
               PERFORM CONTROLER-SAISIE-DATE
               MOVE WS-SAISIE-DATE-N TO WS-DATE-DEBUT
           END-IF.
           DISPLAY "Date fin (AAAAMMJJ, vide = ce jour) : ".
           MOVE SPACES TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = SPACES
               MOVE WS-AUJOURDHUI TO WS-DATE-FIN
           ELSE
               PERFORM CONTROLER-SAISIE-DATE
               MOVE WS-SAISIE-DATE-N TO WS-DATE-FIN
           END-IF.
           IF WS-DATE-DEBUT > WS-DATE-FIN
               DISPLAY "Date debut posterieure a la date fin."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONTROLER-SAISIE-DATE.
           IF WS-SAISIE-DATE-N IS NOT NUMERIC
               DISPLAY "Date non numerique : " WS-SAISIE-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SAISIE-DATE-N) NOT = 0
               DISPLAY "Date invalide : " WS-SAISIE-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OUVRIR-RAPPORT.
           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RAP-STATUS NOT = "00"
               DISPLAY "Erreur ouverture rapport d'audit : "
                   WS-RAP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OUVRIR-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JNL-STATUS = "35" OR WS-JNL-STATUS = "05"
               DISPLAY "Journal d'audit MAJAUDIT.DAT absent."
               MOVE "Y" TO WS-JNL-EOF
           ELSE
               IF WS-JNL-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture journal d'audit : "
                       WS-JNL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LECTURE-JOURNAL
           END-IF.

       LECTURE-JOURNAL.
           READ JOURNAL-FILE
               AT END MOVE "Y" TO WS-JNL-EOF
           END-READ.

       VERIFIER-JOURNAL.
           PERFORM OUVRIR-JOURNAL.
           PERFORM VERIFIER-ENTREE UNTIL WS-JNL-EOF = "Y".
           IF WS-JNL-STATUS NOT = "35" AND WS-JNL-STATUS NOT = "05"
               CLOSE JOURNAL-FILE
           END-IF.
           PERFORM VERIFIER-DERNIER.

       VERIFIER-ENTREE.
           ADD 1 TO WS-NB-ENTREES.
           ADD 1 TO WS-PREC-NUMERO GIVING WS-ATTENDU.
           IF JNL-NUMERO IS NOT NUMERIC OR JNL-HASH IS NOT NUMERIC
               OR JNL-PRECEDENT IS NOT NUMERIC
               MOVE WS-ATTENDU TO WS-LR-NUMERO
               MOVE "entree illisible" TO WS-LR-MOTIF
               PERFORM SIGNALER-RUPTURE
               MOVE WS-ATTENDU TO WS-PREC-NUMERO
               MOVE 0 TO WS-PREC-HASH
           ELSE
               PERFORM CONTROLER-ENTREE
               MOVE JNL-NUMERO TO WS-PREC-NUMERO
               MOVE JNL-HASH TO WS-PREC-HASH
           END-IF.
           PERFORM LECTURE-JOURNAL.

       CONTROLER-ENTREE.
           MOVE JNL-NUMERO TO WS-LR-NUMERO.
           IF JNL-NUMERO NOT = WS-ATTENDU
               MOVE SPACES TO WS-LR-MOTIF
               STRING "numero attendu " WS-ATTENDU
                   ", entree supprimee ou inseree"
                   DELIMITED BY SIZE INTO WS-LR-MOTIF
               PERFORM SIGNALER-RUPTURE
           END-IF.
           IF JNL-PRECEDENT NOT = WS-PREC-HASH
               MOVE "chainage rompu avec l'entree precedente"
                   TO WS-LR-MOTIF
               PERFORM SIGNALER-RUPTURE
           END-IF.
           MOVE JNL-CONTENU TO WS-ZONE-HACHAGE.
           MOVE 0 TO WS-REM-NB.
           MOVE JNL-PRECEDENT TO WS-REM-HASH.
           MOVE 1 TO WS-TDX.
           PERFORM HACHER-TRANCHE UNTIL WS-TDX > 3.
           IF WS-REM-HASH NOT = JNL-HASH
               MOVE "empreinte invalide, entree modifiee"
                   TO WS-LR-MOTIF
               PERFORM SIGNALER-RUPTURE
           END-IF.

       HACHER-TRANCHE.
           MOVE WS-TRANCHE(WS-TDX) TO WS-REM-ENREG.
           CALL "Remise" USING WS-REM-ACTION WS-REM-FICHIER
               WS-REM-PROGRAMME WS-REM-NB WS-REM-HASH WS-REM-ENREG
               WS-REM-RESULTAT.
           ADD 1 TO WS-TDX.

       VERIFIER-DERNIER.
           OPEN INPUT DERNIER-FILE.
           IF WS-DER-STATUS = "00"
               READ DERNIER-FILE
                   AT END
                       MOVE 0 TO DER-NUMERO
                       MOVE 0 TO DER-HASH
               END-READ
               CLOSE DERNIER-FILE
               IF DER-NUMERO NOT = WS-PREC-NUMERO
                   OR DER-HASH NOT = WS-PREC-HASH
                   MOVE DER-NUMERO TO WS-LR-NUMERO
                   MOVE "derniere entree absente, journal tronque"
                       TO WS-LR-MOTIF
                   PERFORM SIGNALER-RUPTURE
               END-IF
           ELSE
               IF WS-NB-ENTREES > 0
                   MOVE WS-PREC-NUMERO TO WS-LR-NUMERO
                   MOVE "MAJAUDIT.DER absent, fin non controlable"
                       TO WS-LR-MOTIF
                   PERFORM SIGNALER-RUPTURE
               END-IF
           END-IF.

       SIGNALER-RUPTURE.
           ADD 1 TO WS-NB-RUPTURES.
           MOVE WS-LIGNE-RUPTURE TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           DISPLAY WS-LIGNE-RUPTURE.

       CONCLURE-VERIFICATION.
           MOVE "Ruptures :" TO WS-LT-LIBELLE.
           MOVE WS-NB-RUPTURES TO WS-LT-NB.
           MOVE WS-LIGNE-TOTAL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           IF WS-NB-RUPTURES > 0
               MOVE "Resultat : CHAINE ROMPUE" TO WS-LIGNE-EDITION
               MOVE 8 TO WS-CTL-RETOUR
           ELSE
               MOVE "Resultat : CHAINE INTACTE" TO WS-LIGNE-EDITION
               MOVE 0 TO WS-CTL-RETOUR
           END-IF.
           PERFORM EDITER-LIGNE.
           DISPLAY "Entrees controlees : " WS-NB-ENTREES.
           DISPLAY WS-LIGNE-EDITION.

       CONSULTER-JOURNAL.
           MOVE WS-DOMAINE TO WS-LCR-DOMAINE.
           MOVE WS-CLE TO WS-LCR-CLE.
           MOVE WS-DATE-DEBUT TO WS-LCR-DEBUT.
           MOVE WS-DATE-FIN TO WS-LCR-FIN.
           MOVE WS-LIGNE-CRITERES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           PERFORM OUVRIR-JOURNAL.
           PERFORM CONSULTER-ENTREE UNTIL WS-JNL-EOF = "Y".
           IF WS-JNL-STATUS NOT = "35" AND WS-JNL-STATUS NOT = "05"
               CLOSE JOURNAL-FILE
           END-IF.

       CONSULTER-ENTREE.
           ADD 1 TO WS-NB-ENTREES.
           IF JNL-DOMAINE = WS-DOMAINE AND JNL-CLE = WS-CLE
               AND JNL-DATE >= WS-DATE-DEBUT
               AND JNL-DATE <= WS-DATE-FIN
               PERFORM EDITER-CHANGEMENT
           END-IF.
           PERFORM LECTURE-JOURNAL.

       EDITER-CHANGEMENT.
           ADD 1 TO WS-NB-TROUVES.
           ADD 1 TO WS-CTL-ECRITS.
           MOVE JNL-DATE TO WS-LC-DATE.
           MOVE JNL-HEURE TO WS-LC-HEURE.
           MOVE JNL-PROGRAMME TO WS-LC-PROGRAMME.
           MOVE JNL-ACTION TO WS-LC-ACTION.
           MOVE JNL-DEMANDEUR TO WS-LC-DEMANDEUR.
           MOVE JNL-RESULTAT TO WS-LC-RESULTAT.
           MOVE WS-LIGNE-CHANGEMENT TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           DISPLAY WS-LIGNE-CHANGEMENT.
           IF JNL-AVANT NOT = SPACES
               MOVE "avant : " TO WS-LI-LIBELLE
               MOVE JNL-AVANT TO WS-LI-IMAGE
               MOVE WS-LIGNE-IMAGE TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE
               DISPLAY WS-LIGNE-IMAGE
           END-IF.
           IF JNL-APRES NOT = SPACES
               MOVE "apres : " TO WS-LI-LIBELLE
               MOVE JNL-APRES TO WS-LI-IMAGE
               MOVE WS-LIGNE-IMAGE TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE
               DISPLAY WS-LIGNE-IMAGE
           END-IF.

       EDITER-LIGNE.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-AUDIT
               WS-RPT-PROGRAMME WS-CPT-AUDIT WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           IF WS-RPT-EMETTRE = "O"
               MOVE WS-RPT-LIGNE-1 TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE WS-RPT-LIGNE-2 TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
           MOVE WS-LIGNE-EDITION TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
