       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENS-FILE ASSIGN TO "ADDNSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT SUSPENS-TMP-FILE ASSIGN TO "ADDNSUSP.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-TMP-STATUS.
           SELECT CORRECTION-FILE ASSIGN TO "ADDNCORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT REPRISE-FILE ASSIGN TO "ADDNREPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPR-STATUS.
           SELECT AUDIT-REPORT ASSIGN TO "SUSPMAINT-AUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AGING-REPORT ASSIGN TO "ADDNSUSP-AGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENS-FILE.
       01  SUSPENS-REC.
           05  SUSP-NUMERO PIC 9(6).
           05  SUSP-DATE PIC 9(8).
           05  SUSP-LOT PIC 9(6).
           05  SUSP-MOTIF PIC X(30).
           05  SUSP-TRANS PIC X(40).

       FD  SUSPENS-TMP-FILE.
       01  SUSPENS-TMP-REC.
           05  SUSP-TMP-NUMERO PIC 9(6).
           05  SUSP-TMP-DATE PIC 9(8).
           05  SUSP-TMP-LOT PIC 9(6).
           05  SUSP-TMP-MOTIF PIC X(30).
           05  SUSP-TMP-TRANS PIC X(40).

       FD  CORRECTION-FILE.
       01  CORRECTION-REC.
           05  CORR-ACTION PIC X.
           05  CORR-NUMERO PIC 9(6).
           05  CORR-DEMANDEUR PIC X(10).
           05  CORR-TRANS PIC X(40).

       FD  REPRISE-FILE.
       01  REPRISE-REC PIC X(40).

       FD  AUDIT-REPORT.
       01  LIGNE-AUDIT PIC X(80).

       FD  AGING-REPORT.
       01  LIGNE-AGING PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SUSP-STATUS PIC XX.
       01  WS-SUSP-TMP-STATUS PIC XX.
       01  WS-CORR-STATUS PIC XX.
       01  WS-REPR-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-AGING-STATUS PIC XX.
       01  WS-SUSP-EOF PIC X VALUE "N".
       01  WS-CORR-EOF PIC X VALUE "N".
       01  WS-CORR-PRESENT PIC X VALUE "N".
       01  WS-AUJOURDHUI PIC 9(8).
       01  WS-NB-SUSPENS PIC 9(4) VALUE 0.
       01  WS-SUSP-IDX PIC 9(4).
       01  WS-SUSP-TROUVE PIC X.
       01  WS-NB-CORR-LUES PIC 9(7) VALUE 0.
       01  WS-NB-RELACHES PIC 9(7) VALUE 0.
       01  WS-NB-ABANDONS PIC 9(7) VALUE 0.
       01  WS-NB-REFUSES PIC 9(7) VALUE 0.
       01  WS-NB-RESTANTS PIC 9(7) VALUE 0.
       01  WS-TRANS-OK PIC X.
       01  WS-SERIE-REPRISE PIC X(8) VALUE "ADDNREPR".
       01  WS-LOT-REPRISE PIC 9(6) VALUE 0.
       01  WS-LOT-NB PIC 9(7) VALUE 0.
       01  WS-LOT-HASH PIC S9(9)V99 VALUE 0.
       01  WS-RENAME-CMD PIC X(40) VALUE
           "mv ADDNSUSP.NEW ADDNSUSP.DAT".
       01  WS-CORR-RENAME-CMD PIC X(40) VALUE
           "mv ADDNCORR.DAT ADDNCORR.TRT".
       01  WS-AGE PIC 9(4).
       01  WS-SEUIL-ALERTE PIC 9(4) VALUE 7.
       01  WS-NB-AGE-1 PIC 9(7) VALUE 0.
       01  WS-NB-AGE-2 PIC 9(7) VALUE 0.
       01  WS-NB-AGE-3 PIC 9(7) VALUE 0.
       01  WS-NB-AGE-4 PIC 9(7) VALUE 0.
       01  WS-NB-ALERTES PIC 9(7) VALUE 0.
       01  TABLE-SUSPENS.
           05  SUSPENS-ENTRY OCCURS 2000 TIMES.
               10  TAB-SUSP-NUMERO PIC 9(6).
               10  TAB-SUSP-DATE PIC 9(8).
               10  TAB-SUSP-LOT PIC 9(6).
               10  TAB-SUSP-MOTIF PIC X(30).
               10  TAB-SUSP-TRANS PIC X(40).
               10  TAB-SUSP-ETAT PIC X.
       01  WS-TRANS.
           05  WS-TR-TYPE-ENREG PIC X.
           05  WS-TR-CORPS PIC X(39).
           05  WS-TR-CORPS-ENTETE REDEFINES WS-TR-CORPS.
               10  WS-TR-H-DATE PIC 9(8).
               10  WS-TR-H-LOT PIC 9(6).
               10  FILLER PIC X(25).
           05  WS-TR-CORPS-DETAIL REDEFINES WS-TR-CORPS.
               10  WS-TR-OPERATOR-ID PIC X(6).
               10  WS-TR-OPERATION PIC X.
               10  WS-TR-DEVISE PIC X(3).
               10  WS-TR-A PIC S9(7)V99
                                  SIGN IS LEADING SEPARATE.
               10  WS-TR-B PIC S9(7)V99
                                  SIGN IS LEADING SEPARATE.
               10  FILLER PIC X(9).
           05  WS-TR-CORPS-ANNULATION REDEFINES WS-TR-CORPS.
               10  WS-TR-AN-OPERATEUR PIC X(6).
               10  WS-TR-AN-RECU PIC 9(6).
               10  FILLER PIC X(27).
           05  WS-TR-CORPS-VENTE REDEFINES WS-TR-CORPS.
               10  WS-TR-V-OPERATEUR PIC X(6).
               10  WS-TR-V-PRODUIT PIC 9(9).
               10  WS-TR-V-QUANTITE PIC 9(5).
               10  FILLER PIC X(19).
           05  WS-TR-CORPS-FIN REDEFINES WS-TR-CORPS.
               10  WS-TR-F-NB PIC 9(7).
               10  WS-TR-F-HASH PIC S9(9)V99
                                  SIGN IS LEADING SEPARATE.
               10  FILLER PIC X(20).
       01  WS-LIGNE-AUDIT.
           05  WS-LA-ACTION PIC X.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LA-NUMERO PIC 9(6).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LA-DEMANDEUR PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LA-OPERATEUR PIC X(6).
           05  FILLER PIC X(4) VALUE " -> ".
           05  WS-LA-RESULTAT PIC X(30).
       01  WS-LIGNE-AGING.
           05  WS-AG-NUMERO PIC 9(6).
           05  FILLER PIC X VALUE SPACE.
           05  WS-AG-DATE PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  WS-AG-AGE PIC ZZZ9.
           05  FILLER PIC X(3) VALUE " J ".
           05  WS-AG-OPERATEUR PIC X(6).
           05  FILLER PIC X VALUE SPACE.
           05  WS-AG-MOTIF PIC X(30).
           05  FILLER PIC X VALUE SPACE.
           05  WS-AG-ALERTE PIC X(15).
       01  WS-LIGNE-TRANCHE.
           05  WS-LT-LIBELLE PIC X(30).
           05  FILLER PIC X(3) VALUE " : ".
           05  WS-LT-NB PIC ZZZZZZ9.
       01  WS-CTL-PROGRAMME PIC X(12) VALUE "SuspMaint".
       01  WS-CTL-LUS PIC 9(9) VALUE 0.
       01  WS-CTL-ECRITS PIC 9(9) VALUE 0.
       01  WS-CTL-REJETES PIC 9(9) VALUE 0.
       01  WS-CTL-RETOUR PIC 9(4) VALUE 0.
       01  WS-RPT-ACTION PIC X.
       01  WS-RPT-EMETTRE PIC X.
       01  WS-RPT-LIGNE-1 PIC X(80).
       01  WS-RPT-LIGNE-2 PIC X(80).
       01  WS-TITRE-AGING PIC X(30)
           VALUE "ANCIENNETE DES SUSPENS".
       01  WS-RPT-PROGRAMME PIC X(12) VALUE "SuspMaint".
       01  WS-CPT-AGING.
           05  WS-CA-PAGE PIC 9(4) VALUE 0.
           05  WS-CA-LIGNES PIC 9(2) VALUE 0.
           05  WS-CA-TOTAL PIC 9(7) VALUE 0.
           05  WS-CA-DATE PIC 9(8) VALUE 0.
           05  WS-CA-HEURE PIC 9(6) VALUE 0.
       01  WS-LIGNE-EDITION PIC X(80).

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURDHUI.
           PERFORM CHARGER-SUSPENS.
           PERFORM OUVRIR-FICHIERS.
           IF WS-CORR-PRESENT = "O"
               PERFORM LECTURE-CORRECTION
               PERFORM TRAITER-CORRECTION UNTIL WS-CORR-EOF = "Y"
               CLOSE CORRECTION-FILE
           ELSE
               DISPLAY "Aucune correction a appliquer."
           END-IF.
           CLOSE AUDIT-REPORT.
           IF WS-NB-RELACHES > 0
               PERFORM ECRIRE-LOT-REPRISE
           END-IF.
           PERFORM ECRIRE-SUSPENS.
           IF WS-CORR-PRESENT = "O"
               PERFORM ARCHIVER-CORRECTIONS
           END-IF.
           PERFORM EDITER-AGING.
           DISPLAY "Corrections lues : " WS-NB-CORR-LUES.
           DISPLAY "Suspens relaches : " WS-NB-RELACHES.
           DISPLAY "Suspens abandonnes : " WS-NB-ABANDONS.
           DISPLAY "Corrections refusees : " WS-NB-REFUSES.
           DISPLAY "Suspens restants : " WS-NB-RESTANTS.
           DISPLAY "Suspens de plus de " WS-SEUIL-ALERTE
               " jours : " WS-NB-ALERTES.
           IF WS-NB-RELACHES > 0
               DISPLAY "Lot de reprise " WS-LOT-REPRISE
                   " prepare pour le prochain passage."
           END-IF.
           MOVE WS-NB-CORR-LUES TO WS-CTL-LUS.
           MOVE WS-NB-RELACHES TO WS-CTL-ECRITS.
           MOVE WS-NB-REFUSES TO WS-CTL-REJETES.
           MOVE 0 TO WS-CTL-RETOUR.
           CALL "CtlEoj" USING WS-CTL-PROGRAMME WS-CTL-LUS
               WS-CTL-ECRITS WS-CTL-REJETES WS-CTL-RETOUR.
           STOP RUN.

       CHARGER-SUSPENS.
           OPEN INPUT SUSPENS-FILE.
           IF WS-SUSP-STATUS = "35" OR WS-SUSP-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-SUSP-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier des suspens : "
                       WS-SUSP-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LECTURE-SUSPENS
                   PERFORM RANGER-SUSPENS UNTIL WS-SUSP-EOF = "Y"
                   CLOSE SUSPENS-FILE
               END-IF
           END-IF.

       LECTURE-SUSPENS.
           READ SUSPENS-FILE
               AT END MOVE "Y" TO WS-SUSP-EOF
           END-READ.

       RANGER-SUSPENS.
           IF WS-NB-SUSPENS >= 2000
               DISPLAY "Fichier des suspens sature, maximum 2000."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-SUSPENS.
           MOVE SUSP-NUMERO TO TAB-SUSP-NUMERO(WS-NB-SUSPENS).
           MOVE SUSP-DATE TO TAB-SUSP-DATE(WS-NB-SUSPENS).
           MOVE SUSP-LOT TO TAB-SUSP-LOT(WS-NB-SUSPENS).
           MOVE SUSP-MOTIF TO TAB-SUSP-MOTIF(WS-NB-SUSPENS).
           MOVE SUSP-TRANS TO TAB-SUSP-TRANS(WS-NB-SUSPENS).
           MOVE "S" TO TAB-SUSP-ETAT(WS-NB-SUSPENS).
           PERFORM LECTURE-SUSPENS.

       OUVRIR-FICHIERS.
           OPEN INPUT CORRECTION-FILE.
           IF WS-CORR-STATUS = "35" OR WS-CORR-STATUS = "05"
               MOVE "N" TO WS-CORR-PRESENT
           ELSE
               IF WS-CORR-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier corrections : "
                       WS-CORR-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "O" TO WS-CORR-PRESENT
           END-IF.
           OPEN OUTPUT AUDIT-REPORT.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture rapport des corrections : "
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LECTURE-CORRECTION.
           READ CORRECTION-FILE
               AT END MOVE "Y" TO WS-CORR-EOF
           END-READ.

       TRAITER-CORRECTION.
           ADD 1 TO WS-NB-CORR-LUES.
           PERFORM AUDIT-CORRECTION.
           PERFORM CHERCHER-SUSPENS.
           IF WS-SUSP-TROUVE = "N"
               MOVE "REFUSE : suspens inconnu" TO WS-LA-RESULTAT
               PERFORM REFUSER-CORRECTION
           ELSE
               MOVE TAB-SUSP-TRANS(WS-SUSP-IDX)(2:6)
                   TO WS-LA-OPERATEUR
               IF TAB-SUSP-ETAT(WS-SUSP-IDX) NOT = "S"
                   MOVE "REFUSE : suspens deja traite"
                       TO WS-LA-RESULTAT
                   PERFORM REFUSER-CORRECTION
               ELSE
                   EVALUATE CORR-ACTION
                       WHEN "C"
                           PERFORM TRAITER-CORRIGE
                       WHEN "L"
                           PERFORM TRAITER-RELACHE
                       WHEN "A"
                           PERFORM TRAITER-ABANDON
                       WHEN OTHER
                           MOVE "REFUSE : action inconnue"
                               TO WS-LA-RESULTAT
                           PERFORM REFUSER-CORRECTION
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM LECTURE-CORRECTION.

       TRAITER-CORRIGE.
           MOVE CORR-TRANS TO WS-TRANS.
           PERFORM CONTROLER-TRANS.
           IF WS-TRANS-OK = "O"
               MOVE "AVANT CORRECTION" TO WS-LA-RESULTAT
               PERFORM ECRIRE-AUDIT
               MOVE CORR-TRANS TO TAB-SUSP-TRANS(WS-SUSP-IDX)
               MOVE "L" TO TAB-SUSP-ETAT(WS-SUSP-IDX)
               MOVE TAB-SUSP-TRANS(WS-SUSP-IDX)(2:6)
                   TO WS-LA-OPERATEUR
               MOVE "CORRIGE ET RELACHE" TO WS-LA-RESULTAT
               PERFORM ECRIRE-AUDIT
               ADD 1 TO WS-NB-RELACHES
           ELSE
               PERFORM REFUSER-CORRECTION
           END-IF.

       TRAITER-RELACHE.
           MOVE TAB-SUSP-TRANS(WS-SUSP-IDX) TO WS-TRANS.
           PERFORM CONTROLER-TRANS.
           IF WS-TRANS-OK = "O"
               MOVE "L" TO TAB-SUSP-ETAT(WS-SUSP-IDX)
               MOVE "RELACHE SANS CORRECTION" TO WS-LA-RESULTAT
               PERFORM ECRIRE-AUDIT
               ADD 1 TO WS-NB-RELACHES
           ELSE
               PERFORM REFUSER-CORRECTION
           END-IF.

       TRAITER-ABANDON.
           MOVE "A" TO TAB-SUSP-ETAT(WS-SUSP-IDX).
           MOVE "ABANDON APPLIQUE" TO WS-LA-RESULTAT.
           PERFORM ECRIRE-AUDIT.
           ADD 1 TO WS-NB-ABANDONS.

       CONTROLER-TRANS.
           MOVE "O" TO WS-TRANS-OK.
           EVALUATE WS-TR-TYPE-ENREG
               WHEN "D"
                   IF WS-TR-OPERATOR-ID = SPACES
                       MOVE "N" TO WS-TRANS-OK
                       MOVE "REFUSE : operateur absent"
                           TO WS-LA-RESULTAT
                   ELSE
                       IF WS-TR-A IS NOT NUMERIC
                           OR WS-TR-B IS NOT NUMERIC
                           MOVE "N" TO WS-TRANS-OK
                           MOVE "REFUSE : montants non numeriques"
                               TO WS-LA-RESULTAT
                       END-IF
                   END-IF
               WHEN "V"
                   IF WS-TR-V-OPERATEUR = SPACES
                       MOVE "N" TO WS-TRANS-OK
                       MOVE "REFUSE : operateur absent"
                           TO WS-LA-RESULTAT
                   ELSE
                       IF WS-TR-V-PRODUIT IS NOT NUMERIC
                           OR WS-TR-V-QUANTITE IS NOT NUMERIC
                           MOVE "N" TO WS-TRANS-OK
                           MOVE "REFUSE : vente non numerique"
                               TO WS-LA-RESULTAT
                       END-IF
                   END-IF
               WHEN "R"
                   IF WS-TR-AN-OPERATEUR = SPACES
                       MOVE "N" TO WS-TRANS-OK
                       MOVE "REFUSE : operateur absent"
                           TO WS-LA-RESULTAT
                   ELSE
                       IF WS-TR-AN-RECU IS NOT NUMERIC
                           MOVE "N" TO WS-TRANS-OK
                           MOVE "REFUSE : numero de recu invalide"
                               TO WS-LA-RESULTAT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-TRANS-OK
                   MOVE "REFUSE : type d'enregistrement"
                       TO WS-LA-RESULTAT
           END-EVALUATE.

       REFUSER-CORRECTION.
           PERFORM ECRIRE-AUDIT.
           ADD 1 TO WS-NB-REFUSES.

       AUDIT-CORRECTION.
           MOVE CORR-ACTION TO WS-LA-ACTION.
           MOVE CORR-NUMERO TO WS-LA-NUMERO.
           MOVE CORR-DEMANDEUR TO WS-LA-DEMANDEUR.
           MOVE SPACES TO WS-LA-OPERATEUR.

       ECRIRE-AUDIT.
           MOVE WS-LIGNE-AUDIT TO LIGNE-AUDIT.
           WRITE LIGNE-AUDIT.

       CHERCHER-SUSPENS.
           MOVE "N" TO WS-SUSP-TROUVE.
           MOVE 1 TO WS-SUSP-IDX.
           PERFORM TESTER-SUSPENS
               UNTIL WS-SUSP-IDX > WS-NB-SUSPENS
                   OR WS-SUSP-TROUVE = "O".

       TESTER-SUSPENS.
           IF TAB-SUSP-NUMERO(WS-SUSP-IDX) = CORR-NUMERO
               MOVE "O" TO WS-SUSP-TROUVE
           ELSE
               ADD 1 TO WS-SUSP-IDX
           END-IF.

       ECRIRE-LOT-REPRISE.
           CALL "SeqAlloc" USING WS-SERIE-REPRISE WS-LOT-REPRISE
               WS-CTL-PROGRAMME.
           OPEN EXTEND REPRISE-FILE.
           IF WS-REPR-STATUS = "05" OR WS-REPR-STATUS = "35"
               OPEN OUTPUT REPRISE-FILE
           END-IF.
           IF WS-REPR-STATUS NOT = "00"
               DISPLAY "Erreur ouverture lot de reprise : "
                   WS-REPR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-TRANS.
           MOVE "E" TO WS-TR-TYPE-ENREG.
           MOVE WS-AUJOURDHUI TO WS-TR-H-DATE.
           MOVE WS-LOT-REPRISE TO WS-TR-H-LOT.
           MOVE WS-TRANS TO REPRISE-REC.
           WRITE REPRISE-REC.
           MOVE 0 TO WS-LOT-NB.
           MOVE 0 TO WS-LOT-HASH.
           MOVE 1 TO WS-SUSP-IDX.
           PERFORM VERSER-REPRISE UNTIL WS-SUSP-IDX > WS-NB-SUSPENS.
           MOVE SPACES TO WS-TRANS.
           MOVE "F" TO WS-TR-TYPE-ENREG.
           MOVE WS-LOT-NB TO WS-TR-F-NB.
           MOVE WS-LOT-HASH TO WS-TR-F-HASH.
           MOVE WS-TRANS TO REPRISE-REC.
           WRITE REPRISE-REC.
           CLOSE REPRISE-FILE.

       VERSER-REPRISE.
           IF TAB-SUSP-ETAT(WS-SUSP-IDX) = "L"
               MOVE TAB-SUSP-TRANS(WS-SUSP-IDX) TO WS-TRANS
               MOVE WS-TRANS TO REPRISE-REC
               WRITE REPRISE-REC
               ADD 1 TO WS-LOT-NB
               IF WS-TR-TYPE-ENREG = "D"
                   COMPUTE WS-LOT-HASH = WS-LOT-HASH
                       + WS-TR-A + WS-TR-B
               END-IF
               IF WS-TR-TYPE-ENREG = "V"
                   ADD WS-TR-V-QUANTITE TO WS-LOT-HASH
               END-IF
           END-IF.
           ADD 1 TO WS-SUSP-IDX.

       ECRIRE-SUSPENS.
           OPEN OUTPUT SUSPENS-TMP-FILE.
           IF WS-SUSP-TMP-STATUS NOT = "00"
               DISPLAY "Erreur ecriture fichier des suspens : "
                   WS-SUSP-TMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-SUSP-IDX.
           PERFORM RECOPIER-SUSPENS UNTIL WS-SUSP-IDX > WS-NB-SUSPENS.
           CLOSE SUSPENS-TMP-FILE.
           CALL "SYSTEM" USING WS-RENAME-CMD.
           IF RETURN-CODE NOT = 0
               DISPLAY "Echec remplacement ADDNSUSP.DAT par "
                   "ADDNSUSP.NEW."
               IF WS-NB-RELACHES > 0
                   DISPLAY "Lot de reprise " WS-LOT-REPRISE
                       " deja ecrit dans ADDNREPR.DAT, a regulariser "
                       "avant toute relance."
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ARCHIVER-CORRECTIONS.
           CALL "SYSTEM" USING WS-CORR-RENAME-CMD.
           IF RETURN-CODE NOT = 0
               DISPLAY "Echec archivage ADDNCORR.DAT en ADDNCORR.TRT, "
                   "corrections a retirer avant toute relance."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECOPIER-SUSPENS.
           IF TAB-SUSP-ETAT(WS-SUSP-IDX) = "S"
               MOVE TAB-SUSP-NUMERO(WS-SUSP-IDX) TO SUSP-TMP-NUMERO
               MOVE TAB-SUSP-DATE(WS-SUSP-IDX) TO SUSP-TMP-DATE
               MOVE TAB-SUSP-LOT(WS-SUSP-IDX) TO SUSP-TMP-LOT
               MOVE TAB-SUSP-MOTIF(WS-SUSP-IDX) TO SUSP-TMP-MOTIF
               MOVE TAB-SUSP-TRANS(WS-SUSP-IDX) TO SUSP-TMP-TRANS
               WRITE SUSPENS-TMP-REC
               ADD 1 TO WS-NB-RESTANTS
           END-IF.
           ADD 1 TO WS-SUSP-IDX.

       EDITER-AGING.
           OPEN OUTPUT AGING-REPORT.
           IF WS-AGING-STATUS NOT = "00"
               DISPLAY "Erreur ouverture rapport anciennete : "
                   WS-AGING-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-SUSP-IDX.
           PERFORM EDITER-LIGNE-AGING UNTIL WS-SUSP-IDX > WS-NB-SUSPENS.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-RAPPORT.
           MOVE "SUSPENS DE 0 A 2 JOURS" TO WS-LT-LIBELLE.
           MOVE WS-NB-AGE-1 TO WS-LT-NB.
           MOVE WS-LIGNE-TRANCHE TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-RAPPORT.
           MOVE "SUSPENS DE 3 A 7 JOURS" TO WS-LT-LIBELLE.
           MOVE WS-NB-AGE-2 TO WS-LT-NB.
           MOVE WS-LIGNE-TRANCHE TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-RAPPORT.
           MOVE "SUSPENS DE 8 A 14 JOURS" TO WS-LT-LIBELLE.
           MOVE WS-NB-AGE-3 TO WS-LT-NB.
           MOVE WS-LIGNE-TRANCHE TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-RAPPORT.
           MOVE "SUSPENS DE PLUS DE 14 JOURS" TO WS-LT-LIBELLE.
           MOVE WS-NB-AGE-4 TO WS-LT-NB.
           MOVE WS-LIGNE-TRANCHE TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-RAPPORT.
           MOVE "F" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-AGING
               WS-RPT-PROGRAMME WS-CPT-AGING WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           MOVE WS-RPT-LIGNE-1 TO LIGNE-AGING.
           WRITE LIGNE-AGING.
           CLOSE AGING-REPORT.

       EDITER-LIGNE-AGING.
           IF TAB-SUSP-ETAT(WS-SUSP-IDX) = "S"
               COMPUTE WS-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-AUJOURDHUI)
                   - FUNCTION INTEGER-OF-DATE(
                       TAB-SUSP-DATE(WS-SUSP-IDX))
               EVALUATE TRUE
                   WHEN WS-AGE <= 2
                       ADD 1 TO WS-NB-AGE-1
                   WHEN WS-AGE <= 7
                       ADD 1 TO WS-NB-AGE-2
                   WHEN WS-AGE <= 14
                       ADD 1 TO WS-NB-AGE-3
                   WHEN OTHER
                       ADD 1 TO WS-NB-AGE-4
               END-EVALUATE
               MOVE TAB-SUSP-NUMERO(WS-SUSP-IDX) TO WS-AG-NUMERO
               MOVE TAB-SUSP-DATE(WS-SUSP-IDX) TO WS-AG-DATE
               MOVE WS-AGE TO WS-AG-AGE
               MOVE TAB-SUSP-TRANS(WS-SUSP-IDX)(2:6)
                   TO WS-AG-OPERATEUR
               MOVE TAB-SUSP-MOTIF(WS-SUSP-IDX) TO WS-AG-MOTIF
               IF WS-AGE > WS-SEUIL-ALERTE
                   MOVE "** A TRAITER **" TO WS-AG-ALERTE
                   ADD 1 TO WS-NB-ALERTES
               ELSE
                   MOVE SPACES TO WS-AG-ALERTE
               END-IF
               MOVE WS-LIGNE-AGING TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE-RAPPORT
           END-IF.
           ADD 1 TO WS-SUSP-IDX.

       EDITER-LIGNE-RAPPORT.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-AGING
               WS-RPT-PROGRAMME WS-CPT-AGING WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           IF WS-RPT-EMETTRE = "O"
               MOVE WS-RPT-LIGNE-1 TO LIGNE-AGING
               WRITE LIGNE-AGING
               MOVE WS-RPT-LIGNE-2 TO LIGNE-AGING
               WRITE LIGNE-AGING
           END-IF.
           MOVE WS-LIGNE-EDITION TO LIGNE-AGING.
           WRITE LIGNE-AGING.
