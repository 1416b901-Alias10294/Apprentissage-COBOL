       IDENTIFICATION DIVISION.
       PROGRAM-ID. SeqRecon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRE-FILE ASSIGN TO "SEQRECON.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REGISTRE-FILE ASSIGN TO "SEQREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT RECU-FILE ASSIGN TO "ADDNRECU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECU-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT CONTROLE-FILE ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "SEQRECON.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRE-FILE.
       01  PARM-REC.
           05  PARM-DATE-DEBUT PIC 9(8).

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

       FD  RECU-FILE.
       01  RECU-REC.
           05  RECU-NUMERO PIC 9(6).
           05  RECU-OPERATEUR PIC X(6).
           05  RECU-DATE PIC 9(8).
           05  FILLER PIC X(42).

       FD  RUN-LOG-FILE.
       01  LIGNE-JOURNAL.
           05  LJ-DATE PIC X(8).
           05  FILLER PIC X(46).
           05  LJ-CHAINE PIC X(6).
           05  FILLER PIC X(20).

       FD  CONTROLE-FILE.
       01  CONTROLE-REC.
           05  CTL-PROGRAMME PIC X(12).
           05  CTL-DATE PIC 9(8).
           05  CTL-LUS PIC 9(9).
           05  CTL-ECRITS PIC 9(9).
           05  CTL-REJETES PIC 9(9).
           05  CTL-RETOUR PIC 9(4).
           05  CTL-CHAINE PIC 9(6).

       FD  RAPPORT-FILE.
       01  LIGNE-RAPPORT PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC XX.
       01  WS-REG-STATUS PIC XX.
       01  WS-RECU-STATUS PIC XX.
       01  WS-LOG-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
       01  WS-RAP-STATUS PIC XX.
       01  WS-EOF PIC X.
       01  WS-DATE-DEBUT PIC 9(8) VALUE 0.
       01  WS-SERIE-COURANTE PIC X(8).
       01  WS-SERIE-RECU PIC X(8) VALUE "ADDNRECU".
       01  WS-SERIE-CHAINE PIC X(8) VALUE "NIGHTRUN".
       01  WS-NB-ALLOCATIONS PIC 9(5) VALUE 0.
       01  WS-REG-IDX PIC 9(5).
       01  WS-NUMERO PIC 9(7).
       01  WS-NUMERO-USAGE PIC 9(6).
       01  WS-DATE-USAGE PIC 9(8).
       01  WS-CODE PIC X.
       01  WS-CODE-REG PIC 9(5).
       01  WS-RUN-CODE PIC X VALUE SPACE.
       01  WS-RUN-DEBUT PIC 9(6).
       01  WS-RUN-FIN PIC 9(6).
       01  WS-RUN-REG PIC 9(5).
       01  WS-NB-USAGES-LUS PIC 9(9) VALUE 0.
       01  WS-NB-NON-UTILISES PIC 9(7) VALUE 0.
       01  WS-NB-NON-ALLOUES PIC 9(7) VALUE 0.
       01  WS-NB-DOUBLES PIC 9(7) VALUE 0.
       01  WS-TOT-NON-UTILISES PIC 9(7) VALUE 0.
       01  WS-TOT-NON-ALLOUES PIC 9(7) VALUE 0.
       01  WS-TOT-DOUBLES PIC 9(7) VALUE 0.
       01  WS-CTL-PROGRAMME PIC X(12) VALUE "SeqRecon".
       01  WS-CTL-LUS PIC 9(9) VALUE 0.
       01  WS-CTL-ECRITS PIC 9(9) VALUE 0.
       01  WS-CTL-REJETES PIC 9(9) VALUE 0.
       01  WS-CTL-RETOUR PIC 9(4) VALUE 0.
       01  TABLE-ALLOCATIONS.
           05  ALLOCATION-ENTRY OCCURS 20000 TIMES.
               10  TAB-AL-DATE PIC 9(8).
               10  TAB-AL-SERIE PIC X(8).
               10  TAB-AL-PREMIER PIC 9(6).
               10  TAB-AL-DERNIER PIC 9(6).
               10  TAB-AL-PROGRAMME PIC X(12).
               10  TAB-AL-CHAINE PIC 9(6).
       01  TABLE-NUMEROS.
           05  NUMERO-ENTRY OCCURS 999999 TIMES.
               10  TAB-NU-REG PIC 9(5).
               10  TAB-NU-USAGES PIC 9.
               10  TAB-NU-DATE PIC 9(8).
       01  WS-RPT-ACTION PIC X.
       01  WS-RPT-EMETTRE PIC X.
       01  WS-RPT-LIGNE-1 PIC X(80).
       01  WS-RPT-LIGNE-2 PIC X(80).
       01  WS-TITRE-RECON PIC X(30)
           VALUE "RAPPROCHEMENT DES NUMEROS".
       01  WS-RPT-PROGRAMME PIC X(12) VALUE "SeqRecon".
       01  WS-CPT-RECON.
           05  WS-CR-PAGE PIC 9(4) VALUE 0.
           05  WS-CR-LIGNES PIC 9(2) VALUE 0.
           05  WS-CR-TOTAL PIC 9(7) VALUE 0.
           05  WS-CR-DATE PIC 9(8) VALUE 0.
           05  WS-CR-HEURE PIC 9(6) VALUE 0.
       01  WS-LIGNE-EDITION PIC X(80).
       01  WS-LIGNE-SERIE.
           05  FILLER PIC X(6) VALUE "Serie ".
           05  WS-LS-SERIE PIC X(8).
           05  FILLER PIC X(15) VALUE " - utilisation ".
           05  WS-LS-CONSOMMATEUR PIC X(30).
       01  WS-LIGNE-PERIODE.
           05  FILLER PIC X(37)
               VALUE "Allocations et utilisations depuis le".
           05  FILLER PIC X VALUE SPACE.
           05  WS-LP-DATE PIC 9(8).
       01  WS-LIGNE-DETAIL.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-LD-ANOMALIE PIC X(18).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LD-DEBUT PIC 9(6).
           05  FILLER PIC X(3) VALUE " a ".
           05  WS-LD-FIN PIC 9(6).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LD-NB PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-LD-COMPLEMENT PIC X(35).
       01  WS-ZONE-ALLOCATION.
           05  FILLER PIC X(9) VALUE "alloue a ".
           05  WS-ZA-PROGRAMME PIC X(12).
           05  FILLER PIC X(7) VALUE " chaine".
           05  FILLER PIC X VALUE SPACE.
           05  WS-ZA-CHAINE PIC 9(6).
       01  WS-ZONE-USAGES.
           05  FILLER PIC X(8) VALUE "utilise ".
           05  WS-ZU-USAGES PIC 9.
           05  FILLER PIC X(5) VALUE " fois".
       01  WS-LIGNE-TOTAL-SERIE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  FILLER PIC X(14) VALUE "Non utilises :".
           05  WS-LT-NON-UTILISES PIC Z(6)9.
           05  FILLER PIC X(16) VALUE "  Non alloues :".
           05  WS-LT-NON-ALLOUES PIC Z(6)9.
           05  FILLER PIC X(15) VALUE "  En double :".
           05  WS-LT-DOUBLES PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LECTURE-PARAMETRE.
           PERFORM CHARGER-REGISTRE.
           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RAP-STATUS NOT = "00"
               DISPLAY "Erreur ouverture rapport de rapprochement : "
                   WS-RAP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DATE-DEBUT > 0
               MOVE WS-DATE-DEBUT TO WS-LP-DATE
               MOVE WS-LIGNE-PERIODE TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE
           END-IF.
           PERFORM RAPPROCHER-RECUS.
           PERFORM RAPPROCHER-CHAINES.
           MOVE "F" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-RECON
               WS-RPT-PROGRAMME WS-CPT-RECON WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           MOVE WS-RPT-LIGNE-1 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT-FILE.
           DISPLAY "Allocations enregistrees : " WS-NB-ALLOCATIONS.
           DISPLAY "Utilisations lues : " WS-NB-USAGES-LUS.
           DISPLAY "Numeros alloues non utilises : "
               WS-TOT-NON-UTILISES.
           DISPLAY "Numeros utilises non alloues : "
               WS-TOT-NON-ALLOUES.
           DISPLAY "Numeros utilises en double : " WS-TOT-DOUBLES.
           MOVE WS-NB-ALLOCATIONS TO WS-CTL-LUS.
           MOVE WS-NB-USAGES-LUS TO WS-CTL-ECRITS.
           COMPUTE WS-CTL-REJETES = WS-TOT-NON-UTILISES
               + WS-TOT-NON-ALLOUES + WS-TOT-DOUBLES.
           CALL "CtlEoj" USING WS-CTL-PROGRAMME WS-CTL-LUS
               WS-CTL-ECRITS WS-CTL-REJETES WS-CTL-RETOUR.
           STOP RUN.

       LECTURE-PARAMETRE.
           OPEN INPUT PARAMETRE-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARAMETRE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-DATE-DEBUT IS NUMERIC
                           MOVE PARM-DATE-DEBUT TO WS-DATE-DEBUT
                       END-IF
               END-READ
               CLOSE PARAMETRE-FILE
           END-IF.

       CHARGER-REGISTRE.
           OPEN INPUT REGISTRE-FILE.
           IF WS-REG-STATUS = "35" OR WS-REG-STATUS = "05"
               DISPLAY "Registre des allocations SEQREG.DAT absent."
           ELSE
               IF WS-REG-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture registre des allocations"
                       " : " WS-REG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM LECTURE-REGISTRE
                   PERFORM RANGER-ALLOCATION UNTIL WS-EOF = "Y"
                   CLOSE REGISTRE-FILE
               END-IF
           END-IF.

       LECTURE-REGISTRE.
           READ REGISTRE-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       RANGER-ALLOCATION.
           IF REG-PREMIER IS NUMERIC AND REG-DERNIER IS NUMERIC
               AND REG-PREMIER > 0 AND REG-DERNIER >= REG-PREMIER
               IF WS-NB-ALLOCATIONS >= 20000
                   DISPLAY "Registre des allocations sature, "
                       "maximum 20000."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-ALLOCATIONS
               MOVE REG-DATE TO TAB-AL-DATE(WS-NB-ALLOCATIONS)
               MOVE REG-SERIE TO TAB-AL-SERIE(WS-NB-ALLOCATIONS)
               MOVE REG-PREMIER TO TAB-AL-PREMIER(WS-NB-ALLOCATIONS)
               MOVE REG-DERNIER TO TAB-AL-DERNIER(WS-NB-ALLOCATIONS)
               MOVE REG-PROGRAMME
                   TO TAB-AL-PROGRAMME(WS-NB-ALLOCATIONS)
               MOVE REG-CHAINE TO TAB-AL-CHAINE(WS-NB-ALLOCATIONS)
           END-IF.
           PERFORM LECTURE-REGISTRE.

       PREPARER-SERIE.
           INITIALIZE TABLE-NUMEROS.
           MOVE 0 TO WS-NB-NON-UTILISES.
           MOVE 0 TO WS-NB-NON-ALLOUES.
           MOVE 0 TO WS-NB-DOUBLES.
           MOVE WS-SERIE-COURANTE TO WS-LS-SERIE.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           MOVE WS-LIGNE-SERIE TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           MOVE 1 TO WS-REG-IDX.
           PERFORM MARQUER-ALLOCATION
               UNTIL WS-REG-IDX > WS-NB-ALLOCATIONS.

       MARQUER-ALLOCATION.
           IF TAB-AL-SERIE(WS-REG-IDX) = WS-SERIE-COURANTE
               MOVE TAB-AL-PREMIER(WS-REG-IDX) TO WS-NUMERO
               PERFORM MARQUER-NUMERO-ALLOUE
                   UNTIL WS-NUMERO > TAB-AL-DERNIER(WS-REG-IDX)
           END-IF.
           ADD 1 TO WS-REG-IDX.

       MARQUER-NUMERO-ALLOUE.
           MOVE WS-REG-IDX TO TAB-NU-REG(WS-NUMERO).
           ADD 1 TO WS-NUMERO.

       RAPPROCHER-RECUS.
           MOVE WS-SERIE-RECU TO WS-SERIE-COURANTE.
           MOVE "recus ADDNRECU.DAT" TO WS-LS-CONSOMMATEUR.
           PERFORM PREPARER-SERIE.
           OPEN INPUT RECU-FILE.
           IF WS-RECU-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM LECTURE-RECU
               PERFORM NOTER-RECU UNTIL WS-EOF = "Y"
               CLOSE RECU-FILE
           END-IF.
           PERFORM EXAMINER-SERIE.

       LECTURE-RECU.
           READ RECU-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       NOTER-RECU.
           IF RECU-NUMERO IS NUMERIC AND RECU-NUMERO > 0
               AND RECU-DATE IS NUMERIC
               AND RECU-DATE >= WS-DATE-DEBUT
               ADD 1 TO WS-NB-USAGES-LUS
               IF TAB-NU-USAGES(RECU-NUMERO) < 9
                   ADD 1 TO TAB-NU-USAGES(RECU-NUMERO)
               END-IF
           END-IF.
           PERFORM LECTURE-RECU.

       RAPPROCHER-CHAINES.
           MOVE WS-SERIE-CHAINE TO WS-SERIE-COURANTE.
           MOVE "RUNLOG.DAT et CONTROLE.DAT" TO WS-LS-CONSOMMATEUR.
           PERFORM PREPARER-SERIE.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-LOG-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM LECTURE-JOURNAL
               PERFORM NOTER-JOURNAL UNTIL WS-EOF = "Y"
               CLOSE RUN-LOG-FILE
           END-IF.
           OPEN INPUT CONTROLE-FILE.
           IF WS-CTL-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM LECTURE-CONTROLE
               PERFORM NOTER-CONTROLE UNTIL WS-EOF = "Y"
               CLOSE CONTROLE-FILE
           END-IF.
           PERFORM EXAMINER-SERIE.

       LECTURE-JOURNAL.
           READ RUN-LOG-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       NOTER-JOURNAL.
           IF LJ-CHAINE IS NUMERIC AND LJ-DATE IS NUMERIC
               MOVE LJ-CHAINE TO WS-NUMERO-USAGE
               MOVE LJ-DATE TO WS-DATE-USAGE
               IF WS-NUMERO-USAGE > 0
                   AND WS-DATE-USAGE >= WS-DATE-DEBUT
                   ADD 1 TO WS-NB-USAGES-LUS
                   PERFORM NOTER-CHAINE-DATEE
               END-IF
           END-IF.
           PERFORM LECTURE-JOURNAL.

       NOTER-CHAINE-DATEE.
           IF TAB-NU-USAGES(WS-NUMERO-USAGE) = 0
               MOVE 1 TO TAB-NU-USAGES(WS-NUMERO-USAGE)
               MOVE WS-DATE-USAGE TO TAB-NU-DATE(WS-NUMERO-USAGE)
           ELSE
               IF TAB-NU-DATE(WS-NUMERO-USAGE) NOT = WS-DATE-USAGE
                   IF TAB-NU-USAGES(WS-NUMERO-USAGE) < 9
                       ADD 1 TO TAB-NU-USAGES(WS-NUMERO-USAGE)
                   END-IF
                   MOVE WS-DATE-USAGE TO TAB-NU-DATE(WS-NUMERO-USAGE)
               END-IF
           END-IF.

       LECTURE-CONTROLE.
           READ CONTROLE-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       NOTER-CONTROLE.
           IF CTL-CHAINE IS NUMERIC AND CTL-CHAINE > 0
               AND CTL-DATE IS NUMERIC
               AND CTL-DATE >= WS-DATE-DEBUT
               ADD 1 TO WS-NB-USAGES-LUS
               IF TAB-NU-USAGES(CTL-CHAINE) = 0
                   MOVE 1 TO TAB-NU-USAGES(CTL-CHAINE)
                   MOVE CTL-DATE TO TAB-NU-DATE(CTL-CHAINE)
               END-IF
           END-IF.
           PERFORM LECTURE-CONTROLE.

       EXAMINER-SERIE.
           MOVE SPACE TO WS-RUN-CODE.
           MOVE 1 TO WS-NUMERO.
           PERFORM EXAMINER-NUMERO UNTIL WS-NUMERO > 999999.
           PERFORM CLORE-PLAGE.
           MOVE WS-NB-NON-UTILISES TO WS-LT-NON-UTILISES.
           MOVE WS-NB-NON-ALLOUES TO WS-LT-NON-ALLOUES.
           MOVE WS-NB-DOUBLES TO WS-LT-DOUBLES.
           MOVE WS-LIGNE-TOTAL-SERIE TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           ADD WS-NB-NON-UTILISES TO WS-TOT-NON-UTILISES.
           ADD WS-NB-NON-ALLOUES TO WS-TOT-NON-ALLOUES.
           ADD WS-NB-DOUBLES TO WS-TOT-DOUBLES.

       EXAMINER-NUMERO.
           MOVE SPACE TO WS-CODE.
           MOVE TAB-NU-REG(WS-NUMERO) TO WS-CODE-REG.
           IF WS-CODE-REG > 0
               IF TAB-NU-USAGES(WS-NUMERO) = 0
                   IF TAB-AL-DATE(WS-CODE-REG) >= WS-DATE-DEBUT
                       MOVE "N" TO WS-CODE
                   END-IF
               ELSE
                   IF TAB-NU-USAGES(WS-NUMERO) > 1
                       MOVE "D" TO WS-CODE
                   END-IF
               END-IF
           ELSE
               IF TAB-NU-USAGES(WS-NUMERO) > 0
                   MOVE "A" TO WS-CODE
               END-IF
           END-IF.
           IF WS-CODE NOT = WS-RUN-CODE
               OR WS-CODE = "D"
               OR (WS-CODE = "N" AND WS-CODE-REG NOT = WS-RUN-REG)
               PERFORM CLORE-PLAGE
               IF WS-CODE NOT = SPACE
                   MOVE WS-CODE TO WS-RUN-CODE
                   MOVE WS-NUMERO TO WS-RUN-DEBUT
                   MOVE WS-NUMERO TO WS-RUN-FIN
                   MOVE WS-CODE-REG TO WS-RUN-REG
               END-IF
           ELSE
               IF WS-CODE NOT = SPACE
                   MOVE WS-NUMERO TO WS-RUN-FIN
               END-IF
           END-IF.
           EVALUATE WS-CODE
               WHEN "N"
                   ADD 1 TO WS-NB-NON-UTILISES
               WHEN "A"
                   ADD 1 TO WS-NB-NON-ALLOUES
               WHEN "D"
                   ADD 1 TO WS-NB-DOUBLES
           END-EVALUATE.
           ADD 1 TO WS-NUMERO.

       CLORE-PLAGE.
           IF WS-RUN-CODE NOT = SPACE
               MOVE WS-RUN-DEBUT TO WS-LD-DEBUT
               MOVE WS-RUN-FIN TO WS-LD-FIN
               COMPUTE WS-LD-NB = WS-RUN-FIN - WS-RUN-DEBUT + 1
               MOVE SPACES TO WS-LD-COMPLEMENT
               EVALUATE WS-RUN-CODE
                   WHEN "N"
                       MOVE "ALLOUE NON UTILISE" TO WS-LD-ANOMALIE
                       MOVE TAB-AL-PROGRAMME(WS-RUN-REG)
                           TO WS-ZA-PROGRAMME
                       MOVE TAB-AL-CHAINE(WS-RUN-REG) TO WS-ZA-CHAINE
                       MOVE WS-ZONE-ALLOCATION TO WS-LD-COMPLEMENT
                   WHEN "A"
                       MOVE "UTILISE NON ALLOUE" TO WS-LD-ANOMALIE
                   WHEN OTHER
                       MOVE "UTILISE EN DOUBLE" TO WS-LD-ANOMALIE
                       MOVE TAB-NU-USAGES(WS-RUN-DEBUT) TO WS-ZU-USAGES
                       MOVE WS-ZONE-USAGES TO WS-LD-COMPLEMENT
               END-EVALUATE
               MOVE WS-LIGNE-DETAIL TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE
           END-IF.
           MOVE SPACE TO WS-RUN-CODE.

       EDITER-LIGNE.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-RECON
               WS-RPT-PROGRAMME WS-CPT-RECON WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           IF WS-RPT-EMETTRE = "O"
               MOVE WS-RPT-LIGNE-1 TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE WS-RPT-LIGNE-2 TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
           MOVE WS-LIGNE-EDITION TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
