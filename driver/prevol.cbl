       IDENTIFICATION DIVISION.
       PROGRAM-ID. PreVol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "NIGHTLY.SCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT LISTE-FILE ASSIGN TO "PREVOL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "PREVOL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-STATUS.
           SELECT TD1Q1-PARM-FILE ASSIGN TO "TD1Q1.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT TD1Q2-PARM-FILE ASSIGN TO "TD1Q2.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT COMPARQ2-PARM-FILE ASSIGN TO "COMPARQ2.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT JPBATCH-PARM-FILE ASSIGN TO "JPBATCH.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT BOUCLE1-PARM-FILE ASSIGN TO "BOUCLE1.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT ARCHIVE-PARM-FILE ASSIGN TO "ARCHIVE.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT TABLOBRD-PARM-FILE ASSIGN TO "TABLOBRD.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT OPERRELV-PARM-FILE ASSIGN TO "OPERRELV.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT CLOTCAIS-PARM-FILE ASSIGN TO "CLOTCAIS.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT CLASSTRN-PARM-FILE ASSIGN TO "CLASSTRN.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT JPCTRL-PARM-FILE ASSIGN TO "JPCTRL.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT PRIMSIEV-PARM-FILE ASSIGN TO "PRIMSIEV.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT PRIXHIST-PARM-FILE ASSIGN TO "PRIXHIST.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT PRIXREV-PARM-FILE ASSIGN TO "PRIXREV.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT PRODGEN-PARM-FILE ASSIGN TO "PRODGEN.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT PRODQUAR-PARM-FILE ASSIGN TO "PRODQUAR.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT SEQRECON-PARM-FILE ASSIGN TO "SEQRECON.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT CATEGORIE-FILE ASSIGN TO "CATEGORIE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT TAUX-FILE ASSIGN TO "ADDNTAUX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT PRODUIT-FILE ASSIGN TO "PRODUIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-FIC-STATUS.
           SELECT OPER-FILE ASSIGN TO "ADDNOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.
           SELECT ETAT-ADDN-FILE ASSIGN TO "ADDNETAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       01  SCHED-REC.
           05  SCHED-SEQ PIC 9(2).
           05  SCHED-NOM PIC X(12).
           05  SCHED-ACTIF PIC X.
           05  SCHED-DEPEND PIC X(12).
           05  SCHED-COMMANDE PIC X(49).
           05  SCHED-MAXPAR PIC 9(2).
           05  SCHED-TIMEOUT PIC 9(4).
           05  SCHED-RETRY PIC 9(1).
           05  SCHED-REGLE PIC X.
           05  SCHED-JOUR PIC X.
           05  SCHED-DUREE PIC 9(5).
           05  SCHED-ECHEANCE PIC 9(4).

       FD  LISTE-FILE.
       01  LISTE-REC PIC X(80).

       FD  RAPPORT-FILE.
       01  LIGNE-RAPPORT PIC X(80).

       FD  TD1Q1-PARM-FILE.
       01  TD1Q1-PARM-REC PIC X(29).

       FD  TD1Q2-PARM-FILE.
       01  TD1Q2-PARM-REC PIC X(8).

       FD  COMPARQ2-PARM-FILE.
       01  COMPARQ2-PARM-REC PIC X(12).

       FD  JPBATCH-PARM-FILE.
       01  JPBATCH-PARM-REC PIC X(18).

       FD  BOUCLE1-PARM-FILE.
       01  BOUCLE1-PARM-REC PIC X(18).

       FD  ARCHIVE-PARM-FILE.
       01  ARCHIVE-PARM-REC PIC X(4).

       FD  TABLOBRD-PARM-FILE.
       01  TABLOBRD-PARM-REC PIC X(5).

       FD  OPERRELV-PARM-FILE.
       01  OPERRELV-PARM-REC PIC X(6).

       FD  CLOTCAIS-PARM-FILE.
       01  CLOTCAIS-PARM-REC PIC X(15).

       FD  CLASSTRN-PARM-FILE.
       01  CLASSTRN-PARM-REC PIC X(7).

       FD  JPCTRL-PARM-FILE.
       01  JPCTRL-PARM-REC PIC X(5).

       FD  PRIMSIEV-PARM-FILE.
       01  PRIMSIEV-PARM-REC PIC X(18).

       FD  PRIXHIST-PARM-FILE.
       01  PRIXHIST-PARM-REC PIC X(14).

       FD  PRIXREV-PARM-FILE.
       01  PRIXREV-PARM-REC PIC X(1).

       FD  PRODGEN-PARM-FILE.
       01  PRODGEN-PARM-REC PIC X(16).

       FD  PRODQUAR-PARM-FILE.
       01  PRODQUAR-PARM-REC PIC X(6).

       FD  SEQRECON-PARM-FILE.
       01  SEQRECON-PARM-REC PIC X(8).

       FD  CATEGORIE-FILE.
       01  CATEGORIE-REC PIC X(17).

       FD  TAUX-FILE.
       01  TAUX-REC PIC X(12).

       FD  PRODUIT-FILE.
       COPY PRODUIT.

       FD  OPER-FILE.
       01  OPER-REC PIC X(47).

       FD  ETAT-ADDN-FILE.
       01  ETAT-ADDN-REC.
           05  ETAT-ADDN-STATUT PIC X.
           05  FILLER PIC X(56).

       WORKING-STORAGE SECTION.
       01  WS-SCHED-STATUS PIC XX.
       01  WS-LISTE-STATUS PIC XX.
       01  WS-RAP-STATUS PIC XX.
       01  WS-FIC-STATUS PIC XX.
       01  WS-SCHED-EOF PIC X VALUE "N".
       01  WS-LISTE-EOF PIC X VALUE "N".
       01  WS-FIC-EOF PIC X VALUE "N".
       01  WS-AUJOURDHUI PIC 9(8).
       01  WS-MOIS-COURANT PIC 9(6).
       01  WS-COMMANDE PIC X(80).
       01  WS-RESIDUS-CMD PIC X(80) VALUE
           "ls -d *.TMP *.NEW *.LCK *.LCK.CASSE 2>/dev/null > PREVOL.LST
      -    "".
       01  WS-NB-PROGRAMMES PIC 9(2) VALUE 0.
       01  WS-PDX PIC 9(2).
       01  TABLE-PLANNING.
           05  PLANNING-ENTRY OCCURS 20 TIMES.
               10  TAB-PL-NOM PIC X(12).
               10  TAB-PL-CLE PIC X(12).
       01  WS-NB-VUS PIC 9(3) VALUE 0.
       01  WS-VDX PIC 9(3).
       01  WS-VU PIC X.
       01  WS-ADDN-REPRISE PIC X VALUE "N".
       01  TABLE-VUS.
           05  VU-ENTRY OCCURS 100 TIMES.
               10  TAB-VU-FICHIER PIC X(20).
       01  WS-NB-CONTROLES PIC 9(5) VALUE 0.
       01  WS-NB-BLOQUANTS PIC 9(5) VALUE 0.
       01  WS-NB-ALERTES PIC 9(5) VALUE 0.
       01  WS-CT-PROGRAMME PIC X(12).
       01  WS-CT-FICHIER PIC X(20).
       01  WS-CT-RESULTAT PIC X(8).
       01  WS-CT-MOTIF PIC X(37).
       01  WS-K PIC 9(2).
       01  WS-R PIC 9.
       01  WS-NB-LIGNES PIC 9(3).
       01  WS-TOTAL PIC 9(5).
       01  WS-ETENDUE PIC 9(10).
       01  WS-STATUT-ED PIC XX.
       01  WS-NUMERO-ED PIC 99.
       01  WS-PARM-ZONE PIC X(29).
       01  WS-TD1Q1-ENTETE REDEFINES WS-PARM-ZONE.
           05  WS-T1E-BORNE-INF PIC 9(9).
           05  WS-T1E-BORNE-SUP PIC 9(9).
           05  WS-T1E-NB-REGLES PIC 9(2).
           05  WS-T1E-INTERVALLE PIC X(9).
       01  WS-TD1Q1-REGLE REDEFINES WS-PARM-ZONE.
           05  WS-T1R-REGLE-ID PIC 9(2).
           05  WS-T1R-DIVISEUR PIC 9(3).
           05  WS-T1R-NB-RESTES PIC 9.
           05  WS-T1R-RESTE OCCURS 5 TIMES PIC 9(3).
           05  WS-T1R-SENS PIC X.
           05  FILLER PIC X(7).
       01  WS-TD1Q2-PARM REDEFINES WS-PARM-ZONE.
           05  WS-T2-BUDGET-PAS PIC 9(8).
           05  FILLER PIC X(21).
       01  WS-COMPARQ2-PARM REDEFINES WS-PARM-ZONE.
           05  WS-CQ-RUN-1 PIC 9(6).
           05  WS-CQ-RUN-2 PIC 9(6).
           05  FILLER PIC X(17).
       01  WS-JPBATCH-PARM REDEFINES WS-PARM-ZONE.
           05  WS-JB-NB-PARTIES PIC 9(3).
           05  WS-JB-BORNE-SUP PIC 9(3).
           05  WS-JB-STRATEGIES.
               10  WS-JB-STRATEGIE OCCURS 4 TIMES PIC 9(3).
           05  WS-JB-STRATEGIES-X REDEFINES WS-JB-STRATEGIES.
               10  WS-JB-STRATEGIE-X OCCURS 4 TIMES PIC X(3).
           05  FILLER PIC X(11).
       01  WS-BOUCLE1-PARM REDEFINES WS-PARM-ZONE.
           05  WS-B1-BORNE-INF PIC 9(6).
           05  WS-B1-BORNE-SUP PIC 9(6).
           05  WS-B1-PAS PIC 9(6).
           05  FILLER PIC X(11).
       01  WS-ARCHIVE-PARM REDEFINES WS-PARM-ZONE.
           05  WS-AR-RETENTION PIC 9(4).
           05  FILLER PIC X(25).
       01  WS-TABLOBRD-PARM REDEFINES WS-PARM-ZONE.
           05  WS-TB-SEUIL PIC 9(5).
           05  FILLER PIC X(24).
       01  WS-OPERRELV-PARM REDEFINES WS-PARM-ZONE.
           05  WS-OR-MOIS PIC 9(6).
           05  WS-OR-MOIS-R REDEFINES WS-OR-MOIS.
               10  WS-OR-ANNEE PIC 9(4).
               10  WS-OR-MM PIC 9(2).
           05  FILLER PIC X(23).
       01  WS-CLOTCAIS-PARM REDEFINES WS-PARM-ZONE.
           05  WS-CC-DATE PIC 9(8).
           05  WS-CC-TOLERANCE PIC 9(5)V99.
           05  WS-CC-TOLERANCE-X REDEFINES WS-CC-TOLERANCE PIC X(7).
           05  FILLER PIC X(14).
       01  WS-CLASSTRN-PARM REDEFINES WS-PARM-ZONE.
           05  WS-CT-TOURNOI PIC X(6).
           05  WS-CT-CRITERE PIC X.
           05  FILLER PIC X(22).
       01  WS-JPCTRL-PARM REDEFINES WS-PARM-ZONE.
           05  WS-JC-SERIE-MAX PIC 99.
           05  WS-JC-SERIE-MAX-X REDEFINES WS-JC-SERIE-MAX PIC XX.
           05  WS-JC-BORNE-MIN PIC 999.
           05  WS-JC-BORNE-MIN-X REDEFINES WS-JC-BORNE-MIN PIC X(3).
           05  FILLER PIC X(24).
       01  WS-PRIMSIEV-PARM REDEFINES WS-PARM-ZONE.
           05  WS-PS-BORNE-INF PIC 9(9).
           05  WS-PS-BORNE-SUP PIC 9(9).
           05  FILLER PIC X(11).
       01  WS-PRIXHIST-PARM REDEFINES WS-PARM-ZONE.
           05  WS-PH-CODE PIC 9(9).
           05  WS-PH-SEUIL-PCT PIC 9(3)V99.
           05  FILLER PIC X(15).
       01  WS-PRIXREV-PARM REDEFINES WS-PARM-ZONE.
           05  WS-PR-MODE PIC X.
           05  FILLER PIC X(28).
       01  WS-PRODGEN-PARM REDEFINES WS-PARM-ZONE.
           05  WS-PG-NB-CODES PIC 9(3).
           05  WS-PG-DEMANDEUR PIC X(10).
           05  WS-PG-JOURS PIC 9(3).
           05  WS-PG-JOURS-X REDEFINES WS-PG-JOURS PIC X(3).
           05  FILLER PIC X(13).
       01  WS-PRODQUAR-PARM REDEFINES WS-PARM-ZONE.
           05  WS-PQ-JOURS PIC 9(3).
           05  WS-PQ-HORIZON PIC 9(3).
           05  WS-PQ-HORIZON-X REDEFINES WS-PQ-HORIZON PIC X(3).
           05  FILLER PIC X(23).
       01  WS-SEQRECON-PARM REDEFINES WS-PARM-ZONE.
           05  WS-SR-DATE-DEBUT PIC 9(8).
           05  WS-SR-DATE-DEBUT-X REDEFINES WS-SR-DATE-DEBUT
               PIC X(8).
           05  FILLER PIC X(21).
       01  WS-CATEGORIE-ENREG REDEFINES WS-PARM-ZONE.
           05  WS-CA-CODE PIC X(3).
           05  WS-CA-PRIX-MIN PIC 9(5)V99.
           05  WS-CA-PRIX-MAX PIC 9(5)V99.
           05  FILLER PIC X(12).
       01  WS-TAUX-ENREG REDEFINES WS-PARM-ZONE.
           05  WS-TX-DEVISE PIC X(3).
           05  WS-TX-VALEUR PIC 9(3)V9(6).
           05  FILLER PIC X(17).
       01  WS-CTL-PROGRAMME PIC X(12) VALUE "PreVol".
       01  WS-CTL-LUS PIC 9(9) VALUE 0.
       01  WS-CTL-ECRITS PIC 9(9) VALUE 0.
       01  WS-CTL-REJETES PIC 9(9) VALUE 0.
       01  WS-CTL-RETOUR PIC 9(4) VALUE 0.
       01  WS-RPT-ACTION PIC X.
       01  WS-RPT-EMETTRE PIC X.
       01  WS-RPT-LIGNE-1 PIC X(80).
       01  WS-RPT-LIGNE-2 PIC X(80).
       01  WS-TITRE-PREVOL PIC X(30)
           VALUE "CONTROLE AVANT CHAINE".
       01  WS-RPT-PROGRAMME PIC X(12) VALUE "PreVol".
       01  WS-CPT-PREVOL.
           05  WS-CV-PAGE PIC 9(4) VALUE 0.
           05  WS-CV-LIGNES PIC 9(2) VALUE 0.
           05  WS-CV-TOTAL PIC 9(7) VALUE 0.
           05  WS-CV-DATE PIC 9(8) VALUE 0.
           05  WS-CV-HEURE PIC 9(6) VALUE 0.
       01  WS-LIGNE-EDITION PIC X(80).
       01  WS-LIGNE-TITRES.
           05  FILLER PIC X(13) VALUE "PROGRAMME".
           05  FILLER PIC X(21) VALUE "FICHIER".
           05  FILLER PIC X(9) VALUE "RESULTAT".
           05  FILLER PIC X(5) VALUE "MOTIF".
       01  WS-LIGNE-CONTROLE.
           05  WS-LC-PROGRAMME PIC X(12).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LC-FICHIER PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LC-RESULTAT PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LC-MOTIF PIC X(37).
       01  WS-LIGNE-DECISION.
           05  FILLER PIC X(11) VALUE "Decision : ".
           05  WS-LD-DECISION PIC X(5).
           05  FILLER PIC X(3) VALUE " - ".
           05  WS-LD-NB-BLOQUANTS PIC ZZZZ9.
           05  FILLER PIC X(13) VALUE " bloquant(s),".
           05  WS-LD-NB-ALERTES PIC ZZZZ9.
           05  FILLER PIC X(11) VALUE " alerte(s),".
           05  WS-LD-NB-CONTROLES PIC ZZZZ9.
           05  FILLER PIC X(12) VALUE " controle(s)".

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURDHUI.
           MOVE WS-AUJOURDHUI(1:6) TO WS-MOIS-COURANT.
           OPEN OUTPUT RAPPORT-FILE.
           IF WS-RAP-STATUS NOT = "00"
               DISPLAY "Erreur ouverture rapport avant chaine : "
                   WS-RAP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-LIGNE-TITRES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           PERFORM CHARGER-PLANNING.
           MOVE 1 TO WS-PDX.
           PERFORM CONTROLER-PROGRAMME
               UNTIL WS-PDX > WS-NB-PROGRAMMES.
           PERFORM CONTROLER-RESIDUS.
           PERFORM EDITER-DECISION.
           MOVE "F" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-PREVOL
               WS-RPT-PROGRAMME WS-CPT-PREVOL WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           MOVE WS-RPT-LIGNE-1 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT-FILE.
           DISPLAY "Controles effectues : " WS-NB-CONTROLES.
           DISPLAY "Anomalies bloquantes : " WS-NB-BLOQUANTS.
           DISPLAY "Alertes : " WS-NB-ALERTES.
           IF WS-NB-BLOQUANTS > 0
               DISPLAY "Decision : NO-GO, chaine a retenir."
               MOVE 8 TO WS-CTL-RETOUR
           ELSE
               DISPLAY "Decision : GO."
               MOVE 0 TO WS-CTL-RETOUR
           END-IF.
           MOVE WS-NB-CONTROLES TO WS-CTL-LUS.
           COMPUTE WS-CTL-ECRITS = WS-NB-CONTROLES - WS-NB-BLOQUANTS.
           MOVE WS-NB-BLOQUANTS TO WS-CTL-REJETES.
           CALL "CtlEoj" USING WS-CTL-PROGRAMME WS-CTL-LUS
               WS-CTL-ECRITS WS-CTL-REJETES WS-CTL-RETOUR.
           MOVE WS-CTL-RETOUR TO RETURN-CODE.
           STOP RUN.

       CHARGER-PLANNING.
           MOVE "NightlyRun" TO WS-CT-PROGRAMME.
           MOVE "NIGHTLY.SCHED" TO WS-CT-FICHIER.
           MOVE "OK" TO WS-CT-RESULTAT.
           MOVE SPACES TO WS-CT-MOTIF.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHED-STATUS = "35" OR WS-SCHED-STATUS = "05"
               MOVE "BLOQUANT" TO WS-CT-RESULTAT
               MOVE "Fichier absent" TO WS-CT-MOTIF
           ELSE
               IF WS-SCHED-STATUS NOT = "00"
                   MOVE WS-SCHED-STATUS TO WS-FIC-STATUS
                   PERFORM MOTIF-OUVERTURE
               ELSE
                   PERFORM LECTURE-PLANNING
                   PERFORM RANGER-PLANNING UNTIL WS-SCHED-EOF = "Y"
                   CLOSE SCHEDULE-FILE
                   IF WS-CT-RESULTAT = "OK"
                       AND WS-NB-PROGRAMMES = 0
                       MOVE "BLOQUANT" TO WS-CT-RESULTAT
                       MOVE "Aucun programme actif" TO WS-CT-MOTIF
                   END-IF
               END-IF
           END-IF.
           PERFORM NOTER-RESULTAT.

       LECTURE-PLANNING.
           READ SCHEDULE-FILE
               AT END MOVE "Y" TO WS-SCHED-EOF
           END-READ.

       RANGER-PLANNING.
           IF SCHED-SEQ IS NOT NUMERIC OR SCHED-NOM = SPACES
               IF WS-CT-RESULTAT = "OK"
                   MOVE "BLOQUANT" TO WS-CT-RESULTAT
                   MOVE "Ligne de planning invalide" TO WS-CT-MOTIF
               END-IF
           ELSE
               IF SCHED-ACTIF = "O"
                   IF WS-NB-PROGRAMMES >= 20
                       IF WS-CT-RESULTAT = "OK"
                           MOVE "BLOQUANT" TO WS-CT-RESULTAT
                           MOVE "Plus de 20 programmes"
                               TO WS-CT-MOTIF
                       END-IF
                   ELSE
                       ADD 1 TO WS-NB-PROGRAMMES
                       MOVE SCHED-NOM TO TAB-PL-NOM(WS-NB-PROGRAMMES)
                       MOVE FUNCTION UPPER-CASE(SCHED-NOM)
                           TO TAB-PL-CLE(WS-NB-PROGRAMMES)
                   END-IF
               END-IF
           END-IF.
           PERFORM LECTURE-PLANNING.

       CONTROLER-PROGRAMME.
           MOVE TAB-PL-NOM(WS-PDX) TO WS-CT-PROGRAMME.
           EVALUATE TAB-PL-CLE(WS-PDX)
               WHEN "TD1Q1"
                   PERFORM CONTROLER-TD1Q1
                   MOVE "TD1Q1.CKPT" TO WS-CT-FICHIER
                   PERFORM SIGNALER-REPRISE
               WHEN "TD1Q2"
                   PERFORM CONTROLER-TD1Q2
                   MOVE "ROUTE-FILE.DAT" TO WS-CT-FICHIER
                   PERFORM EXIGER-NON-VIDE
               WHEN "ROUTEEDIT"
                   MOVE "ROUTE-FILE.DAT" TO WS-CT-FICHIER
                   PERFORM EXIGER-NON-VIDE
                   MOVE "VEHICULE.DAT" TO WS-CT-FICHIER
                   PERFORM SIGNALER-ABSENCE
               WHEN "VEHMAINT"
                   MOVE "VEHICULE.DAT" TO WS-CT-FICHIER
                   PERFORM SIGNALER-ABSENCE
               WHEN "COMPAREQ2"
                   PERFORM CONTROLER-COMPARQ2
               WHEN "JUSTEPRIX"
                   PERFORM CONTROLER-JPBATCH
               WHEN "BOUCLE1"
                   PERFORM CONTROLER-BOUCLE1
                   MOVE "BOUCLE1.CKPT" TO WS-CT-FICHIER
                   PERFORM SIGNALER-REPRISE
               WHEN "SEQAUDIT"
                   PERFORM CONTROLER-BOUCLE1
               WHEN "ARCHIVAGE"
                   PERFORM CONTROLER-ARCHIVE
               WHEN "TABLEAUBORD"
                   PERFORM CONTROLER-TABLOBRD
               WHEN "OPERRELV"
                   PERFORM CONTROLER-OPERRELV
               WHEN "CLOTCAISSE"
                   PERFORM CONTROLER-CLOTCAIS
               WHEN "CLASSTOURN"
                   PERFORM CONTROLER-CLASSTRN
                   MOVE "JPTOURN.DAT" TO WS-CT-FICHIER
                   PERFORM EXIGER-FICHIER
               WHEN "CONTROLEJP"
                   PERFORM CONTROLER-JPCTRL
               WHEN "PRIMSIEVE"
                   PERFORM CONTROLER-PRIMSIEV
               WHEN "PRIXHIST"
                   PERFORM CONTROLER-PRIXHIST
               WHEN "PRIXREV"
                   PERFORM CONTROLER-PRIXREV
                   PERFORM CONTROLER-CATEGORIES
                   PERFORM EXIGER-PRODUITS
               WHEN "PRODGEN"
                   PERFORM CONTROLER-PRODGEN
                   PERFORM CONTROLER-PRODQUAR
                   PERFORM EXIGER-PRODUITS
               WHEN "PRODMAINT"
                   PERFORM CONTROLER-PRODQUAR
                   PERFORM EXIGER-PRODUITS
               WHEN "VALIDPRODUIT"
               WHEN "PRODINTEG"
                   PERFORM CONTROLER-CATEGORIES
                   PERFORM EXIGER-PRODUITS
               WHEN "PRODCONSULT"
               WHEN "PRODCONV"
               WHEN "TARIFPUB"
               WHEN "STOCKMAJ"
               WHEN "STOCKINV"
                   PERFORM EXIGER-PRODUITS
               WHEN "ADDITION"
                   PERFORM CONTROLER-TAUX
                   PERFORM EXIGER-OPERATEURS
                   MOVE "ADDNTRAN.DAT" TO WS-CT-FICHIER
                   PERFORM EXIGER-NON-VIDE
                   MOVE "ADDNSAIS.ENC" TO WS-CT-FICHIER
                   PERFORM SIGNALER-SAISIE
               WHEN "OPERMAINT"
                   PERFORM CONTROLER-OPERATEURS
               WHEN "SEQRECON"
                   PERFORM CONTROLER-SEQRECON
               WHEN "DIFFUSION"
                   MOVE "DIFFUSION.DAT" TO WS-CT-FICHIER
                   PERFORM EXIGER-NON-VIDE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ADD 1 TO WS-PDX.

       CONTROLER-TD1Q1.
           MOVE "TD1Q1.PARM" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT TD1Q1-PARM-FILE.
           PERFORM CONTROLER-OUVERTURE-REQUISE.
           IF WS-FIC-STATUS = "00"
               MOVE SPACES TO WS-PARM-ZONE
               READ TD1Q1-PARM-FILE INTO WS-PARM-ZONE
                   AT END MOVE "Fichier vide" TO WS-CT-MOTIF
               END-READ
               EVALUATE TRUE
                   WHEN WS-CT-MOTIF NOT = SPACES
                       CONTINUE
                   WHEN WS-T1E-BORNE-INF IS NOT NUMERIC
                       OR WS-T1E-BORNE-SUP IS NOT NUMERIC
                       MOVE "Bornes non numeriques" TO WS-CT-MOTIF
                   WHEN WS-T1E-BORNE-INF > WS-T1E-BORNE-SUP
                       MOVE "Borne inferieure > borne superieure"
                           TO WS-CT-MOTIF
                   WHEN WS-T1E-NB-REGLES IS NOT NUMERIC
                       OR WS-T1E-NB-REGLES = 0
                       OR WS-T1E-NB-REGLES > 20
                       MOVE "Nombre de regles hors 1 a 20"
                           TO WS-CT-MOTIF
                   WHEN WS-T1E-INTERVALLE NOT = SPACES
                       AND WS-T1E-INTERVALLE IS NOT NUMERIC
                       MOVE "Intervalle de reprise non numerique"
                           TO WS-CT-MOTIF
                   WHEN OTHER
                       MOVE WS-T1E-NB-REGLES TO WS-NB-LIGNES
                       MOVE 1 TO WS-K
                       PERFORM CONTROLER-REGLE-TD1Q1
                           UNTIL WS-K > WS-NB-LIGNES
                               OR WS-CT-MOTIF NOT = SPACES
               END-EVALUATE
               CLOSE TD1Q1-PARM-FILE
               PERFORM CONCLURE-CONTROLE
           END-IF.
           PERFORM NOTER-RESULTAT.

       CONTROLER-REGLE-TD1Q1.
           MOVE WS-K TO WS-NUMERO-ED.
           MOVE SPACES TO WS-PARM-ZONE.
           READ TD1Q1-PARM-FILE INTO WS-PARM-ZONE
               AT END
                   STRING "Regle " WS-NUMERO-ED " manquante"
                       DELIMITED BY SIZE INTO WS-CT-MOTIF
           END-READ.
           EVALUATE TRUE
               WHEN WS-CT-MOTIF NOT = SPACES
                   CONTINUE
               WHEN WS-T1R-REGLE-ID IS NOT NUMERIC
                   OR WS-T1R-DIVISEUR IS NOT NUMERIC
                   OR WS-T1R-DIVISEUR = 0
                   STRING "Regle " WS-NUMERO-ED
                       " : diviseur invalide"
                       DELIMITED BY SIZE INTO WS-CT-MOTIF
               WHEN WS-T1R-NB-RESTES IS NOT NUMERIC
                   OR WS-T1R-NB-RESTES = 0
                   OR WS-T1R-NB-RESTES > 5
                   STRING "Regle " WS-NUMERO-ED
                       " : nombre de restes hors 1 a 5"
                       DELIMITED BY SIZE INTO WS-CT-MOTIF
               WHEN WS-T1R-SENS NOT = "I" AND WS-T1R-SENS NOT = "E"
                   AND WS-T1R-SENS NOT = SPACE
                   STRING "Regle " WS-NUMERO-ED
                       " : sens autre que I ou E"
                       DELIMITED BY SIZE INTO WS-CT-MOTIF
               WHEN OTHER
                   MOVE 1 TO WS-R
                   PERFORM CONTROLER-RESTE-TD1Q1
                       UNTIL WS-R > WS-T1R-NB-RESTES
           END-EVALUATE.
           ADD 1 TO WS-K.

       CONTROLER-RESTE-TD1Q1.
           IF WS-CT-MOTIF = SPACES
               IF WS-T1R-RESTE(WS-R) IS NOT NUMERIC
                   OR WS-T1R-RESTE(WS-R) >= WS-T1R-DIVISEUR
                   STRING "Regle " WS-NUMERO-ED
                       " : reste invalide"
                       DELIMITED BY SIZE INTO WS-CT-MOTIF
               END-IF
           END-IF.
           ADD 1 TO WS-R.

       CONTROLER-TD1Q2.
           MOVE "TD1Q2.PARM" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT TD1Q2-PARM-FILE.
           IF WS-FIC-STATUS = "35" OR WS-FIC-STATUS = "05"
               MOVE "ALERTE" TO WS-CT-RESULTAT
               MOVE "Absent, modes R et W impossibles"
                   TO WS-CT-MOTIF
           ELSE
               PERFORM CONTROLER-OUVERTURE-REQUISE
               IF WS-FIC-STATUS = "00"
                   MOVE SPACES TO WS-PARM-ZONE
                   READ TD1Q2-PARM-FILE INTO WS-PARM-ZONE
                       AT END MOVE "Fichier vide" TO WS-CT-MOTIF
                   END-READ
                   IF WS-CT-MOTIF = SPACES
                       IF WS-T2-BUDGET-PAS IS NOT NUMERIC
                           OR WS-T2-BUDGET-PAS = 0
                           MOVE "Budget de pas nul ou non numerique"
                               TO WS-CT-MOTIF
                       END-IF
                   END-IF
                   CLOSE TD1Q2-PARM-FILE
                   PERFORM CONCLURE-CONTROLE
               END-IF
           END-IF.
           PERFORM NOTER-RESULTAT.

       CONTROLER-COMPARQ2.
           MOVE "COMPARQ2.PARM" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT COMPARQ2-PARM-FILE.
           PERFORM CONTROLER-OUVERTURE-REQUISE.
           IF WS-FIC-STATUS = "00"
               MOVE SPACES TO WS-PARM-ZONE
               READ COMPARQ2-PARM-FILE INTO WS-PARM-ZONE
                   AT END MOVE "Fichier vide" TO WS-CT-MOTIF
               END-READ
               EVALUATE TRUE
                   WHEN WS-CT-MOTIF NOT = SPACES
                       CONTINUE
                   WHEN WS-CQ-RUN-1 IS NOT NUMERIC
                       OR WS-CQ-RUN-2 IS NOT NUMERIC
                       OR WS-CQ-RUN-1 = 0 OR WS-CQ-RUN-2 = 0
                       MOVE "Numeros de passage invalides"
                           TO WS-CT-MOTIF
                   WHEN WS-CQ-RUN-1 = WS-CQ-RUN-2
                       MOVE "Les deux passages sont identiques"
                           TO WS-CT-MOTIF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               CLOSE COMPARQ2-PARM-FILE
               PERFORM CONCLURE-CONTROLE
           END-IF.
           PERFORM NOTER-RESULTAT.

       CONTROLER-JPBATCH.
           MOVE "JPBATCH.PARM" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT JPBATCH-PARM-FILE.
           PERFORM CONTROLER-OUVERTURE-REQUISE.
           IF WS-FIC-STATUS = "00"
               MOVE SPACES TO WS-PARM-ZONE
               READ JPBATCH-PARM-FILE INTO WS-PARM-ZONE
                   AT END MOVE "Fichier vide" TO WS-CT-MOTIF
               END-READ
               EVALUATE TRUE
                   WHEN WS-CT-MOTIF NOT = SPACES
                       CONTINUE
                   WHEN WS-JB-NB-PARTIES IS NOT NUMERIC
                       MOVE "Nombre de parties non numerique"
                           TO WS-CT-MOTIF
                   WHEN WS-JB-BORNE-SUP IS NOT NUMERIC
                       MOVE "Borne superieure non numerique"
                           TO WS-CT-MOTIF
                   WHEN OTHER
                       MOVE 0 TO WS-TOTAL
                       MOVE 1 TO WS-K
                       PERFORM CONTROLER-STRATEGIE UNTIL WS-K > 4
                       IF WS-TOTAL = 0
                           MOVE WS-JB-NB-PARTIES TO WS-TOTAL
                       END-IF
                       IF WS-CT-MOTIF = SPACES AND WS-TOTAL = 0
                           MOVE "Aucune partie demandee"
                               TO WS-CT-MOTIF
                       END-IF
               END-EVALUATE
               CLOSE JPBATCH-PARM-FILE
               PERFORM CONCLURE-CONTROLE
           END-IF.
           PERFORM NOTER-RESULTAT.

       CONTROLER-STRATEGIE.
           IF WS-JB-STRATEGIE-X(WS-K) NOT = SPACES
               IF WS-JB-STRATEGIE(WS-K) IS NUMERIC
                   ADD WS-JB-STRATEGIE(WS-K) TO WS-TOTAL
               ELSE
                   IF WS-CT-MOTIF = SPACES
                       MOVE "Nombre par strategie non numerique"
                           TO WS-CT-MOTIF
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-K.

       CONTROLER-BOUCLE1.
           MOVE "BOUCLE1.PARM" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT BOUCLE1-PARM-FILE.
           PERFORM CONTROLER-OUVERTURE-REQUISE.
           IF WS-FIC-STATUS = "00"
               MOVE SPACES TO WS-PARM-ZONE
               READ BOUCLE1-PARM-FILE INTO WS-PARM-ZONE
                   AT END MOVE "Fichier vide" TO WS-CT-MOTIF
               END-READ
               EVALUATE TRUE
                   WHEN WS-CT-MOTIF NOT = SPACES
                       CONTINUE
                   WHEN WS-B1-BORNE-INF IS NOT NUMERIC
                       OR WS-B1-BORNE-SUP IS NOT NUMERIC
                       OR WS-B1-PAS IS NOT NUMERIC
                       MOVE "Bornes ou pas non numeriques"
                           TO WS-CT-MOTIF
                   WHEN WS-B1-BORNE-INF > WS-B1-BORNE-SUP
                       MOVE "Borne inferieure > borne superieure"
                           TO WS-CT-MOTIF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               CLOSE BOUCLE1-PARM-FILE
               PERFORM CONCLURE-CONTROLE
           END-IF.
           PERFORM NOTER-RESULTAT.

       CONTROLER-ARCHIVE.
           MOVE "ARCHIVE.PARM" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT ARCHIVE-PARM-FILE.
           PERFORM CONTROLER-OUVERTURE-REQUISE.
           IF WS-FIC-STATUS = "00"
               MOVE SPACES TO WS-PARM-ZONE
               READ ARCHIVE-PARM-FILE INTO WS-PARM-ZONE
                   AT END MOVE "Fichier vide" TO WS-CT-MOTIF
               END-READ
               IF WS-CT-MOTIF = SPACES
                   IF WS-AR-RETENTION IS NOT NUMERIC
                       OR WS-AR-RETENTION = 0
                       MOVE "Retention nulle ou non numerique"
                           TO WS-CT-MOTIF
                   END-IF
               END-IF
               CLOSE ARCHIVE-PARM-FILE
               PERFORM CONCLURE-CONTROLE
           END-IF.
           PERFORM NOTER-RESULTAT.

       CONTROLER-TABLOBRD.
           MOVE "TABLOBRD.PARM" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT TABLOBRD-PARM-FILE.
           IF WS-FIC-STATUS = "35" OR WS-FIC-STATUS = "05"
               MOVE "Absent, valeurs par defaut" TO WS-CT-MOTIF
           ELSE
               PERFORM CONTROLER-OUVERTURE-REQUISE
               IF WS-FIC-STATUS = "00"
                   MOVE SPACES TO WS-PARM-ZONE
                   READ TABLOBRD-PARM-FILE INTO WS-PARM-ZONE
                       AT END CONTINUE
                   END-READ
                   IF WS-TB-SEUIL IS NOT NUMERIC
                       MOVE "Seuil de rejets non numerique"
                           TO WS-CT-MOTIF
                   END-IF
                   CLOSE TABLOBRD-PARM-FILE
                   PERFORM CONCLURE-CONTROLE
               END-IF
           END-IF.
           PERFORM NOTER-RESULTAT.

       CONTROLER-OPERRELV.
           MOVE "OPERRELV.PARM" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT OPERRELV-PARM-FILE.
           PERFORM CONTROLER-OUVERTURE-REQUISE.
           IF WS-FIC-STATUS = "00"
               MOVE SPACES TO WS-PARM-ZONE
               READ OPERRELV-PARM-FILE INTO WS-PARM-ZONE
                   AT END MOVE "Fichier vide" TO WS-CT-MOTIF
               END-READ
               EVALUATE TRUE
                   WHEN WS-CT-MOTIF NOT = SPACES
                       CONTINUE
                   WHEN WS-OR-MOIS IS NOT NUMERIC
                       MOVE "Mois non numerique" TO WS-CT-MOTIF
                   WHEN WS-OR-MM = 0 OR WS-OR-MM > 12
                       OR WS-OR-ANNEE < 1900
                       MOVE "Mois invalide (AAAAMM attendu)"
                           TO WS-CT-MOTIF
                   WHEN WS-OR-MOIS > WS-MOIS-COURANT
                       MOVE "Mois posterieur au mois courant"
                           TO WS-CT-MOTIF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               CLOSE OPERRELV-PARM-FILE
               PERFORM CONCLURE-CONTROLE
           END-IF.
           PERFORM NOTER-RESULTAT.

       CONTROLER-CLOTCAIS.
           MOVE "CLOTCAIS.PARM" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT CLOTCAIS-PARM-FILE.
           IF WS-FIC-STATUS = "35" OR WS-FIC-STATUS = "05"
               MOVE "Absent, arrete du jour" TO WS-CT-MOTIF
           ELSE
               PERFORM CONTROLER-OUVERTURE-REQUISE
               IF WS-FIC-STATUS = "00"
                   MOVE SPACES TO WS-PARM-ZONE
                   READ CLOTCAIS-PARM-FILE INTO WS-PARM-ZONE
                       AT END MOVE ZEROS TO WS-CC-DATE
                   END-READ
                   EVALUATE TRUE
                       WHEN WS-CC-DATE IS NOT NUMERIC
                           MOVE "Date d'arrete non numerique"
                               TO WS-CT-MOTIF
                       WHEN WS-CC-DATE > 0
                           AND FUNCTION TEST-DATE-YYYYMMDD(WS-CC-DATE)
                               NOT = 0
                           MOVE "Date d'arrete invalide"
                               TO WS-CT-MOTIF
                       WHEN WS-CC-DATE > WS-AUJOURDHUI
                           MOVE "Date d'arrete dans le futur"
                               TO WS-CT-MOTIF
                       WHEN WS-CC-TOLERANCE-X NOT = SPACES
                           AND WS-CC-TOLERANCE IS NOT NUMERIC
                           MOVE "Tolerance non numerique"
                               TO WS-CT-MOTIF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   CLOSE CLOTCAIS-PARM-FILE
                   PERFORM CONCLURE-CONTROLE
               END-IF
           END-IF.
           PERFORM NOTER-RESULTAT.

       CONTROLER-CLASSTRN.
           MOVE "CLASSTRN.PARM" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT CLASSTRN-PARM-FILE.
           PERFORM CONTROLER-OUVERTURE-REQUISE.
           IF WS-FIC-STATUS = "00"
               MOVE SPACES TO WS-PARM-ZONE
               READ CLASSTRN-PARM-FILE INTO WS-PARM-ZONE
                   AT END MOVE "Fichier vide" TO WS-CT-MOTIF
               END-READ
               EVALUATE TRUE
                   WHEN WS-CT-MOTIF NOT = SPACES
                       CONTINUE
                   WHEN WS-CT-TOURNOI = SPACES
                       MOVE "Tournoi non renseigne" TO WS-CT-MOTIF
                   WHEN WS-CT-CRITERE NOT = SPACE
                       AND WS-CT-CRITERE NOT = "C"
                       AND WS-CT-CRITERE NOT = "G"
                       MOVE "Critere autre que G ou C" TO WS-CT-MOTIF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               CLOSE CLASSTRN-PARM-FILE
               PERFORM CONCLURE-CONTROLE
           END-IF.
           PERFORM NOTER-RESULTAT.

       CONTROLER-JPCTRL.
           MOVE "JPCTRL.PARM" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT JPCTRL-PARM-FILE.
           IF WS-FIC-STATUS = "35" OR WS-FIC-STATUS = "05"
               MOVE "Absent, valeurs par defaut" TO WS-CT-MOTIF
           ELSE
               PERFORM CONTROLER-OUVERTURE-REQUISE
               IF WS-FIC-STATUS = "00"
                   MOVE SPACES TO WS-PARM-ZONE
                   READ JPCTRL-PARM-FILE INTO WS-PARM-ZONE
                       AT END CONTINUE
                   END-READ
                   IF (WS-JC-SERIE-MAX-X NOT = SPACES
                       AND WS-JC-SERIE-MAX IS NOT NUMERIC)
                       OR (WS-JC-BORNE-MIN-X NOT = SPACES
                       AND WS-JC-BORNE-MIN IS NOT NUMERIC)
                       MOVE "Seuils non numeriques" TO WS-CT-MOTIF
                   END-IF
                   CLOSE JPCTRL-PARM-FILE
                   PERFORM CONCLURE-CONTROLE
               END-IF
           END-IF.
           PERFORM NOTER-RESULTAT.

       CONTROLER-PRIMSIEV.
           MOVE "PRIMSIEV.PARM" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT PRIMSIEV-PARM-FILE.
           PERFORM CONTROLER-OUVERTURE-REQUISE.
           IF WS-FIC-STATUS = "00"
               MOVE SPACES TO WS-PARM-ZONE
               READ PRIMSIEV-PARM-FILE INTO WS-PARM-ZONE
                   AT END MOVE "Fichier vide" TO WS-CT-MOTIF
               END-READ
               EVALUATE TRUE
                   WHEN WS-CT-MOTIF NOT = SPACES
                       CONTINUE
                   WHEN WS-PS-BORNE-INF IS NOT NUMERIC
                       OR WS-PS-BORNE-SUP IS NOT NUMERIC
                       MOVE "Bornes non numeriques" TO WS-CT-MOTIF
                   WHEN WS-PS-BORNE-INF > WS-PS-BORNE-SUP
                       MOVE "Borne inferieure > borne superieure"
                           TO WS-CT-MOTIF
                   WHEN OTHER
                       COMPUTE WS-ETENDUE =
                           WS-PS-BORNE-SUP - WS-PS-BORNE-INF + 1
                       IF WS-ETENDUE > 50000
                           MOVE "Intervalle superieur a 50000"
                               TO WS-CT-MOTIF
                       END-IF
               END-EVALUATE
               CLOSE PRIMSIEV-PARM-FILE
               PERFORM CONCLURE-CONTROLE
           END-IF.
           PERFORM NOTER-RESULTAT.

       CONTROLER-PRIXHIST.
           MOVE "PRIXHIST.PARM" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT PRIXHIST-PARM-FILE.
           PERFORM CONTROLER-OUVERTURE-REQUISE.
           IF WS-FIC-STATUS = "00"
               MOVE SPACES TO WS-PARM-ZONE
               READ PRIXHIST-PARM-FILE INTO WS-PARM-ZONE
                   AT END MOVE "Fichier vide" TO WS-CT-MOTIF
               END-READ
               EVALUATE TRUE
                   WHEN WS-CT-MOTIF NOT = SPACES
                       CONTINUE
                   WHEN WS-PH-CODE IS NOT NUMERIC OR WS-PH-CODE = 0
                       MOVE "Code produit nul ou non numerique"
                           TO WS-CT-MOTIF
                   WHEN WS-PH-SEUIL-PCT IS NOT NUMERIC
                       MOVE "Seuil non numerique" TO WS-CT-MOTIF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               CLOSE PRIXHIST-PARM-FILE
               PERFORM CONCLURE-CONTROLE
           END-IF.
           PERFORM NOTER-RESULTAT.

       CONTROLER-PRIXREV.
           MOVE "PRIXREV.PARM" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT PRIXREV-PARM-FILE.
           IF WS-FIC-STATUS = "35" OR WS-FIC-STATUS = "05"
               MOVE "Absent, simulation" TO WS-CT-MOTIF
           ELSE
               PERFORM CONTROLER-OUVERTURE-REQUISE
               IF WS-FIC-STATUS = "00"
                   MOVE SPACES TO WS-PARM-ZONE
                   READ PRIXREV-PARM-FILE INTO WS-PARM-ZONE
                       AT END CONTINUE
                   END-READ
                   IF WS-PR-MODE NOT = SPACE AND WS-PR-MODE NOT = "S"
                       AND WS-PR-MODE NOT = "V"
                       MOVE "Mode autre que S ou V" TO WS-CT-MOTIF
                   END-IF
                   CLOSE PRIXREV-PARM-FILE
                   PERFORM CONCLURE-CONTROLE
               END-IF
           END-IF.
           PERFORM NOTER-RESULTAT.

       CONTROLER-PRODGEN.
           MOVE "PRODGEN.PARM" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT PRODGEN-PARM-FILE.
           PERFORM CONTROLER-OUVERTURE-REQUISE.
           IF WS-FIC-STATUS = "00"
               MOVE SPACES TO WS-PARM-ZONE
               READ PRODGEN-PARM-FILE INTO WS-PARM-ZONE
                   AT END MOVE "Fichier vide" TO WS-CT-MOTIF
               END-READ
               EVALUATE TRUE
                   WHEN WS-CT-MOTIF NOT = SPACES
                       CONTINUE
                   WHEN WS-PG-NB-CODES IS NOT NUMERIC
                       OR WS-PG-NB-CODES = 0
                       MOVE "Nombre de codes nul ou non numerique"
                           TO WS-CT-MOTIF
                   WHEN WS-PG-JOURS-X NOT = SPACES
                       AND WS-PG-JOURS IS NOT NUMERIC
                       MOVE "Jours de validite non numeriques"
                           TO WS-CT-MOTIF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               CLOSE PRODGEN-PARM-FILE
               PERFORM CONCLURE-CONTROLE
           END-IF.
           PERFORM NOTER-RESULTAT.

       CONTROLER-PRODQUAR.
           MOVE "PRODQUAR.PARM" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT PRODQUAR-PARM-FILE.
           IF WS-FIC-STATUS = "35" OR WS-FIC-STATUS = "05"
               MOVE "Absent, valeurs par defaut" TO WS-CT-MOTIF
           ELSE
               PERFORM CONTROLER-OUVERTURE-REQUISE
               IF WS-FIC-STATUS = "00"
                   MOVE SPACES TO WS-PARM-ZONE
                   READ PRODQUAR-PARM-FILE INTO WS-PARM-ZONE
                       AT END MOVE ZEROS TO WS-PQ-JOURS
                   END-READ
                   IF WS-PQ-JOURS IS NOT NUMERIC
                       OR (WS-PQ-HORIZON-X NOT = SPACES
                       AND WS-PQ-HORIZON IS NOT NUMERIC)
                       MOVE "Durees non numeriques" TO WS-CT-MOTIF
                   END-IF
                   CLOSE PRODQUAR-PARM-FILE
                   PERFORM CONCLURE-CONTROLE
               END-IF
           END-IF.
           PERFORM NOTER-RESULTAT.

       CONTROLER-SEQRECON.
           MOVE "SEQRECON.PARM" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT SEQRECON-PARM-FILE.
           IF WS-FIC-STATUS = "35" OR WS-FIC-STATUS = "05"
               MOVE "Absent, tout l'historique" TO WS-CT-MOTIF
           ELSE
               PERFORM CONTROLER-OUVERTURE-REQUISE
               IF WS-FIC-STATUS = "00"
                   MOVE SPACES TO WS-PARM-ZONE
                   READ SEQRECON-PARM-FILE INTO WS-PARM-ZONE
                       AT END CONTINUE
                   END-READ
                   EVALUATE TRUE
                       WHEN WS-SR-DATE-DEBUT-X = SPACES
                           CONTINUE
                       WHEN WS-SR-DATE-DEBUT IS NOT NUMERIC
                           MOVE "Date non numerique" TO WS-CT-MOTIF
                       WHEN WS-SR-DATE-DEBUT > 0
                           AND FUNCTION TEST-DATE-YYYYMMDD(
                               WS-SR-DATE-DEBUT) NOT = 0
                           MOVE "Date invalide" TO WS-CT-MOTIF
                       WHEN WS-SR-DATE-DEBUT > WS-AUJOURDHUI
                           MOVE "Date dans le futur" TO WS-CT-MOTIF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   CLOSE SEQRECON-PARM-FILE
                   PERFORM CONCLURE-CONTROLE
               END-IF
           END-IF.
           PERFORM NOTER-RESULTAT.

       CONTROLER-CATEGORIES.
           MOVE "CATEGORIE.DAT" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT CATEGORIE-FILE.
           PERFORM CONTROLER-OUVERTURE-REQUISE.
           IF WS-FIC-STATUS = "00"
               MOVE 0 TO WS-NB-LIGNES
               MOVE "N" TO WS-FIC-EOF
               PERFORM LECTURE-CATEGORIE
               PERFORM CONTROLER-CATEGORIE
                   UNTIL WS-FIC-EOF = "Y" OR WS-CT-MOTIF NOT = SPACES
               CLOSE CATEGORIE-FILE
               IF WS-CT-MOTIF = SPACES AND WS-NB-LIGNES = 0
                   MOVE "Fichier vide" TO WS-CT-MOTIF
               END-IF
               PERFORM CONCLURE-CONTROLE
           END-IF.
           PERFORM NOTER-RESULTAT.

       LECTURE-CATEGORIE.
           MOVE SPACES TO WS-PARM-ZONE.
           READ CATEGORIE-FILE INTO WS-PARM-ZONE
               AT END MOVE "Y" TO WS-FIC-EOF
           END-READ.

       CONTROLER-CATEGORIE.
           ADD 1 TO WS-NB-LIGNES.
           EVALUATE TRUE
               WHEN WS-NB-LIGNES > 50
                   MOVE "Plus de 50 categories" TO WS-CT-MOTIF
               WHEN WS-CA-CODE = SPACES
                   MOVE "Categorie sans code" TO WS-CT-MOTIF
               WHEN WS-CA-PRIX-MIN IS NOT NUMERIC
                   OR WS-CA-PRIX-MAX IS NOT NUMERIC
                   STRING "Categorie " WS-CA-CODE
                       " : prix non numeriques"
                       DELIMITED BY SIZE INTO WS-CT-MOTIF
               WHEN WS-CA-PRIX-MIN > WS-CA-PRIX-MAX
                   STRING "Categorie " WS-CA-CODE
                       " : prix minimum > prix maximum"
                       DELIMITED BY SIZE INTO WS-CT-MOTIF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM LECTURE-CATEGORIE.

       CONTROLER-TAUX.
           MOVE "ADDNTAUX.DAT" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT TAUX-FILE.
           PERFORM CONTROLER-OUVERTURE-REQUISE.
           IF WS-FIC-STATUS = "00"
               MOVE 0 TO WS-NB-LIGNES
               MOVE "N" TO WS-FIC-EOF
               PERFORM LECTURE-TAUX
               PERFORM CONTROLER-UN-TAUX
                   UNTIL WS-FIC-EOF = "Y" OR WS-CT-MOTIF NOT = SPACES
               CLOSE TAUX-FILE
               PERFORM CONCLURE-CONTROLE
               IF WS-CT-RESULTAT = "OK" AND WS-NB-LIGNES = 0
                   MOVE "ALERTE" TO WS-CT-RESULTAT
                   MOVE "Vide, seul l'euro sera accepte"
                       TO WS-CT-MOTIF
               END-IF
           END-IF.
           PERFORM NOTER-RESULTAT.

       LECTURE-TAUX.
           MOVE SPACES TO WS-PARM-ZONE.
           READ TAUX-FILE INTO WS-PARM-ZONE
               AT END MOVE "Y" TO WS-FIC-EOF
           END-READ.

       CONTROLER-UN-TAUX.
           ADD 1 TO WS-NB-LIGNES.
           EVALUATE TRUE
               WHEN WS-NB-LIGNES > 20
                   MOVE "Plus de 20 devises" TO WS-CT-MOTIF
               WHEN WS-TX-DEVISE = SPACES
                   MOVE "Taux sans devise" TO WS-CT-MOTIF
               WHEN WS-TX-VALEUR IS NOT NUMERIC OR WS-TX-VALEUR = 0
                   STRING "Devise " WS-TX-DEVISE
                       " : taux nul ou non numerique"
                       DELIMITED BY SIZE INTO WS-CT-MOTIF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM LECTURE-TAUX.

       EXIGER-PRODUITS.
           MOVE "PRODUIT.DAT" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT PRODUIT-FILE.
           PERFORM CONTROLER-OUVERTURE-REQUISE.
           IF WS-FIC-STATUS = "00"
               CLOSE PRODUIT-FILE
           END-IF.
           PERFORM NOTER-RESULTAT.

       EXIGER-OPERATEURS.
           MOVE "ADDNOPER.DAT" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT OPER-FILE.
           PERFORM CONTROLER-OUVERTURE-REQUISE.
           IF WS-FIC-STATUS = "00"
               CLOSE OPER-FILE
           END-IF.
           PERFORM NOTER-RESULTAT.

       CONTROLER-OPERATEURS.
           MOVE "ADDNOPER.DAT" TO WS-CT-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           OPEN INPUT OPER-FILE.
           IF WS-FIC-STATUS = "35" OR WS-FIC-STATUS = "05"
               MOVE "ALERTE" TO WS-CT-RESULTAT
               MOVE "Absent, cree par OperMaint" TO WS-CT-MOTIF
           ELSE
               IF WS-FIC-STATUS = "00"
                   CLOSE OPER-FILE
               ELSE
                   PERFORM MOTIF-OUVERTURE
               END-IF
           END-IF.
           PERFORM NOTER-RESULTAT.

       EXIGER-FICHIER.
           PERFORM DEBUTER-CONTROLE.
           MOVE SPACES TO WS-COMMANDE.
           STRING "test -r " DELIMITED BY SIZE
               WS-CT-FICHIER DELIMITED BY SPACE
               INTO WS-COMMANDE.
           CALL "SYSTEM" USING WS-COMMANDE.
           IF RETURN-CODE NOT = 0
               MOVE "BLOQUANT" TO WS-CT-RESULTAT
               MOVE "Absent ou illisible" TO WS-CT-MOTIF
           END-IF.
           MOVE 0 TO RETURN-CODE.
           PERFORM NOTER-RESULTAT.

       EXIGER-NON-VIDE.
           PERFORM DEBUTER-CONTROLE.
           MOVE SPACES TO WS-COMMANDE.
           STRING "test -r " DELIMITED BY SIZE
               WS-CT-FICHIER DELIMITED BY SPACE
               " -a -s " DELIMITED BY SIZE
               WS-CT-FICHIER DELIMITED BY SPACE
               INTO WS-COMMANDE.
           CALL "SYSTEM" USING WS-COMMANDE.
           IF RETURN-CODE NOT = 0
               MOVE "BLOQUANT" TO WS-CT-RESULTAT
               MOVE "Absent ou vide" TO WS-CT-MOTIF
           END-IF.
           MOVE 0 TO RETURN-CODE.
           PERFORM NOTER-RESULTAT.

       SIGNALER-ABSENCE.
           PERFORM DEBUTER-CONTROLE.
           MOVE SPACES TO WS-COMMANDE.
           STRING "test -r " DELIMITED BY SIZE
               WS-CT-FICHIER DELIMITED BY SPACE
               INTO WS-COMMANDE.
           CALL "SYSTEM" USING WS-COMMANDE.
           IF RETURN-CODE NOT = 0
               MOVE "ALERTE" TO WS-CT-RESULTAT
               MOVE "Absent, controles reduits" TO WS-CT-MOTIF
           END-IF.
           MOVE 0 TO RETURN-CODE.
           PERFORM NOTER-RESULTAT.

       SIGNALER-REPRISE.
           MOVE SPACES TO WS-COMMANDE.
           STRING "test -f " DELIMITED BY SIZE
               WS-CT-FICHIER DELIMITED BY SPACE
               INTO WS-COMMANDE.
           CALL "SYSTEM" USING WS-COMMANDE.
           IF RETURN-CODE = 0
               PERFORM DEBUTER-CONTROLE
               MOVE "ALERTE" TO WS-CT-RESULTAT
               MOVE "Point de reprise d'un passage arrete"
                   TO WS-CT-MOTIF
               PERFORM NOTER-RESULTAT
           END-IF.
           MOVE 0 TO RETURN-CODE.

       SIGNALER-SAISIE.
           MOVE SPACES TO WS-COMMANDE.
           STRING "test -f " DELIMITED BY SIZE
               WS-CT-FICHIER DELIMITED BY SPACE
               INTO WS-COMMANDE.
           CALL "SYSTEM" USING WS-COMMANDE.
           IF RETURN-CODE = 0
               PERFORM DEBUTER-CONTROLE
               MOVE "ALERTE" TO WS-CT-RESULTAT
               MOVE "Saisie interrompue, lot non transmis"
                   TO WS-CT-MOTIF
               PERFORM NOTER-RESULTAT
           END-IF.
           MOVE 0 TO RETURN-CODE.

       CONTROLER-RESIDUS.
           PERFORM LIRE-ETAT-ADDITION.
           CALL "SYSTEM" USING WS-RESIDUS-CMD.
           MOVE 0 TO RETURN-CODE.
           MOVE "-" TO WS-CT-PROGRAMME.
           OPEN INPUT LISTE-FILE.
           IF WS-LISTE-STATUS = "00"
               PERFORM LECTURE-LISTE
               PERFORM NOTER-RESIDU UNTIL WS-LISTE-EOF = "Y"
               CLOSE LISTE-FILE
           END-IF.

       LECTURE-LISTE.
           READ LISTE-FILE
               AT END MOVE "Y" TO WS-LISTE-EOF
           END-READ.

       LIRE-ETAT-ADDITION.
           MOVE "N" TO WS-ADDN-REPRISE.
           OPEN INPUT ETAT-ADDN-FILE.
           IF WS-FIC-STATUS = "00"
               READ ETAT-ADDN-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ETAT-ADDN-STATUT = "E"
                           OR ETAT-ADDN-STATUT = "P"
                           MOVE "O" TO WS-ADDN-REPRISE
                       END-IF
               END-READ
               CLOSE ETAT-ADDN-FILE
           END-IF.

       NOTER-RESIDU.
           EVALUATE LISTE-REC
               WHEN "SAUVEGDE.TMP"
               WHEN "SAUVPROD.TMP"
               WHEN "SAUVSTCK.TMP"
               WHEN "RESTMANI.TMP"
                   MOVE SPACES TO LISTE-REC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF LISTE-REC NOT = SPACES AND WS-ADDN-REPRISE = "O"
               EVALUATE LISTE-REC
                   WHEN "ADDNRECU.TMP"
                   WHEN "ADDNLEDG.TMP"
                   WHEN "ADDNSUSP.TMP"
                   WHEN "ADDNDOUB.TMP"
                   WHEN "ADDNCOMP.TMP"
                   WHEN "ADDNLOTH.TMP"
                   WHEN "ADDNLOTS.TMP"
                   WHEN "STOCKMVT.TMP"
                       MOVE LISTE-REC TO WS-CT-FICHIER
                       PERFORM DEBUTER-CONTROLE
                       MOVE "ALERTE" TO WS-CT-RESULTAT
                       MOVE "Reprise automatique par Addition"
                           TO WS-CT-MOTIF
                       PERFORM NOTER-RESULTAT
                       MOVE SPACES TO LISTE-REC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF LISTE-REC NOT = SPACES
               MOVE LISTE-REC TO WS-CT-FICHIER
               PERFORM DEBUTER-CONTROLE
               MOVE "BLOQUANT" TO WS-CT-RESULTAT
               IF LISTE-REC(1:12) = "SEQALLOC.LCK"
                   OR LISTE-REC(1:12) = "MAJAUDIT.LCK"
                   MOVE "Verrou residuel d'un passage arrete"
                       TO WS-CT-MOTIF
               ELSE
                   MOVE "Fichier residuel d'un passage arrete"
                       TO WS-CT-MOTIF
               END-IF
               PERFORM NOTER-RESULTAT
           END-IF.
           PERFORM LECTURE-LISTE.

       DEBUTER-CONTROLE.
           MOVE "OK" TO WS-CT-RESULTAT.
           MOVE SPACES TO WS-CT-MOTIF.

       CONTROLER-OUVERTURE-REQUISE.
           IF WS-FIC-STATUS = "35" OR WS-FIC-STATUS = "05"
               MOVE "BLOQUANT" TO WS-CT-RESULTAT
               MOVE "Fichier absent" TO WS-CT-MOTIF
           ELSE
               IF WS-FIC-STATUS NOT = "00"
                   PERFORM MOTIF-OUVERTURE
               END-IF
           END-IF.

       MOTIF-OUVERTURE.
           MOVE WS-FIC-STATUS TO WS-STATUT-ED.
           MOVE "BLOQUANT" TO WS-CT-RESULTAT.
           STRING "Erreur ouverture, statut " WS-STATUT-ED
               DELIMITED BY SIZE INTO WS-CT-MOTIF.

       CONCLURE-CONTROLE.
           IF WS-CT-RESULTAT = "OK" AND WS-CT-MOTIF NOT = SPACES
               MOVE "BLOQUANT" TO WS-CT-RESULTAT
           END-IF.

       NOTER-RESULTAT.
           MOVE "N" TO WS-VU.
           MOVE 1 TO WS-VDX.
           PERFORM CHERCHER-VU
               UNTIL WS-VDX > WS-NB-VUS OR WS-VU = "O".
           IF WS-VU = "N"
               IF WS-NB-VUS < 100
                   ADD 1 TO WS-NB-VUS
                   MOVE WS-CT-FICHIER TO TAB-VU-FICHIER(WS-NB-VUS)
               END-IF
               ADD 1 TO WS-NB-CONTROLES
               EVALUATE WS-CT-RESULTAT
                   WHEN "BLOQUANT"
                       ADD 1 TO WS-NB-BLOQUANTS
                   WHEN "ALERTE"
                       ADD 1 TO WS-NB-ALERTES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE WS-CT-PROGRAMME TO WS-LC-PROGRAMME
               MOVE WS-CT-FICHIER TO WS-LC-FICHIER
               MOVE WS-CT-RESULTAT TO WS-LC-RESULTAT
               MOVE WS-CT-MOTIF TO WS-LC-MOTIF
               MOVE WS-LIGNE-CONTROLE TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE
               IF WS-CT-RESULTAT NOT = "OK"
                   DISPLAY WS-CT-RESULTAT " " WS-CT-FICHIER " "
                       WS-CT-MOTIF
               END-IF
           END-IF.

       CHERCHER-VU.
           IF TAB-VU-FICHIER(WS-VDX) = WS-CT-FICHIER
               MOVE "O" TO WS-VU
           ELSE
               ADD 1 TO WS-VDX
           END-IF.

       EDITER-DECISION.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           IF WS-NB-BLOQUANTS > 0
               MOVE "NO-GO" TO WS-LD-DECISION
           ELSE
               MOVE "GO" TO WS-LD-DECISION
           END-IF.
           MOVE WS-NB-BLOQUANTS TO WS-LD-NB-BLOQUANTS.
           MOVE WS-NB-ALERTES TO WS-LD-NB-ALERTES.
           MOVE WS-NB-CONTROLES TO WS-LD-NB-CONTROLES.
           MOVE WS-LIGNE-DECISION TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.

       EDITER-LIGNE.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-PREVOL
               WS-RPT-PROGRAMME WS-CPT-PREVOL WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           IF WS-RPT-EMETTRE = "O"
               MOVE WS-RPT-LIGNE-1 TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE WS-RPT-LIGNE-2 TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
           MOVE WS-LIGNE-EDITION TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
