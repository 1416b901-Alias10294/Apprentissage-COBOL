       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecuConsult.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMANDE-FILE ASSIGN TO "RECUDEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEM-STATUS.
           SELECT RECU-FILE ASSIGN TO "ADDNRECU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECU-STATUS.
           SELECT OPER-FILE ASSIGN TO "ADDNOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT CONSULT-REPORT ASSIGN TO "RECUCONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONS-STATUS.
           SELECT DUPLICATA-FILE ASSIGN TO "RECUDUPL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPL-STATUS.
           SELECT REIMPRESSION-LOG ASSIGN TO "RECUREIM.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEMANDE-FILE.
       01  DEMANDE-REC.
           05  DEM-TYPE PIC X.
           05  DEM-NUMERO PIC 9(6).
           05  DEM-OPERATEUR PIC X(6).
           05  DEM-DATE-DEBUT PIC 9(8).
           05  DEM-DATE-FIN PIC 9(8).
           05  DEM-DEMANDEUR PIC X(10).

       FD  RECU-FILE.
       01  RECU-REC.
           05  RECU-NUMERO PIC 9(6).
           05  RECU-OPERATEUR PIC X(6).
           05  RECU-DATE PIC 9(8).
           05  RECU-MONTANT PIC S9(8)V99
                                SIGN IS LEADING SEPARATE.
           05  RECU-ANNULE PIC X.
           05  RECU-REFERENCE PIC 9(6).
           05  RECU-OPERATION PIC X.
           05  RECU-DEVISE PIC X(3).
           05  RECU-A PIC S9(7)V99
                                SIGN IS LEADING SEPARATE.
           05  RECU-B PIC S9(7)V99
                                SIGN IS LEADING SEPARATE.

       FD  OPER-FILE.
       01  OPER-REC.
           05  OPER-ID PIC X(6).
           05  OPER-NOM PIC X(20).
           05  OPER-ACTIF PIC X.
           05  OPER-LIMITE-TX PIC 9(7)V99.
           05  OPER-LIMITE-JOUR PIC 9(9)V99.

       FD  CONSULT-REPORT.
       01  LIGNE-CONSULT PIC X(80).

       FD  DUPLICATA-FILE.
       01  LIGNE-DUPLICATA PIC X(80).

       FD  REIMPRESSION-LOG.
       01  LOG-REC.
           05  LOG-DATE PIC 9(8).
           05  FILLER PIC X.
           05  LOG-HEURE PIC 9(6).
           05  FILLER PIC X.
           05  LOG-NUMERO PIC 9(6).
           05  FILLER PIC X.
           05  LOG-DEMANDEUR PIC X(10).
           05  FILLER PIC X.
           05  LOG-RANG PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-DEM-STATUS PIC XX.
       01  WS-RECU-STATUS PIC XX.
       01  WS-OPER-STATUS PIC XX.
       01  WS-CONS-STATUS PIC XX.
       01  WS-DUPL-STATUS PIC XX.
       01  WS-LOG-STATUS PIC XX.
       01  WS-DEM-EOF PIC X VALUE "N".
       01  WS-RECU-EOF PIC X VALUE "N".
       01  WS-OPER-EOF PIC X VALUE "N".
       01  WS-LOG-EOF PIC X VALUE "N".
       01  WS-AUJOURDHUI PIC 9(8).
       01  WS-HEURE PIC 9(6).
       01  WS-NB-RECUS PIC 9(6) VALUE 0.
       01  WS-RECU-IDX PIC 9(6).
       01  WS-RECU-TROUVE PIC X.
       01  WS-NUMERO-CHERCHE PIC 9(6).
       01  WS-NB-OPERATEURS PIC 9(3) VALUE 0.
       01  WS-OPER-IDX PIC 9(3).
       01  WS-OPER-TROUVE PIC X.
       01  WS-OPER-NOM PIC X(20).
       01  WS-NB-REIMP PIC 9(4) VALUE 0.
       01  WS-REIMP-IDX PIC 9(4).
       01  WS-REIMP-TROUVE PIC X.
       01  WS-DATE-DEBUT PIC 9(8).
       01  WS-DATE-FIN PIC 9(8).
       01  WS-NB-DEMANDES PIC 9(7) VALUE 0.
       01  WS-NB-REFUSEES PIC 9(7) VALUE 0.
       01  WS-NB-EDITES PIC 9(7) VALUE 0.
       01  WS-NB-DUPLICATAS PIC 9(7) VALUE 0.
       01  WS-NB-TROUVES PIC 9(7).
       01  WS-DATE-JJMMAAAA PIC X(10).
       01  TABLE-RECUS.
           05  RECU-ENTRY OCCURS 400000 TIMES.
               10  TAB-RECU-NUMERO PIC 9(6).
               10  TAB-RECU-OPERATEUR PIC X(6).
               10  TAB-RECU-DATE PIC 9(8).
               10  TAB-RECU-MONTANT PIC S9(8)V99.
               10  TAB-RECU-ANNULE PIC X.
               10  TAB-RECU-REFERENCE PIC 9(6).
       01  TABLE-OPERATEURS.
           05  OPER-ENTRY OCCURS 100 TIMES.
               10  TAB-OPER-ID PIC X(6).
               10  TAB-OPER-NOM PIC X(20).
       01  TABLE-REIMPRESSIONS.
           05  REIMP-ENTRY OCCURS 5000 TIMES.
               10  TAB-REIMP-NUMERO PIC 9(6).
               10  TAB-REIMP-NB PIC 9(3).
       01  WS-LIGNE-DEMANDE.
           05  FILLER PIC X(8) VALUE "DEMANDE ".
           05  WS-LDM-TYPE PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDM-CRITERE PIC X(30).
           05  FILLER PIC X(6) VALUE " PAR ".
           05  WS-LDM-DEMANDEUR PIC X(10).
       01  WS-LIGNE-RECU.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-LR-NUMERO PIC 9(6).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LR-DATE PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LR-OPERATEUR PIC X(6).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LR-MONTANT PIC -(8)9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-LR-STATUT PIC X(30).
       01  WS-LIGNE-NB-TROUVES.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-LNT-NB PIC ZZZZZZ9.
           05  FILLER PIC X(18) VALUE " RECU(S) TROUVE(S)".
       01  WS-STATUT-RECU PIC X(30).
       01  WS-ZONE-REFERENCE.
           05  WS-ZR-LIBELLE PIC X(19).
           05  WS-ZR-NUMERO PIC 9(6).
       01  WS-LIGNE-EDITION PIC X(80).
       01  WS-ZR-MONTANT PIC -(8)9.99.
       01  WS-ZR-RANG PIC ZZ9.
       01  WS-CTL-PROGRAMME PIC X(12) VALUE "RecuConsult".
       01  WS-CTL-LUS PIC 9(9) VALUE 0.
       01  WS-CTL-ECRITS PIC 9(9) VALUE 0.
       01  WS-CTL-REJETES PIC 9(9) VALUE 0.
       01  WS-CTL-RETOUR PIC 9(4) VALUE 0.
       01  WS-RPT-ACTION PIC X.
       01  WS-RPT-EMETTRE PIC X.
       01  WS-RPT-LIGNE-1 PIC X(80).
       01  WS-RPT-LIGNE-2 PIC X(80).
       01  WS-TITRE-CONSULT PIC X(30)
           VALUE "CONSULTATION DES RECUS".
       01  WS-RPT-PROGRAMME PIC X(12) VALUE "RecuConsult".
       01  WS-CPT-CONSULT.
           05  WS-CC-PAGE PIC 9(4) VALUE 0.
           05  WS-CC-LIGNES PIC 9(2) VALUE 0.
           05  WS-CC-TOTAL PIC 9(7) VALUE 0.
           05  WS-CC-DATE PIC 9(8) VALUE 0.
           05  WS-CC-HEURE PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURDHUI.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE.
           PERFORM CHARGER-RECUS.
           PERFORM CHARGER-OPERATEURS.
           PERFORM CHARGER-REIMPRESSIONS.
           PERFORM OUVRIR-FICHIERS.
           PERFORM LECTURE-DEMANDE.
           PERFORM TRAITER-DEMANDE UNTIL WS-DEM-EOF = "Y".
           MOVE "F" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-CONSULT
               WS-RPT-PROGRAMME WS-CPT-CONSULT WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           MOVE WS-RPT-LIGNE-1 TO LIGNE-CONSULT.
           WRITE LIGNE-CONSULT.
           CLOSE DEMANDE-FILE CONSULT-REPORT DUPLICATA-FILE
               REIMPRESSION-LOG.
           DISPLAY "Demandes lues : " WS-NB-DEMANDES.
           DISPLAY "Demandes refusees : " WS-NB-REFUSEES.
           DISPLAY "Recus edites : " WS-NB-EDITES.
           DISPLAY "Duplicatas emis : " WS-NB-DUPLICATAS.
           MOVE WS-NB-DEMANDES TO WS-CTL-LUS.
           MOVE WS-NB-EDITES TO WS-CTL-ECRITS.
           MOVE WS-NB-REFUSEES TO WS-CTL-REJETES.
           MOVE 0 TO WS-CTL-RETOUR.
           CALL "CtlEoj" USING WS-CTL-PROGRAMME WS-CTL-LUS
               WS-CTL-ECRITS WS-CTL-REJETES WS-CTL-RETOUR.
           STOP RUN.

       CHARGER-RECUS.
           OPEN INPUT RECU-FILE.
           IF WS-RECU-STATUS = "35" OR WS-RECU-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-RECU-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier des recus : "
                       WS-RECU-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LECTURE-RECU
                   PERFORM RANGER-RECU UNTIL WS-RECU-EOF = "Y"
                   CLOSE RECU-FILE
               END-IF
           END-IF.

       LECTURE-RECU.
           READ RECU-FILE
               AT END MOVE "Y" TO WS-RECU-EOF
           END-READ.

       RANGER-RECU.
           IF WS-NB-RECUS >= 400000
               DISPLAY "Fichier des recus sature, maximum 400000."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-RECUS.
           MOVE RECU-NUMERO TO TAB-RECU-NUMERO(WS-NB-RECUS).
           MOVE RECU-OPERATEUR TO TAB-RECU-OPERATEUR(WS-NB-RECUS).
           MOVE RECU-DATE TO TAB-RECU-DATE(WS-NB-RECUS).
           MOVE RECU-MONTANT TO TAB-RECU-MONTANT(WS-NB-RECUS).
           MOVE RECU-ANNULE TO TAB-RECU-ANNULE(WS-NB-RECUS).
           IF RECU-REFERENCE IS NUMERIC
               MOVE RECU-REFERENCE TO TAB-RECU-REFERENCE(WS-NB-RECUS)
           ELSE
               MOVE 0 TO TAB-RECU-REFERENCE(WS-NB-RECUS)
           END-IF.
           PERFORM LECTURE-RECU.

       CHARGER-OPERATEURS.
           OPEN INPUT OPER-FILE.
           IF WS-OPER-STATUS = "35" OR WS-OPER-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-OPER-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier operateurs : "
                       WS-OPER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LECTURE-OPERATEUR
                   PERFORM RANGER-OPERATEUR UNTIL WS-OPER-EOF = "Y"
                   CLOSE OPER-FILE
               END-IF
           END-IF.

       LECTURE-OPERATEUR.
           READ OPER-FILE
               AT END MOVE "Y" TO WS-OPER-EOF
           END-READ.

       RANGER-OPERATEUR.
           IF WS-NB-OPERATEURS >= 100
               DISPLAY "Fichier operateurs : trop d'operateurs, "
                   "maximum 100."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-OPERATEURS.
           MOVE OPER-ID TO TAB-OPER-ID(WS-NB-OPERATEURS).
           MOVE OPER-NOM TO TAB-OPER-NOM(WS-NB-OPERATEURS).
           PERFORM LECTURE-OPERATEUR.

       CHARGER-REIMPRESSIONS.
           OPEN INPUT REIMPRESSION-LOG.
           IF WS-LOG-STATUS = "35" OR WS-LOG-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-LOG-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture journal des duplicatas : "
                       WS-LOG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LECTURE-LOG
                   PERFORM RANGER-LOG UNTIL WS-LOG-EOF = "Y"
                   CLOSE REIMPRESSION-LOG
               END-IF
           END-IF.

       LECTURE-LOG.
           READ REIMPRESSION-LOG
               AT END MOVE "Y" TO WS-LOG-EOF
           END-READ.

       RANGER-LOG.
           MOVE LOG-NUMERO TO WS-NUMERO-CHERCHE.
           PERFORM COMPTER-REIMPRESSION.
           PERFORM LECTURE-LOG.

       COMPTER-REIMPRESSION.
           MOVE "N" TO WS-REIMP-TROUVE.
           MOVE 1 TO WS-REIMP-IDX.
           PERFORM TESTER-REIMPRESSION
               UNTIL WS-REIMP-IDX > WS-NB-REIMP
                   OR WS-REIMP-TROUVE = "O".
           IF WS-REIMP-TROUVE = "N"
               IF WS-NB-REIMP >= 5000
                   DISPLAY "Journal des duplicatas sature, "
                       "maximum 5000 recus."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-REIMP
               MOVE WS-NB-REIMP TO WS-REIMP-IDX
               MOVE WS-NUMERO-CHERCHE TO TAB-REIMP-NUMERO(WS-REIMP-IDX)
               MOVE 0 TO TAB-REIMP-NB(WS-REIMP-IDX)
           END-IF.
           IF TAB-REIMP-NB(WS-REIMP-IDX) < 999
               ADD 1 TO TAB-REIMP-NB(WS-REIMP-IDX)
           END-IF.

       TESTER-REIMPRESSION.
           IF TAB-REIMP-NUMERO(WS-REIMP-IDX) = WS-NUMERO-CHERCHE
               MOVE "O" TO WS-REIMP-TROUVE
           ELSE
               ADD 1 TO WS-REIMP-IDX
           END-IF.

       OUVRIR-FICHIERS.
           OPEN INPUT DEMANDE-FILE.
           IF WS-DEM-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier des demandes : "
                   WS-DEM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONSULT-REPORT.
           IF WS-CONS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture rapport de consultation : "
                   WS-CONS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DUPLICATA-FILE.
           IF WS-DUPL-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier des duplicatas : "
                   WS-DUPL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND REIMPRESSION-LOG.
           IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
               OPEN OUTPUT REIMPRESSION-LOG
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "Erreur ouverture journal des duplicatas : "
                   WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LECTURE-DEMANDE.
           READ DEMANDE-FILE
               AT END MOVE "Y" TO WS-DEM-EOF
           END-READ.

       TRAITER-DEMANDE.
           ADD 1 TO WS-NB-DEMANDES.
           MOVE 0 TO WS-NB-TROUVES.
           MOVE DEM-DEMANDEUR TO WS-LDM-DEMANDEUR.
           MOVE SPACES TO WS-LDM-CRITERE.
           EVALUATE DEM-TYPE
               WHEN "N"
                   MOVE "NUMERO" TO WS-LDM-TYPE
                   MOVE DEM-NUMERO TO WS-LDM-CRITERE
                   PERFORM EDITER-DEMANDE
                   PERFORM CONSULTER-NUMERO
               WHEN "O"
                   MOVE "OPERATEUR" TO WS-LDM-TYPE
                   PERFORM PREPARER-PERIODE
                   STRING DEM-OPERATEUR DELIMITED BY SIZE
                       " DU " DELIMITED BY SIZE
                       WS-DATE-DEBUT DELIMITED BY SIZE
                       " AU " DELIMITED BY SIZE
                       WS-DATE-FIN DELIMITED BY SIZE
                       INTO WS-LDM-CRITERE
                   PERFORM EDITER-DEMANDE
                   PERFORM CONSULTER-SELECTION
               WHEN "P"
                   MOVE "PERIODE" TO WS-LDM-TYPE
                   PERFORM PREPARER-PERIODE
                   STRING "DU " DELIMITED BY SIZE
                       WS-DATE-DEBUT DELIMITED BY SIZE
                       " AU " DELIMITED BY SIZE
                       WS-DATE-FIN DELIMITED BY SIZE
                       INTO WS-LDM-CRITERE
                   PERFORM EDITER-DEMANDE
                   PERFORM CONSULTER-SELECTION
               WHEN "D"
                   MOVE "DUPLICATA" TO WS-LDM-TYPE
                   MOVE DEM-NUMERO TO WS-LDM-CRITERE
                   PERFORM EDITER-DEMANDE
                   PERFORM TRAITER-DUPLICATA
               WHEN OTHER
                   MOVE "INCONNUE" TO WS-LDM-TYPE
                   MOVE "type de demande inconnu" TO WS-LDM-CRITERE
                   PERFORM EDITER-DEMANDE
                   ADD 1 TO WS-NB-REFUSEES
           END-EVALUATE.
           PERFORM LECTURE-DEMANDE.

       PREPARER-PERIODE.
           IF DEM-DATE-DEBUT IS NUMERIC
               MOVE DEM-DATE-DEBUT TO WS-DATE-DEBUT
           ELSE
               MOVE 0 TO WS-DATE-DEBUT
           END-IF.
           IF DEM-DATE-FIN IS NUMERIC AND DEM-DATE-FIN > 0
               MOVE DEM-DATE-FIN TO WS-DATE-FIN
           ELSE
               MOVE 99999999 TO WS-DATE-FIN
           END-IF.

       EDITER-DEMANDE.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-CONSULT.
           MOVE WS-LIGNE-DEMANDE TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-CONSULT.

       CONSULTER-NUMERO.
           MOVE DEM-NUMERO TO WS-NUMERO-CHERCHE.
           PERFORM CHERCHER-RECU.
           IF WS-RECU-TROUVE = "O"
               PERFORM EDITER-RECU
               IF TAB-RECU-REFERENCE(WS-RECU-IDX) > 0
                   MOVE TAB-RECU-REFERENCE(WS-RECU-IDX)
                       TO WS-NUMERO-CHERCHE
                   PERFORM CHERCHER-RECU
                   IF WS-RECU-TROUVE = "O"
                       PERFORM EDITER-RECU
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO WS-LIGNE-EDITION
               STRING "  RECU " DELIMITED BY SIZE
                   DEM-NUMERO DELIMITED BY SIZE
                   " INCONNU OU PURGE" DELIMITED BY SIZE
                   INTO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE-CONSULT
               ADD 1 TO WS-NB-REFUSEES
           END-IF.

       CONSULTER-SELECTION.
           MOVE 1 TO WS-RECU-IDX.
           PERFORM TESTER-SELECTION UNTIL WS-RECU-IDX > WS-NB-RECUS.
           MOVE WS-NB-TROUVES TO WS-LNT-NB.
           MOVE WS-LIGNE-NB-TROUVES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-CONSULT.

       TESTER-SELECTION.
           IF TAB-RECU-DATE(WS-RECU-IDX) >= WS-DATE-DEBUT
               AND TAB-RECU-DATE(WS-RECU-IDX) <= WS-DATE-FIN
               AND (DEM-TYPE = "P"
                   OR TAB-RECU-OPERATEUR(WS-RECU-IDX) = DEM-OPERATEUR)
               PERFORM EDITER-RECU
           END-IF.
           ADD 1 TO WS-RECU-IDX.

       CHERCHER-RECU.
           MOVE "N" TO WS-RECU-TROUVE.
           MOVE 1 TO WS-RECU-IDX.
           PERFORM TESTER-RECU
               UNTIL WS-RECU-IDX > WS-NB-RECUS
                   OR WS-RECU-TROUVE = "O".

       TESTER-RECU.
           IF TAB-RECU-NUMERO(WS-RECU-IDX) = WS-NUMERO-CHERCHE
               MOVE "O" TO WS-RECU-TROUVE
           ELSE
               ADD 1 TO WS-RECU-IDX
           END-IF.

       DETERMINER-STATUT.
           MOVE SPACES TO WS-STATUT-RECU.
           IF TAB-RECU-ANNULE(WS-RECU-IDX) = "O"
               IF TAB-RECU-REFERENCE(WS-RECU-IDX) > 0
                   MOVE "** ANNULE PAR RECU" TO WS-ZR-LIBELLE
                   MOVE TAB-RECU-REFERENCE(WS-RECU-IDX)
                       TO WS-ZR-NUMERO
                   MOVE WS-ZONE-REFERENCE TO WS-STATUT-RECU
               ELSE
                   MOVE "** ANNULE **" TO WS-STATUT-RECU
               END-IF
           ELSE
               IF TAB-RECU-REFERENCE(WS-RECU-IDX) > 0
                   MOVE "ANNULATION DU RECU" TO WS-ZR-LIBELLE
                   MOVE TAB-RECU-REFERENCE(WS-RECU-IDX)
                       TO WS-ZR-NUMERO
                   MOVE WS-ZONE-REFERENCE TO WS-STATUT-RECU
               END-IF
           END-IF.

       EDITER-RECU.
           PERFORM DETERMINER-STATUT.
           MOVE TAB-RECU-NUMERO(WS-RECU-IDX) TO WS-LR-NUMERO.
           MOVE TAB-RECU-DATE(WS-RECU-IDX) TO WS-LR-DATE.
           MOVE TAB-RECU-OPERATEUR(WS-RECU-IDX) TO WS-LR-OPERATEUR.
           MOVE TAB-RECU-MONTANT(WS-RECU-IDX) TO WS-LR-MONTANT.
           MOVE WS-STATUT-RECU TO WS-LR-STATUT.
           MOVE WS-LIGNE-RECU TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-CONSULT.
           ADD 1 TO WS-NB-TROUVES.
           ADD 1 TO WS-NB-EDITES.

       TRAITER-DUPLICATA.
           MOVE DEM-NUMERO TO WS-NUMERO-CHERCHE.
           PERFORM CHERCHER-RECU.
           IF WS-RECU-TROUVE = "N"
               MOVE SPACES TO WS-LIGNE-EDITION
               STRING "  RECU " DELIMITED BY SIZE
                   DEM-NUMERO DELIMITED BY SIZE
                   " INCONNU OU PURGE, DUPLICATA REFUSE"
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE-CONSULT
               ADD 1 TO WS-NB-REFUSEES
           ELSE
               IF DEM-DEMANDEUR = SPACES
                   MOVE "  DEMANDEUR ABSENT, DUPLICATA REFUSE"
                       TO WS-LIGNE-EDITION
                   PERFORM EDITER-LIGNE-CONSULT
                   ADD 1 TO WS-NB-REFUSEES
               ELSE
                   PERFORM EDITER-RECU
                   PERFORM COMPTER-REIMPRESSION
                   PERFORM EDITER-DUPLICATA
                   PERFORM JOURNALISER-DUPLICATA
                   ADD 1 TO WS-NB-DUPLICATAS
               END-IF
           END-IF.

       EDITER-DUPLICATA.
           PERFORM CHERCHER-NOM-OPERATEUR.
           MOVE SPACES TO WS-DATE-JJMMAAAA.
           STRING TAB-RECU-DATE(WS-RECU-IDX)(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               TAB-RECU-DATE(WS-RECU-IDX)(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               TAB-RECU-DATE(WS-RECU-IDX)(1:4) DELIMITED BY SIZE
               INTO WS-DATE-JJMMAAAA.
           MOVE ALL "*" TO LIGNE-DUPLICATA.
           MOVE SPACES TO LIGNE-DUPLICATA(41:40).
           WRITE LIGNE-DUPLICATA.
           MOVE "*          D U P L I C A T A           *"
               TO LIGNE-DUPLICATA.
           WRITE LIGNE-DUPLICATA.
           MOVE ALL "*" TO LIGNE-DUPLICATA.
           MOVE SPACES TO LIGNE-DUPLICATA(41:40).
           WRITE LIGNE-DUPLICATA.
           MOVE SPACES TO LIGNE-DUPLICATA.
           STRING "RECU NUMERO     : " DELIMITED BY SIZE
               TAB-RECU-NUMERO(WS-RECU-IDX) DELIMITED BY SIZE
               INTO LIGNE-DUPLICATA.
           WRITE LIGNE-DUPLICATA.
           MOVE SPACES TO LIGNE-DUPLICATA.
           STRING "DATE            : " DELIMITED BY SIZE
               WS-DATE-JJMMAAAA DELIMITED BY SIZE
               INTO LIGNE-DUPLICATA.
           WRITE LIGNE-DUPLICATA.
           MOVE SPACES TO LIGNE-DUPLICATA.
           STRING "OPERATEUR       : " DELIMITED BY SIZE
               TAB-RECU-OPERATEUR(WS-RECU-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OPER-NOM DELIMITED BY SIZE
               INTO LIGNE-DUPLICATA.
           WRITE LIGNE-DUPLICATA.
           MOVE TAB-RECU-MONTANT(WS-RECU-IDX) TO WS-ZR-MONTANT.
           MOVE SPACES TO LIGNE-DUPLICATA.
           STRING "MONTANT EUR     : " DELIMITED BY SIZE
               WS-ZR-MONTANT DELIMITED BY SIZE
               INTO LIGNE-DUPLICATA.
           WRITE LIGNE-DUPLICATA.
           IF WS-STATUT-RECU NOT = SPACES
               MOVE SPACES TO LIGNE-DUPLICATA
               STRING "STATUT          : " DELIMITED BY SIZE
                   WS-STATUT-RECU DELIMITED BY SIZE
                   INTO LIGNE-DUPLICATA
               WRITE LIGNE-DUPLICATA
           END-IF.
           MOVE TAB-REIMP-NB(WS-REIMP-IDX) TO WS-ZR-RANG.
           MOVE SPACES TO LIGNE-DUPLICATA.
           STRING "DUPLICATA NO    : " DELIMITED BY SIZE
               WS-ZR-RANG DELIMITED BY SIZE
               " EMIS LE " DELIMITED BY SIZE
               WS-AUJOURDHUI DELIMITED BY SIZE
               " POUR " DELIMITED BY SIZE
               DEM-DEMANDEUR DELIMITED BY SIZE
               INTO LIGNE-DUPLICATA.
           WRITE LIGNE-DUPLICATA.
           MOVE ALL "-" TO LIGNE-DUPLICATA.
           MOVE SPACES TO LIGNE-DUPLICATA(41:40).
           WRITE LIGNE-DUPLICATA.
           MOVE SPACES TO LIGNE-DUPLICATA.
           WRITE LIGNE-DUPLICATA.

       CHERCHER-NOM-OPERATEUR.
           MOVE SPACES TO WS-OPER-NOM.
           MOVE "N" TO WS-OPER-TROUVE.
           MOVE 1 TO WS-OPER-IDX.
           PERFORM TESTER-OPERATEUR
               UNTIL WS-OPER-IDX > WS-NB-OPERATEURS
                   OR WS-OPER-TROUVE = "O".

       TESTER-OPERATEUR.
           IF TAB-OPER-ID(WS-OPER-IDX) = TAB-RECU-OPERATEUR(WS-RECU-IDX)
               MOVE "O" TO WS-OPER-TROUVE
               MOVE TAB-OPER-NOM(WS-OPER-IDX) TO WS-OPER-NOM
           ELSE
               ADD 1 TO WS-OPER-IDX
           END-IF.

       JOURNALISER-DUPLICATA.
           MOVE SPACES TO LOG-REC.
           MOVE WS-AUJOURDHUI TO LOG-DATE.
           MOVE WS-HEURE TO LOG-HEURE.
           MOVE TAB-RECU-NUMERO(WS-RECU-IDX) TO LOG-NUMERO.
           MOVE DEM-DEMANDEUR TO LOG-DEMANDEUR.
           MOVE TAB-REIMP-NB(WS-REIMP-IDX) TO LOG-RANG.
           WRITE LOG-REC.

       EDITER-LIGNE-CONSULT.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-CONSULT
               WS-RPT-PROGRAMME WS-CPT-CONSULT WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           IF WS-RPT-EMETTRE = "O"
               MOVE WS-RPT-LIGNE-1 TO LIGNE-CONSULT
               WRITE LIGNE-CONSULT
               MOVE WS-RPT-LIGNE-2 TO LIGNE-CONSULT
               WRITE LIGNE-CONSULT
           END-IF.
           MOVE WS-LIGNE-EDITION TO LIGNE-CONSULT.
           WRITE LIGNE-CONSULT.
