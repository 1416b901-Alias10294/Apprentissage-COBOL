           SELECT TD1Q2-EXCEPTIONS ASSIGN TO "TD1Q2-EXCEPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD1Q2-STATUS.
           SELECT CAISSE-EXCEPTIONS ASSIGN TO "CLOTCAIS-EXCEPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAISSE-STATUS.
           SELECT JUSTEPRIX-EXCEPTIONS ASSIGN TO "JPCTRL-EXCEPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JP-STATUS.
           SELECT SERIES-EXCEPTIONS ASSIGN TO "SEQSERIE-EXCEPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERIE-STATUS.
           SELECT REGISTRE-FILE ASSIGN TO "EXCEPT-REGISTRE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           05  LT-MOTIF PIC X(25).
           05  FILLER PIC X(4).

       FD  CAISSE-EXCEPTIONS.
       01  LIGNE-CAISSE.
           05  LC-DATE PIC X(8).
           05  FILLER PIC X.
           05  LC-OPERATEUR PIC X(6).
           05  FILLER PIC X.
           05  LC-MOTIF PIC X(40).

       FD  JUSTEPRIX-EXCEPTIONS.
       01  LIGNE-JUSTEPRIX.
           05  LJ-DATE PIC X(8).
           05  FILLER PIC X.
           05  LJ-SESSION PIC X(6).
           05  FILLER PIC X.
           05  LJ-MOTIF PIC X(40).

       FD  SERIES-EXCEPTIONS.
       01  LIGNE-SERIE.
           05  LS-DATE PIC X(8).
           05  FILLER PIC X.
           05  LS-SERIE PIC X(8).
           05  FILLER PIC X.
           05  LS-MOTIF PIC X(40).

       FD  REGISTRE-FILE.
       01  LIGNE-REGISTRE PIC X(80).

       01  WS-ADDN-STATUS PIC XX.
       01  WS-PROD-STATUS PIC XX.
       01  WS-TD1Q2-STATUS PIC XX.
       01  WS-CAISSE-STATUS PIC XX.
       01  WS-JP-STATUS PIC XX.
       01  WS-SERIE-STATUS PIC XX.
       01  WS-REG-STATUS PIC XX.
       01  WS-EOF PIC X.
       01  WS-AUJOURDHUI PIC 9(8).
       01  WS-NB-ADDN PIC 9(5) VALUE 0.
       01  WS-NB-PROD PIC 9(5) VALUE 0.
       01  WS-NB-TD1Q2 PIC 9(5) VALUE 0.
       01  WS-NB-CAISSE PIC 9(5) VALUE 0.
       01  WS-NB-JP PIC 9(5) VALUE 0.
       01  WS-NB-SERIE PIC 9(5) VALUE 0.
       01  WS-LIGNE-REGISTRE.
           05  WS-LR-DATE PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LT-NB PIC ZZZZ9.
       01  WS-REGLES-STATUS PIC XX.
       01  WS-URGENT-STATUS PIC XX.
       01  WS-NB-ALERTES-CHAINE PIC 9(3) VALUE 0.
       01  WS-ALERTE-IDX PIC 9(3).
       01  TABLE-ALERTES-CHAINE.
           05  ALERTE-CHAINE-ENTRY OCCURS 200 TIMES.
               10  TAB-AC-LIGNE PIC X(80).
       01  WS-REGLES-EOF PIC X VALUE "N".
       01  WS-NB-REGLES PIC 9(3) VALUE 0.
       01  WS-REGLE-IDX PIC 9(3).
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM RELEVER-ALERTES-CHAINE.
           OPEN OUTPUT URGENT-FILE.
           IF WS-URGENT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier des urgences : "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-ALERTE-IDX.
           PERFORM RECOPIER-ALERTE-CHAINE
               UNTIL WS-ALERTE-IDX > WS-NB-ALERTES-CHAINE.
           PERFORM CONSOLIDER-ADDITION.
           PERFORM CONSOLIDER-PRODUITS.
           PERFORM CONSOLIDER-TD1Q2.
           PERFORM CONSOLIDER-CAISSES.
           PERFORM CONSOLIDER-JUSTEPRIX.
           PERFORM CONSOLIDER-SERIES.
           PERFORM EDITER-TOTAUX.
           CLOSE REGISTRE-FILE URGENT-FILE.
           DISPLAY "Exceptions Addition : " WS-NB-ADDN.
           DISPLAY "Exceptions ValidProduit : " WS-NB-PROD.
           DISPLAY "Exceptions TD1Q2 : " WS-NB-TD1Q2.
           DISPLAY "Exceptions ClotCaisse : " WS-NB-CAISSE.
           DISPLAY "Exceptions ControleJP : " WS-NB-JP.
           DISPLAY "Exceptions SeqRapport : " WS-NB-SERIE.
           DISPLAY "Severite CRITIQUE : " WS-NB-CRITIQUES
               "  HAUTE : " WS-NB-HAUTES
               "  MOYENNE : " WS-NB-MOYENNES
           PERFORM ECRIRE-REGISTRE.
           PERFORM LECTURE-TD1Q2.

       CONSOLIDER-CAISSES.
           OPEN INPUT CAISSE-EXCEPTIONS.
           IF WS-CAISSE-STATUS = "35" OR WS-CAISSE-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-CAISSE-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture CLOTCAIS-EXCEPT : "
                       WS-CAISSE-STATUS
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM LECTURE-CAISSE
                   PERFORM TRAITER-CAISSE UNTIL WS-EOF = "Y"
                   CLOSE CAISSE-EXCEPTIONS
               END-IF
           END-IF.

       LECTURE-CAISSE.
           READ CAISSE-EXCEPTIONS
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       TRAITER-CAISSE.
           ADD 1 TO WS-NB-CAISSE.
           MOVE "ClotCaisse" TO WS-LR-SOURCE.
           IF LC-DATE IS NUMERIC
               MOVE LC-DATE TO WS-LR-DATE
           ELSE
               MOVE WS-AUJOURDHUI TO WS-LR-DATE
           END-IF.
           MOVE LC-OPERATEUR TO WS-LR-CLE.
           MOVE LC-MOTIF TO WS-LR-MOTIF.
           PERFORM FIXER-SEVERITE.
           PERFORM ECRIRE-REGISTRE.
           PERFORM LECTURE-CAISSE.

       CONSOLIDER-JUSTEPRIX.
           OPEN INPUT JUSTEPRIX-EXCEPTIONS.
           IF WS-JP-STATUS = "35" OR WS-JP-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-JP-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture JPCTRL-EXCEPT : "
                       WS-JP-STATUS
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM LECTURE-JUSTEPRIX
                   PERFORM TRAITER-JUSTEPRIX UNTIL WS-EOF = "Y"
                   CLOSE JUSTEPRIX-EXCEPTIONS
               END-IF
           END-IF.

       LECTURE-JUSTEPRIX.
           READ JUSTEPRIX-EXCEPTIONS
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       TRAITER-JUSTEPRIX.
           ADD 1 TO WS-NB-JP.
           MOVE "ControleJP" TO WS-LR-SOURCE.
           IF LJ-DATE IS NUMERIC
               MOVE LJ-DATE TO WS-LR-DATE
           ELSE
               MOVE WS-AUJOURDHUI TO WS-LR-DATE
           END-IF.
           MOVE LJ-SESSION TO WS-LR-CLE.
           MOVE LJ-MOTIF TO WS-LR-MOTIF.
           PERFORM FIXER-SEVERITE.
           PERFORM ECRIRE-REGISTRE.
           PERFORM LECTURE-JUSTEPRIX.

       CONSOLIDER-SERIES.
           OPEN INPUT SERIES-EXCEPTIONS.
           IF WS-SERIE-STATUS = "35" OR WS-SERIE-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-SERIE-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture SEQSERIE-EXCEPT : "
                       WS-SERIE-STATUS
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM LECTURE-SERIE
                   PERFORM TRAITER-SERIE UNTIL WS-EOF = "Y"
                   CLOSE SERIES-EXCEPTIONS
               END-IF
           END-IF.

       LECTURE-SERIE.
           READ SERIES-EXCEPTIONS
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       TRAITER-SERIE.
           ADD 1 TO WS-NB-SERIE.
           MOVE "SeqRapport" TO WS-LR-SOURCE.
           IF LS-DATE IS NUMERIC
               MOVE LS-DATE TO WS-LR-DATE
           ELSE
               MOVE WS-AUJOURDHUI TO WS-LR-DATE
           END-IF.
           MOVE LS-SERIE TO WS-LR-CLE.
           MOVE LS-MOTIF TO WS-LR-MOTIF.
           PERFORM FIXER-SEVERITE.
           PERFORM ECRIRE-REGISTRE.
           PERFORM LECTURE-SERIE.

       FIXER-SEVERITE.
           MOVE "N" TO WS-REGLE-TROUVEE.
           MOVE 1 TO WS-REGLE-IDX.
               WHEN WS-LR-MOTIF(1:14) = "Code en double"
               WHEN WS-LR-MOTIF(1:8) = "Resultat"
               WHEN WS-LR-MOTIF(1:7) = "Montant"
               WHEN WS-LR-MOTIF(1:15) = "Ecart de caisse"
               WHEN WS-LR-MOTIF(1:14) = "Seuil d'alerte"
                   MOVE "H" TO WS-LR-SEVERITE
               WHEN OTHER
                   MOVE "M" TO WS-LR-SEVERITE
           END-EVALUATE.

       RELEVER-ALERTES-CHAINE.
           OPEN INPUT URGENT-FILE.
           IF WS-URGENT-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM LECTURE-URGENT
               PERFORM RETENIR-ALERTE-CHAINE UNTIL WS-EOF = "Y"
               CLOSE URGENT-FILE
           END-IF.

       LECTURE-URGENT.
           READ URGENT-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       RETENIR-ALERTE-CHAINE.
           MOVE LIGNE-URGENT TO WS-LIGNE-REGISTRE.
           IF WS-LR-DATE IS NUMERIC
               AND WS-LR-DATE = WS-AUJOURDHUI
               AND WS-LR-SOURCE = "NightlyRun"
               AND WS-NB-ALERTES-CHAINE < 200
               ADD 1 TO WS-NB-ALERTES-CHAINE
               MOVE LIGNE-URGENT
                   TO TAB-AC-LIGNE(WS-NB-ALERTES-CHAINE)
           END-IF.
           PERFORM LECTURE-URGENT.

       RECOPIER-ALERTE-CHAINE.
           MOVE TAB-AC-LIGNE(WS-ALERTE-IDX) TO LIGNE-URGENT.
           WRITE LIGNE-URGENT.
           ADD 1 TO WS-ALERTE-IDX.

       ECRIRE-REGISTRE.
           MOVE WS-LIGNE-REGISTRE TO LIGNE-REGISTRE.
           WRITE LIGNE-REGISTRE.
           MOVE "TD1Q2" TO WS-LT-SOURCE.
           MOVE WS-NB-TD1Q2 TO WS-LT-NB.
           PERFORM ECRIRE-TOTAL.
           MOVE "ClotCaisse" TO WS-LT-SOURCE.
           MOVE WS-NB-CAISSE TO WS-LT-NB.
           PERFORM ECRIRE-TOTAL.
           MOVE "ControleJP" TO WS-LT-SOURCE.
           MOVE WS-NB-JP TO WS-LT-NB.
           PERFORM ECRIRE-TOTAL.
           MOVE "SeqRapport" TO WS-LT-SOURCE.
           MOVE WS-NB-SERIE TO WS-LT-NB.
           PERFORM ECRIRE-TOTAL.
           MOVE "CRITIQUES" TO WS-LT-SOURCE.
           MOVE WS-NB-CRITIQUES TO WS-LT-NB.
           PERFORM ECRIRE-TOTAL.
