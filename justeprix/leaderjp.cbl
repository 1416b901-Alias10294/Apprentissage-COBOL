           SELECT TRANS-FILE ASSIGN TO "JPTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT JOUEUR-FILE ASSIGN TO "JPJOUEUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOUEUR-STATUS.
           SELECT SUSPECT-FILE ASSIGN TO "JPSUSPECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       COPY JPTRANS.

       FD  JOUEUR-FILE.
       01  JOUEUR-REC.
           05  JOUEUR-ID PIC X(10).
           05  JOUEUR-NOM PIC X(20).
           05  JOUEUR-DATE-INSCRIPTION PIC 9(8).
           05  JOUEUR-PARTIES PIC 9(5).
           05  JOUEUR-GAGNEES PIC 9(5).
           05  JOUEUR-MEILLEUR PIC 99.
           05  JOUEUR-ACTIF PIC X.
           05  JOUEUR-COTE PIC 9(4).
           05  JOUEUR-NB-COTEES PIC 9(5).
           05  JOUEUR-COTE-SEMAINE PIC 9(4).
           05  JOUEUR-DATE-SEMAINE PIC 9(8).
           05  JOUEUR-CONTROLE PIC X.

       FD  SUSPECT-FILE.
       01  SUSPECT-REC.
           05  SUS-DATE PIC 9(8).
           05  SUS-SESSION PIC 9(6).
           05  SUS-JOUEUR PIC X(10).
           05  SUS-MOTIF PIC X(29).
           05  SUS-STATUT PIC X.
           05  SUS-DATE-CONTROLE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS PIC XX.
       01  WS-EOF PIC X VALUE "N".
           05  SW-POIDS PIC 9(5)V99.
       01  WS-BORNE-SESSION PIC 999.
       01  WS-ZR-POIDS PIC ZZZZ9.99.
       01  WS-JOUEUR-STATUS PIC XX.
       01  WS-JOUEUR-EOF PIC X VALUE "N".
       01  WS-NB-COTES PIC 9(3) VALUE 0.
       01  WS-MIN-COTEES PIC 9(3) VALUE 10.
       01  WS-ZR-COTE PIC Z(3)9.
       01  WS-LIBELLE-PROVISOIRE PIC X(13).
       01  TABLE-COTES.
           05  COTE-ENTRY OCCURS 200 TIMES.
               10  TAB-CO-JOUEUR PIC X(10).
               10  TAB-CO-COTE PIC 9(4).
               10  TAB-CO-NB-COTEES PIC 9(5).
       01  WS-SUSPECT-STATUS PIC XX.
       01  WS-SUSPECT-EOF PIC X VALUE "N".
       01  WS-NB-SUSPECTS PIC 9(4) VALUE 0.
       01  WS-SUS-IDX PIC 9(4).
       01  WS-SUS-TROUVE PIC X.
       01  WS-NB-EXCLUES PIC 9(5) VALUE 0.
       01  TABLE-SUSPECTS.
           05  SUSPECT-ENTRY OCCURS 5000 TIMES.
               10  TAB-SUS-DATE PIC 9(8).
               10  TAB-SUS-SESSION PIC 9(6).
       01  WS-SWAP-COTE.
           05  SW-CO-JOUEUR PIC X(10).
           05  SW-CO-COTE PIC 9(4).
           05  SW-CO-NB-COTEES PIC 9(5).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHARGER-SUSPECTS.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "Aucune transaction JustePrix a ce jour."
           PERFORM EDITION.
           PERFORM CLASSER-PONDERE.
           PERFORM EDITION-PONDEREE.
           PERFORM CHARGER-COTES.
           PERFORM CLASSER-COTES.
           PERFORM EDITION-COTES.
           STOP RUN.

       LECTURE.
           END-READ.

       TRAITEMENT.
           PERFORM CHERCHER-SUSPECT.
           IF WS-SUS-TROUVE = "O"
               ADD 1 TO WS-NB-EXCLUES
           ELSE
               PERFORM CUMULER-SESSION
           END-IF.
           PERFORM LECTURE.

       CUMULER-SESSION.
           PERFORM CHERCHER-JOUEUR.
           IF WS-TROUVE = "N"
               PERFORM CREER-JOUEUR
                   MOVE TJ-NOMBRE TO TAB-MIN-NOMBRE(WS-IDX)
               END-IF
           END-IF.

       CHARGER-SUSPECTS.
           OPEN INPUT SUSPECT-FILE.
           IF WS-SUSPECT-STATUS = "00"
               PERFORM LECTURE-SUSPECT
               PERFORM RANGER-SUSPECT UNTIL WS-SUSPECT-EOF = "Y"
               CLOSE SUSPECT-FILE
           END-IF.

       LECTURE-SUSPECT.
           READ SUSPECT-FILE
               AT END MOVE "Y" TO WS-SUSPECT-EOF
           END-READ.

       RANGER-SUSPECT.
           IF SUS-STATUT = "A" OR SUS-STATUT = "R"
               IF WS-NB-SUSPECTS >= 5000
                   DISPLAY "Sessions suspectes : maximum 5000 atteint."
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-SUSPECTS
               MOVE SUS-DATE TO TAB-SUS-DATE(WS-NB-SUSPECTS)
               MOVE SUS-SESSION TO TAB-SUS-SESSION(WS-NB-SUSPECTS)
           END-IF.
           PERFORM LECTURE-SUSPECT.

       CHERCHER-SUSPECT.
           MOVE "N" TO WS-SUS-TROUVE.
           MOVE 1 TO WS-SUS-IDX.
           PERFORM TESTER-SUSPECT
               UNTIL WS-SUS-IDX > WS-NB-SUSPECTS
                   OR WS-SUS-TROUVE = "O".

       TESTER-SUSPECT.
           IF TAB-SUS-DATE(WS-SUS-IDX) = TJ-DATE
               AND TAB-SUS-SESSION(WS-SUS-IDX) = TJ-SESSION
               MOVE "O" TO WS-SUS-TROUVE
           ELSE
               ADD 1 TO WS-SUS-IDX
           END-IF.

       CHERCHER-JOUEUR.
           MOVE "N" TO WS-TROUVE.

       EDITION.
           DISPLAY "=== Palmares JustePrix (toutes dates) ===".
           IF WS-NB-EXCLUES > 0
               DISPLAY "Sessions suspectes exclues : " WS-NB-EXCLUES
           END-IF.
           IF WS-NB-JOUEURS = 0
               DISPLAY "Aucune partie enregistree."
           END-IF.
                   TAB-MIN-NOMBRE(WS-IDX)
           END-IF.
           ADD 1 TO WS-IDX.

       CHARGER-COTES.
           OPEN INPUT JOUEUR-FILE.
           IF WS-JOUEUR-STATUS = "00"
               PERFORM LECTURE-JOUEUR
               PERFORM RANGER-COTE UNTIL WS-JOUEUR-EOF = "Y"
               CLOSE JOUEUR-FILE
           END-IF.

       LECTURE-JOUEUR.
           READ JOUEUR-FILE
               AT END MOVE "Y" TO WS-JOUEUR-EOF
           END-READ.

       RANGER-COTE.
           IF JOUEUR-ACTIF NOT = "N"
               AND JOUEUR-COTE IS NUMERIC
               AND JOUEUR-NB-COTEES > 0
               IF WS-NB-COTES >= 200
                   DISPLAY "Trop de joueurs cotes, maximum 200."
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-COTES
               MOVE JOUEUR-ID TO TAB-CO-JOUEUR(WS-NB-COTES)
               MOVE JOUEUR-COTE TO TAB-CO-COTE(WS-NB-COTES)
               MOVE JOUEUR-NB-COTEES TO TAB-CO-NB-COTEES(WS-NB-COTES)
           END-IF.
           PERFORM LECTURE-JOUEUR.

       CLASSER-COTES.
           MOVE 1 TO WS-IDX.
           PERFORM PLACER-MEILLEUR-COTE UNTIL WS-IDX >= WS-NB-COTES.

       PLACER-MEILLEUR-COTE.
           MOVE WS-IDX TO WS-MEILLEUR.
           COMPUTE WS-JDX = WS-IDX + 1.
           PERFORM COMPARER-COTE UNTIL WS-JDX > WS-NB-COTES.
           IF WS-MEILLEUR NOT = WS-IDX
               MOVE COTE-ENTRY(WS-IDX) TO WS-SWAP-COTE
               MOVE COTE-ENTRY(WS-MEILLEUR) TO COTE-ENTRY(WS-IDX)
               MOVE WS-SWAP-COTE TO COTE-ENTRY(WS-MEILLEUR)
           END-IF.
           ADD 1 TO WS-IDX.

       COMPARER-COTE.
           IF TAB-CO-COTE(WS-JDX) > TAB-CO-COTE(WS-MEILLEUR)
               MOVE WS-JDX TO WS-MEILLEUR
           ELSE
               IF TAB-CO-COTE(WS-JDX) = TAB-CO-COTE(WS-MEILLEUR)
                   AND TAB-CO-NB-COTEES(WS-JDX)
                       > TAB-CO-NB-COTEES(WS-MEILLEUR)
                   MOVE WS-JDX TO WS-MEILLEUR
               END-IF
           END-IF.
           ADD 1 TO WS-JDX.

       EDITION-COTES.
           DISPLAY "=== Palmares par cote ===".
           IF WS-NB-COTES = 0
               DISPLAY "Aucun joueur cote."
           END-IF.
           MOVE WS-NB-COTES TO WS-LIMITE.
           IF WS-LIMITE > 10
               MOVE 10 TO WS-LIMITE
           END-IF.
           MOVE 0 TO WS-RANG.
           MOVE 1 TO WS-IDX.
           PERFORM EDITER-JOUEUR-COTE UNTIL WS-IDX > WS-LIMITE.

       EDITER-JOUEUR-COTE.
           ADD 1 TO WS-RANG.
           MOVE TAB-CO-COTE(WS-IDX) TO WS-ZR-COTE.
           IF TAB-CO-NB-COTEES(WS-IDX) < WS-MIN-COTEES
               MOVE " (provisoire)" TO WS-LIBELLE-PROVISOIRE
           ELSE
               MOVE SPACES TO WS-LIBELLE-PROVISOIRE
           END-IF.
           DISPLAY WS-RANG ". " TAB-CO-JOUEUR(WS-IDX)
               " cote " WS-ZR-COTE
               " (parties cotees " TAB-CO-NB-COTEES(WS-IDX) ")"
               WS-LIBELLE-PROVISOIRE.
           ADD 1 TO WS-IDX.
