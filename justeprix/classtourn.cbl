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
       FD  PARAMETRE-FILE.
       01  PARM-REC.
           05  PARM-TOURNOI PIC X(6).
           05  PARM-CRITERE PIC X.

       FD  TOURNOI-FILE.
       01  TOURNOI-REC.
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
       01  WS-PARM-STATUS PIC XX.
       01  WS-TOURNOI-STATUS PIC XX.
       01  WS-TROUVE PIC X.
       01  WS-RANG PIC 9(3).
       01  WS-NB-IGNOREES PIC 9(5) VALUE 0.
       01  WS-JOUEUR-STATUS PIC XX.
       01  WS-JOUEUR-EOF PIC X VALUE "N".
       01  WS-CRITERE PIC X VALUE "G".
       01  WS-COTE-INITIALE PIC 9(4) VALUE 1500.
       01  WS-MIN-COTEES PIC 9(3) VALUE 10.
       01  WS-LIBELLE-PROVISOIRE PIC X(13).
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
       01  TABLE-CLASSEMENT.
           05  CLASSEMENT-ENTRY OCCURS 200 TIMES.
               10  TAB-CL-JOUEUR PIC X(10).
               10  TAB-CL-PARTIES PIC 9(3).
               10  TAB-CL-GAGNEES PIC 9(3).
               10  TAB-CL-MIN-ESSAIS PIC 99.
               10  TAB-CL-COTE PIC 9(4).
               10  TAB-CL-NB-COTEES PIC 9(5).
       01  WS-SWAP-ENTRY.
           05  SW-JOUEUR PIC X(10).
           05  SW-PARTIES PIC 9(3).
           05  SW-GAGNEES PIC 9(3).
           05  SW-MIN-ESSAIS PIC 99.
           05  SW-COTE PIC 9(4).
           05  SW-NB-COTEES PIC 9(5).

       PROCEDURE DIVISION.
       MAIN.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHARGER-SUSPECTS.
           PERFORM DEPOUILLER-SESSIONS.
           IF WS-CRITERE = "C"
               PERFORM CHARGER-COTES
           END-IF.
           PERFORM CLASSER-PARTICIPANTS.
           PERFORM EDITION.
           STOP RUN.
                   STOP RUN
           END-READ.
           MOVE PARM-TOURNOI TO WS-TOURNOI-DEMANDE.
           IF PARM-CRITERE = "C"
               MOVE "C" TO WS-CRITERE
           END-IF.
           CLOSE PARAMETRE-FILE.

       CHARGER-TOURNOI.
           MOVE 0 TO TAB-CL-PARTIES(WS-NB-PARTICIPANTS).
           MOVE 0 TO TAB-CL-GAGNEES(WS-NB-PARTICIPANTS).
           MOVE 99 TO TAB-CL-MIN-ESSAIS(WS-NB-PARTICIPANTS).
           MOVE WS-COTE-INITIALE TO TAB-CL-COTE(WS-NB-PARTICIPANTS).
           MOVE 0 TO TAB-CL-NB-COTEES(WS-NB-PARTICIPANTS).

       DEPOUILLER-SESSIONS.
           OPEN INPUT TRANS-FILE.

       TRAITER-SESSION.
           IF TJ-TOURNOI = WS-TOURNOI-DEMANDE
               PERFORM CHERCHER-SUSPECT
               IF WS-SUS-TROUVE = "O"
                   ADD 1 TO WS-NB-EXCLUES
               ELSE
                   PERFORM RETENIR-SESSION
               END-IF
           END-IF.
           PERFORM LECTURE-TRANS.

       RETENIR-SESSION.
           PERFORM CHERCHER-PARTICIPANT.
           IF WS-TROUVE = "N"
               ADD 1 TO WS-NB-IGNOREES
           ELSE
               IF TAB-CL-PARTIES(WS-IDX)
                   >= WS-TOUR-NB-PARTIES
                   ADD 1 TO WS-NB-IGNOREES
               ELSE
                   ADD 1 TO TAB-CL-PARTIES(WS-IDX)
                   IF TJ-RESULTAT = "G"
                       ADD 1 TO TAB-CL-GAGNEES(WS-IDX)
                       IF TJ-NB-ESSAIS
                           < TAB-CL-MIN-ESSAIS(WS-IDX)
                           MOVE TJ-NB-ESSAIS
                               TO TAB-CL-MIN-ESSAIS(WS-IDX)
                       END-IF
                   END-IF
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

       CHERCHER-PARTICIPANT.
           MOVE "N" TO WS-TROUVE.
           ADD 1 TO WS-IDX.

       COMPARER-PARTICIPANT.
           IF WS-CRITERE = "C"
               PERFORM COMPARER-COTE
           ELSE
               PERFORM COMPARER-GAGNEES
           END-IF.
           ADD 1 TO WS-JDX.

       COMPARER-COTE.
           IF TAB-CL-COTE(WS-JDX) > TAB-CL-COTE(WS-MEILLEUR)
               MOVE WS-JDX TO WS-MEILLEUR
           ELSE
               IF TAB-CL-COTE(WS-JDX) = TAB-CL-COTE(WS-MEILLEUR)
                   AND TAB-CL-GAGNEES(WS-JDX)
                       > TAB-CL-GAGNEES(WS-MEILLEUR)
                   MOVE WS-JDX TO WS-MEILLEUR
               END-IF
           END-IF.

       COMPARER-GAGNEES.
           IF TAB-CL-GAGNEES(WS-JDX) > TAB-CL-GAGNEES(WS-MEILLEUR)
               MOVE WS-JDX TO WS-MEILLEUR
           ELSE
                   MOVE WS-JDX TO WS-MEILLEUR
               END-IF
           END-IF.

       EDITION.
           DISPLAY "=== Classement du tournoi " WS-TOURNOI-DEMANDE
               " " WS-TOUR-NOM " ===".
           DISPLAY "Borne commune : " WS-TOUR-BORNE
               "  Parties par joueur : " WS-TOUR-NB-PARTIES.
           IF WS-CRITERE = "C"
               DISPLAY "Classement par cote (provisoire en dessous de "
                   WS-MIN-COTEES " parties cotees)"
           END-IF.
           IF WS-NB-IGNOREES > 0
               DISPLAY "Sessions ignorees (hors quota ou joueur "
                   "non inscrit) : " WS-NB-IGNOREES
           END-IF.
           IF WS-NB-EXCLUES > 0
               DISPLAY "Sessions suspectes exclues : " WS-NB-EXCLUES
           END-IF.
           MOVE 0 TO WS-RANG.
           MOVE 1 TO WS-IDX.
           PERFORM EDITER-PARTICIPANT

       EDITER-PARTICIPANT.
           ADD 1 TO WS-RANG.
           IF WS-CRITERE = "C"
               IF TAB-CL-NB-COTEES(WS-IDX) < WS-MIN-COTEES
                   MOVE " (provisoire)" TO WS-LIBELLE-PROVISOIRE
               ELSE
                   MOVE SPACES TO WS-LIBELLE-PROVISOIRE
               END-IF
               DISPLAY WS-RANG ". " TAB-CL-JOUEUR(WS-IDX)
                   " cote " TAB-CL-COTE(WS-IDX)
                   " gagnees " TAB-CL-GAGNEES(WS-IDX)
                   "/" TAB-CL-PARTIES(WS-IDX)
                   WS-LIBELLE-PROVISOIRE
           ELSE
               DISPLAY WS-RANG ". " TAB-CL-JOUEUR(WS-IDX)
                   " gagnees " TAB-CL-GAGNEES(WS-IDX)
                   "/" TAB-CL-PARTIES(WS-IDX)
                   " meilleur " TAB-CL-MIN-ESSAIS(WS-IDX)
                   " essai(s)"
           END-IF.
           ADD 1 TO WS-IDX.

       CHARGER-COTES.
           OPEN INPUT JOUEUR-FILE.
           IF WS-JOUEUR-STATUS = "00"
               PERFORM LECTURE-JOUEUR
               PERFORM NOTER-COTE UNTIL WS-JOUEUR-EOF = "Y"
               CLOSE JOUEUR-FILE
           ELSE
               DISPLAY "Fichier joueurs absent, cotes initiales "
                   "retenues."
           END-IF.

       LECTURE-JOUEUR.
           READ JOUEUR-FILE
               AT END MOVE "Y" TO WS-JOUEUR-EOF
           END-READ.

       NOTER-COTE.
           PERFORM CHERCHER-PARTICIPANT-COTE.
           IF WS-TROUVE = "O" AND JOUEUR-COTE IS NUMERIC
               MOVE JOUEUR-COTE TO TAB-CL-COTE(WS-IDX)
               MOVE JOUEUR-NB-COTEES TO TAB-CL-NB-COTEES(WS-IDX)
           END-IF.
           PERFORM LECTURE-JOUEUR.

       CHERCHER-PARTICIPANT-COTE.
           MOVE "N" TO WS-TROUVE.
           MOVE 1 TO WS-IDX.
           PERFORM TESTER-PARTICIPANT-COTE
               UNTIL WS-IDX > WS-NB-PARTICIPANTS
                   OR WS-TROUVE = "O".

       TESTER-PARTICIPANT-COTE.
           IF TAB-CL-JOUEUR(WS-IDX) = JOUEUR-ID
               MOVE "O" TO WS-TROUVE
           ELSE
               ADD 1 TO WS-IDX
           END-IF.
