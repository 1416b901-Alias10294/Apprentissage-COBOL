       IDENTIFICATION DIVISION.
       PROGRAM-ID. CoteJP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOUEUR-FILE ASSIGN TO "JPJOUEUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOUEUR-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01  WS-JOUEUR-STATUS PIC XX.
       01  WS-EOF PIC X VALUE "N".
       01  WS-NB-JOUEURS PIC 9(3) VALUE 0.
       01  WS-NB-PROVISOIRES PIC 9(3) VALUE 0.
       01  WS-IDX PIC 9(3).
       01  WS-JDX PIC 9(3).
       01  WS-MEILLEUR PIC 9(3).
       01  WS-RANG PIC 9(3).
       01  WS-COTE-INITIALE PIC 9(4) VALUE 1500.
       01  WS-MIN-COTEES PIC 9(3) VALUE 10.
       01  WS-AUJOURDHUI PIC 9(8).
       01  WS-JOUR-ENTIER PIC 9(7).
       01  WS-JOUR-SEMAINE PIC 9.
       01  WS-JOUR-QUOTIENT PIC 9(7).
       01  WS-DEBUT-SEMAINE PIC 9(8).
       01  TABLE-JOUEURS.
           05  JOUEUR-ENTRY OCCURS 200 TIMES.
               10  TAB-JOUEUR-ID PIC X(10).
               10  TAB-JOUEUR-NOM PIC X(20).
               10  TAB-JOUEUR-ACTIF PIC X.
               10  TAB-JOUEUR-COTE PIC 9(4).
               10  TAB-JOUEUR-NB-COTEES PIC 9(5).
               10  TAB-JOUEUR-VARIATION PIC S9(4).
       01  WS-SWAP-ENTRY.
           05  SW-JOUEUR-ID PIC X(10).
           05  SW-JOUEUR-NOM PIC X(20).
           05  SW-JOUEUR-ACTIF PIC X.
           05  SW-JOUEUR-COTE PIC 9(4).
           05  SW-JOUEUR-NB-COTEES PIC 9(5).
           05  SW-JOUEUR-VARIATION PIC S9(4).
       01  WS-LIGNE-COTE.
           05  WS-LC-RANG PIC ZZ9.
           05  FILLER PIC X(2) VALUE ". ".
           05  WS-LC-ID PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LC-NOM PIC X(20).
           05  FILLER PIC X(6) VALUE " cote ".
           05  WS-LC-COTE PIC Z(3)9.
           05  FILLER PIC X(10) VALUE " semaine ".
           05  WS-LC-VARIATION PIC +(4)9.
           05  FILLER PIC X(10) VALUE " parties ".
           05  WS-LC-NB-COTEES PIC Z(4)9.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LC-PROVISOIRE PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LC-ACTIF PIC X(9).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CALCULER-DEBUT-SEMAINE.
           OPEN INPUT JOUEUR-FILE.
           IF WS-JOUEUR-STATUS NOT = "00"
               DISPLAY "Aucun joueur JustePrix a ce jour."
               STOP RUN
           END-IF.
           PERFORM LECTURE.
           PERFORM RANGER-JOUEUR UNTIL WS-EOF = "Y".
           CLOSE JOUEUR-FILE.
           PERFORM CLASSER-JOUEURS.
           PERFORM EDITION.
           STOP RUN.

       CALCULER-DEBUT-SEMAINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURDHUI.
           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-AUJOURDHUI) - 1.
           DIVIDE WS-JOUR-ENTIER BY 7 GIVING WS-JOUR-QUOTIENT
               REMAINDER WS-JOUR-SEMAINE.
           COMPUTE WS-DEBUT-SEMAINE = FUNCTION DATE-OF-INTEGER(
               WS-JOUR-ENTIER + 1 - WS-JOUR-SEMAINE).

       LECTURE.
           READ JOUEUR-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       RANGER-JOUEUR.
           IF WS-NB-JOUEURS >= 200
               DISPLAY "Fichier joueurs sature, maximum 200."
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-JOUEURS.
           MOVE JOUEUR-ID TO TAB-JOUEUR-ID(WS-NB-JOUEURS).
           MOVE JOUEUR-NOM TO TAB-JOUEUR-NOM(WS-NB-JOUEURS).
           MOVE JOUEUR-ACTIF TO TAB-JOUEUR-ACTIF(WS-NB-JOUEURS).
           MOVE 0 TO TAB-JOUEUR-VARIATION(WS-NB-JOUEURS).
           IF JOUEUR-COTE IS NUMERIC
               MOVE JOUEUR-COTE TO TAB-JOUEUR-COTE(WS-NB-JOUEURS)
               MOVE JOUEUR-NB-COTEES
                   TO TAB-JOUEUR-NB-COTEES(WS-NB-JOUEURS)
               IF JOUEUR-DATE-SEMAINE >= WS-DEBUT-SEMAINE
                   COMPUTE TAB-JOUEUR-VARIATION(WS-NB-JOUEURS) =
                       JOUEUR-COTE - JOUEUR-COTE-SEMAINE
               END-IF
           ELSE
               MOVE WS-COTE-INITIALE TO TAB-JOUEUR-COTE(WS-NB-JOUEURS)
               MOVE 0 TO TAB-JOUEUR-NB-COTEES(WS-NB-JOUEURS)
           END-IF.
           IF TAB-JOUEUR-NB-COTEES(WS-NB-JOUEURS) < WS-MIN-COTEES
               ADD 1 TO WS-NB-PROVISOIRES
           END-IF.
           PERFORM LECTURE.

       CLASSER-JOUEURS.
           MOVE 1 TO WS-IDX.
           PERFORM PLACER-MEILLEUR UNTIL WS-IDX >= WS-NB-JOUEURS.

       PLACER-MEILLEUR.
           MOVE WS-IDX TO WS-MEILLEUR.
           COMPUTE WS-JDX = WS-IDX + 1.
           PERFORM COMPARER-JOUEUR UNTIL WS-JDX > WS-NB-JOUEURS.
           IF WS-MEILLEUR NOT = WS-IDX
               MOVE JOUEUR-ENTRY(WS-IDX) TO WS-SWAP-ENTRY
               MOVE JOUEUR-ENTRY(WS-MEILLEUR)
                   TO JOUEUR-ENTRY(WS-IDX)
               MOVE WS-SWAP-ENTRY TO JOUEUR-ENTRY(WS-MEILLEUR)
           END-IF.
           ADD 1 TO WS-IDX.

       COMPARER-JOUEUR.
           IF TAB-JOUEUR-COTE(WS-JDX) > TAB-JOUEUR-COTE(WS-MEILLEUR)
               MOVE WS-JDX TO WS-MEILLEUR
           ELSE
               IF TAB-JOUEUR-COTE(WS-JDX)
                   = TAB-JOUEUR-COTE(WS-MEILLEUR)
                   AND TAB-JOUEUR-NB-COTEES(WS-JDX)
                       > TAB-JOUEUR-NB-COTEES(WS-MEILLEUR)
                   MOVE WS-JDX TO WS-MEILLEUR
               END-IF
           END-IF.
           ADD 1 TO WS-JDX.

       EDITION.
           DISPLAY "=== Cotes JustePrix au " WS-AUJOURDHUI " ===".
           DISPLAY "Variation depuis le debut de la semaine du "
               WS-DEBUT-SEMAINE.
           DISPLAY "Cote provisoire en dessous de " WS-MIN-COTEES
               " parties cotees.".
           IF WS-NB-JOUEURS = 0
               DISPLAY "Aucun joueur enregistre."
           END-IF.
           MOVE 0 TO WS-RANG.
           MOVE 1 TO WS-IDX.
           PERFORM EDITER-JOUEUR UNTIL WS-IDX > WS-NB-JOUEURS.
           DISPLAY "Joueurs : " WS-NB-JOUEURS
               "  dont provisoires : " WS-NB-PROVISOIRES.

       EDITER-JOUEUR.
           ADD 1 TO WS-RANG.
           MOVE WS-RANG TO WS-LC-RANG.
           MOVE TAB-JOUEUR-ID(WS-IDX) TO WS-LC-ID.
           MOVE TAB-JOUEUR-NOM(WS-IDX) TO WS-LC-NOM.
           MOVE TAB-JOUEUR-COTE(WS-IDX) TO WS-LC-COTE.
           MOVE TAB-JOUEUR-VARIATION(WS-IDX) TO WS-LC-VARIATION.
           MOVE TAB-JOUEUR-NB-COTEES(WS-IDX) TO WS-LC-NB-COTEES.
           IF TAB-JOUEUR-NB-COTEES(WS-IDX) < WS-MIN-COTEES
               MOVE "provisoire" TO WS-LC-PROVISOIRE
           ELSE
               MOVE SPACES TO WS-LC-PROVISOIRE
           END-IF.
           IF TAB-JOUEUR-ACTIF(WS-IDX) = "N"
               MOVE "desactive" TO WS-LC-ACTIF
           ELSE
               MOVE SPACES TO WS-LC-ACTIF
           END-IF.
           DISPLAY WS-LIGNE-COTE.
           ADD 1 TO WS-IDX.
