           05  JOUEUR-PARTIES PIC 9(5).
           05  JOUEUR-GAGNEES PIC 9(5).
           05  JOUEUR-MEILLEUR PIC 99.
           05  JOUEUR-ACTIF PIC X.
           05  JOUEUR-COTE PIC 9(4).
           05  JOUEUR-NB-COTEES PIC 9(5).
           05  JOUEUR-COTE-SEMAINE PIC 9(4).
           05  JOUEUR-DATE-SEMAINE PIC 9(8).
           05  JOUEUR-CONTROLE PIC X.

       FD  TOURNOI-FILE.
       01  TOURNOI-REC.
           05  JT-PARTIES PIC 9(5).
           05  JT-GAGNEES PIC 9(5).
           05  JT-MEILLEUR PIC 99.
           05  JT-ACTIF PIC X.
           05  JT-COTE PIC 9(4).
           05  JT-NB-COTEES PIC 9(5).
           05  JT-COTE-SEMAINE PIC 9(4).
           05  JT-DATE-SEMAINE PIC 9(8).
           05  JT-CONTROLE PIC X.

       WORKING-STORAGE SECTION.
       01  N PIC 999.
       01  WS-TOUR-BORNE PIC 999.
       01  WS-TOUR-PARTICIPANT PIC X.
       01  WS-NB-SESSIONS-TOUR PIC 9(3).
       01  WS-COTE-INITIALE PIC 9(4) VALUE 1500.
       01  WS-COTE-ECHELLE PIC 99 VALUE 30.
       01  WS-COTE-K-LIBRE PIC 99 VALUE 10.
       01  WS-COTE-K-TOURNOI PIC 99 VALUE 20.
       01  WS-COTE-OPT-REF PIC 99 VALUE 7.
       01  WS-COTE-OPTIMUM PIC 99.
       01  WS-COTE-PUISSANCE PIC 9(4).
       01  WS-COTE-PERF PIC 9(3).
       01  WS-COTE-K PIC 9(3)V99.
       01  WS-JOUR-ENTIER PIC 9(7).
       01  WS-JOUR-SEMAINE PIC 9.
       01  WS-JOUR-QUOTIENT PIC 9(7).
       01  WS-AUJOURDHUI PIC 9(8).
       01  WS-DEBUT-SEMAINE PIC 9(8).
       01  TABLE-JOUEURS.
           05  JOUEUR-ENTRY OCCURS 200 TIMES.
               10  TAB-JOUEUR-ID PIC X(10).
               10  TAB-JOUEUR-PARTIES PIC 9(5).
               10  TAB-JOUEUR-GAGNEES PIC 9(5).
               10  TAB-JOUEUR-MEILLEUR PIC 99.
               10  TAB-JOUEUR-ACTIF PIC X.
               10  TAB-JOUEUR-COTE PIC 9(4).
               10  TAB-JOUEUR-NB-COTEES PIC 9(5).
               10  TAB-JOUEUR-COTE-SEMAINE PIC 9(4).
               10  TAB-JOUEUR-DATE-SEMAINE PIC 9(8).
               10  TAB-JOUEUR-CONTROLE PIC X.

       PROCEDURE DIVISION.
       MAIN.
               ACCEPT WS-NOM-SAISI
               PERFORM INSCRIRE-JOUEUR
           ELSE
               PERFORM CONTROLER-JOUEUR-ACTIF
               DISPLAY "Bonjour "
                   TAB-JOUEUR-NOM(WS-JOUEUR-IDX)
           END-IF.
               MOVE "P" TO TJ-RESULTAT
               DISPLAY "Vous avez perdu ! Le nombre etait : " N
           END-IF.
           CALL "SeqAlloc" USING WS-SERIE-SESSION WS-NUMERO-SESSION
               WS-CTL-PROGRAMME.
           MOVE WS-NUMERO-SESSION TO TJ-SESSION.
           WRITE TJ-ENREGISTREMENT.
           PERFORM METTRE-A-JOUR-JOUEUR.
           CLOSE TRANS-FILE.
           PERFORM ECRIRE-JOUEURS.

       CONTROLER-JOUEUR-ACTIF.
           IF TAB-JOUEUR-ACTIF(WS-JOUEUR-IDX) = "N"
               DISPLAY "Joueur " TJ-JOUEUR
                   " desactive, session refusee."
               CLOSE TRANS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOOP.
           DISPLAY "Entrez votre choix : "
           ACCEPT CHOIX.
           IF WS-JOUEUR-TROUVE = "N"
               MOVE "Robot JustePrix" TO WS-NOM-SAISI
               PERFORM INSCRIRE-JOUEUR
           ELSE
               PERFORM CONTROLER-JOUEUR-ACTIF
           END-IF.
           MOVE FUNCTION CURRENT-DATE(9:8) TO D.
           COMPUTE WS-ALEA = FUNCTION RANDOM(D).
               MOVE WS-NB-PARTIES-DEM TO WS-NB-SESSIONS-RESERVEES
               CALL "SeqBloc" USING WS-SERIE-SESSION
                   WS-NB-SESSIONS-RESERVEES WS-PREMIERE-SESSION
                   WS-CTL-PROGRAMME
               COMPUTE WS-NUMERO-SESSION = WS-PREMIERE-SESSION - 1
           END-IF.
           MOVE 1 TO WS-STRAT-IDX.
           ADD 1 TO WS-PARTIE.

       CHARGER-JOUEURS.
           PERFORM CALCULER-DEBUT-SEMAINE.
           OPEN INPUT JOUEUR-FILE.
           IF WS-JOUEUR-STATUS = "35" OR WS-JOUEUR-STATUS = "05"
               CONTINUE
           MOVE JOUEUR-GAGNEES TO TAB-JOUEUR-GAGNEES(WS-NB-JOUEURS).
           MOVE JOUEUR-MEILLEUR
               TO TAB-JOUEUR-MEILLEUR(WS-NB-JOUEURS).
           MOVE JOUEUR-ACTIF TO TAB-JOUEUR-ACTIF(WS-NB-JOUEURS).
           MOVE JOUEUR-CONTROLE TO TAB-JOUEUR-CONTROLE(WS-NB-JOUEURS).
           IF JOUEUR-COTE IS NUMERIC
               MOVE JOUEUR-COTE TO TAB-JOUEUR-COTE(WS-NB-JOUEURS)
               MOVE JOUEUR-NB-COTEES
                   TO TAB-JOUEUR-NB-COTEES(WS-NB-JOUEURS)
               MOVE JOUEUR-COTE-SEMAINE
                   TO TAB-JOUEUR-COTE-SEMAINE(WS-NB-JOUEURS)
               MOVE JOUEUR-DATE-SEMAINE
                   TO TAB-JOUEUR-DATE-SEMAINE(WS-NB-JOUEURS)
           ELSE
               PERFORM INITIALISER-COTE
           END-IF.
           PERFORM LECTURE-JOUEUR.

       INITIALISER-COTE.
           MOVE WS-COTE-INITIALE TO TAB-JOUEUR-COTE(WS-NB-JOUEURS).
           MOVE 0 TO TAB-JOUEUR-NB-COTEES(WS-NB-JOUEURS).
           MOVE WS-COTE-INITIALE
               TO TAB-JOUEUR-COTE-SEMAINE(WS-NB-JOUEURS).
           MOVE 0 TO TAB-JOUEUR-DATE-SEMAINE(WS-NB-JOUEURS).

       CHERCHER-JOUEUR-MASTER.
           MOVE "N" TO WS-JOUEUR-TROUVE.
           MOVE 1 TO WS-JOUEUR-IDX.
           MOVE 0 TO TAB-JOUEUR-PARTIES(WS-JOUEUR-IDX).
           MOVE 0 TO TAB-JOUEUR-GAGNEES(WS-JOUEUR-IDX).
           MOVE 99 TO TAB-JOUEUR-MEILLEUR(WS-JOUEUR-IDX).
           MOVE "O" TO TAB-JOUEUR-ACTIF(WS-JOUEUR-IDX).
           MOVE SPACE TO TAB-JOUEUR-CONTROLE(WS-JOUEUR-IDX).
           MOVE WS-COTE-INITIALE TO TAB-JOUEUR-COTE(WS-JOUEUR-IDX).
           MOVE 0 TO TAB-JOUEUR-NB-COTEES(WS-JOUEUR-IDX).
           MOVE WS-COTE-INITIALE
               TO TAB-JOUEUR-COTE-SEMAINE(WS-JOUEUR-IDX).
           MOVE 0 TO TAB-JOUEUR-DATE-SEMAINE(WS-JOUEUR-IDX).

       METTRE-A-JOUR-JOUEUR.
           ADD 1 TO TAB-JOUEUR-PARTIES(WS-JOUEUR-IDX).
                       TO TAB-JOUEUR-MEILLEUR(WS-JOUEUR-IDX)
               END-IF
           END-IF.
           PERFORM COTER-SESSION.

       COTER-SESSION.
           IF TAB-JOUEUR-DATE-SEMAINE(WS-JOUEUR-IDX)
               < WS-DEBUT-SEMAINE
               MOVE TAB-JOUEUR-COTE(WS-JOUEUR-IDX)
                   TO TAB-JOUEUR-COTE-SEMAINE(WS-JOUEUR-IDX)
               MOVE TJ-DATE TO TAB-JOUEUR-DATE-SEMAINE(WS-JOUEUR-IDX)
           END-IF.
           MOVE 0 TO WS-COTE-OPTIMUM.
           MOVE 1 TO WS-COTE-PUISSANCE.
           PERFORM DOUBLER-PUISSANCE
               UNTIL WS-COTE-PUISSANCE >= TJ-BORNE.
           IF WS-COTE-OPTIMUM = 0
               MOVE 1 TO WS-COTE-OPTIMUM
           END-IF.
           IF TJ-RESULTAT = "G" AND TJ-NB-ESSAIS > 0
               COMPUTE WS-COTE-PERF =
                   100 * WS-COTE-OPTIMUM / TJ-NB-ESSAIS
               IF WS-COTE-PERF > 100
                   MOVE 100 TO WS-COTE-PERF
               END-IF
           ELSE
               MOVE 0 TO WS-COTE-PERF
           END-IF.
           IF TJ-TOURNOI = SPACES
               COMPUTE WS-COTE-K ROUNDED = WS-COTE-K-LIBRE
                   * WS-COTE-OPTIMUM / WS-COTE-OPT-REF
           ELSE
               COMPUTE WS-COTE-K ROUNDED = WS-COTE-K-TOURNOI
                   * WS-COTE-OPTIMUM / WS-COTE-OPT-REF
           END-IF.
           IF WS-COTE-K > 50
               MOVE 50 TO WS-COTE-K
           END-IF.
           COMPUTE TAB-JOUEUR-COTE(WS-JOUEUR-IDX) ROUNDED =
               TAB-JOUEUR-COTE(WS-JOUEUR-IDX)
               + (WS-COTE-ECHELLE * WS-COTE-PERF
                   - TAB-JOUEUR-COTE(WS-JOUEUR-IDX))
               * WS-COTE-K / 100.
           ADD 1 TO TAB-JOUEUR-NB-COTEES(WS-JOUEUR-IDX).

       DOUBLER-PUISSANCE.
           ADD 1 TO WS-COTE-OPTIMUM.
           COMPUTE WS-COTE-PUISSANCE = WS-COTE-PUISSANCE * 2.

       CALCULER-DEBUT-SEMAINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURDHUI.
           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-AUJOURDHUI) - 1.
           DIVIDE WS-JOUR-ENTIER BY 7 GIVING WS-JOUR-QUOTIENT
               REMAINDER WS-JOUR-SEMAINE.
           COMPUTE WS-DEBUT-SEMAINE = FUNCTION DATE-OF-INTEGER(
               WS-JOUR-ENTIER + 1 - WS-JOUR-SEMAINE).

       ECRIRE-JOUEURS.
           OPEN OUTPUT JOUEUR-TMP-FILE.
           MOVE TAB-JOUEUR-GAGNEES(WS-JOUEUR-IDX) TO JT-GAGNEES.
           MOVE TAB-JOUEUR-MEILLEUR(WS-JOUEUR-IDX)
               TO JT-MEILLEUR.
           MOVE TAB-JOUEUR-ACTIF(WS-JOUEUR-IDX) TO JT-ACTIF.
           MOVE TAB-JOUEUR-COTE(WS-JOUEUR-IDX) TO JT-COTE.
           MOVE TAB-JOUEUR-NB-COTEES(WS-JOUEUR-IDX) TO JT-NB-COTEES.
           MOVE TAB-JOUEUR-COTE-SEMAINE(WS-JOUEUR-IDX)
               TO JT-COTE-SEMAINE.
           MOVE TAB-JOUEUR-DATE-SEMAINE(WS-JOUEUR-IDX)
               TO JT-DATE-SEMAINE.
           MOVE TAB-JOUEUR-CONTROLE(WS-JOUEUR-IDX) TO JT-CONTROLE.
           WRITE JOUEUR-TMP-REC.
           ADD 1 TO WS-JOUEUR-IDX.

