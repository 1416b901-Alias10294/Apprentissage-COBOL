       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProdConsult.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUIT-FILE ASSIGN TO "PRODUIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT HISTORIQUE-PRIX-FILE ASSIGN TO "PRODHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PRODMVTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT RESERVATION-FILE ASSIGN TO "PRODRESV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESV-STATUS.
           SELECT EXC-MASTER-FILE ASSIGN TO "PRODEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUIT-FILE.
       COPY PRODUIT.

       FD  HISTORIQUE-PRIX-FILE.
       01  HISTORIQUE-PRIX-REC.
           05  HPX-CODE PIC 9(9).
           05  HPX-DATE PIC 9(8).
           05  HPX-ANCIEN-PRIX PIC 9(5)V99.
           05  HPX-NOUVEAU-PRIX PIC 9(5)V99.
           05  HPX-SOURCE PIC X(8).

       FD  PENDING-FILE.
       01  PENDING-REC.
           05  PEND-ACTION PIC X.
           05  PEND-CODE PIC 9(9).
           05  PEND-LIBELLE PIC X(20).
           05  PEND-PRIX PIC 9(5)V99.
           05  PEND-CATEGORIE PIC X(3).
           05  PEND-STATUT PIC X.
           05  PEND-DATE-EFFET PIC 9(8).
           05  PEND-DEMANDEUR PIC X(10).

       FD  RESERVATION-FILE.
       01  RESERVATION-REC.
           05  RESV-CODE PIC 9(9).
           05  RESV-DEMANDEUR PIC X(10).
           05  RESV-DATE PIC 9(8).
           05  RESV-EXPIRATION PIC 9(8).

       FD  EXC-MASTER-FILE.
       01  EXC-MASTER-REC.
           05  EXC-CODE PIC 9(9).
           05  EXC-MOTIF PIC X(40).
           05  EXC-DATE-DEBUT PIC 9(8).
           05  EXC-NB-NUITS PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-PROD-STATUS PIC XX.
       01  WS-HIST-STATUS PIC XX.
       01  WS-PEND-STATUS PIC XX.
       01  WS-RESV-STATUS PIC XX.
       01  WS-EXC-STATUS PIC XX.
       01  WS-HIST-EOF PIC X.
       01  WS-PEND-EOF PIC X.
       01  WS-RESV-EOF PIC X.
       01  WS-EXC-EOF PIC X.
       01  WS-FIN PIC X VALUE "N".
       01  WS-AUJOURDHUI PIC 9(8).
       01  WS-SAISIE PIC X(12).
       01  WS-CODE-DEMANDE PIC 9(9).
       01  WS-CODE-COURANT PIC 9(9) VALUE 0.
       01  WS-PROD-TROUVE PIC X.
       01  WS-NB-TROUVES PIC 9(5).
       01  WS-NB-HISTO PIC 9(5).
       01  WS-HISTO-IDX PIC 9(2).
       01  WS-HISTO-JDX PIC 9(2).
       01  WS-HISTO-MAX PIC 9(2) VALUE 5.
       01  TABLE-HISTO.
           05  HISTO-ENTRY OCCURS 5 TIMES.
               10  TAB-HPX-DATE PIC 9(8).
               10  TAB-HPX-ANCIEN PIC 9(5)V99.
               10  TAB-HPX-NOUVEAU PIC 9(5)V99.
               10  TAB-HPX-SOURCE PIC X(8).
       01  WS-ZONE-PRIX PIC ZZZZ9.99.
       01  WS-ZONE-PRIX-X REDEFINES WS-ZONE-PRIX PIC X(8).
       01  WS-ZONE-PRIX-2 PIC ZZZZ9.99.
       01  WS-ZONE-NUITS PIC ZZ9.
       01  WS-STATUT-LIBELLE PIC X(8).
       01  WS-ACTION-LIBELLE PIC X(12).

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURDHUI.
           OPEN INPUT PRODUIT-FILE.
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier produits : "
                   WS-PROD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "CONSULTATION PRODUITS - " WS-AUJOURDHUI.
           PERFORM TRAITER-DEMANDE UNTIL WS-FIN = "O".
           CLOSE PRODUIT-FILE.
           STOP RUN.

       TRAITER-DEMANDE.
           DISPLAY " ".
           DISPLAY "Code produit (S = suivant, P = precedent, "
               "F = fin) : ".
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           EVALUATE WS-SAISIE
               WHEN SPACES
                   MOVE "O" TO WS-FIN
               WHEN "F"
               WHEN "f"
                   MOVE "O" TO WS-FIN
               WHEN "S"
               WHEN "s"
                   PERFORM LIRE-SUIVANT
               WHEN "P"
               WHEN "p"
                   PERFORM LIRE-PRECEDENT
               WHEN OTHER
                   PERFORM LIRE-CODE
           END-EVALUATE.

       LIRE-CODE.
           IF FUNCTION TEST-NUMVAL(WS-SAISIE) NOT = 0
               DISPLAY "Code non numerique : " WS-SAISIE
           ELSE
               COMPUTE WS-CODE-DEMANDE = FUNCTION NUMVAL(WS-SAISIE)
                   ON SIZE ERROR
                       DISPLAY "Code hors limites : " WS-SAISIE
                   NOT ON SIZE ERROR
                       MOVE WS-CODE-DEMANDE TO PROD-CODE
                       READ PRODUIT-FILE
                           INVALID KEY
                               MOVE "N" TO WS-PROD-TROUVE
                           NOT INVALID KEY
                               MOVE "O" TO WS-PROD-TROUVE
                       END-READ
                       MOVE WS-CODE-DEMANDE TO WS-CODE-COURANT
                       PERFORM AFFICHER-FICHE
               END-COMPUTE
           END-IF.

       LIRE-SUIVANT.
           MOVE WS-CODE-COURANT TO PROD-CODE.
           MOVE "O" TO WS-PROD-TROUVE.
           START PRODUIT-FILE KEY IS GREATER THAN PROD-CODE
               INVALID KEY
                   MOVE "N" TO WS-PROD-TROUVE
           END-START.
           IF WS-PROD-TROUVE = "O"
               READ PRODUIT-FILE NEXT RECORD
                   AT END
                       MOVE "N" TO WS-PROD-TROUVE
               END-READ
           END-IF.
           IF WS-PROD-TROUVE = "N"
               DISPLAY "Fin du fichier produits atteinte."
           ELSE
               MOVE PROD-CODE TO WS-CODE-DEMANDE
               MOVE PROD-CODE TO WS-CODE-COURANT
               PERFORM AFFICHER-FICHE
           END-IF.

       LIRE-PRECEDENT.
           MOVE WS-CODE-COURANT TO PROD-CODE.
           MOVE "O" TO WS-PROD-TROUVE.
           START PRODUIT-FILE KEY IS LESS THAN PROD-CODE
               INVALID KEY
                   MOVE "N" TO WS-PROD-TROUVE
           END-START.
           IF WS-PROD-TROUVE = "O"
               READ PRODUIT-FILE PREVIOUS RECORD
                   AT END
                       MOVE "N" TO WS-PROD-TROUVE
               END-READ
           END-IF.
           IF WS-PROD-TROUVE = "N"
               DISPLAY "Debut du fichier produits atteint."
           ELSE
               MOVE PROD-CODE TO WS-CODE-DEMANDE
               MOVE PROD-CODE TO WS-CODE-COURANT
               PERFORM AFFICHER-FICHE
           END-IF.

       AFFICHER-FICHE.
           DISPLAY "------------------------------------------------".
           IF WS-PROD-TROUVE = "O"
               MOVE PROD-PRIX TO WS-ZONE-PRIX
               IF PROD-STATUT = "A"
                   MOVE "ACTIF" TO WS-STATUT-LIBELLE
               ELSE
                   MOVE "BLOQUE" TO WS-STATUT-LIBELLE
               END-IF
               DISPLAY "Produit   : " PROD-CODE " " PROD-LIBELLE
               DISPLAY "Prix      : " WS-ZONE-PRIX
                   "   Categorie : " PROD-CATEGORIE
                   "   Statut : " WS-STATUT-LIBELLE
           ELSE
               DISPLAY "Produit   : " WS-CODE-DEMANDE
                   " absent du fichier produits."
           END-IF.
           PERFORM AFFICHER-HISTORIQUE.
           PERFORM AFFICHER-EN-ATTENTE.
           PERFORM AFFICHER-RESERVATIONS.
           PERFORM AFFICHER-EXCEPTIONS.

       AFFICHER-HISTORIQUE.
           MOVE 0 TO WS-NB-HISTO.
           MOVE "N" TO WS-HIST-EOF.
           OPEN INPUT HISTORIQUE-PRIX-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM LECTURE-HISTORIQUE
               PERFORM RANGER-HISTORIQUE UNTIL WS-HIST-EOF = "Y"
               CLOSE HISTORIQUE-PRIX-FILE
           END-IF.
           IF WS-NB-HISTO = 0
               DISPLAY "Historique des prix : aucun changement."
           ELSE
               DISPLAY "Derniers changements de prix :"
               MOVE 1 TO WS-HISTO-IDX
               PERFORM AFFICHER-UN-HISTO
                   UNTIL WS-HISTO-IDX > WS-NB-HISTO
                       OR WS-HISTO-IDX > WS-HISTO-MAX
           END-IF.

       LECTURE-HISTORIQUE.
           READ HISTORIQUE-PRIX-FILE
               AT END MOVE "Y" TO WS-HIST-EOF
           END-READ.

       RANGER-HISTORIQUE.
           IF HPX-CODE = WS-CODE-DEMANDE
               ADD 1 TO WS-NB-HISTO
               IF WS-NB-HISTO > WS-HISTO-MAX
                   MOVE 1 TO WS-HISTO-IDX
                   PERFORM DECALER-HISTO
                       UNTIL WS-HISTO-IDX >= WS-HISTO-MAX
                   MOVE WS-HISTO-MAX TO WS-HISTO-IDX
               ELSE
                   MOVE WS-NB-HISTO TO WS-HISTO-IDX
               END-IF
               MOVE HPX-DATE TO TAB-HPX-DATE(WS-HISTO-IDX)
               MOVE HPX-ANCIEN-PRIX TO TAB-HPX-ANCIEN(WS-HISTO-IDX)
               MOVE HPX-NOUVEAU-PRIX
                   TO TAB-HPX-NOUVEAU(WS-HISTO-IDX)
               MOVE HPX-SOURCE TO TAB-HPX-SOURCE(WS-HISTO-IDX)
           END-IF.
           PERFORM LECTURE-HISTORIQUE.

       DECALER-HISTO.
           COMPUTE WS-HISTO-JDX = WS-HISTO-IDX + 1.
           MOVE HISTO-ENTRY(WS-HISTO-JDX) TO HISTO-ENTRY(WS-HISTO-IDX).
           ADD 1 TO WS-HISTO-IDX.

       AFFICHER-UN-HISTO.
           MOVE TAB-HPX-ANCIEN(WS-HISTO-IDX) TO WS-ZONE-PRIX.
           MOVE TAB-HPX-NOUVEAU(WS-HISTO-IDX) TO WS-ZONE-PRIX-2.
           DISPLAY "  " TAB-HPX-DATE(WS-HISTO-IDX) " : "
               WS-ZONE-PRIX " -> " WS-ZONE-PRIX-2 "  "
               TAB-HPX-SOURCE(WS-HISTO-IDX).
           ADD 1 TO WS-HISTO-IDX.

       AFFICHER-EN-ATTENTE.
           MOVE 0 TO WS-NB-TROUVES.
           MOVE "N" TO WS-PEND-EOF.
           OPEN INPUT PENDING-FILE.
           IF WS-PEND-STATUS = "00"
               PERFORM LECTURE-PENDING
               PERFORM AFFICHER-UN-PENDING UNTIL WS-PEND-EOF = "Y"
               CLOSE PENDING-FILE
           END-IF.
           IF WS-NB-TROUVES = 0
               DISPLAY "Mouvement en attente : aucun."
           END-IF.

       LECTURE-PENDING.
           READ PENDING-FILE
               AT END MOVE "Y" TO WS-PEND-EOF
           END-READ.

       AFFICHER-UN-PENDING.
           IF PEND-CODE = WS-CODE-DEMANDE
               ADD 1 TO WS-NB-TROUVES
               EVALUATE PEND-ACTION
                   WHEN "A"
                       MOVE "AJOUT" TO WS-ACTION-LIBELLE
                   WHEN "M"
                       MOVE "MODIFICATION" TO WS-ACTION-LIBELLE
                   WHEN "S"
                       MOVE "SUPPRESSION" TO WS-ACTION-LIBELLE
                   WHEN "R"
                       MOVE "REACTIVATION" TO WS-ACTION-LIBELLE
                   WHEN OTHER
                       MOVE PEND-ACTION TO WS-ACTION-LIBELLE
               END-EVALUATE
               IF PEND-PRIX = 0
                   MOVE SPACES TO WS-ZONE-PRIX-X
               ELSE
                   MOVE PEND-PRIX TO WS-ZONE-PRIX
               END-IF
               DISPLAY "Mouvement en attente : " WS-ACTION-LIBELLE
                   " au " PEND-DATE-EFFET " prix " WS-ZONE-PRIX
                   " par " PEND-DEMANDEUR
           END-IF.
           PERFORM LECTURE-PENDING.

       AFFICHER-RESERVATIONS.
           MOVE 0 TO WS-NB-TROUVES.
           MOVE "N" TO WS-RESV-EOF.
           OPEN INPUT RESERVATION-FILE.
           IF WS-RESV-STATUS = "00"
               PERFORM LECTURE-RESERVATION
               PERFORM AFFICHER-UNE-RESERVATION
                   UNTIL WS-RESV-EOF = "Y"
               CLOSE RESERVATION-FILE
           END-IF.
           IF WS-NB-TROUVES = 0
               DISPLAY "Reservation active : aucune."
           END-IF.

       LECTURE-RESERVATION.
           READ RESERVATION-FILE
               AT END MOVE "Y" TO WS-RESV-EOF
           END-READ.

       AFFICHER-UNE-RESERVATION.
           IF RESV-CODE = WS-CODE-DEMANDE
               AND RESV-EXPIRATION >= WS-AUJOURDHUI
               ADD 1 TO WS-NB-TROUVES
               DISPLAY "Reservation active : " RESV-DEMANDEUR
                   " depuis le " RESV-DATE
                   " expire le " RESV-EXPIRATION
           END-IF.
           PERFORM LECTURE-RESERVATION.

       AFFICHER-EXCEPTIONS.
           MOVE 0 TO WS-NB-TROUVES.
           MOVE "N" TO WS-EXC-EOF.
           OPEN INPUT EXC-MASTER-FILE.
           IF WS-EXC-STATUS = "00"
               PERFORM LECTURE-EXCEPTION
               PERFORM AFFICHER-UNE-EXCEPTION UNTIL WS-EXC-EOF = "Y"
               CLOSE EXC-MASTER-FILE
           END-IF.
           IF WS-NB-TROUVES = 0
               DISPLAY "Exception ouverte : aucune."
           END-IF.

       LECTURE-EXCEPTION.
           READ EXC-MASTER-FILE
               AT END MOVE "Y" TO WS-EXC-EOF
           END-READ.

       AFFICHER-UNE-EXCEPTION.
           IF EXC-CODE = WS-CODE-DEMANDE
               ADD 1 TO WS-NB-TROUVES
               MOVE EXC-NB-NUITS TO WS-ZONE-NUITS
               DISPLAY "Exception ouverte : " EXC-MOTIF
               DISPLAY "  depuis le " EXC-DATE-DEBUT ", "
                   WS-ZONE-NUITS " nuit(s)"
           END-IF.
           PERFORM LECTURE-EXCEPTION.
