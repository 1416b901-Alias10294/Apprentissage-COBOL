           SELECT RESERVATION-TMP-FILE ASSIGN TO "PRODRESV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESV-TMP-STATUS.
           SELECT QUARANTAINE-PARM-FILE ASSIGN TO "PRODQUAR.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QPA-STATUS.
           SELECT RETRAIT-FILE ASSIGN TO "PRODRETR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  RESV-TMP-DATE PIC 9(8).
           05  RESV-TMP-EXPIRATION PIC 9(8).

       FD  QUARANTAINE-PARM-FILE.
       01  QUARANTAINE-PARM-REC.
           05  QPA-JOURS PIC 9(3).
           05  QPA-HORIZON PIC 9(3).

       FD  RETRAIT-FILE.
       01  RETRAIT-REC.
           05  RET-CODE PIC 9(9).
           05  RET-DATE PIC 9(8).
           05  RET-LIBELLE PIC X(20).
           05  RET-PRIX PIC 9(5)V99.
           05  RET-CATEGORIE PIC X(3).
           05  RET-DEMANDEUR PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC XX.
       01  WS-PROD-STATUS PIC XX.
               10  TAB-RESV-DEMANDEUR PIC X(10).
               10  TAB-RESV-DATE PIC 9(8).
               10  TAB-RESV-EXPIRATION PIC 9(8).
       01  WS-QPA-STATUS PIC XX.
       01  WS-RET-STATUS PIC XX.
       01  WS-RET-EOF PIC X VALUE "N".
       01  WS-JOURS-QUARANTAINE PIC 9(3) VALUE 365.
       01  WS-DATE-FIN-QUARANTAINE PIC 9(8).
       01  WS-NB-RETRAITS PIC 9(4) VALUE 0.
       01  WS-RET-IDX PIC 9(4).
       01  WS-CODE-RETIRE PIC X.
       01  WS-NB-QUARANTAINE PIC 9(4) VALUE 0.
       01  TABLE-RETRAITS.
           05  RET-ENTRY OCCURS 2000 TIMES.
               10  TAB-RET-CODE PIC 9(9).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LECTURE-PARAMETRE.
           PERFORM OUVRIR-PRODUITS.
           PERFORM CHARGER-RESERVATIONS.
           PERFORM LIRE-PARM-QUARANTAINE.
           PERFORM CHARGER-RETRAITS.
           PERFORM OUVRIR-PICK.
           MOVE 2 TO WS-CANDIDAT.
           PERFORM PROPOSER-CODE
           DISPLAY "Codes proposes : " WS-NB-PROPOSES.
           DISPLAY "Reservations expirees purgees : "
               WS-NB-EXPIREES.
           DISPLAY "Codes ecartes car en quarantaine : "
               WS-NB-QUARANTAINE.
           STOP RUN.

       LIRE-PARM-QUARANTAINE.
           OPEN INPUT QUARANTAINE-PARM-FILE.
           IF WS-QPA-STATUS = "00"
               READ QUARANTAINE-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF QPA-JOURS IS NUMERIC
                           MOVE QPA-JOURS TO WS-JOURS-QUARANTAINE
                       END-IF
               END-READ
               CLOSE QUARANTAINE-PARM-FILE
           END-IF.

       CHARGER-RETRAITS.
           OPEN INPUT RETRAIT-FILE.
           IF WS-RET-STATUS = "35" OR WS-RET-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-RET-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture codes retires : "
                       WS-RET-STATUS
                   STOP RUN
               ELSE
                   PERFORM LECTURE-RETRAIT
                   PERFORM RANGER-RETRAIT UNTIL WS-RET-EOF = "Y"
                   CLOSE RETRAIT-FILE
               END-IF
           END-IF.

       LECTURE-RETRAIT.
           READ RETRAIT-FILE
               AT END MOVE "Y" TO WS-RET-EOF
           END-READ.

       RANGER-RETRAIT.
           COMPUTE WS-DATE-FIN-QUARANTAINE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RET-DATE)
               + WS-JOURS-QUARANTAINE).
           IF WS-DATE-FIN-QUARANTAINE > WS-AUJOURDHUI
               IF WS-NB-RETRAITS >= 2000
                   DISPLAY "Fichier codes retires sature, "
                       "maximum 2000."
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-RETRAITS
               MOVE RET-CODE TO TAB-RET-CODE(WS-NB-RETRAITS)
           END-IF.
           PERFORM LECTURE-RETRAIT.

       CHERCHER-CODE-RETIRE.
           MOVE "N" TO WS-CODE-RETIRE.
           MOVE 1 TO WS-RET-IDX.
           PERFORM TESTER-CODE-RETIRE
               UNTIL WS-RET-IDX > WS-NB-RETRAITS
                   OR WS-CODE-RETIRE = "O".
           IF WS-CODE-RETIRE = "O"
               ADD 1 TO WS-NB-QUARANTAINE
           END-IF.

       TESTER-CODE-RETIRE.
           IF TAB-RET-CODE(WS-RET-IDX) = WS-CANDIDAT
               MOVE "O" TO WS-CODE-RETIRE
           ELSE
               ADD 1 TO WS-RET-IDX
           END-IF.

       LECTURE-PARAMETRE.
           OPEN INPUT PARAMETRE-FILE.
           IF WS-PARM-STATUS NOT = "00"
               END-IF
               IF WS-CODE-UTILISE = "N"
                   AND WS-CODE-RESERVE = "N"
                   PERFORM CHERCHER-CODE-RETIRE
               END-IF
               IF WS-CODE-UTILISE = "N"
                   AND WS-CODE-RESERVE = "N"
                   AND WS-CODE-RETIRE = "N"
                   MOVE WS-CANDIDAT TO PICK-REC
                   WRITE PICK-REC
                   ADD 1 TO WS-NB-PROPOSES
