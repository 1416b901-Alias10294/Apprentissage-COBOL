       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClotCaisse.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRE-FILE ASSIGN TO "CLOTCAIS.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DECLARATION-FILE ASSIGN TO "ADDNDECL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECL-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "ADDNLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDG-STATUS.
           SELECT RECU-FILE ASSIGN TO "ADDNRECU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECU-STATUS.
           SELECT OPER-FILE ASSIGN TO "ADDNOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT CAISSE-REPORT ASSIGN TO "CLOTCAIS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAISSE-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO "CLOTCAIS-EXCEPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRE-FILE.
       01  PARM-REC.
           05  PARM-DATE PIC 9(8).
           05  PARM-TOLERANCE PIC 9(5)V99.

       FD  DECLARATION-FILE.
       01  DECLARATION-REC.
           05  DECL-OPERATEUR PIC X(6).
           05  DECL-DATE PIC 9(8).
           05  DECL-MONTANT PIC S9(9)V99
                                SIGN IS LEADING SEPARATE.

       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05  LDG-OPERATEUR PIC X(6).
           05  LDG-DATE PIC 9(8).
           05  LDG-OPERATION PIC X.
           05  LDG-NB PIC 9(7).
           05  LDG-TOTAL PIC S9(9)V99
                SIGN IS LEADING SEPARATE.
           05  LDG-CATEGORIE PIC X(3).

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

       FD  CAISSE-REPORT.
       01  LIGNE-CAISSE PIC X(80).

       FD  EXCEPTIONS-FILE.
       01  LIGNE-EXCEPTION.
           05  LE-DATE PIC 9(8).
           05  FILLER PIC X.
           05  LE-OPERATEUR PIC X(6).
           05  FILLER PIC X.
           05  LE-MOTIF PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC XX.
       01  WS-DECL-STATUS PIC XX.
       01  WS-LDG-STATUS PIC XX.
       01  WS-RECU-STATUS PIC XX.
       01  WS-OPER-STATUS PIC XX.
       01  WS-CAISSE-STATUS PIC XX.
       01  WS-EXC-STATUS PIC XX.
       01  WS-DECL-EOF PIC X VALUE "N".
       01  WS-LDG-EOF PIC X VALUE "N".
       01  WS-RECU-EOF PIC X VALUE "N".
       01  WS-OPER-EOF PIC X VALUE "N".
       01  WS-DATE-ARRETE PIC 9(8).
       01  WS-TOLERANCE PIC 9(5)V99 VALUE 5.00.
       01  WS-NB-CAISSES PIC 9(3) VALUE 0.
       01  WS-CS-IDX PIC 9(3).
       01  WS-CS-TROUVE PIC X.
       01  WS-OPER-COURANT PIC X(6).
       01  WS-ATTENDU PIC S9(9)V99.
       01  WS-ECART PIC S9(9)V99.
       01  WS-ECART-ABS PIC 9(9)V99.
       01  WS-STATUT PIC X(11).
       01  WS-MOTIF-EXCEPTION PIC X(40).
       01  WS-NB-DECLARATIONS PIC 9(5) VALUE 0.
       01  WS-NB-DECL-HORS-DATE PIC 9(5) VALUE 0.
       01  WS-NB-DECL-DOUBLE PIC 9(5) VALUE 0.
       01  WS-NB-CONFORMES PIC 9(3) VALUE 0.
       01  WS-NB-EXCEDENTS PIC 9(3) VALUE 0.
       01  WS-NB-MANQUANTS PIC 9(3) VALUE 0.
       01  WS-NB-NON-DECLARES PIC 9(3) VALUE 0.
       01  WS-NB-EXCEPTIONS PIC 9(5) VALUE 0.
       01  WS-TOTAL-ATTENDU PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-DECLARE PIC S9(11)V99 VALUE 0.
       01  WS-ZR-ECART PIC -(8)9.99.
       01  TABLE-CAISSES.
           05  CAISSE-ENTRY OCCURS 100 TIMES.
               10  TAB-CS-ID PIC X(6).
               10  TAB-CS-NOM PIC X(20).
               10  TAB-CS-ACTIVITE PIC X.
               10  TAB-CS-BRUT PIC S9(9)V99.
               10  TAB-CS-ANNULATIONS PIC S9(9)V99.
               10  TAB-CS-DECLAREE PIC X.
               10  TAB-CS-DECLARE PIC S9(9)V99.
       01  WS-RPT-ACTION PIC X.
       01  WS-RPT-EMETTRE PIC X.
       01  WS-RPT-LIGNE-1 PIC X(80).
       01  WS-RPT-LIGNE-2 PIC X(80).
       01  WS-TITRE-CAISSE PIC X(30)
           VALUE "ARRETE DES CAISSES OPERATEURS".
       01  WS-RPT-PROGRAMME PIC X(12) VALUE "ClotCaisse".
       01  WS-CPT-CAISSE.
           05  WS-CC-PAGE PIC 9(4) VALUE 0.
           05  WS-CC-LIGNES PIC 9(2) VALUE 0.
           05  WS-CC-TOTAL PIC 9(7) VALUE 0.
           05  WS-CC-DATE PIC 9(8) VALUE 0.
           05  WS-CC-HEURE PIC 9(6) VALUE 0.
       01  WS-LIGNE-EDITION PIC X(80).
       01  WS-LIGNE-DATE.
           05  FILLER PIC X(16) VALUE "JOURNEE DU     ".
           05  WS-LD-DATE PIC 9(8).
           05  FILLER PIC X(16) VALUE "   TOLERANCE : ".
           05  WS-LD-TOLERANCE PIC ZZZZ9.99.
       01  WS-LIGNE-COLONNES.
           05  FILLER PIC X(28) VALUE "OPER.  NOM".
           05  FILLER PIC X(13) VALUE "      ATTENDU".
           05  FILLER PIC X(13) VALUE "      DECLARE".
           05  FILLER PIC X(13) VALUE "        ECART".
           05  FILLER PIC X(12) VALUE " STATUT".
       01  WS-LIGNE-DETAIL.
           05  WS-LDT-ID PIC X(6).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-NOM PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-ATTENDU PIC -(8)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-DECLARE PIC -(8)9.99.
           05  WS-LDT-DECLARE-X REDEFINES WS-LDT-DECLARE PIC X(12).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-ECART PIC -(8)9.99.
           05  WS-LDT-ECART-X REDEFINES WS-LDT-ECART PIC X(12).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDT-STATUT PIC X(11).
       01  WS-LIGNE-ANNULATIONS.
           05  FILLER PIC X(28)
               VALUE "         dont annulations :".
           05  WS-LAN-MONTANT PIC -(8)9.99.
       01  WS-LIGNE-TOTAL.
           05  FILLER PIC X(28) VALUE "TOTAL".
           05  WS-LT-ATTENDU PIC -(8)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LT-DECLARE PIC -(8)9.99.
       01  WS-LIGNE-COMPTE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-LC-LIBELLE PIC X(26).
           05  WS-LC-NB PIC ZZZZ9.
       01  WS-CTL-PROGRAMME PIC X(12) VALUE "ClotCaisse".
       01  WS-CTL-LUS PIC 9(9) VALUE 0.
       01  WS-CTL-ECRITS PIC 9(9) VALUE 0.
       01  WS-CTL-REJETES PIC 9(9) VALUE 0.
       01  WS-CTL-RETOUR PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LECTURE-PARAMETRE.
           PERFORM CHARGER-OPERATEURS.
           PERFORM CUMULER-LEDGER.
           PERFORM CUMULER-ANNULATIONS.
           PERFORM CHARGER-DECLARATIONS.
           PERFORM OUVRIR-SORTIES.
           MOVE WS-DATE-ARRETE TO WS-LD-DATE.
           MOVE WS-TOLERANCE TO WS-LD-TOLERANCE.
           MOVE WS-LIGNE-DATE TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-CAISSE.
           MOVE WS-LIGNE-COLONNES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-CAISSE.
           MOVE 1 TO WS-CS-IDX.
           PERFORM CONTROLER-CAISSE UNTIL WS-CS-IDX > WS-NB-CAISSES.
           PERFORM EDITER-TOTAUX.
           MOVE "F" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-CAISSE
               WS-RPT-PROGRAMME WS-CPT-CAISSE WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           MOVE WS-RPT-LIGNE-1 TO LIGNE-CAISSE.
           WRITE LIGNE-CAISSE.
           CLOSE CAISSE-REPORT EXCEPTIONS-FILE.
           DISPLAY "Arrete des caisses du " WS-DATE-ARRETE.
           DISPLAY "Declarations lues : " WS-NB-DECLARATIONS.
           DISPLAY "Caisses conformes : " WS-NB-CONFORMES.
           DISPLAY "Caisses en excedent : " WS-NB-EXCEDENTS.
           DISPLAY "Caisses en manquant : " WS-NB-MANQUANTS.
           DISPLAY "Declarations absentes : " WS-NB-NON-DECLARES.
           DISPLAY "Exceptions transmises : " WS-NB-EXCEPTIONS.
           MOVE WS-NB-DECLARATIONS TO WS-CTL-LUS.
           MOVE WS-NB-CAISSES TO WS-CTL-ECRITS.
           MOVE WS-NB-EXCEPTIONS TO WS-CTL-REJETES.
           CALL "CtlEoj" USING WS-CTL-PROGRAMME WS-CTL-LUS
               WS-CTL-ECRITS WS-CTL-REJETES WS-CTL-RETOUR.
           STOP RUN.

       LECTURE-PARAMETRE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-ARRETE.
           OPEN INPUT PARAMETRE-FILE.
           IF WS-PARM-STATUS = "35" OR WS-PARM-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-PARM-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier parametre : "
                       WS-PARM-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   READ PARAMETRE-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF PARM-DATE IS NUMERIC AND PARM-DATE > 0
                               MOVE PARM-DATE TO WS-DATE-ARRETE
                           END-IF
                           IF PARM-TOLERANCE IS NUMERIC
                               MOVE PARM-TOLERANCE TO WS-TOLERANCE
                           END-IF
                   END-READ
                   CLOSE PARAMETRE-FILE
               END-IF
           END-IF.

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
           MOVE OPER-ID TO WS-OPER-COURANT.
           PERFORM RETENIR-CAISSE.
           MOVE OPER-NOM TO TAB-CS-NOM(WS-CS-IDX).
           PERFORM LECTURE-OPERATEUR.

       CUMULER-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF WS-LDG-STATUS = "35" OR WS-LDG-STATUS = "05"
               DISPLAY "Aucun grand livre operateurs a ce jour."
           ELSE
               IF WS-LDG-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture grand livre : "
                       WS-LDG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LECTURE-LEDGER
                   PERFORM TRAITER-LEDGER UNTIL WS-LDG-EOF = "Y"
                   CLOSE LEDGER-FILE
               END-IF
           END-IF.

       LECTURE-LEDGER.
           READ LEDGER-FILE
               AT END MOVE "Y" TO WS-LDG-EOF
           END-READ.

       TRAITER-LEDGER.
           IF LDG-DATE = WS-DATE-ARRETE
               AND LDG-OPERATION NOT = "R"
               MOVE LDG-OPERATEUR TO WS-OPER-COURANT
               PERFORM RETENIR-CAISSE
               MOVE "O" TO TAB-CS-ACTIVITE(WS-CS-IDX)
               ADD LDG-TOTAL TO TAB-CS-BRUT(WS-CS-IDX)
           END-IF.
           PERFORM LECTURE-LEDGER.

       CUMULER-ANNULATIONS.
           OPEN INPUT RECU-FILE.
           IF WS-RECU-STATUS = "35" OR WS-RECU-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-RECU-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier recus : "
                       WS-RECU-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LECTURE-RECU
                   PERFORM TRAITER-RECU UNTIL WS-RECU-EOF = "Y"
                   CLOSE RECU-FILE
               END-IF
           END-IF.

       LECTURE-RECU.
           READ RECU-FILE
               AT END MOVE "Y" TO WS-RECU-EOF
           END-READ.

       TRAITER-RECU.
           IF RECU-DATE = WS-DATE-ARRETE
               AND RECU-ANNULE NOT = "O"
               AND RECU-REFERENCE IS NUMERIC
               AND RECU-REFERENCE > 0
               MOVE RECU-OPERATEUR TO WS-OPER-COURANT
               PERFORM RETENIR-CAISSE
               MOVE "O" TO TAB-CS-ACTIVITE(WS-CS-IDX)
               ADD RECU-MONTANT TO TAB-CS-ANNULATIONS(WS-CS-IDX)
           END-IF.
           PERFORM LECTURE-RECU.

       CHARGER-DECLARATIONS.
           OPEN INPUT DECLARATION-FILE.
           IF WS-DECL-STATUS = "35" OR WS-DECL-STATUS = "05"
               DISPLAY "Aucune declaration de caisse recue."
           ELSE
               IF WS-DECL-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture declarations : "
                       WS-DECL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LECTURE-DECLARATION
                   PERFORM RANGER-DECLARATION UNTIL WS-DECL-EOF = "Y"
                   CLOSE DECLARATION-FILE
               END-IF
           END-IF.

       LECTURE-DECLARATION.
           READ DECLARATION-FILE
               AT END MOVE "Y" TO WS-DECL-EOF
           END-READ.

       RANGER-DECLARATION.
           ADD 1 TO WS-NB-DECLARATIONS.
           IF DECL-DATE NOT = WS-DATE-ARRETE
               ADD 1 TO WS-NB-DECL-HORS-DATE
           ELSE
               MOVE DECL-OPERATEUR TO WS-OPER-COURANT
               PERFORM RETENIR-CAISSE
               IF TAB-CS-DECLAREE(WS-CS-IDX) = "O"
                   ADD 1 TO WS-NB-DECL-DOUBLE
                   DISPLAY "Declaration en double pour "
                       WS-OPER-COURANT ", derniere retenue."
               END-IF
               MOVE "O" TO TAB-CS-DECLAREE(WS-CS-IDX)
               MOVE DECL-MONTANT TO TAB-CS-DECLARE(WS-CS-IDX)
           END-IF.
           PERFORM LECTURE-DECLARATION.

       RETENIR-CAISSE.
           MOVE "N" TO WS-CS-TROUVE.
           MOVE 1 TO WS-CS-IDX.
           PERFORM TESTER-CAISSE
               UNTIL WS-CS-IDX > WS-NB-CAISSES
                   OR WS-CS-TROUVE = "O".
           IF WS-CS-TROUVE = "N"
               IF WS-NB-CAISSES >= 100
                   DISPLAY "Trop d'operateurs distincts, maximum 100."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-CAISSES
               MOVE WS-NB-CAISSES TO WS-CS-IDX
               MOVE WS-OPER-COURANT TO TAB-CS-ID(WS-CS-IDX)
               MOVE SPACES TO TAB-CS-NOM(WS-CS-IDX)
               MOVE "N" TO TAB-CS-ACTIVITE(WS-CS-IDX)
               MOVE 0 TO TAB-CS-BRUT(WS-CS-IDX)
               MOVE 0 TO TAB-CS-ANNULATIONS(WS-CS-IDX)
               MOVE "N" TO TAB-CS-DECLAREE(WS-CS-IDX)
               MOVE 0 TO TAB-CS-DECLARE(WS-CS-IDX)
           END-IF.

       TESTER-CAISSE.
           IF TAB-CS-ID(WS-CS-IDX) = WS-OPER-COURANT
               MOVE "O" TO WS-CS-TROUVE
           ELSE
               ADD 1 TO WS-CS-IDX
           END-IF.

       OUVRIR-SORTIES.
           OPEN OUTPUT CAISSE-REPORT.
           IF WS-CAISSE-STATUS NOT = "00"
               DISPLAY "Erreur ouverture rapport de caisse : "
                   WS-CAISSE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXCEPTIONS-FILE.
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "Erreur ouverture exceptions de caisse : "
                   WS-EXC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONTROLER-CAISSE.
           IF TAB-CS-ACTIVITE(WS-CS-IDX) = "O"
               OR TAB-CS-DECLAREE(WS-CS-IDX) = "O"
               PERFORM EDITER-CAISSE
           END-IF.
           ADD 1 TO WS-CS-IDX.

       EDITER-CAISSE.
           COMPUTE WS-ATTENDU = TAB-CS-BRUT(WS-CS-IDX)
               + TAB-CS-ANNULATIONS(WS-CS-IDX).
           ADD WS-ATTENDU TO WS-TOTAL-ATTENDU.
           MOVE TAB-CS-ID(WS-CS-IDX) TO WS-LDT-ID.
           MOVE TAB-CS-NOM(WS-CS-IDX) TO WS-LDT-NOM.
           MOVE WS-ATTENDU TO WS-LDT-ATTENDU.
           IF TAB-CS-DECLAREE(WS-CS-IDX) = "N"
               MOVE "  ---" TO WS-LDT-DECLARE-X
               MOVE SPACES TO WS-LDT-ECART-X
               MOVE "NON DECLARE" TO WS-STATUT
               ADD 1 TO WS-NB-NON-DECLARES
               MOVE "Declaration de caisse absente"
                   TO WS-MOTIF-EXCEPTION
               PERFORM ECRIRE-EXCEPTION
           ELSE
               ADD TAB-CS-DECLARE(WS-CS-IDX) TO WS-TOTAL-DECLARE
               COMPUTE WS-ECART = TAB-CS-DECLARE(WS-CS-IDX)
                   - WS-ATTENDU
               MOVE TAB-CS-DECLARE(WS-CS-IDX) TO WS-LDT-DECLARE
               MOVE WS-ECART TO WS-LDT-ECART
               IF WS-ECART < 0
                   COMPUTE WS-ECART-ABS = 0 - WS-ECART
               ELSE
                   MOVE WS-ECART TO WS-ECART-ABS
               END-IF
               PERFORM CLASSER-ECART
           END-IF.
           MOVE WS-STATUT TO WS-LDT-STATUT.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-CAISSE.
           IF TAB-CS-ANNULATIONS(WS-CS-IDX) NOT = 0
               MOVE TAB-CS-ANNULATIONS(WS-CS-IDX) TO WS-LAN-MONTANT
               MOVE WS-LIGNE-ANNULATIONS TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE-CAISSE
           END-IF.

       CLASSER-ECART.
           IF WS-ECART-ABS <= WS-TOLERANCE
               ADD 1 TO WS-NB-CONFORMES
               IF WS-ECART = 0
                   MOVE "CONFORME" TO WS-STATUT
               ELSE
                   MOVE "TOLERE" TO WS-STATUT
               END-IF
           ELSE
               MOVE WS-ECART TO WS-ZR-ECART
               MOVE SPACES TO WS-MOTIF-EXCEPTION
               IF WS-ECART > 0
                   ADD 1 TO WS-NB-EXCEDENTS
                   MOVE "EXCEDENT" TO WS-STATUT
                   STRING "Ecart de caisse excedent " DELIMITED BY SIZE
                       WS-ZR-ECART DELIMITED BY SIZE
                       INTO WS-MOTIF-EXCEPTION
               ELSE
                   ADD 1 TO WS-NB-MANQUANTS
                   MOVE "MANQUANT" TO WS-STATUT
                   STRING "Ecart de caisse manquant " DELIMITED BY SIZE
                       WS-ZR-ECART DELIMITED BY SIZE
                       INTO WS-MOTIF-EXCEPTION
               END-IF
               PERFORM ECRIRE-EXCEPTION
           END-IF.

       ECRIRE-EXCEPTION.
           MOVE SPACES TO LIGNE-EXCEPTION.
           MOVE WS-DATE-ARRETE TO LE-DATE.
           MOVE WS-MOTIF-EXCEPTION TO LE-MOTIF.
           MOVE TAB-CS-ID(WS-CS-IDX) TO LE-OPERATEUR.
           WRITE LIGNE-EXCEPTION.
           ADD 1 TO WS-NB-EXCEPTIONS.

       EDITER-TOTAUX.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-CAISSE.
           MOVE WS-TOTAL-ATTENDU TO WS-LT-ATTENDU.
           MOVE WS-TOTAL-DECLARE TO WS-LT-DECLARE.
           MOVE WS-LIGNE-TOTAL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-CAISSE.
           MOVE "Caisses conformes :" TO WS-LC-LIBELLE.
           MOVE WS-NB-CONFORMES TO WS-LC-NB.
           PERFORM EDITER-COMPTE.
           MOVE "Caisses en excedent :" TO WS-LC-LIBELLE.
           MOVE WS-NB-EXCEDENTS TO WS-LC-NB.
           PERFORM EDITER-COMPTE.
           MOVE "Caisses en manquant :" TO WS-LC-LIBELLE.
           MOVE WS-NB-MANQUANTS TO WS-LC-NB.
           PERFORM EDITER-COMPTE.
           MOVE "Declarations absentes :" TO WS-LC-LIBELLE.
           MOVE WS-NB-NON-DECLARES TO WS-LC-NB.
           PERFORM EDITER-COMPTE.
           MOVE "Declarations hors date :" TO WS-LC-LIBELLE.
           MOVE WS-NB-DECL-HORS-DATE TO WS-LC-NB.
           PERFORM EDITER-COMPTE.
           MOVE "Declarations en double :" TO WS-LC-LIBELLE.
           MOVE WS-NB-DECL-DOUBLE TO WS-LC-NB.
           PERFORM EDITER-COMPTE.

       EDITER-COMPTE.
           MOVE WS-LIGNE-COMPTE TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE-CAISSE.

       EDITER-LIGNE-CAISSE.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-CAISSE
               WS-RPT-PROGRAMME WS-CPT-CAISSE WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           IF WS-RPT-EMETTRE = "O"
               MOVE WS-RPT-LIGNE-1 TO LIGNE-CAISSE
               WRITE LIGNE-CAISSE
               MOVE WS-RPT-LIGNE-2 TO LIGNE-CAISSE
               WRITE LIGNE-CAISSE
           END-IF.
           MOVE WS-LIGNE-EDITION TO LIGNE-CAISSE.
           WRITE LIGNE-CAISSE.
