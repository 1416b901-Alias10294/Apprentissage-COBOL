       IDENTIFICATION DIVISION.
       PROGRAM-ID. Diffusion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTE-FILE ASSIGN TO "DIFFUSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTE-STATUS.
           SELECT SOURCE-FILE ASSIGN TO "DIFFSRC.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT CORPS-FILE ASSIGN TO "DIFFCORP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORPS-STATUS.
           SELECT SORTIE-FILE ASSIGN TO "DIFFSORT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTIE-STATUS.
           SELECT JOURNAL-REPORT ASSIGN TO "DIFFUSION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
           SELECT ID-FILE ASSIGN TO "NIGHTRUN.ID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LISTE-FILE.
       01  LISTE-REC.
           05  LST-DESTINATAIRE PIC X(10).
           05  LST-NOM PIC X(30).
           05  LST-RAPPORT PIC X(20).
           05  LST-PORTEE PIC X.
           05  LST-CLE PIC X(6).

       FD  SOURCE-FILE.
       01  SOURCE-REC PIC X(132).

       FD  CORPS-FILE.
       01  CORPS-REC PIC X(132).

       FD  SORTIE-FILE.
       01  SORTIE-REC PIC X(132).

       FD  JOURNAL-REPORT.
       01  LIGNE-JOURNAL PIC X(80).

       FD  ID-FILE.
       01  ID-REC PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-LISTE-STATUS PIC XX.
       01  WS-SRC-STATUS PIC XX.
       01  WS-CORPS-STATUS PIC XX.
       01  WS-SORTIE-STATUS PIC XX.
       01  WS-JNL-STATUS PIC XX.
       01  WS-ID-STATUS PIC XX.
       01  WS-LISTE-EOF PIC X VALUE "N".
       01  WS-SRC-EOF PIC X VALUE "N".
       01  WS-AUJOURDHUI PIC 9(8).
       01  WS-NUMERO-CHAINE PIC 9(6) VALUE 0.
       01  WS-COMMANDE PIC X(120).
       01  WS-NETTOYAGE-CMD PIC X(60) VALUE
           "rm -f DIFFSRC.TMP DIFFCORP.TMP DIFFSORT.TMP".
       01  WS-NB-ENTREES PIC 9(3) VALUE 0.
       01  WS-EDX PIC 9(3).
       01  WS-IDX PIC 9(3).
       01  TABLE-DIFFUSION.
           05  DIFF-ENTRY OCCURS 200 TIMES.
               10  TAB-DESTINATAIRE PIC X(10).
               10  TAB-NOM PIC X(30).
               10  TAB-RAPPORT PIC X(20).
               10  TAB-PORTEE PIC X.
               10  TAB-CLE PIC X(6).
               10  TAB-TRAITEE PIC X.
               10  TAB-NB-LIGNES PIC 9(7).
               10  TAB-STATUT PIC X(8).
       01  WS-DESTINATAIRE PIC X(10).
       01  WS-NB-DESTINATAIRES PIC 9(3) VALUE 0.
       01  WS-NB-FICHIERS PIC 9(3) VALUE 0.
       01  WS-NB-SIGNALES PIC 9(3) VALUE 0.
       01  WS-NB-REJETES PIC 9(3) VALUE 0.
       01  WS-NB-EXTRAITES PIC 9(7).
       01  WS-LG-CLE PIC 9.
       01  WS-NB-OCCURRENCES PIC 9(3).
       01  WS-DANS-SECTION PIC X.
       01  WS-SIGNATURE PIC X(25).
       01  WS-PAGE-RETENUE PIC X.
       01  WS-NB-TAMPON PIC 9(3) VALUE 0.
       01  WS-TDX PIC 9(3).
       01  TABLE-TAMPON.
           05  TAMPON-LIGNE PIC X(132) OCCURS 200 TIMES.
       01  WS-LIGNE-SEPARATION.
           05  FILLER PIC X(6) VALUE "----- ".
           05  WS-LSP-RAPPORT PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LSP-PORTEE PIC X(18).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LSP-CLE PIC X(6).
           05  FILLER PIC X(6) VALUE " -----".
       01  WS-PORTEE-LIBELLE PIC X(18).
       01  WS-GARDE-TITRE.
           05  FILLER PIC X(40)
               VALUE "DIFFUSION DES RAPPORTS DE LA NUIT - PAGE".
           05  FILLER PIC X(9) VALUE " DE GARDE".
       01  WS-GARDE-DESTINATAIRE.
           05  FILLER PIC X(15) VALUE "Destinataire : ".
           05  WS-GD-DESTINATAIRE PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  WS-GD-NOM PIC X(30).
       01  WS-GARDE-DATE.
           05  FILLER PIC X(15) VALUE "Date         : ".
           05  WS-GDT-DATE PIC 9(8).
           05  FILLER PIC X(12) VALUE "   Chaine : ".
           05  WS-GDT-CHAINE PIC 9(6).
       01  WS-GARDE-ARTICLE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-GA-RAPPORT PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  WS-GA-PORTEE PIC X(18).
           05  FILLER PIC X VALUE SPACE.
           05  WS-GA-CLE PIC X(6).
           05  FILLER PIC X VALUE SPACE.
           05  WS-GA-NB-LIGNES PIC ZZZZZZ9.
           05  FILLER PIC X(8) VALUE " lignes ".
           05  WS-GA-STATUT PIC X(8).
       01  WS-GARDE-FIN PIC X(80) VALUE ALL "=".
       01  WS-CTL-PROGRAMME PIC X(12) VALUE "Diffusion".
       01  WS-CTL-LUS PIC 9(9) VALUE 0.
       01  WS-CTL-ECRITS PIC 9(9) VALUE 0.
       01  WS-CTL-REJETES PIC 9(9) VALUE 0.
       01  WS-CTL-RETOUR PIC 9(4) VALUE 0.
       01  WS-RPT-ACTION PIC X.
       01  WS-RPT-EMETTRE PIC X.
       01  WS-RPT-LIGNE-1 PIC X(80).
       01  WS-RPT-LIGNE-2 PIC X(80).
       01  WS-TITRE-DIFFUSION PIC X(30)
           VALUE "JOURNAL DE DIFFUSION".
       01  WS-RPT-PROGRAMME PIC X(12) VALUE "Diffusion".
       01  WS-CPT-DIFFUSION.
           05  WS-CD-PAGE PIC 9(4) VALUE 0.
           05  WS-CD-LIGNES PIC 9(2) VALUE 0.
           05  WS-CD-TOTAL PIC 9(7) VALUE 0.
           05  WS-CD-DATE PIC 9(8) VALUE 0.
           05  WS-CD-HEURE PIC 9(6) VALUE 0.
       01  WS-LIGNE-EDITION PIC X(80).
       01  WS-LIGNE-COLONNES.
           05  FILLER PIC X(11) VALUE "DESTINAT.".
           05  FILLER PIC X(21) VALUE "RAPPORT".
           05  FILLER PIC X(2) VALUE "P".
           05  FILLER PIC X(7) VALUE "CLE".
           05  FILLER PIC X(8) VALUE " LIGNES".
           05  FILLER PIC X(9) VALUE " STATUT".
           05  FILLER PIC X(7) VALUE "FICHIER".
       01  WS-LIGNE-DIFFUSION.
           05  WS-LDF-DESTINATAIRE PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDF-RAPPORT PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDF-PORTEE PIC X.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDF-CLE PIC X(6).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDF-NB-LIGNES PIC ZZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDF-STATUT PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDF-FICHIER PIC X(20).
       01  WS-FICHIER-DESTINATAIRE PIC X(20).
       01  WS-LIGNE-TOTAL.
           05  WS-LT-LIBELLE PIC X(36).
           05  WS-LT-NB PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURDHUI.
           PERFORM LIRE-NUMERO-CHAINE.
           PERFORM CHARGER-LISTE.
           OPEN OUTPUT JOURNAL-REPORT.
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "Erreur ouverture journal de diffusion : "
                   WS-JNL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-LIGNE-COLONNES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           MOVE 1 TO WS-EDX.
           PERFORM TRAITER-DESTINATAIRE UNTIL WS-EDX > WS-NB-ENTREES.
           CALL "SYSTEM" USING WS-NETTOYAGE-CMD.
           MOVE 0 TO RETURN-CODE.
           PERFORM EDITER-TOTAUX.
           MOVE "F" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-DIFFUSION
               WS-RPT-PROGRAMME WS-CPT-DIFFUSION WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           MOVE WS-RPT-LIGNE-1 TO LIGNE-JOURNAL.
           WRITE LIGNE-JOURNAL.
           CLOSE JOURNAL-REPORT.
           DISPLAY "Destinataires servis : " WS-NB-DESTINATAIRES.
           DISPLAY "Fichiers produits : " WS-NB-FICHIERS.
           DISPLAY "Rapports attendus vides ou absents : "
               WS-NB-SIGNALES.
           DISPLAY "Lignes de diffusion rejetees : " WS-NB-REJETES.
           MOVE WS-NB-ENTREES TO WS-CTL-LUS.
           MOVE WS-NB-FICHIERS TO WS-CTL-ECRITS.
           MOVE WS-NB-REJETES TO WS-CTL-REJETES.
           CALL "CtlEoj" USING WS-CTL-PROGRAMME WS-CTL-LUS
               WS-CTL-ECRITS WS-CTL-REJETES WS-CTL-RETOUR.
           MOVE WS-CTL-RETOUR TO RETURN-CODE.
           STOP RUN.

       LIRE-NUMERO-CHAINE.
           OPEN INPUT ID-FILE.
           IF WS-ID-STATUS = "00"
               READ ID-FILE
                   AT END CONTINUE
                   NOT AT END MOVE ID-REC TO WS-NUMERO-CHAINE
               END-READ
               CLOSE ID-FILE
           END-IF.

       CHARGER-LISTE.
           OPEN INPUT LISTE-FILE.
           IF WS-LISTE-STATUS NOT = "00"
               DISPLAY "Erreur ouverture liste de diffusion "
                   "DIFFUSION.DAT : " WS-LISTE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LECTURE-LISTE.
           PERFORM RANGER-ENTREE UNTIL WS-LISTE-EOF = "Y".
           CLOSE LISTE-FILE.
           IF WS-NB-ENTREES = 0
               DISPLAY "Liste de diffusion DIFFUSION.DAT vide."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LECTURE-LISTE.
           READ LISTE-FILE
               AT END MOVE "Y" TO WS-LISTE-EOF
           END-READ.

       RANGER-ENTREE.
           IF WS-NB-ENTREES >= 200
               DISPLAY "Liste de diffusion saturee, maximum 200."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-ENTREES.
           MOVE LST-DESTINATAIRE TO TAB-DESTINATAIRE(WS-NB-ENTREES).
           MOVE LST-NOM TO TAB-NOM(WS-NB-ENTREES).
           MOVE LST-RAPPORT TO TAB-RAPPORT(WS-NB-ENTREES).
           MOVE FUNCTION UPPER-CASE(LST-PORTEE)
               TO TAB-PORTEE(WS-NB-ENTREES).
           MOVE LST-CLE TO TAB-CLE(WS-NB-ENTREES).
           MOVE "N" TO TAB-TRAITEE(WS-NB-ENTREES).
           MOVE 0 TO TAB-NB-LIGNES(WS-NB-ENTREES).
           MOVE SPACES TO TAB-STATUT(WS-NB-ENTREES).
           PERFORM LECTURE-LISTE.

       TRAITER-DESTINATAIRE.
           IF TAB-TRAITEE(WS-EDX) = "N"
               MOVE TAB-DESTINATAIRE(WS-EDX) TO WS-DESTINATAIRE
               IF WS-DESTINATAIRE = SPACES
                   MOVE "O" TO TAB-TRAITEE(WS-EDX)
                   MOVE "REJETE" TO TAB-STATUT(WS-EDX)
                   ADD 1 TO WS-NB-REJETES
                   MOVE SPACES TO WS-FICHIER-DESTINATAIRE
                   MOVE WS-EDX TO WS-IDX
                   PERFORM JOURNALISER-ENTREE
               ELSE
                   PERFORM PRODUIRE-DESTINATAIRE
               END-IF
           END-IF.
           ADD 1 TO WS-EDX.

       PRODUIRE-DESTINATAIRE.
           ADD 1 TO WS-NB-DESTINATAIRES.
           MOVE SPACES TO WS-FICHIER-DESTINATAIRE.
           STRING "DIFF-" DELIMITED BY SIZE
               WS-DESTINATAIRE DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE
               INTO WS-FICHIER-DESTINATAIRE.
           OPEN OUTPUT CORPS-FILE.
           IF WS-CORPS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture DIFFCORP.TMP : "
                   WS-CORPS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-EDX TO WS-IDX.
           PERFORM EXTRAIRE-ENTREE-DESTINATAIRE
               UNTIL WS-IDX > WS-NB-ENTREES.
           CLOSE CORPS-FILE.
           PERFORM ECRIRE-PAGE-DE-GARDE.
           MOVE SPACES TO WS-COMMANDE.
           STRING "cat DIFFCORP.TMP >> DIFFSORT.TMP && "
               "mv DIFFSORT.TMP " DELIMITED BY SIZE
               WS-FICHIER-DESTINATAIRE DELIMITED BY SPACE
               INTO WS-COMMANDE.
           CALL "SYSTEM" USING WS-COMMANDE.
           IF RETURN-CODE NOT = 0
               DISPLAY "Erreur constitution de "
                   WS-FICHIER-DESTINATAIRE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-FICHIERS.
           MOVE WS-EDX TO WS-IDX.
           PERFORM JOURNALISER-DESTINATAIRE
               UNTIL WS-IDX > WS-NB-ENTREES.

       EXTRAIRE-ENTREE-DESTINATAIRE.
           IF TAB-DESTINATAIRE(WS-IDX) = WS-DESTINATAIRE
               AND TAB-TRAITEE(WS-IDX) = "N"
               MOVE "O" TO TAB-TRAITEE(WS-IDX)
               PERFORM EXTRAIRE-RAPPORT
           END-IF.
           ADD 1 TO WS-IDX.

       EXTRAIRE-RAPPORT.
           MOVE 0 TO WS-NB-EXTRAITES.
           EVALUATE TAB-PORTEE(WS-IDX)
               WHEN "T"
                   MOVE "Rapport complet" TO WS-PORTEE-LIBELLE
               WHEN "S"
                   MOVE "Section operateur" TO WS-PORTEE-LIBELLE
               WHEN "P"
                   MOVE "Pages operateur" TO WS-PORTEE-LIBELLE
               WHEN OTHER
                   MOVE "Portee inconnue" TO WS-PORTEE-LIBELLE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN TAB-RAPPORT(WS-IDX) = SPACES
                   OR WS-PORTEE-LIBELLE = "Portee inconnue"
                   MOVE "REJETE" TO TAB-STATUT(WS-IDX)
                   ADD 1 TO WS-NB-REJETES
               WHEN TAB-PORTEE(WS-IDX) NOT = "T"
                   AND TAB-CLE(WS-IDX) = SPACES
                   MOVE "REJETE" TO TAB-STATUT(WS-IDX)
                   ADD 1 TO WS-NB-REJETES
               WHEN OTHER
                   PERFORM COPIER-SOURCE
           END-EVALUATE.

       COPIER-SOURCE.
           MOVE SPACES TO WS-COMMANDE.
           STRING "cp " DELIMITED BY SIZE
               TAB-RAPPORT(WS-IDX) DELIMITED BY SPACE
               " DIFFSRC.TMP 2>/dev/null" DELIMITED BY SIZE
               INTO WS-COMMANDE.
           CALL "SYSTEM" USING WS-COMMANDE.
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE "ABSENT" TO TAB-STATUT(WS-IDX)
               ADD 1 TO WS-NB-SIGNALES
           ELSE
               PERFORM LIRE-SOURCE
               MOVE WS-NB-EXTRAITES TO TAB-NB-LIGNES(WS-IDX)
               IF WS-NB-EXTRAITES = 0
                   MOVE "VIDE" TO TAB-STATUT(WS-IDX)
                   ADD 1 TO WS-NB-SIGNALES
               ELSE
                   MOVE "OK" TO TAB-STATUT(WS-IDX)
               END-IF
           END-IF.

       LIRE-SOURCE.
           OPEN INPUT SOURCE-FILE.
           IF WS-SRC-STATUS NOT = "00"
               DISPLAY "Erreur ouverture copie de "
                   TAB-RAPPORT(WS-IDX) " : " WS-SRC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE TAB-RAPPORT(WS-IDX) TO WS-LSP-RAPPORT.
           MOVE WS-PORTEE-LIBELLE TO WS-LSP-PORTEE.
           MOVE TAB-CLE(WS-IDX) TO WS-LSP-CLE.
           MOVE WS-LIGNE-SEPARATION TO CORPS-REC.
           WRITE CORPS-REC.
           MOVE 6 TO WS-LG-CLE.
           PERFORM MESURER-CLE
               UNTIL WS-LG-CLE = 1
                   OR TAB-CLE(WS-IDX)(WS-LG-CLE:1) NOT = SPACE.
           MOVE "N" TO WS-SRC-EOF.
           MOVE "N" TO WS-DANS-SECTION.
           MOVE "N" TO WS-PAGE-RETENUE.
           MOVE 0 TO WS-NB-TAMPON.
           PERFORM LECTURE-SOURCE.
           MOVE SOURCE-REC(1:25) TO WS-SIGNATURE.
           PERFORM FILTRER-LIGNE UNTIL WS-SRC-EOF = "Y".
           IF TAB-PORTEE(WS-IDX) = "P"
               PERFORM VIDER-TAMPON
           END-IF.
           CLOSE SOURCE-FILE.
           MOVE SPACES TO CORPS-REC.
           WRITE CORPS-REC.

       MESURER-CLE.
           SUBTRACT 1 FROM WS-LG-CLE.

       LECTURE-SOURCE.
           READ SOURCE-FILE
               AT END MOVE "Y" TO WS-SRC-EOF
           END-READ.

       FILTRER-LIGNE.
           EVALUATE TAB-PORTEE(WS-IDX)
               WHEN "T"
                   PERFORM RETENIR-LIGNE
               WHEN "S"
                   PERFORM FILTRER-SECTION
               WHEN "P"
                   PERFORM FILTRER-PAGE
           END-EVALUATE.
           PERFORM LECTURE-SOURCE.

       FILTRER-SECTION.
           IF SOURCE-REC(1:10) = "OPERATEUR "
               IF SOURCE-REC(11:6) = TAB-CLE(WS-IDX)
                   MOVE "O" TO WS-DANS-SECTION
               ELSE
                   MOVE "N" TO WS-DANS-SECTION
               END-IF
           ELSE
               IF SOURCE-REC(1:18) = "*** FIN DE RAPPORT"
                   MOVE "N" TO WS-DANS-SECTION
               END-IF
           END-IF.
           IF WS-DANS-SECTION = "O"
               PERFORM RETENIR-LIGNE
           END-IF.

       FILTRER-PAGE.
           IF SOURCE-REC(1:25) = WS-SIGNATURE AND WS-NB-TAMPON > 0
               PERFORM VIDER-TAMPON
           END-IF.
           IF WS-NB-TAMPON >= 200
               PERFORM VIDER-TAMPON
           END-IF.
           ADD 1 TO WS-NB-TAMPON.
           MOVE SOURCE-REC TO TAMPON-LIGNE(WS-NB-TAMPON).
           MOVE 0 TO WS-NB-OCCURRENCES.
           INSPECT SOURCE-REC TALLYING WS-NB-OCCURRENCES
               FOR ALL TAB-CLE(WS-IDX)(1:WS-LG-CLE).
           IF WS-NB-OCCURRENCES > 0
               MOVE "O" TO WS-PAGE-RETENUE
           END-IF.

       VIDER-TAMPON.
           IF WS-PAGE-RETENUE = "O"
               MOVE 1 TO WS-TDX
               PERFORM RESTITUER-TAMPON UNTIL WS-TDX > WS-NB-TAMPON
           END-IF.
           MOVE 0 TO WS-NB-TAMPON.
           MOVE "N" TO WS-PAGE-RETENUE.

       RESTITUER-TAMPON.
           MOVE TAMPON-LIGNE(WS-TDX) TO SOURCE-REC.
           PERFORM RETENIR-LIGNE.
           ADD 1 TO WS-TDX.

       RETENIR-LIGNE.
           MOVE SOURCE-REC TO CORPS-REC.
           WRITE CORPS-REC.
           ADD 1 TO WS-NB-EXTRAITES.

       ECRIRE-PAGE-DE-GARDE.
           OPEN OUTPUT SORTIE-FILE.
           IF WS-SORTIE-STATUS NOT = "00"
               DISPLAY "Erreur ouverture DIFFSORT.TMP : "
                   WS-SORTIE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-GARDE-FIN TO SORTIE-REC.
           WRITE SORTIE-REC.
           MOVE WS-GARDE-TITRE TO SORTIE-REC.
           WRITE SORTIE-REC.
           MOVE WS-GARDE-FIN TO SORTIE-REC.
           WRITE SORTIE-REC.
           MOVE WS-DESTINATAIRE TO WS-GD-DESTINATAIRE.
           MOVE TAB-NOM(WS-EDX) TO WS-GD-NOM.
           MOVE WS-GARDE-DESTINATAIRE TO SORTIE-REC.
           WRITE SORTIE-REC.
           MOVE WS-AUJOURDHUI TO WS-GDT-DATE.
           MOVE WS-NUMERO-CHAINE TO WS-GDT-CHAINE.
           MOVE WS-GARDE-DATE TO SORTIE-REC.
           WRITE SORTIE-REC.
           MOVE SPACES TO SORTIE-REC.
           WRITE SORTIE-REC.
           MOVE "Rapports joints :" TO SORTIE-REC.
           WRITE SORTIE-REC.
           MOVE WS-EDX TO WS-IDX.
           PERFORM ECRIRE-ARTICLE-GARDE UNTIL WS-IDX > WS-NB-ENTREES.
           MOVE SPACES TO SORTIE-REC.
           WRITE SORTIE-REC.
           MOVE WS-GARDE-FIN TO SORTIE-REC.
           WRITE SORTIE-REC.
           MOVE SPACES TO SORTIE-REC.
           WRITE SORTIE-REC.
           CLOSE SORTIE-FILE.

       ECRIRE-ARTICLE-GARDE.
           IF TAB-DESTINATAIRE(WS-IDX) = WS-DESTINATAIRE
               MOVE TAB-RAPPORT(WS-IDX) TO WS-GA-RAPPORT
               EVALUATE TAB-PORTEE(WS-IDX)
                   WHEN "T"
                       MOVE "Rapport complet" TO WS-GA-PORTEE
                   WHEN "S"
                       MOVE "Section operateur" TO WS-GA-PORTEE
                   WHEN "P"
                       MOVE "Pages operateur" TO WS-GA-PORTEE
                   WHEN OTHER
                       MOVE "Portee inconnue" TO WS-GA-PORTEE
               END-EVALUATE
               MOVE TAB-CLE(WS-IDX) TO WS-GA-CLE
               MOVE TAB-NB-LIGNES(WS-IDX) TO WS-GA-NB-LIGNES
               MOVE TAB-STATUT(WS-IDX) TO WS-GA-STATUT
               MOVE WS-GARDE-ARTICLE TO SORTIE-REC
               WRITE SORTIE-REC
           END-IF.
           ADD 1 TO WS-IDX.

       JOURNALISER-DESTINATAIRE.
           IF TAB-DESTINATAIRE(WS-IDX) = WS-DESTINATAIRE
               PERFORM JOURNALISER-ENTREE
           END-IF.
           ADD 1 TO WS-IDX.

       JOURNALISER-ENTREE.
           MOVE TAB-DESTINATAIRE(WS-IDX) TO WS-LDF-DESTINATAIRE.
           MOVE TAB-RAPPORT(WS-IDX) TO WS-LDF-RAPPORT.
           MOVE TAB-PORTEE(WS-IDX) TO WS-LDF-PORTEE.
           MOVE TAB-CLE(WS-IDX) TO WS-LDF-CLE.
           MOVE TAB-NB-LIGNES(WS-IDX) TO WS-LDF-NB-LIGNES.
           MOVE TAB-STATUT(WS-IDX) TO WS-LDF-STATUT.
           MOVE WS-FICHIER-DESTINATAIRE TO WS-LDF-FICHIER.
           MOVE WS-LIGNE-DIFFUSION TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           IF TAB-STATUT(WS-IDX) NOT = "OK"
               DISPLAY "ATTENTION " TAB-DESTINATAIRE(WS-IDX) " "
                   TAB-RAPPORT(WS-IDX) " " TAB-CLE(WS-IDX) " : "
                   TAB-STATUT(WS-IDX)
           END-IF.

       EDITER-TOTAUX.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           MOVE "Destinataires servis :" TO WS-LT-LIBELLE.
           MOVE WS-NB-DESTINATAIRES TO WS-LT-NB.
           MOVE WS-LIGNE-TOTAL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           MOVE "Fichiers produits :" TO WS-LT-LIBELLE.
           MOVE WS-NB-FICHIERS TO WS-LT-NB.
           MOVE WS-LIGNE-TOTAL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           MOVE "Rapports attendus vides ou absents :"
               TO WS-LT-LIBELLE.
           MOVE WS-NB-SIGNALES TO WS-LT-NB.
           MOVE WS-LIGNE-TOTAL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           MOVE "Lignes de diffusion rejetees :" TO WS-LT-LIBELLE.
           MOVE WS-NB-REJETES TO WS-LT-NB.
           MOVE WS-LIGNE-TOTAL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.

       EDITER-LIGNE.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-DIFFUSION
               WS-RPT-PROGRAMME WS-CPT-DIFFUSION WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           IF WS-RPT-EMETTRE = "O"
               MOVE WS-RPT-LIGNE-1 TO LIGNE-JOURNAL
               WRITE LIGNE-JOURNAL
               MOVE WS-RPT-LIGNE-2 TO LIGNE-JOURNAL
               WRITE LIGNE-JOURNAL
           END-IF.
           MOVE WS-LIGNE-EDITION TO LIGNE-JOURNAL.
           WRITE LIGNE-JOURNAL.
