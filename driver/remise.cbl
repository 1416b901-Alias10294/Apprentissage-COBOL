       IDENTIFICATION DIVISION.
       PROGRAM-ID. Remise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFESTE-FILE ASSIGN TO "REMISE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "REMISE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
           SELECT ID-FILE ASSIGN TO "NIGHTRUN.ID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFESTE-FILE.
       01  MANIFESTE-REC.
           05  MAN-FICHIER PIC X(20).
           05  MAN-PROGRAMME PIC X(12).
           05  MAN-DATE PIC 9(8).
           05  MAN-HEURE PIC 9(6).
           05  MAN-CHAINE PIC 9(6).
           05  MAN-NB PIC 9(9).
           05  MAN-HASH PIC 9(9).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  JNL-DATE PIC 9(8).
           05  JNL-HEURE PIC 9(6).
           05  JNL-CHAINE PIC 9(6).
           05  JNL-FICHIER PIC X(20).
           05  JNL-PROGRAMME PIC X(12).
           05  JNL-RESULTAT PIC X.
           05  JNL-NB-RECU PIC 9(9).
           05  JNL-NB-ATTENDU PIC 9(9).

       FD  ID-FILE.
       01  ID-REC PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-MAN-STATUS PIC XX.
       01  WS-JNL-STATUS PIC XX.
       01  WS-ID-STATUS PIC XX.
       01  WS-MAN-EOF PIC X VALUE "N".
       01  WS-NUMERO-CHAINE PIC 9(6).
       01  WS-POS PIC 99.
       01  WS-CALCUL PIC 9(11).
       01  WS-QUOTIENT PIC 9(11).
       01  WS-MODULE PIC 9(9) VALUE 999999937.
       01  WS-TROUVE PIC X VALUE "N".
       01  WS-ATTENDU.
           05  WS-ATT-PROGRAMME PIC X(12).
           05  WS-ATT-CHAINE PIC 9(6).
           05  WS-ATT-NB PIC 9(9).
           05  WS-ATT-HASH PIC 9(9).

       LINKAGE SECTION.
       01  LK-ACTION PIC X.
       01  LK-FICHIER PIC X(20).
       01  LK-PROGRAMME PIC X(12).
       01  LK-NB PIC 9(9).
       01  LK-HASH PIC 9(9).
       01  LK-ENREG PIC X(80).
       01  LK-RESULTAT PIC X.

       PROCEDURE DIVISION USING LK-ACTION LK-FICHIER LK-PROGRAMME
           LK-NB LK-HASH LK-ENREG LK-RESULTAT.
       MAIN-LOGIC.
           MOVE "O" TO LK-RESULTAT.
           EVALUATE LK-ACTION
               WHEN "A"
                   PERFORM CUMULER-ENREGISTREMENT
               WHEN "E"
                   PERFORM LIRE-NUMERO-CHAINE
                   PERFORM ENREGISTRER-REMISE
               WHEN "V"
                   PERFORM LIRE-NUMERO-CHAINE
                   PERFORM VERIFIER-REMISE
                   PERFORM JOURNALISER-VERIFICATION
               WHEN OTHER
                   DISPLAY "Remise : action inconnue " LK-ACTION
                   MOVE "E" TO LK-RESULTAT
           END-EVALUATE.
           GOBACK.

       CUMULER-ENREGISTREMENT.
           ADD 1 TO LK-NB.
           MOVE 1 TO WS-POS.
           PERFORM HACHER-CARACTERE UNTIL WS-POS > 80.

       HACHER-CARACTERE.
           COMPUTE WS-CALCUL = LK-HASH * 31
               + FUNCTION ORD(LK-ENREG(WS-POS:1)).
           DIVIDE WS-CALCUL BY WS-MODULE GIVING WS-QUOTIENT
               REMAINDER LK-HASH.
           ADD 1 TO WS-POS.

       ENREGISTRER-REMISE.
           OPEN EXTEND MANIFESTE-FILE.
           IF WS-MAN-STATUS = "05" OR WS-MAN-STATUS = "35"
               OPEN OUTPUT MANIFESTE-FILE
           END-IF.
           IF WS-MAN-STATUS NOT = "00"
               DISPLAY "Erreur ouverture manifeste REMISE.DAT : "
                   WS-MAN-STATUS
               MOVE "E" TO LK-RESULTAT
               GOBACK
           END-IF.
           MOVE LK-FICHIER TO MAN-FICHIER.
           MOVE LK-PROGRAMME TO MAN-PROGRAMME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MAN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MAN-HEURE.
           MOVE WS-NUMERO-CHAINE TO MAN-CHAINE.
           MOVE LK-NB TO MAN-NB.
           MOVE LK-HASH TO MAN-HASH.
           WRITE MANIFESTE-REC.
           CLOSE MANIFESTE-FILE.
           DISPLAY "Remise " LK-FICHIER " : " LK-NB
               " enregistrements, empreinte " LK-HASH
               ", chaine " WS-NUMERO-CHAINE.

       VERIFIER-REMISE.
           MOVE "N" TO WS-TROUVE.
           MOVE "N" TO WS-MAN-EOF.
           INITIALIZE WS-ATTENDU.
           OPEN INPUT MANIFESTE-FILE.
           IF WS-MAN-STATUS = "00"
               PERFORM LECTURE-MANIFESTE
               PERFORM RETENIR-REMISE UNTIL WS-MAN-EOF = "Y"
               CLOSE MANIFESTE-FILE
           END-IF.
           EVALUATE TRUE
               WHEN WS-TROUVE = "N"
                   MOVE "M" TO LK-RESULTAT
                   DISPLAY "Remise " LK-FICHIER
                       " : aucune entree au manifeste"
               WHEN WS-ATT-CHAINE NOT = WS-NUMERO-CHAINE
                   MOVE "P" TO LK-RESULTAT
                   DISPLAY "Remise " LK-FICHIER " : produite par "
                       WS-ATT-PROGRAMME " en chaine " WS-ATT-CHAINE
                       ", chaine courante " WS-NUMERO-CHAINE
               WHEN LK-NB < WS-ATT-NB
                   MOVE "T" TO LK-RESULTAT
                   DISPLAY "Remise " LK-FICHIER " : " LK-NB
                       " enregistrements recus pour " WS-ATT-NB
                       " remis par " WS-ATT-PROGRAMME
               WHEN LK-NB NOT = WS-ATT-NB
                   OR LK-HASH NOT = WS-ATT-HASH
                   MOVE "A" TO LK-RESULTAT
                   DISPLAY "Remise " LK-FICHIER " : " LK-NB
                       " enregistrements, empreinte " LK-HASH
                       " pour " WS-ATT-NB ", empreinte " WS-ATT-HASH
                       " remis par " WS-ATT-PROGRAMME
               WHEN OTHER
                   DISPLAY "Remise " LK-FICHIER " verifiee : "
                       LK-NB " enregistrements remis par "
                       WS-ATT-PROGRAMME " en chaine " WS-ATT-CHAINE
           END-EVALUATE.

       LECTURE-MANIFESTE.
           READ MANIFESTE-FILE
               AT END MOVE "Y" TO WS-MAN-EOF
           END-READ.

       RETENIR-REMISE.
           IF MAN-FICHIER = LK-FICHIER
               MOVE "O" TO WS-TROUVE
               MOVE MAN-PROGRAMME TO WS-ATT-PROGRAMME
               MOVE MAN-CHAINE TO WS-ATT-CHAINE
               MOVE MAN-NB TO WS-ATT-NB
               MOVE MAN-HASH TO WS-ATT-HASH
           END-IF.
           PERFORM LECTURE-MANIFESTE.

       JOURNALISER-VERIFICATION.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JNL-STATUS = "05" OR WS-JNL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "Erreur ouverture journal REMISE.LOG : "
                   WS-JNL-STATUS
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JNL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JNL-HEURE.
           MOVE WS-NUMERO-CHAINE TO JNL-CHAINE.
           MOVE LK-FICHIER TO JNL-FICHIER.
           MOVE LK-PROGRAMME TO JNL-PROGRAMME.
           MOVE LK-RESULTAT TO JNL-RESULTAT.
           MOVE LK-NB TO JNL-NB-RECU.
           MOVE WS-ATT-NB TO JNL-NB-ATTENDU.
           WRITE JOURNAL-REC.
           CLOSE JOURNAL-FILE.

       LIRE-NUMERO-CHAINE.
           MOVE 0 TO WS-NUMERO-CHAINE.
           OPEN INPUT ID-FILE.
           IF WS-ID-STATUS = "00"
               READ ID-FILE
                   AT END CONTINUE
                   NOT AT END MOVE ID-REC TO WS-NUMERO-CHAINE
               END-READ
               CLOSE ID-FILE
           END-IF.
