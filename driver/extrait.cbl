       IDENTIFICATION DIVISION.
       PROGRAM-ID. Extrait.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMANDE-FILE ASSIGN TO "EXTRAIT.DEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEM-STATUS.
           SELECT PRODUIT-FILE ASSIGN TO "PRODUIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-SRC-STATUS.
           SELECT JOUEUR-FILE ASSIGN TO "JPJOUEUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "ADDNLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT CONTROLE-FILE ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "TD1Q2-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT EXTRAIT-FILE ASSIGN TO "EXTRAIT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT EXTRAIT-REPORT ASSIGN TO "EXTRAIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEMANDE-FILE.
       01  DEMANDE-REC.
           05  DEM-FICHIER PIC X(20).
           05  DEM-SORTIE PIC X(20).
           05  DEM-DEBUT PIC X(8).
           05  DEM-FIN PIC X(8).
           05  DEM-CHAMPS PIC X(120).

       FD  PRODUIT-FILE.
       COPY PRODUIT.

       FD  JOUEUR-FILE.
       01  JOUEUR-REC PIC X(73).

       FD  LEDGER-FILE.
       01  LEDGER-REC PIC X(37).

       FD  CONTROLE-FILE.
       01  CONTROLE-REC PIC X(57).

       FD  HISTORY-FILE.
       01  HIST-REC PIC X(91).

       FD  EXTRAIT-FILE.
       01  EXTRAIT-REC PIC X(1000).

       FD  EXTRAIT-REPORT.
       01  LIGNE-RAPPORT PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DEM-STATUS PIC XX.
       01  WS-SRC-STATUS PIC XX.
       01  WS-EXT-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-DEM-EOF PIC X VALUE "N".
       01  WS-DEM-OUVERT PIC X VALUE "N".
       01  WS-SRC-EOF PIC X.
       01  WS-AUJOURDHUI PIC 9(8).
       01  WS-COMMANDE PIC X(80).
       01  WS-ENREG PIC X(200).
       01  WS-FICHIER PIC X(20).
       01  WS-SORTIE PIC X(20).
       01  WS-LG-SORTIE PIC 99.
       01  WS-SOURCE PIC 9.
       01  WS-MOTIF PIC X(60).
       01  WS-STATUT PIC X(8).
       01  WS-FILTRE PIC X.
       01  WS-DEBUT PIC 9(8).
       01  WS-FIN PIC 9(8).
       01  WS-RETENU PIC X.
       01  WS-CHAMPS PIC X(120).
       01  WS-PTR-CHAMPS PIC 9(3).
       01  WS-NOM-CHAMP PIC X(20).
       01  WS-TROUVE PIC 99.
       01  WS-DIC-DATE PIC 99.
       01  WS-NB-CHOISIS PIC 99.
       01  TABLE-CHOIX.
           05  WS-CHOIX PIC 99 OCCURS 20 TIMES.
       01  WS-CDX PIC 99.
       01  WS-DDX PIC 99.
       01  WS-NB-LUS PIC 9(7).
       01  WS-NB-EXPORTES PIC 9(7).
       01  WS-NB-ANOMALIES PIC 9(5).
       01  WS-NB-DEMANDES PIC 9(5) VALUE 0.
       01  WS-NB-PRODUITS PIC 9(5) VALUE 0.
       01  WS-NB-REFUSEES PIC 9(5) VALUE 0.
       01  WS-TOT-LUS PIC 9(9) VALUE 0.
       01  WS-TOT-EXPORTES PIC 9(9) VALUE 0.
       01  WS-LIGNE-CSV PIC X(1000).
       01  WS-PTR PIC 9(4).
       01  WS-GUILLEMET PIC X VALUE QUOTE.
       01  WS-TEXTE PIC X(40).
       01  WS-LG-TEXTE PIC 99.
       01  WS-TDX PIC 99.
       01  WS-TDX-FIN PIC 99.
       01  WS-OFFSET PIC 9(3).
       01  WS-LONGUEUR PIC 99.
       01  WS-SIGNE PIC X.
       01  WS-VALIDE PIC X.
       01  WS-CHIFFRES PIC X(18).
       01  WS-ENTIER REDEFINES WS-CHIFFRES PIC 9(18).
       01  WS-DIVISEUR PIC 9(5).
       01  WS-MONTANT PIC S9(16)V99.
       01  WS-EDIT-ENTIER PIC Z(17)9.
       01  WS-EDIT-MONTANT PIC -(16)9.99.
       01  WS-EDITE PIC X(21).
       01  WS-EDX PIC 99.
       01  TABLE-DICTIONNAIRE.
           05  FILLER PIC X(36)
               VALUE "PRODUIT.DAT      CODE        N001090".
           05  FILLER PIC X(36)
               VALUE "PRODUIT.DAT      LIBELLE     A010200".
           05  FILLER PIC X(36)
               VALUE "PRODUIT.DAT      PRIX        M030072".
           05  FILLER PIC X(36)
               VALUE "PRODUIT.DAT      CATEGORIE   A037030".
           05  FILLER PIC X(36)
               VALUE "PRODUIT.DAT      STATUT      A040010".
           05  FILLER PIC X(36)
               VALUE "JPJOUEUR.DAT     ID          A001100".
           05  FILLER PIC X(36)
               VALUE "JPJOUEUR.DAT     NOM         A011200".
           05  FILLER PIC X(36)
               VALUE "JPJOUEUR.DAT     INSCRIPTION D031080".
           05  FILLER PIC X(36)
               VALUE "JPJOUEUR.DAT     PARTIES     N039050".
           05  FILLER PIC X(36)
               VALUE "JPJOUEUR.DAT     GAGNEES     N044050".
           05  FILLER PIC X(36)
               VALUE "JPJOUEUR.DAT     MEILLEUR    N049020".
           05  FILLER PIC X(36)
               VALUE "JPJOUEUR.DAT     ACTIF       A051010".
           05  FILLER PIC X(36)
               VALUE "JPJOUEUR.DAT     COTE        N052040".
           05  FILLER PIC X(36)
               VALUE "JPJOUEUR.DAT     NB-COTEES   N056050".
           05  FILLER PIC X(36)
               VALUE "JPJOUEUR.DAT     COTE-SEMAINEN061040".
           05  FILLER PIC X(36)
               VALUE "JPJOUEUR.DAT     DATE-SEMAINED065080".
           05  FILLER PIC X(36)
               VALUE "JPJOUEUR.DAT     CONTROLE    A073010".
           05  FILLER PIC X(36)
               VALUE "ADDNLEDG.DAT     OPERATEUR   A001060".
           05  FILLER PIC X(36)
               VALUE "ADDNLEDG.DAT     DATE        D007080".
           05  FILLER PIC X(36)
               VALUE "ADDNLEDG.DAT     OPERATION   A015010".
           05  FILLER PIC X(36)
               VALUE "ADDNLEDG.DAT     NB          N016070".
           05  FILLER PIC X(36)
               VALUE "ADDNLEDG.DAT     TOTAL       S023122".
           05  FILLER PIC X(36)
               VALUE "ADDNLEDG.DAT     CATEGORIE   A035030".
           05  FILLER PIC X(36)
               VALUE "CONTROLE.DAT     PROGRAMME   A001120".
           05  FILLER PIC X(36)
               VALUE "CONTROLE.DAT     DATE        D013080".
           05  FILLER PIC X(36)
               VALUE "CONTROLE.DAT     LUS         N021090".
           05  FILLER PIC X(36)
               VALUE "CONTROLE.DAT     ECRITS      N030090".
           05  FILLER PIC X(36)
               VALUE "CONTROLE.DAT     REJETES     N039090".
           05  FILLER PIC X(36)
               VALUE "CONTROLE.DAT     RETOUR      N048040".
           05  FILLER PIC X(36)
               VALUE "CONTROLE.DAT     CHAINE      N052060".
           05  FILLER PIC X(36)
               VALUE "TD1Q2-HISTORY.DATDATE        D001080".
           05  FILLER PIC X(36)
               VALUE "TD1Q2-HISTORY.DATLEAD-POS    N009070".
           05  FILLER PIC X(36)
               VALUE "TD1Q2-HISTORY.DATLEAD-VIT    N016030".
           05  FILLER PIC X(36)
               VALUE "TD1Q2-HISTORY.DATVEH-POS     N019070".
           05  FILLER PIC X(36)
               VALUE "TD1Q2-HISTORY.DATVEH-VIT     N026030".
           05  FILLER PIC X(36)
               VALUE "TD1Q2-HISTORY.DATOUTCOME     A029400".
           05  FILLER PIC X(36)
               VALUE "TD1Q2-HISTORY.DATCONVOI-ID   N069030".
           05  FILLER PIC X(36)
               VALUE "TD1Q2-HISTORY.DATVEH-ID      A072060".
           05  FILLER PIC X(36)
               VALUE "TD1Q2-HISTORY.DATRUN         N078060".
           05  FILLER PIC X(36)
               VALUE "TD1Q2-HISTORY.DATPAS         N084080".
       01  TABLE-DICTIONNAIRE-R REDEFINES TABLE-DICTIONNAIRE.
           05  DIC-ENTRY OCCURS 40 TIMES.
               10  DIC-FICHIER PIC X(17).
               10  DIC-NOM PIC X(12).
               10  DIC-TYPE PIC X.
               10  DIC-OFFSET PIC 9(3).
               10  DIC-LONGUEUR PIC 99.
               10  DIC-DECIMALES PIC 9.
       01  WS-NB-DICTIONNAIRE PIC 99 VALUE 40.
       01  WS-CTL-PROGRAMME PIC X(12) VALUE "Extrait".
       01  WS-CTL-LUS PIC 9(9) VALUE 0.
       01  WS-CTL-ECRITS PIC 9(9) VALUE 0.
       01  WS-CTL-REJETES PIC 9(9) VALUE 0.
       01  WS-CTL-RETOUR PIC 9(4) VALUE 0.
       01  WS-RPT-ACTION PIC X.
       01  WS-RPT-EMETTRE PIC X.
       01  WS-RPT-LIGNE-1 PIC X(80).
       01  WS-RPT-LIGNE-2 PIC X(80).
       01  WS-TITRE-EXTRAIT PIC X(30)
           VALUE "EXTRACTIONS POUR TABLEUR".
       01  WS-RPT-PROGRAMME PIC X(12) VALUE "Extrait".
       01  WS-CPT-EXTRAIT.
           05  WS-CX-PAGE PIC 9(4) VALUE 0.
           05  WS-CX-LIGNES PIC 9(2) VALUE 0.
           05  WS-CX-TOTAL PIC 9(7) VALUE 0.
           05  WS-CX-DATE PIC 9(8) VALUE 0.
           05  WS-CX-HEURE PIC 9(6) VALUE 0.
       01  WS-LIGNE-EDITION PIC X(80).
       01  WS-LIGNE-COLONNES.
           05  FILLER PIC X(18) VALUE "FICHIER".
           05  FILLER PIC X(21) VALUE "SORTIE".
           05  FILLER PIC X(8) VALUE "    LUS".
           05  FILLER PIC X(9) VALUE " EXPORTES".
           05  FILLER PIC X(6) VALUE "  ANOM".
           05  FILLER PIC X(7) VALUE " STATUT".
       01  WS-LIGNE-DEMANDE.
           05  WS-LDM-FICHIER PIC X(17).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDM-SORTIE PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDM-LUS PIC ZZZZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-LDM-EXPORTES PIC ZZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDM-ANOMALIES PIC ZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LDM-STATUT PIC X(8).
       01  WS-LIGNE-MOTIF.
           05  FILLER PIC X(6) VALUE "    - ".
           05  WS-LMF-MOTIF PIC X(60).
       01  WS-LIGNE-TOTAL.
           05  WS-LT-LIBELLE PIC X(30).
           05  WS-LT-NB PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURDHUI.
           OPEN OUTPUT EXTRAIT-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture rapport EXTRAIT.TXT : "
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-LIGNE-COLONNES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           OPEN INPUT DEMANDE-FILE.
           IF WS-DEM-STATUS = "35" OR WS-DEM-STATUS = "05"
               MOVE "Y" TO WS-DEM-EOF
           ELSE
               IF WS-DEM-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture EXTRAIT.DEM : "
                       WS-DEM-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "O" TO WS-DEM-OUVERT
               PERFORM LECTURE-DEMANDE
           END-IF.
           PERFORM TRAITER-DEMANDE UNTIL WS-DEM-EOF = "Y".
           IF WS-DEM-OUVERT = "O"
               CLOSE DEMANDE-FILE
           END-IF.
           IF WS-NB-DEMANDES = 0
               DISPLAY "Aucune demande d'extraction."
               MOVE "Aucune demande d'extraction." TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE
           END-IF.
           PERFORM EDITER-TOTAUX.
           MOVE "F" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-EXTRAIT
               WS-RPT-PROGRAMME WS-CPT-EXTRAIT WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           MOVE WS-RPT-LIGNE-1 TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           CLOSE EXTRAIT-REPORT.
           DISPLAY "Demandes traitees : " WS-NB-DEMANDES.
           DISPLAY "Extractions produites : " WS-NB-PRODUITS.
           DISPLAY "Demandes refusees : " WS-NB-REFUSEES.
           MOVE WS-TOT-LUS TO WS-CTL-LUS.
           MOVE WS-TOT-EXPORTES TO WS-CTL-ECRITS.
           MOVE WS-NB-REFUSEES TO WS-CTL-REJETES.
           CALL "CtlEoj" USING WS-CTL-PROGRAMME WS-CTL-LUS
               WS-CTL-ECRITS WS-CTL-REJETES WS-CTL-RETOUR.
           MOVE WS-CTL-RETOUR TO RETURN-CODE.
           STOP RUN.

       LECTURE-DEMANDE.
           READ DEMANDE-FILE
               AT END MOVE "Y" TO WS-DEM-EOF
           END-READ.

       TRAITER-DEMANDE.
           ADD 1 TO WS-NB-DEMANDES.
           MOVE SPACES TO WS-MOTIF.
           MOVE SPACES TO WS-SORTIE.
           MOVE "REFUSE" TO WS-STATUT.
           MOVE 0 TO WS-NB-LUS.
           MOVE 0 TO WS-NB-EXPORTES.
           MOVE 0 TO WS-NB-ANOMALIES.
           MOVE FUNCTION UPPER-CASE(DEM-FICHIER) TO WS-FICHIER.
           PERFORM IDENTIFIER-SOURCE.
           IF WS-MOTIF = SPACES
               PERFORM CONTROLER-PERIODE
           END-IF.
           IF WS-MOTIF = SPACES
               PERFORM CHOISIR-CHAMPS
           END-IF.
           IF WS-MOTIF = SPACES
               PERFORM DETERMINER-SORTIE
           END-IF.
           IF WS-MOTIF = SPACES
               PERFORM PRODUIRE-EXTRAIT
           END-IF.
           IF WS-STATUT = "OK"
               ADD 1 TO WS-NB-PRODUITS
           ELSE
               ADD 1 TO WS-NB-REFUSEES
               DISPLAY "Demande " WS-NB-DEMANDES " " WS-FICHIER
                   " refusee : " WS-MOTIF
           END-IF.
           PERFORM JOURNALISER-DEMANDE.
           PERFORM LECTURE-DEMANDE.

       IDENTIFIER-SOURCE.
           EVALUATE WS-FICHIER
               WHEN "PRODUIT.DAT"
                   MOVE 1 TO WS-SOURCE
               WHEN "JPJOUEUR.DAT"
                   MOVE 2 TO WS-SOURCE
               WHEN "ADDNLEDG.DAT"
                   MOVE 3 TO WS-SOURCE
               WHEN "CONTROLE.DAT"
                   MOVE 4 TO WS-SOURCE
               WHEN "TD1Q2-HISTORY.DAT"
                   MOVE 5 TO WS-SOURCE
               WHEN OTHER
                   MOVE 0 TO WS-SOURCE
                   MOVE "Fichier non prevu pour l'extraction"
                       TO WS-MOTIF
           END-EVALUATE.
           MOVE 0 TO WS-DIC-DATE.
           MOVE 1 TO WS-DDX.
           PERFORM REPERER-DATE UNTIL WS-DDX > WS-NB-DICTIONNAIRE.

       REPERER-DATE.
           IF DIC-FICHIER(WS-DDX) = WS-FICHIER
               AND DIC-TYPE(WS-DDX) = "D"
               AND WS-DIC-DATE = 0
               MOVE WS-DDX TO WS-DIC-DATE
           END-IF.
           ADD 1 TO WS-DDX.

       CONTROLER-PERIODE.
           MOVE "N" TO WS-FILTRE.
           MOVE 0 TO WS-DEBUT.
           MOVE 99999999 TO WS-FIN.
           IF DEM-DEBUT NOT = SPACES
               IF DEM-DEBUT IS NUMERIC
                   MOVE DEM-DEBUT TO WS-DEBUT
                   MOVE "O" TO WS-FILTRE
               ELSE
                   MOVE "Date de debut invalide" TO WS-MOTIF
               END-IF
           END-IF.
           IF DEM-FIN NOT = SPACES
               IF DEM-FIN IS NUMERIC
                   MOVE DEM-FIN TO WS-FIN
                   MOVE "O" TO WS-FILTRE
               ELSE
                   MOVE "Date de fin invalide" TO WS-MOTIF
               END-IF
           END-IF.
           IF WS-MOTIF = SPACES AND WS-DEBUT > WS-FIN
               MOVE "Date de debut posterieure a la date de fin"
                   TO WS-MOTIF
           END-IF.
           IF WS-MOTIF = SPACES AND WS-FILTRE = "O"
               AND WS-DIC-DATE = 0
               MOVE "Fichier sans date, filtre impossible"
                   TO WS-MOTIF
           END-IF.

       CHOISIR-CHAMPS.
           MOVE 0 TO WS-NB-CHOISIS.
           IF DEM-CHAMPS = SPACES
               MOVE 1 TO WS-DDX
               PERFORM PRENDRE-CHAMP UNTIL WS-DDX > WS-NB-DICTIONNAIRE
           ELSE
               MOVE FUNCTION UPPER-CASE(DEM-CHAMPS) TO WS-CHAMPS
               MOVE 1 TO WS-PTR-CHAMPS
               PERFORM DECOUPER-CHAMP
                   UNTIL WS-PTR-CHAMPS > 120 OR WS-MOTIF NOT = SPACES
           END-IF.
           IF WS-MOTIF = SPACES AND WS-NB-CHOISIS = 0
               MOVE "Aucun champ demande" TO WS-MOTIF
           END-IF.

       PRENDRE-CHAMP.
           IF DIC-FICHIER(WS-DDX) = WS-FICHIER
               ADD 1 TO WS-NB-CHOISIS
               MOVE WS-DDX TO WS-CHOIX(WS-NB-CHOISIS)
           END-IF.
           ADD 1 TO WS-DDX.

       DECOUPER-CHAMP.
           MOVE SPACES TO WS-NOM-CHAMP.
           IF WS-CHAMPS(WS-PTR-CHAMPS:) = SPACES
               MOVE 121 TO WS-PTR-CHAMPS
           ELSE
               UNSTRING WS-CHAMPS DELIMITED BY "," OR ALL SPACE
                   INTO WS-NOM-CHAMP
                   WITH POINTER WS-PTR-CHAMPS
               END-UNSTRING
               IF WS-NOM-CHAMP NOT = SPACES
                   PERFORM RETENIR-CHAMP
               END-IF
           END-IF.

       RETENIR-CHAMP.
           MOVE 0 TO WS-TROUVE.
           MOVE 1 TO WS-DDX.
           PERFORM CHERCHER-CHAMP
               UNTIL WS-DDX > WS-NB-DICTIONNAIRE OR WS-TROUVE > 0.
           EVALUATE TRUE
               WHEN WS-TROUVE = 0
                   STRING "Champ inconnu : " DELIMITED BY SIZE
                       WS-NOM-CHAMP DELIMITED BY SPACE
                       INTO WS-MOTIF
               WHEN WS-NB-CHOISIS >= 20
                   MOVE "Plus de 20 champs demandes" TO WS-MOTIF
               WHEN OTHER
                   ADD 1 TO WS-NB-CHOISIS
                   MOVE WS-TROUVE TO WS-CHOIX(WS-NB-CHOISIS)
           END-EVALUATE.

       CHERCHER-CHAMP.
           IF DIC-FICHIER(WS-DDX) = WS-FICHIER
               AND DIC-NOM(WS-DDX) = WS-NOM-CHAMP
               MOVE WS-DDX TO WS-TROUVE
           END-IF.
           ADD 1 TO WS-DDX.

       DETERMINER-SORTIE.
           IF DEM-SORTIE = SPACES
               STRING WS-FICHIER DELIMITED BY "."
                   ".CSV" DELIMITED BY SIZE
                   INTO WS-SORTIE
           ELSE
               MOVE FUNCTION UPPER-CASE(DEM-SORTIE) TO WS-SORTIE
           END-IF.
           MOVE 20 TO WS-LG-SORTIE.
           PERFORM MESURER-SORTIE
               UNTIL WS-LG-SORTIE = 1
                   OR WS-SORTIE(WS-LG-SORTIE:1) NOT = SPACE.
           IF WS-LG-SORTIE < 5
               MOVE "Nom de sortie invalide, .CSV attendu" TO WS-MOTIF
           ELSE
               IF WS-SORTIE(WS-LG-SORTIE - 3:4) NOT = ".CSV"
                   MOVE "Nom de sortie invalide, .CSV attendu"
                       TO WS-MOTIF
               END-IF
           END-IF.

       MESURER-SORTIE.
           SUBTRACT 1 FROM WS-LG-SORTIE.

       PRODUIRE-EXTRAIT.
           PERFORM OUVRIR-SOURCE.
           IF WS-SRC-STATUS = "35" OR WS-SRC-STATUS = "05"
               MOVE "ABSENT" TO WS-STATUT
               MOVE "Fichier a extraire absent" TO WS-MOTIF
               IF WS-SRC-STATUS = "05"
                   PERFORM FERMER-SOURCE
               END-IF
           ELSE
               IF WS-SRC-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture " WS-FICHIER " : "
                       WS-SRC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM ECRIRE-EXTRAIT
           END-IF.

       ECRIRE-EXTRAIT.
           OPEN OUTPUT EXTRAIT-FILE.
           IF WS-EXT-STATUS NOT = "00"
               DISPLAY "Erreur ouverture EXTRAIT.TMP : " WS-EXT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ECRIRE-ENTETE-CSV.
           MOVE "N" TO WS-SRC-EOF.
           PERFORM LECTURE-SOURCE.
           PERFORM EXPORTER-ENREGISTREMENT UNTIL WS-SRC-EOF = "Y".
           PERFORM ECRIRE-FIN-CSV.
           PERFORM FERMER-SOURCE.
           CLOSE EXTRAIT-FILE.
           MOVE SPACES TO WS-COMMANDE.
           STRING "mv EXTRAIT.TMP " DELIMITED BY SIZE
               WS-SORTIE DELIMITED BY SPACE
               INTO WS-COMMANDE.
           CALL "SYSTEM" USING WS-COMMANDE.
           IF RETURN-CODE NOT = 0
               DISPLAY "Erreur renommage EXTRAIT.TMP en " WS-SORTIE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD WS-NB-LUS TO WS-TOT-LUS.
           ADD WS-NB-EXPORTES TO WS-TOT-EXPORTES.
           MOVE "OK" TO WS-STATUT.
           IF WS-NB-ANOMALIES > 0
               MOVE "Valeurs non numeriques laissees a blanc"
                   TO WS-MOTIF
           END-IF.

       OUVRIR-SOURCE.
           EVALUATE WS-SOURCE
               WHEN 1
                   OPEN INPUT PRODUIT-FILE
               WHEN 2
                   OPEN INPUT JOUEUR-FILE
               WHEN 3
                   OPEN INPUT LEDGER-FILE
               WHEN 4
                   OPEN INPUT CONTROLE-FILE
               WHEN 5
                   OPEN INPUT HISTORY-FILE
           END-EVALUATE.

       FERMER-SOURCE.
           EVALUATE WS-SOURCE
               WHEN 1
                   CLOSE PRODUIT-FILE
               WHEN 2
                   CLOSE JOUEUR-FILE
               WHEN 3
                   CLOSE LEDGER-FILE
               WHEN 4
                   CLOSE CONTROLE-FILE
               WHEN 5
                   CLOSE HISTORY-FILE
           END-EVALUATE.

       LECTURE-SOURCE.
           MOVE SPACES TO WS-ENREG.
           EVALUATE WS-SOURCE
               WHEN 1
                   READ PRODUIT-FILE INTO WS-ENREG
                       AT END MOVE "Y" TO WS-SRC-EOF
                   END-READ
               WHEN 2
                   READ JOUEUR-FILE INTO WS-ENREG
                       AT END MOVE "Y" TO WS-SRC-EOF
                   END-READ
               WHEN 3
                   READ LEDGER-FILE INTO WS-ENREG
                       AT END MOVE "Y" TO WS-SRC-EOF
                   END-READ
               WHEN 4
                   READ CONTROLE-FILE INTO WS-ENREG
                       AT END MOVE "Y" TO WS-SRC-EOF
                   END-READ
               WHEN 5
                   READ HISTORY-FILE INTO WS-ENREG
                       AT END MOVE "Y" TO WS-SRC-EOF
                   END-READ
           END-EVALUATE.

       EXPORTER-ENREGISTREMENT.
           ADD 1 TO WS-NB-LUS.
           MOVE "O" TO WS-RETENU.
           IF WS-FILTRE = "O"
               MOVE DIC-OFFSET(WS-DIC-DATE) TO WS-OFFSET
               MOVE DIC-LONGUEUR(WS-DIC-DATE) TO WS-LONGUEUR
               PERFORM PREPARER-CHIFFRES
               IF WS-VALIDE = "N"
                   OR WS-ENTIER < WS-DEBUT OR WS-ENTIER > WS-FIN
                   MOVE "N" TO WS-RETENU
               END-IF
           END-IF.
           IF WS-RETENU = "O"
               MOVE SPACES TO WS-LIGNE-CSV
               MOVE 1 TO WS-PTR
               MOVE 1 TO WS-CDX
               PERFORM FORMATER-CHAMP UNTIL WS-CDX > WS-NB-CHOISIS
               MOVE WS-LIGNE-CSV TO EXTRAIT-REC
               WRITE EXTRAIT-REC
               ADD 1 TO WS-NB-EXPORTES
           END-IF.
           PERFORM LECTURE-SOURCE.

       ECRIRE-ENTETE-CSV.
           MOVE SPACES TO WS-LIGNE-CSV.
           MOVE 1 TO WS-PTR.
           MOVE 1 TO WS-CDX.
           PERFORM FORMATER-TITRE UNTIL WS-CDX > WS-NB-CHOISIS.
           MOVE WS-LIGNE-CSV TO EXTRAIT-REC.
           WRITE EXTRAIT-REC.

       FORMATER-TITRE.
           MOVE WS-CHOIX(WS-CDX) TO WS-DDX.
           IF WS-CDX > 1
               STRING ";" DELIMITED BY SIZE
                   INTO WS-LIGNE-CSV WITH POINTER WS-PTR
           END-IF.
           MOVE DIC-NOM(WS-DDX) TO WS-TEXTE.
           MOVE 12 TO WS-LG-TEXTE.
           PERFORM AJOUTER-TEXTE.
           ADD 1 TO WS-CDX.

       ECRIRE-FIN-CSV.
           MOVE SPACES TO WS-LIGNE-CSV.
           MOVE 1 TO WS-PTR.
           MOVE "TOTAL ENREGISTREMENTS" TO WS-TEXTE.
           MOVE 21 TO WS-LG-TEXTE.
           PERFORM AJOUTER-TEXTE.
           STRING ";" DELIMITED BY SIZE
               INTO WS-LIGNE-CSV WITH POINTER WS-PTR.
           MOVE WS-NB-EXPORTES TO WS-EDIT-ENTIER.
           MOVE WS-EDIT-ENTIER TO WS-EDITE.
           PERFORM AJOUTER-EDITE.
           MOVE WS-LIGNE-CSV TO EXTRAIT-REC.
           WRITE EXTRAIT-REC.

       FORMATER-CHAMP.
           MOVE WS-CHOIX(WS-CDX) TO WS-DDX.
           IF WS-CDX > 1
               STRING ";" DELIMITED BY SIZE
                   INTO WS-LIGNE-CSV WITH POINTER WS-PTR
           END-IF.
           MOVE DIC-OFFSET(WS-DDX) TO WS-OFFSET.
           MOVE DIC-LONGUEUR(WS-DDX) TO WS-LONGUEUR.
           EVALUATE DIC-TYPE(WS-DDX)
               WHEN "A"
                   MOVE WS-ENREG(WS-OFFSET:WS-LONGUEUR) TO WS-TEXTE
                   MOVE WS-LONGUEUR TO WS-LG-TEXTE
                   PERFORM AJOUTER-TEXTE
               WHEN "N"
                   PERFORM PREPARER-CHIFFRES
                   IF WS-VALIDE = "O"
                       MOVE WS-ENTIER TO WS-EDIT-ENTIER
                       MOVE WS-EDIT-ENTIER TO WS-EDITE
                       PERFORM AJOUTER-EDITE
                   END-IF
               WHEN "D"
                   PERFORM PREPARER-CHIFFRES
                   IF WS-VALIDE = "O" AND WS-ENTIER > 0
                       STRING WS-CHIFFRES(17:2) "/"
                           WS-CHIFFRES(15:2) "/"
                           WS-CHIFFRES(11:4) DELIMITED BY SIZE
                           INTO WS-LIGNE-CSV WITH POINTER WS-PTR
                   END-IF
               WHEN "M"
                   PERFORM PREPARER-CHIFFRES
                   IF WS-VALIDE = "O"
                       PERFORM EDITER-MONTANT
                   END-IF
               WHEN "S"
                   MOVE WS-ENREG(WS-OFFSET:1) TO WS-SIGNE
                   ADD 1 TO WS-OFFSET
                   SUBTRACT 1 FROM WS-LONGUEUR
                   PERFORM PREPARER-CHIFFRES
                   IF WS-VALIDE = "O"
                       AND WS-SIGNE NOT = "+" AND WS-SIGNE NOT = "-"
                       MOVE "N" TO WS-VALIDE
                       ADD 1 TO WS-NB-ANOMALIES
                   END-IF
                   IF WS-VALIDE = "O"
                       PERFORM EDITER-MONTANT
                   END-IF
           END-EVALUATE.
           ADD 1 TO WS-CDX.

       PREPARER-CHIFFRES.
           MOVE ZEROS TO WS-CHIFFRES.
           MOVE WS-ENREG(WS-OFFSET:WS-LONGUEUR)
               TO WS-CHIFFRES(19 - WS-LONGUEUR:WS-LONGUEUR).
           IF WS-CHIFFRES IS NUMERIC
               MOVE "O" TO WS-VALIDE
           ELSE
               MOVE "N" TO WS-VALIDE
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.

       EDITER-MONTANT.
           COMPUTE WS-DIVISEUR = 10 ** DIC-DECIMALES(WS-DDX).
           COMPUTE WS-MONTANT = WS-ENTIER / WS-DIVISEUR.
           IF DIC-TYPE(WS-DDX) = "S" AND WS-SIGNE = "-"
               COMPUTE WS-MONTANT = 0 - WS-MONTANT
           END-IF.
           MOVE WS-MONTANT TO WS-EDIT-MONTANT.
           MOVE WS-EDIT-MONTANT TO WS-EDITE.
           INSPECT WS-EDITE REPLACING ALL "." BY ",".
           PERFORM AJOUTER-EDITE.

       AJOUTER-EDITE.
           MOVE 1 TO WS-EDX.
           PERFORM AVANCER-EDITE
               UNTIL WS-EDX = 21 OR WS-EDITE(WS-EDX:1) NOT = SPACE.
           STRING WS-EDITE(WS-EDX:) DELIMITED BY SPACE
               INTO WS-LIGNE-CSV WITH POINTER WS-PTR.

       AVANCER-EDITE.
           ADD 1 TO WS-EDX.

       AJOUTER-TEXTE.
           STRING WS-GUILLEMET DELIMITED BY SIZE
               INTO WS-LIGNE-CSV WITH POINTER WS-PTR.
           IF WS-TEXTE(1:WS-LG-TEXTE) NOT = SPACES
               MOVE 1 TO WS-TDX
               PERFORM AVANCER-TEXTE
                   UNTIL WS-TEXTE(WS-TDX:1) NOT = SPACE
               MOVE WS-LG-TEXTE TO WS-TDX-FIN
               PERFORM RECULER-TEXTE
                   UNTIL WS-TEXTE(WS-TDX-FIN:1) NOT = SPACE
               PERFORM COPIER-CARACTERE UNTIL WS-TDX > WS-TDX-FIN
           END-IF.
           STRING WS-GUILLEMET DELIMITED BY SIZE
               INTO WS-LIGNE-CSV WITH POINTER WS-PTR.

       AVANCER-TEXTE.
           ADD 1 TO WS-TDX.

       RECULER-TEXTE.
           SUBTRACT 1 FROM WS-TDX-FIN.

       COPIER-CARACTERE.
           MOVE WS-TEXTE(WS-TDX:1) TO WS-LIGNE-CSV(WS-PTR:1).
           ADD 1 TO WS-PTR.
           IF WS-TEXTE(WS-TDX:1) = WS-GUILLEMET
               MOVE WS-GUILLEMET TO WS-LIGNE-CSV(WS-PTR:1)
               ADD 1 TO WS-PTR
           END-IF.
           ADD 1 TO WS-TDX.

       JOURNALISER-DEMANDE.
           MOVE WS-FICHIER TO WS-LDM-FICHIER.
           MOVE WS-SORTIE TO WS-LDM-SORTIE.
           MOVE WS-NB-LUS TO WS-LDM-LUS.
           MOVE WS-NB-EXPORTES TO WS-LDM-EXPORTES.
           MOVE WS-NB-ANOMALIES TO WS-LDM-ANOMALIES.
           MOVE WS-STATUT TO WS-LDM-STATUT.
           MOVE WS-LIGNE-DEMANDE TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           IF WS-MOTIF NOT = SPACES
               MOVE WS-MOTIF TO WS-LMF-MOTIF
               MOVE WS-LIGNE-MOTIF TO WS-LIGNE-EDITION
               PERFORM EDITER-LIGNE
           END-IF.

       EDITER-TOTAUX.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           MOVE "Demandes traitees :" TO WS-LT-LIBELLE.
           MOVE WS-NB-DEMANDES TO WS-LT-NB.
           MOVE WS-LIGNE-TOTAL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           MOVE "Extractions produites :" TO WS-LT-LIBELLE.
           MOVE WS-NB-PRODUITS TO WS-LT-NB.
           MOVE WS-LIGNE-TOTAL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.
           MOVE "Demandes refusees :" TO WS-LT-LIBELLE.
           MOVE WS-NB-REFUSEES TO WS-LT-NB.
           MOVE WS-LIGNE-TOTAL TO WS-LIGNE-EDITION.
           PERFORM EDITER-LIGNE.

       EDITER-LIGNE.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RptEntete" USING WS-RPT-ACTION WS-TITRE-EXTRAIT
               WS-RPT-PROGRAMME WS-CPT-EXTRAIT WS-RPT-EMETTRE
               WS-RPT-LIGNE-1 WS-RPT-LIGNE-2.
           IF WS-RPT-EMETTRE = "O"
               MOVE WS-RPT-LIGNE-1 TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE WS-RPT-LIGNE-2 TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
           MOVE WS-LIGNE-EDITION TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
