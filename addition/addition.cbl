           SELECT ADDN-TAUX-FILE ASSIGN TO "ADDNTAUX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAUX-STATUS.
           SELECT REGISTRE-LOTS ASSIGN TO "ADDNLOTS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-STATUS.
           SELECT RECU-FILE ASSIGN TO "ADDNRECU.DAT"
           SELECT LEDGER-TMP-FILE ASSIGN TO "ADDNLEDG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDG-TMP-STATUS.
           SELECT SUSPENS-FILE ASSIGN TO "ADDNSUSP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT REPRISE-FILE ASSIGN TO "ADDNREPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPR-STATUS.
           SELECT SAISIE-FILE ASSIGN TO "ADDNSAIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAIS-STATUS.
           SELECT SAISIE-ENC-FILE ASSIGN TO "ADDNSAIS.ENC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAIS-ENC-STATUS.
           SELECT COMPTE-FILE ASSIGN TO "ADDNCPTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPTE-STATUS.
           SELECT EXPORT-COMPTA-FILE ASSIGN TO "ADDNCOMP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPC-STATUS.
           SELECT ID-FILE ASSIGN TO "NIGHTRUN.ID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.
           SELECT DOUBLON-FILE ASSIGN TO "ADDNDOUB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOUB-STATUS.
           SELECT DOUBLON-TMP-FILE ASSIGN TO "ADDNDOUB.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOUB-TMP-STATUS.
           SELECT DECISION-FILE ASSIGN TO "ADDNDDEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DDEC-STATUS.
           SELECT REVUE-DOUBLONS ASSIGN TO "ADDNDOUB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVUE-STATUS.
           SELECT ETAT-FILE ASSIGN TO "ADDNETAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAT-STATUS.
           SELECT HISTO-LOTS-FILE ASSIGN TO "ADDNLOTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTH-STATUS.
           SELECT HISTO-LOTS-TMP-FILE ASSIGN TO "ADDNLOTH.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTH-TMP-STATUS.
           SELECT CONTROLE-FILE ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLF-STATUS.
           SELECT PRODUIT-FILE ASSIGN TO "PRODUIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT MVT-STOCK-FILE ASSIGN TO "STOCKMVT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVTS-STATUS.
           SELECT TRI-TRANS-FILE ASSIGN TO "ADDNSORT.TMP".

       DATA DIVISION.
               10  ADDN-B              PIC S9(7)V99
                                        SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(9).
           05  ADDN-CORPS-VENTE REDEFINES ADDN-CORPS.
               10  ADDN-V-OPERATEUR    PIC X(6).
               10  ADDN-V-PRODUIT      PIC 9(9).
               10  ADDN-V-QUANTITE     PIC 9(5).
               10  FILLER              PIC X(19).
           05  ADDN-CORPS-ANNULATION REDEFINES ADDN-CORPS.
               10  ADDN-AN-OPERATEUR   PIC X(6).
               10  ADDN-AN-RECU        PIC 9(6).
           05  RECU-MONTANT            PIC S9(8)V99
                                        SIGN IS LEADING SEPARATE.
           05  RECU-ANNULE             PIC X.
           05  RECU-REFERENCE          PIC 9(6).
           05  RECU-OPERATION          PIC X.
           05  RECU-DEVISE             PIC X(3).
           05  RECU-A                  PIC S9(7)V99
                                        SIGN IS LEADING SEPARATE.
           05  RECU-B                  PIC S9(7)V99
                                        SIGN IS LEADING SEPARATE.

       FD  RECU-TMP-FILE.
       01  RECU-TMP-REC.
           05  RECU-TMP-MONTANT        PIC S9(8)V99
                                        SIGN IS LEADING SEPARATE.
           05  RECU-TMP-ANNULE         PIC X.
           05  RECU-TMP-REFERENCE      PIC 9(6).
           05  RECU-TMP-OPERATION      PIC X.
           05  RECU-TMP-DEVISE         PIC X(3).
           05  RECU-TMP-A              PIC S9(7)V99
                                        SIGN IS LEADING SEPARATE.
           05  RECU-TMP-B              PIC S9(7)V99
                                        SIGN IS LEADING SEPARATE.

       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05  LDG-NB                  PIC 9(7).
           05  LDG-TOTAL               PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
           05  LDG-CATEGORIE           PIC X(3).

       FD  LEDGER-TMP-FILE.
       01  LEDGER-TMP-REC.
           05  LDG-TMP-NB              PIC 9(7).
           05  LDG-TMP-TOTAL           PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
           05  LDG-TMP-CATEGORIE       PIC X(3).

       FD  SUSPENS-FILE.
       01  SUSPENS-REC.
           05  SUSP-NUMERO             PIC 9(6).
           05  SUSP-DATE               PIC 9(8).
           05  SUSP-LOT                PIC 9(6).
           05  SUSP-MOTIF              PIC X(30).
           05  SUSP-TRANS              PIC X(40).

       FD  REPRISE-FILE.
       01  REPRISE-REC                 PIC X(40).

       FD  SAISIE-FILE.
       01  SAISIE-REC                  PIC X(40).

       FD  SAISIE-ENC-FILE.
       01  SAISIE-ENC-REC              PIC X(40).

       FD  COMPTE-FILE.
       01  COMPTE-REC.
           05  MAP-OPERATEUR           PIC X(6).
           05  MAP-OPERATION           PIC X.
           05  MAP-COMPTE-DEBIT        PIC X(10).
           05  MAP-COMPTE-CREDIT       PIC X(10).

       FD  EXPORT-COMPTA-FILE.
       01  EXPC-REC.
           05  EXPC-TYPE               PIC X.
           05  EXPC-CORPS              PIC X(69).
           05  EXPC-CORPS-ENTETE REDEFINES EXPC-CORPS.
               10  EXPC-H-DATE         PIC 9(8).
               10  EXPC-H-CHAINE       PIC 9(6).
               10  EXPC-H-SOURCE       PIC X(12).
               10  FILLER              PIC X(43).
           05  EXPC-CORPS-LIGNE REDEFINES EXPC-CORPS.
               10  EXPC-L-COMPTE       PIC X(10).
               10  EXPC-L-SENS         PIC X.
               10  EXPC-L-MONTANT      PIC 9(9)V99.
               10  EXPC-L-OPERATEUR    PIC X(6).
               10  EXPC-L-OPERATION    PIC X.
               10  EXPC-L-DATE         PIC 9(8).
               10  EXPC-L-LIBELLE      PIC X(20).
               10  FILLER              PIC X(12).
           05  EXPC-CORPS-FIN REDEFINES EXPC-CORPS.
               10  EXPC-T-NB           PIC 9(7).
               10  EXPC-T-DEBIT        PIC 9(11)V99.
               10  EXPC-T-CREDIT       PIC 9(11)V99.
               10  EXPC-T-EQUILIBRE    PIC X.
               10  FILLER              PIC X(35).

       FD  ID-FILE.
       01  ID-REC                      PIC 9(6).

       FD  DOUBLON-FILE.
       01  DOUBLON-REC.
           05  DOUB-NUMERO             PIC 9(6).
           05  DOUB-DATE               PIC 9(8).
           05  DOUB-LOT                PIC 9(6).
           05  DOUB-RECU               PIC 9(6).
           05  DOUB-TRANS              PIC X(40).

       FD  DOUBLON-TMP-FILE.
       01  DOUBLON-TMP-REC.
           05  DOUB-TMP-NUMERO         PIC 9(6).
           05  DOUB-TMP-DATE           PIC 9(8).
           05  DOUB-TMP-LOT            PIC 9(6).
           05  DOUB-TMP-RECU           PIC 9(6).
           05  DOUB-TMP-TRANS          PIC X(40).

       FD  DECISION-FILE.
       01  DECISION-REC.
           05  DEC-NUMERO              PIC 9(6).
           05  DEC-ACTION              PIC X.
           05  DEC-DEMANDEUR           PIC X(10).

       FD  REVUE-DOUBLONS.
       01  LIGNE-REVUE                 PIC X(100).

       FD  ETAT-FILE.
       01  ETAT-REC.
           05  ETAT-STATUT             PIC X.
           05  ETAT-DATE               PIC 9(8).
           05  ETAT-CHAINE             PIC 9(6).
           05  ETAT-PREMIER-RECU       PIC 9(6).
           05  ETAT-NB-RESERVES        PIC 9(6).
           05  ETAT-CTL-LUS            PIC 9(9).
           05  ETAT-CTL-ECRITS         PIC 9(9).
           05  ETAT-CTL-REJETES        PIC 9(9).
           05  ETAT-REPR-LUE           PIC X.
           05  ETAT-DDEC-LUE           PIC X.
           05  ETAT-SAIS-LUE           PIC X.

       FD  HISTO-LOTS-FILE.
       01  HISTO-LOT-REC.
           05  LOTH-NUMERO             PIC 9(6).
           05  LOTH-DATE-LOT           PIC 9(8).
           05  LOTH-DATE-POSTE         PIC 9(8).
           05  LOTH-ORIGINE            PIC X.

       FD  HISTO-LOTS-TMP-FILE.
       01  HISTO-LOT-TMP-REC.
           05  LOTH-TMP-NUMERO         PIC 9(6).
           05  LOTH-TMP-DATE-LOT       PIC 9(8).
           05  LOTH-TMP-DATE-POSTE     PIC 9(8).
           05  LOTH-TMP-ORIGINE        PIC X.

       FD  CONTROLE-FILE.
       01  CONTROLE-REC.
           05  CTLF-PROGRAMME          PIC X(12).
           05  CTLF-DATE               PIC 9(8).
           05  CTLF-LUS                PIC 9(9).
           05  CTLF-ECRITS             PIC 9(9).
           05  CTLF-REJETES            PIC 9(9).
           05  CTLF-RETOUR             PIC 9(4).
           05  CTLF-CHAINE             PIC 9(6).

       FD  PRODUIT-FILE.
       COPY PRODUIT.

       FD  MVT-STOCK-FILE.
       01  MVT-STOCK-REC.
           05  MVS-TYPE                PIC X.
           05  MVS-CODE                PIC 9(9).
           05  MVS-QUANTITE            PIC S9(7)
               SIGN IS LEADING SEPARATE.
           05  MVS-DATE                PIC 9(8).
           05  MVS-ORIGINE             PIC X(10).

       SD  TRI-TRANS-FILE.
       01  TRI-REC.
               10  TRI-B               PIC S9(7)V99
                                        SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(9).
           05  TRI-ZONE-VENTE REDEFINES TRI-ZONE-TX.
               10  FILLER              PIC X(7).
               10  TRI-V-PRODUIT       PIC 9(9).
               10  TRI-V-QUANTITE      PIC 9(5).
               10  FILLER              PIC X(19).
           05  TRI-ZONE-ANNUL REDEFINES TRI-ZONE-TX.
               10  FILLER              PIC X.
               10  TRI-AN-OPERATEUR    PIC X(6).
               10  TRI-AN-RECU         PIC 9(6).
               10  FILLER              PIC X(27).
           05  TRI-LOT-IDX             PIC 9(3).
           05  TRI-CONFIRME            PIC X.

       WORKING-STORAGE SECTION.
       01  A PIC S9(7)V99 VALUE ZEROS.
       01  WS-RETENTION-RECUS PIC 9(3) VALUE 7.
       01  WS-DATE-LIMITE-RECUS PIC 9(8).
       01  WS-NB-RECUS-PURGES PIC 9(6) VALUE 0.
       01  TABLE-RECUS.
           05  RECU-ENTRY OCCURS 400000 TIMES.
               10  TAB-RECU-NUMERO PIC 9(6).
               10  TAB-RECU-DATE PIC 9(8).
               10  TAB-RECU-MONTANT PIC S9(8)V99.
               10  TAB-RECU-ANNULE PIC X.
               10  TAB-RECU-REFERENCE PIC 9(6).
               10  TAB-RECU-OPERATION PIC X.
               10  TAB-RECU-DEVISE PIC X(3).
               10  TAB-RECU-A PIC S9(7)V99.
               10  TAB-RECU-B PIC S9(7)V99.
       01  WS-LIGNE-ANNULATION.
           05  WS-LAN-RECU PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACE.
       01  WS-LDG-DATE-CUM PIC 9(8).
       01  WS-LDG-NB-CUM PIC 9(7).
       01  WS-LDG-MONTANT-CUM PIC S9(8)V99.
       01  WS-LDG-CAT-CUM PIC X(3).
       01  WS-RETENTION-LEDGER PIC 9(3) VALUE 92.
       01  WS-DATE-COMPACTION PIC 9(8).
       01  WS-NB-LDG-COMPACTES PIC 9(5) VALUE 0.
       01  TABLE-LEDGER.
           05  LEDGER-ENTRY OCCURS 50000 TIMES.
               10  TAB-LDG-OPERATEUR PIC X(6).
               10  TAB-LDG-OPERATION PIC X.
               10  TAB-LDG-NB PIC 9(7).
               10  TAB-LDG-TOTAL PIC S9(9)V99.
               10  TAB-LDG-CATEGORIE PIC X(3).
       01  WS-LOTS-STATUS PIC XX.
       01  WS-NB-LOTS PIC 9(3) VALUE 0.
       01  WS-LOT-IDX PIC 9(3).
               10  TAB-LOT-VERDICT PIC X.
               10  TAB-LOT-MOTIF PIC X(30).
               10  TAB-LOT-REJETS PIC 9(7).
               10  TAB-LOT-ORIGINE PIC X.
       01  WS-LIGNE-REGISTRE-LOT.
           05  FILLER PIC X(4) VALUE "LOT ".
           05  WS-LRL-NUMERO PIC 9(6).
       01  WS-NB-PAIRES PIC 9(7) VALUE ZEROS.
       01  WS-ZR-SUBTOTAL PIC -(8)9.99.
       01  WS-ZR-GRAND-TOTAL PIC -(8)9.99.
       01  WS-SUSP-STATUS PIC XX.
       01  WS-SERIE-SUSPENS PIC X(8) VALUE "ADDNSUSP".
       01  WS-NUMERO-SUSPENS PIC 9(6).
       01  WS-NB-SUSPENDUS PIC 9(7) VALUE ZEROS.
       01  WS-REPR-STATUS PIC XX.
       01  WS-REPR-EN-COURS PIC X VALUE "N".
       01  WS-REPR-LUE PIC X VALUE "N".
       01  WS-REPR-RENAME-CMD PIC X(60) VALUE
           "test ! -f ADDNREPR.DAT || mv ADDNREPR.DAT ADDNREPR.TRT".
       01  WS-SAIS-STATUS PIC XX.
       01  WS-SAIS-ENC-STATUS PIC XX.
       01  WS-SAIS-EN-COURS PIC X VALUE "N".
       01  WS-SAIS-LUE PIC X VALUE "N".
       01  WS-SAIS-RENAME-CMD PIC X(60) VALUE
           "test ! -f ADDNSAIS.DAT || mv ADDNSAIS.DAT ADDNSAIS.TRT".
       01  WS-SAIS-TEST-CMD PIC X(40) VALUE
           "test -f ADDNSAIS.ENC".
       01  WS-SAIS-TRANSMIS-CMD PIC X(60) VALUE
           "cat ADDNSAIS.ENC >> ADDNSAIS.DAT && rm ADDNSAIS.ENC".
       01  WS-SAIS-ABANDON-CMD PIC X(40) VALUE
           "rm -f ADDNSAIS.ENC".
       01  WS-SERIE-SAISIE PIC X(8) VALUE "ADDNSAIS".
       01  WS-LOT-SAISIE PIC 9(6) VALUE 0.
       01  WS-SAIS-NB PIC 9(7) VALUE 0.
       01  WS-SAIS-HASH PIC S9(9)V99 VALUE 0.
       01  WS-SAIS-TOTAL-EUR PIC S9(9)V99 VALUE 0.
       01  WS-SAIS-OPERATEUR PIC X(6).
       01  WS-SAIS-CONNECTE PIC X VALUE "N".
       01  WS-SAIS-TENTATIVES PIC 9 VALUE 0.
       01  WS-SAIS-SESSION PIC X VALUE "N".
       01  WS-SAIS-DECIDE PIC X.
       01  WS-SAIS-CHOIX PIC X.
       01  WS-SAIS-DEVISE PIC X(3).
       01  WS-SAIS-IDX PIC 9(7).
       01  WS-ZR-SAIS-HASH PIC -(8)9.99.
       01  WS-ZR-SAIS-TOTAL PIC -(8)9.99.
       01  WS-SAIS-ENREG.
           05  WS-SE-TYPE-ENREG PIC X.
           05  WS-SE-CORPS PIC X(39).
           05  WS-SE-CORPS-ENTETE REDEFINES WS-SE-CORPS.
               10  WS-SE-H-DATE PIC 9(8).
               10  WS-SE-H-LOT PIC 9(6).
               10  FILLER PIC X(25).
           05  WS-SE-CORPS-FIN REDEFINES WS-SE-CORPS.
               10  WS-SE-F-NB PIC 9(7).
               10  WS-SE-F-HASH PIC S9(9)V99
                                  SIGN IS LEADING SEPARATE.
               10  FILLER PIC X(20).
       01  TABLE-SAISIE.
           05  SAISIE-ENTRY OCCURS 500 TIMES.
               10  TAB-SAIS-LIGNE PIC X(40).
               10  TAB-SAIS-RESULTAT PIC S9(8)V99.
       01  WS-OPERATION-RECU PIC X.
       01  WS-DOUB-STATUS PIC XX.
       01  WS-DOUB-TMP-STATUS PIC XX.
       01  WS-MVTS-STATUS PIC XX.
       01  WS-DDEC-STATUS PIC XX.
       01  WS-REVUE-STATUS PIC XX.
       01  WS-DOUB-EOF PIC X VALUE "N".
       01  WS-DDEC-EOF PIC X VALUE "N".
       01  WS-DDEC-LUE PIC X VALUE "N".
       01  WS-SERIE-DOUBLON PIC X(8) VALUE "ADDNDOUB".
       01  WS-NUMERO-DOUBLON PIC 9(6).
       01  WS-DOUBLON-TROUVE PIC X.
       01  WS-RECU-ORIGINE PIC 9(6).
       01  WS-NB-DOUBLONS PIC 9(4) VALUE 0.
       01  WS-DOUB-IDX PIC 9(4).
       01  WS-DOUB-TROUVE PIC X.
       01  WS-NB-DOUB-RETENUS PIC 9(5) VALUE 0.
       01  WS-NB-DOUB-CONFIRMES PIC 9(5) VALUE 0.
       01  WS-NB-DOUB-ECARTES PIC 9(5) VALUE 0.
       01  WS-NB-DOUB-EN-ATTENTE PIC 9(5) VALUE 0.
       01  WS-DDEC-RENAME-CMD PIC X(60) VALUE
           "test ! -f ADDNDDEC.DAT || mv ADDNDDEC.DAT ADDNDDEC.TRT".
       01  WS-ETAT-STATUS PIC XX.
       01  WS-LOTH-STATUS PIC XX.
       01  WS-LOTH-TMP-STATUS PIC XX.
       01  WS-CTLF-STATUS PIC XX.
       01  WS-LOTH-EOF PIC X VALUE "N".
       01  WS-CTLF-EOF PIC X VALUE "N".
       01  WS-ETAT-NOUVEAU PIC X.
       01  WS-ETAT-PRECEDENT.
           05  WS-PREC-STATUT PIC X VALUE "T".
           05  WS-PREC-DATE PIC 9(8) VALUE 0.
           05  WS-PREC-CHAINE PIC 9(6) VALUE 0.
           05  WS-PREC-PREMIER-RECU PIC 9(6) VALUE 0.
           05  WS-PREC-NB-RESERVES PIC 9(6) VALUE 0.
           05  WS-PREC-CTL-LUS PIC 9(9) VALUE 0.
           05  WS-PREC-CTL-ECRITS PIC 9(9) VALUE 0.
           05  WS-PREC-CTL-REJETES PIC 9(9) VALUE 0.
           05  WS-PREC-REPR-LUE PIC X VALUE "N".
           05  WS-PREC-DDEC-LUE PIC X VALUE "N".
           05  WS-PREC-SAIS-LUE PIC X VALUE "N".
       01  WS-EN-ACHEVEMENT PIC X VALUE "N".
       01  WS-CTL-DEJA-FAIT PIC X.
       01  WS-RETOUR-SAUVE PIC S9(4).
       01  WS-BLOC-PREMIER PIC 9(6) VALUE 0.
       01  WS-BLOC-NB PIC 9(6) VALUE 0.
       01  WS-VAL-IDX PIC 9(2).
       01  TABLE-VALIDATION.
           05  FILLER PIC X(60) VALUE
               "test ! -f ADDNRECU.TMP || mv ADDNRECU.TMP ADDNRECU.DAT".
           05  FILLER PIC X(60) VALUE
               "test ! -f ADDNLEDG.TMP || mv ADDNLEDG.TMP ADDNLEDG.DAT".
           05  FILLER PIC X(60) VALUE
               "test ! -f ADDNSUSP.TMP || mv ADDNSUSP.TMP ADDNSUSP.DAT".
           05  FILLER PIC X(60) VALUE
               "test ! -f ADDNDOUB.TMP || mv ADDNDOUB.TMP ADDNDOUB.DAT".
           05  FILLER PIC X(60) VALUE
               "test ! -f ADDNCOMP.TMP || mv ADDNCOMP.TMP ADDNCOMP.DAT".
           05  FILLER PIC X(60) VALUE
               "test ! -f ADDNLOTH.TMP || mv ADDNLOTH.TMP ADDNLOTH.DAT".
           05  FILLER PIC X(60) VALUE
               "test ! -f ADDNLOTS.TMP || mv ADDNLOTS.TMP ADDNLOTS.TXT".
           05  FILLER PIC X(60) VALUE
               "test ! -f STOCKMVT.TMP || mv STOCKMVT.TMP STOCKMVT.DAT".
       01  TABLE-VALIDATION-R REDEFINES TABLE-VALIDATION.
           05  TAB-VALIDATION-CMD PIC X(60) OCCURS 8 TIMES.
       01  WS-NETTOYAGE-CMD.
           05  FILLER PIC X(40) VALUE
               "rm -f ADDNRECU.TMP ADDNLEDG.TMP ".
           05  FILLER PIC X(40) VALUE
               "ADDNSUSP.TMP ADDNDOUB.TMP ADDNCOMP.TMP ".
           05  FILLER PIC X(40) VALUE
               "ADDNLOTH.TMP ADDNLOTS.TMP STOCKMVT.TMP".
       01  WS-SUSP-COPIE-CMD PIC X(60) VALUE
           "test ! -f ADDNSUSP.DAT || cp ADDNSUSP.DAT ADDNSUSP.TMP".
       01  WS-MVTS-COPIE-CMD PIC X(60) VALUE
           "test ! -f STOCKMVT.DAT || cp STOCKMVT.DAT STOCKMVT.TMP".
       01  WS-NB-LOTS-HISTO PIC 9(5) VALUE 0.
       01  WS-LOTH-IDX PIC 9(5).
       01  WS-LOTH-TROUVE PIC X.
       01  WS-LOT-PREC-IDX PIC 9(3).
       01  TABLE-HISTO-LOTS.
           05  HISTO-LOT-ENTRY OCCURS 5000 TIMES.
               10  TAB-LOTH-NUMERO PIC 9(6).
               10  TAB-LOTH-DATE-LOT PIC 9(8).
               10  TAB-LOTH-DATE-POSTE PIC 9(8).
               10  TAB-LOTH-ORIGINE PIC X.
       01  TABLE-DOUBLONS.
           05  DOUBLON-ENTRY OCCURS 1000 TIMES.
               10  TAB-DOUB-NUMERO PIC 9(6).
               10  TAB-DOUB-DATE PIC 9(8).
               10  TAB-DOUB-LOT PIC 9(6).
               10  TAB-DOUB-RECU PIC 9(6).
               10  TAB-DOUB-TRANS PIC X(40).
               10  TAB-DOUB-ETAT PIC X.
               10  TAB-DOUB-DEMANDEUR PIC X(10).
       01  WS-DOUB-TRANS.
           05  WS-DB-TYPE PIC X.
           05  WS-DB-OPERATEUR PIC X(6).
           05  WS-DB-OPERATION PIC X.
           05  WS-DB-DEVISE PIC X(3).
           05  WS-DB-A PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05  WS-DB-B PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05  FILLER PIC X(9).
       01  WS-LIGNE-REVUE-TITRE.
           05  FILLER PIC X(37)
               VALUE "REVUE DES DOUBLONS PROBABLES AU     ".
           05  WS-LRV-DATE PIC 9(8).
       01  WS-LIGNE-REVUE-COLONNES.
           05  FILLER PIC X(50) VALUE
               "NUMERO DATE     LOT    OPER.  OP DEV           A".
           05  FILLER PIC X(50) VALUE
               "         B RECU   ETAT      DEMANDEUR".
       01  WS-LIGNE-REVUE.
           05  WS-LRV-NUMERO PIC 9(6).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LRV-DATE-DOUB PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LRV-LOT PIC 9(6).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LRV-OPERATEUR PIC X(6).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LRV-OPERATION PIC X.
           05  FILLER PIC XX VALUE SPACES.
           05  WS-LRV-DEVISE PIC X(3).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LRV-A PIC -(7)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LRV-B PIC -(7)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LRV-RECU PIC 9(6).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LRV-ETAT PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LRV-DEMANDEUR PIC X(10).
       01  WS-CPTE-STATUS PIC XX.
       01  WS-CPTE-EOF PIC X VALUE "N".
       01  WS-EXPC-STATUS PIC XX.
       01  WS-ID-STATUS PIC XX.
       01  WS-NUMERO-CHAINE PIC 9(6) VALUE 0.
       01  WS-COMPTE-ATTENTE PIC X(10) VALUE "471000".
       01  WS-NB-COMPTES PIC 9(3) VALUE 0.
       01  WS-CPTE-IDX PIC 9(3).
       01  WS-CPTE-TROUVE PIC X.
       01  WS-COMPTE-DEBIT PIC X(10).
       01  WS-COMPTE-CREDIT PIC X(10).
       01  WS-NB-SANS-COMPTE PIC 9(5) VALUE 0.
       01  TABLE-COMPTES.
           05  COMPTE-ENTRY OCCURS 500 TIMES.
               10  TAB-MAP-OPERATEUR PIC X(6).
               10  TAB-MAP-OPERATION PIC X.
               10  TAB-MAP-DEBIT PIC X(10).
               10  TAB-MAP-CREDIT PIC X(10).
       01  WS-EC-OPERATEUR PIC X(6).
       01  WS-EC-OPERATION PIC X.
       01  WS-EC-NATURE PIC X.
       01  WS-EC-MONTANT PIC S9(9)V99.
       01  WS-NB-ECRITURES PIC 9(4) VALUE 0.
       01  WS-EC-IDX PIC 9(4).
       01  WS-EC-TROUVE PIC X.
       01  TABLE-ECRITURES.
           05  ECRITURE-ENTRY OCCURS 1000 TIMES.
               10  TAB-EC-OPERATEUR PIC X(6).
               10  TAB-EC-OPERATION PIC X.
               10  TAB-EC-NATURE PIC X.
               10  TAB-EC-MONTANT PIC S9(9)V99.
       01  WS-EXPC-MONTANT PIC 9(9)V99.
       01  WS-EXPC-LIBELLE PIC X(20).
       01  WS-EXPC-NB PIC 9(7) VALUE 0.
       01  WS-EXPC-DEBIT PIC 9(11)V99 VALUE 0.
       01  WS-EXPC-CREDIT PIC 9(11)V99 VALUE 0.
       01  WS-ZR-EXPC-DEBIT PIC Z(10)9.99.
       01  WS-ZR-EXPC-CREDIT PIC Z(10)9.99.
       01  WS-PROD-STATUS PIC XX.
       01  WS-PROD-OUVERT PIC X VALUE "N".
       01  WS-PROD-TROUVE PIC X.
       01  WS-NB-VENTES PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-VENTES PIC S9(9)V99 VALUE ZEROS.
       01  WS-NB-CATEGORIES PIC 9(3) VALUE 0.
       01  WS-CAT-IDX PIC 9(3).
       01  WS-CAT-TROUVE PIC X.
       01  TABLE-CATEGORIES.
           05  CATEGORIE-ENTRY OCCURS 100 TIMES.
               10  TAB-CAT-CODE PIC X(3).
               10  TAB-CAT-NB PIC 9(7).
               10  TAB-CAT-QUANTITE PIC 9(7).
               10  TAB-CAT-TOTAL PIC S9(9)V99.
       01  WS-LIGNE-VENTE.
           05  WS-LV-RECU PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-LV-OPERATEUR PIC X(6).
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(1) VALUE "V".
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-LV-CATEGORIE PIC X(3).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-LV-PRODUIT PIC 9(9).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-LV-LIBELLE PIC X(20).
           05  WS-LV-QUANTITE PIC ZZZZ9.
           05  FILLER PIC X(3) VALUE " x ".
           05  WS-LV-PRIX PIC ZZZZ9.99.
           05  WS-LV-R PIC -(8)9.99.
       01  WS-LIGNE-CATEGORIE.
           05  FILLER PIC X(17) VALUE "VENTES CATEGORIE ".
           05  WS-LCA-CODE PIC X(3).
           05  FILLER PIC X(3) VALUE " : ".
           05  WS-LCA-NB PIC ZZZZZZ9.
           05  FILLER PIC X(10) VALUE "  QTE : ".
           05  WS-LCA-QUANTITE PIC ZZZZZZ9.
           05  FILLER PIC X(10) VALUE "  TOTAL : ".
           05  WS-LCA-TOTAL PIC -(8)9.99.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "Mode (I = Interactif, B = Batch, S = Saisie) : ".
           ACCEPT WS-MODE.
           EVALUATE WS-MODE
               WHEN "B"
               WHEN "b"
                   PERFORM MODE-BATCH
               WHEN "S"
               WHEN "s"
                   PERFORM MODE-SAISIE
               WHEN OTHER
                   PERFORM MODE-INTERACTIF
           END-EVALUATE.
           STOP RUN.

       MODE-INTERACTIF.
           MOVE WS-LIGNE-REJET TO LIGNE-REJET.
           WRITE LIGNE-REJET.

       MODE-SAISIE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-EDITION.
           PERFORM CHARGER-OPERATEURS.
           PERFORM CHARGER-TAUX.
           CALL "SYSTEM" USING WS-SAIS-TEST-CMD.
           IF RETURN-CODE = 0
               DISPLAY "Lot de saisie interrompu present "
                   "(ADDNSAIS.ENC), a regulariser avant toute "
                   "nouvelle saisie."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO RETURN-CODE.
           PERFORM OUVRIR-RAPPORT-ERREURS.
           PERFORM IDENTIFIER-OPERATEUR
               UNTIL WS-SAIS-CONNECTE = "O"
                   OR WS-SAIS-TENTATIVES >= 3.
           IF WS-SAIS-CONNECTE = "O"
               MOVE "O" TO WS-SAIS-SESSION
               PERFORM SAISIR-LIGNE UNTIL WS-SAIS-SESSION = "N"
           ELSE
               DISPLAY "Identification refusee, fin de la saisie."
           END-IF.
           IF WS-ERR-STATUS = "00"
               CLOSE ADDN-ERROR-REPORT
           END-IF.

       IDENTIFIER-OPERATEUR.
           ADD 1 TO WS-SAIS-TENTATIVES.
           DISPLAY "Identifiant operateur : ".
           ACCEPT WS-SAIS-OPERATEUR.
           MOVE FUNCTION UPPER-CASE(WS-SAIS-OPERATEUR)
               TO WS-SAIS-OPERATEUR.
           MOVE WS-SAIS-OPERATEUR TO TRI-OPERATOR-ID.
           PERFORM CHERCHER-OPERATEUR.
           IF WS-OPER-TROUVE = "N"
               MOVE "Operateur inconnu" TO WS-MOTIF-REJET
           ELSE
               IF WS-OPER-ACTIF NOT = "O"
                   MOVE "Operateur inactif" TO WS-MOTIF-REJET
               ELSE
                   MOVE "O" TO WS-SAIS-CONNECTE
                   DISPLAY "Operateur " WS-SAIS-OPERATEUR " "
                       WS-OPER-NOM " identifie."
               END-IF
           END-IF.
           IF WS-SAIS-CONNECTE = "N"
               DISPLAY "Identification refusee : " WS-MOTIF-REJET
               PERFORM ECRIRE-REJET-SAISIE
           END-IF.

       SAISIR-LIGNE.
           DISPLAY "Operation (+ - * /), A = annuler la derniere "
               "ligne, F = fin de saisie : ".
           ACCEPT WS-SAIS-CHOIX.
           EVALUATE WS-SAIS-CHOIX
               WHEN "+"
               WHEN "-"
               WHEN "*"
               WHEN "/"
                   PERFORM SAISIR-MONTANTS
               WHEN "A"
               WHEN "a"
                   PERFORM ANNULER-DERNIERE-LIGNE
               WHEN "F"
               WHEN "f"
                   PERFORM CLOTURER-SAISIE
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

       SAISIR-MONTANTS.
           IF WS-SAIS-NB >= 500
               DISPLAY "Lot complet (500 lignes), cloturer le lot."
           ELSE
               MOVE SPACES TO TRI-ZONE-TX
               MOVE "D" TO TRI-TYPE-ENREG
               MOVE WS-SAIS-OPERATEUR TO TRI-OPERATOR-ID
               MOVE WS-SAIS-CHOIX TO TRI-OPERATION
               DISPLAY "Devise (vide = EUR) : "
               ACCEPT WS-SAIS-DEVISE
               IF WS-SAIS-DEVISE = SPACES
                   MOVE "EUR" TO WS-SAIS-DEVISE
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-SAIS-DEVISE) TO TRI-DEVISE
               PERFORM CHERCHER-TAUX
               IF WS-TAUX-TROUVE = "N"
                   MOVE "Taux de change absent" TO WS-MOTIF-REJET
                   DISPLAY "Ligne refusee : " WS-MOTIF-REJET
                   PERFORM ECRIRE-REJET-SAISIE
               ELSE
                   MOVE "premier montant" TO WS-LIBELLE-CHAMP
                   PERFORM SAISIE-NOMBRE
                   MOVE WS-SAISIE-VALEUR TO TRI-A
                   MOVE "deuxieme montant" TO WS-LIBELLE-CHAMP
                   PERFORM SAISIE-NOMBRE
                   MOVE WS-SAISIE-VALEUR TO TRI-B
                   PERFORM CONTROLER-SAISIE
                   IF WS-CALCUL-OK = "O"
                       PERFORM ACCEPTER-LIGNE
                   ELSE
                       DISPLAY "Ligne refusee : " WS-MOTIF-REJET
                       PERFORM ECRIRE-REJET-SAISIE
                   END-IF
               END-IF
           END-IF.

       CONTROLER-SAISIE.
           MOVE "O" TO WS-CALCUL-OK.
           PERFORM CONVERTIR-EN-EUROS.
           IF WS-CALCUL-OK = "O"
               PERFORM CONTROLER-LIMITE-UNITAIRE
           END-IF.
           IF WS-CALCUL-OK = "O"
               PERFORM CONTROLER-OPERATION
           END-IF.
           IF WS-CALCUL-OK = "O"
               PERFORM CALCULER-RESULTAT
           END-IF.

       ACCEPTER-LIGNE.
           IF WS-LOT-SAISIE = 0
               PERFORM OUVRIR-LOT-SAISIE
           END-IF.
           ADD 1 TO WS-SAIS-NB.
           MOVE TRI-ZONE-TX TO TAB-SAIS-LIGNE(WS-SAIS-NB).
           MOVE R TO TAB-SAIS-RESULTAT(WS-SAIS-NB).
           COMPUTE WS-SAIS-HASH = WS-SAIS-HASH + TRI-A + TRI-B.
           ADD R TO WS-SAIS-TOTAL-EUR.
           OPEN EXTEND SAISIE-ENC-FILE.
           PERFORM CONTROLER-OUVERTURE-ENC.
           MOVE TRI-ZONE-TX TO SAISIE-ENC-REC.
           WRITE SAISIE-ENC-REC.
           CLOSE SAISIE-ENC-FILE.
           MOVE R TO ZR.
           DISPLAY "Ligne " WS-SAIS-NB " acceptee, resultat en euros : "
               ZR.

       OUVRIR-LOT-SAISIE.
           CALL "SeqAlloc" USING WS-SERIE-SAISIE WS-LOT-SAISIE
               WS-CTL-PROGRAMME.
           OPEN OUTPUT SAISIE-ENC-FILE.
           PERFORM CONTROLER-OUVERTURE-ENC.
           PERFORM ECRIRE-ENTETE-SAISIE.
           CLOSE SAISIE-ENC-FILE.

       CONTROLER-OUVERTURE-ENC.
           IF WS-SAIS-ENC-STATUS NOT = "00"
               DISPLAY "Erreur ouverture lot de saisie ADDNSAIS.ENC : "
                   WS-SAIS-ENC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ECRIRE-ENTETE-SAISIE.
           MOVE SPACES TO WS-SAIS-ENREG.
           MOVE "E" TO WS-SE-TYPE-ENREG.
           MOVE WS-DATE-EDITION TO WS-SE-H-DATE.
           MOVE WS-LOT-SAISIE TO WS-SE-H-LOT.
           MOVE WS-SAIS-ENREG TO SAISIE-ENC-REC.
           WRITE SAISIE-ENC-REC.

       ANNULER-DERNIERE-LIGNE.
           IF WS-SAIS-NB = 0
               DISPLAY "Aucune ligne a annuler."
           ELSE
               MOVE TAB-SAIS-LIGNE(WS-SAIS-NB) TO TRI-ZONE-TX
               COMPUTE WS-SAIS-HASH = WS-SAIS-HASH - TRI-A - TRI-B
               SUBTRACT TAB-SAIS-RESULTAT(WS-SAIS-NB)
                   FROM WS-SAIS-TOTAL-EUR
               MOVE WS-SAIS-NB TO WS-SAIS-IDX
               SUBTRACT 1 FROM WS-SAIS-NB
               PERFORM REECRIRE-LOT-SAISIE
               MOVE "Ligne annulee par l'operateur" TO WS-MOTIF-REJET
               PERFORM ECRIRE-REJET-SAISIE
               DISPLAY "Ligne " WS-SAIS-IDX " annulee."
           END-IF.

       REECRIRE-LOT-SAISIE.
           OPEN OUTPUT SAISIE-ENC-FILE.
           PERFORM CONTROLER-OUVERTURE-ENC.
           PERFORM ECRIRE-ENTETE-SAISIE.
           MOVE 1 TO WS-SAIS-IDX.
           PERFORM RECOPIER-LIGNE-SAISIE UNTIL WS-SAIS-IDX > WS-SAIS-NB.
           CLOSE SAISIE-ENC-FILE.

       RECOPIER-LIGNE-SAISIE.
           MOVE TAB-SAIS-LIGNE(WS-SAIS-IDX) TO SAISIE-ENC-REC.
           WRITE SAISIE-ENC-REC.
           ADD 1 TO WS-SAIS-IDX.

       CLOTURER-SAISIE.
           MOVE "N" TO WS-SAIS-DECIDE.
           PERFORM CONFIRMER-CLOTURE UNTIL WS-SAIS-DECIDE = "O".

       CONFIRMER-CLOTURE.
           PERFORM AFFICHER-TOTAUX-SAISIE.
           DISPLAY "Cloturer le lot (O = oui, A = annuler la derniere "
               "ligne, N = reprendre la saisie) : ".
           ACCEPT WS-SAIS-CHOIX.
           EVALUATE WS-SAIS-CHOIX
               WHEN "O"
               WHEN "o"
                   PERFORM FERMER-LOT-SAISIE
                   MOVE "N" TO WS-SAIS-SESSION
                   MOVE "O" TO WS-SAIS-DECIDE
               WHEN "A"
               WHEN "a"
                   PERFORM ANNULER-DERNIERE-LIGNE
               WHEN "N"
               WHEN "n"
                   MOVE "O" TO WS-SAIS-DECIDE
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

       AFFICHER-TOTAUX-SAISIE.
           MOVE WS-SAIS-HASH TO WS-ZR-SAIS-HASH.
           MOVE WS-SAIS-TOTAL-EUR TO WS-ZR-SAIS-TOTAL.
           DISPLAY "Lot " WS-LOT-SAISIE " - operateur "
               WS-SAIS-OPERATEUR " - lignes : " WS-SAIS-NB.
           DISPLAY "  Total de controle : " WS-ZR-SAIS-HASH
               "  Total des resultats en euros : " WS-ZR-SAIS-TOTAL.

       FERMER-LOT-SAISIE.
           IF WS-SAIS-NB = 0
               IF WS-LOT-SAISIE > 0
                   CALL "SYSTEM" USING WS-SAIS-ABANDON-CMD
                   MOVE 0 TO RETURN-CODE
               END-IF
               DISPLAY "Lot vide, rien a transmettre."
           ELSE
               OPEN EXTEND SAISIE-ENC-FILE
               PERFORM CONTROLER-OUVERTURE-ENC
               MOVE SPACES TO WS-SAIS-ENREG
               MOVE "F" TO WS-SE-TYPE-ENREG
               MOVE WS-SAIS-NB TO WS-SE-F-NB
               MOVE WS-SAIS-HASH TO WS-SE-F-HASH
               MOVE WS-SAIS-ENREG TO SAISIE-ENC-REC
               WRITE SAISIE-ENC-REC
               CLOSE SAISIE-ENC-FILE
               CALL "SYSTEM" USING WS-SAIS-TRANSMIS-CMD
               IF RETURN-CODE NOT = 0
                   DISPLAY "Erreur transmission du lot de saisie "
                       "vers ADDNSAIS.DAT."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Lot " WS-LOT-SAISIE " transmis pour le "
                   "prochain passage batch."
           END-IF.

       ECRIRE-REJET-SAISIE.
           MOVE WS-DATE-EDITION TO WS-LRT-DATE.
           MOVE WS-SAIS-OPERATEUR TO WS-LRT-OPERATEUR.
           MOVE WS-MOTIF-REJET TO WS-LRT-MOTIF.
           MOVE WS-LIGNE-REJET-TX TO LIGNE-REJET.
           WRITE LIGNE-REJET.

       MODE-BATCH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-EDITION.
           COMPUTE WS-DATE-LIMITE-RECUS = FUNCTION DATE-OF-INTEGER(
           COMPUTE WS-DATE-COMPACTION = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-EDITION)
               - WS-RETENTION-LEDGER).
           PERFORM REPRENDRE-EXECUTION.
           PERFORM CHARGER-OPERATEURS.
           PERFORM CHARGER-TAUX.
           PERFORM CHARGER-RECUS.
           PERFORM CHARGER-LEDGER.
           PERFORM CHARGER-COMPTES.
           PERFORM CHARGER-DOUBLONS.
           PERFORM CHARGER-HISTO-LOTS.
           PERFORM CONTROLER-LOTS.
           PERFORM RESERVER-NUMEROS-RECU.
           MOVE "E" TO WS-ETAT-NOUVEAU.
           PERFORM ECRIRE-ETAT.
           PERFORM OUVRIR-JOURNAL.
           PERFORM OUVRIR-RAPPORT-ERREURS.
           PERFORM OUVRIR-SUSPENS.
           PERFORM OUVRIR-PRODUITS.
           PERFORM OUVRIR-MVT-STOCK.
           MOVE SPACES TO WS-CURRENT-OPERATOR.
           SORT TRI-TRANS-FILE
               ON ASCENDING KEY TRI-OPERATOR-ID
           PERFORM EDITION-CONTROLE.
           CLOSE ADDN-JOURNAL.
           CLOSE ADDN-ERROR-REPORT.
           CLOSE SUSPENS-FILE.
           IF WS-PROD-OUVERT = "O"
               CLOSE PRODUIT-FILE
           END-IF.
           CLOSE MVT-STOCK-FILE.
           PERFORM ECRIRE-RECUS.
           PERFORM ECRIRE-LEDGER.
           PERFORM ECRIRE-REGISTRE-LOTS.
           PERFORM ECRIRE-HISTO-LOTS.
           PERFORM ECRIRE-DOUBLONS.
           PERFORM ECRIRE-EXPORT-COMPTABLE.
           PERFORM ECRIRE-CONTROLE-FIN.

       OUVRIR-SUSPENS.
           CALL "SYSTEM" USING WS-SUSP-COPIE-CMD.
           MOVE 0 TO RETURN-CODE.
           OPEN EXTEND SUSPENS-FILE.
           IF WS-SUSP-STATUS = "05" OR WS-SUSP-STATUS = "35"
               OPEN OUTPUT SUSPENS-FILE
           END-IF.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier des suspens : "
                   WS-SUSP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHARGER-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF WS-LDG-STATUS = "35" OR WS-LDG-STATUS = "05"
               MOVE 00000101 TO WS-LDG-DATE-CUM
               MOVE LDG-NB TO WS-LDG-NB-CUM
               MOVE LDG-TOTAL TO WS-LDG-MONTANT-CUM
               MOVE LDG-CATEGORIE TO WS-LDG-CAT-CUM
               PERFORM CUMULER-LEDGER
               ADD 1 TO WS-NB-LDG-COMPACTES
           ELSE
                   TO TAB-LDG-OPERATION(WS-NB-LEDGER)
               MOVE LDG-NB TO TAB-LDG-NB(WS-NB-LEDGER)
               MOVE LDG-TOTAL TO TAB-LDG-TOTAL(WS-NB-LEDGER)
               MOVE LDG-CATEGORIE
                   TO TAB-LDG-CATEGORIE(WS-NB-LEDGER)
           END-IF.
           PERFORM LECTURE-LEDGER.

                   TO TAB-LDG-OPERATEUR(WS-LDG-IDX)
               MOVE WS-LDG-DATE-CUM TO TAB-LDG-DATE(WS-LDG-IDX)
               MOVE WS-LDG-OP-CUM TO TAB-LDG-OPERATION(WS-LDG-IDX)
               MOVE WS-LDG-CAT-CUM TO TAB-LDG-CATEGORIE(WS-LDG-IDX)
               MOVE 0 TO TAB-LDG-NB(WS-LDG-IDX)
               MOVE 0 TO TAB-LDG-TOTAL(WS-LDG-IDX)
           END-IF.
           IF TAB-LDG-OPERATEUR(WS-LDG-IDX) = WS-LDG-OPER-CUM
               AND TAB-LDG-DATE(WS-LDG-IDX) = WS-LDG-DATE-CUM
               AND TAB-LDG-OPERATION(WS-LDG-IDX) = WS-LDG-OP-CUM
               AND TAB-LDG-CATEGORIE(WS-LDG-IDX) = WS-LDG-CAT-CUM
               MOVE "O" TO WS-LDG-TROUVE
           ELSE
               ADD 1 TO WS-LDG-IDX
           IF WS-LDG-TMP-STATUS NOT = "00"
               DISPLAY "Erreur ecriture grand livre operateurs : "
                   WS-LDG-TMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-LDG-IDX.
           PERFORM RECOPIER-LEDGER UNTIL WS-LDG-IDX > WS-NB-LEDGER.
           CLOSE LEDGER-TMP-FILE.

       RECOPIER-LEDGER.
           MOVE TAB-LDG-OPERATEUR(WS-LDG-IDX) TO LDG-TMP-OPERATEUR.
           MOVE TAB-LDG-OPERATION(WS-LDG-IDX) TO LDG-TMP-OPERATION.
           MOVE TAB-LDG-NB(WS-LDG-IDX) TO LDG-TMP-NB.
           MOVE TAB-LDG-TOTAL(WS-LDG-IDX) TO LDG-TMP-TOTAL.
           MOVE TAB-LDG-CATEGORIE(WS-LDG-IDX) TO LDG-TMP-CATEGORIE.
           WRITE LEDGER-TMP-REC.
           ADD 1 TO WS-LDG-IDX.

               MOVE RECU-DATE TO TAB-RECU-DATE(WS-NB-RECUS)
               MOVE RECU-MONTANT TO TAB-RECU-MONTANT(WS-NB-RECUS)
               MOVE RECU-ANNULE TO TAB-RECU-ANNULE(WS-NB-RECUS)
               IF RECU-REFERENCE IS NUMERIC
                   MOVE RECU-REFERENCE
                       TO TAB-RECU-REFERENCE(WS-NB-RECUS)
               ELSE
                   MOVE 0 TO TAB-RECU-REFERENCE(WS-NB-RECUS)
               END-IF
               MOVE RECU-OPERATION
                   TO TAB-RECU-OPERATION(WS-NB-RECUS)
               MOVE RECU-DEVISE TO TAB-RECU-DEVISE(WS-NB-RECUS)
               IF RECU-A IS NUMERIC AND RECU-B IS NUMERIC
                   MOVE RECU-A TO TAB-RECU-A(WS-NB-RECUS)
                   MOVE RECU-B TO TAB-RECU-B(WS-NB-RECUS)
               ELSE
                   MOVE 0 TO TAB-RECU-A(WS-NB-RECUS)
                   MOVE 0 TO TAB-RECU-B(WS-NB-RECUS)
               END-IF
           END-IF.
           PERFORM LECTURE-RECU.

           IF WS-RECU-TMP-STATUS NOT = "00"
               DISPLAY "Erreur ecriture fichier des recus : "
                   WS-RECU-TMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-RECU-IDX.
           PERFORM RECOPIER-RECU UNTIL WS-RECU-IDX > WS-NB-RECUS.
           CLOSE RECU-TMP-FILE.

       RECOPIER-RECU.
           MOVE TAB-RECU-NUMERO(WS-RECU-IDX) TO RECU-TMP-NUMERO.
           MOVE TAB-RECU-DATE(WS-RECU-IDX) TO RECU-TMP-DATE.
           MOVE TAB-RECU-MONTANT(WS-RECU-IDX) TO RECU-TMP-MONTANT.
           MOVE TAB-RECU-ANNULE(WS-RECU-IDX) TO RECU-TMP-ANNULE.
           MOVE TAB-RECU-REFERENCE(WS-RECU-IDX) TO RECU-TMP-REFERENCE.
           MOVE TAB-RECU-OPERATION(WS-RECU-IDX) TO RECU-TMP-OPERATION.
           MOVE TAB-RECU-DEVISE(WS-RECU-IDX) TO RECU-TMP-DEVISE.
           MOVE TAB-RECU-A(WS-RECU-IDX) TO RECU-TMP-A.
           MOVE TAB-RECU-B(WS-RECU-IDX) TO RECU-TMP-B.
           WRITE RECU-TMP-REC.
           ADD 1 TO WS-RECU-IDX.

           IF WS-LOTS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture registre des lots : "
                   WS-LOTS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-LOT-IDX.
               STOP RUN
           END-IF.
           IF WS-NB-DETAILS > 0
               IF WS-BLOC-NB >= WS-NB-DETAILS
                   MOVE WS-BLOC-NB TO WS-NB-RESERVES-RECU
                   MOVE WS-BLOC-PREMIER TO WS-PREMIER-RECU
                   DISPLAY "Reprise du bloc de recus reserve a "
                       "partir du " WS-BLOC-PREMIER
               ELSE
                   MOVE WS-NB-DETAILS TO WS-NB-RESERVES-RECU
                   CALL "SeqBloc" USING WS-SERIE-RECU
                       WS-NB-RESERVES-RECU WS-PREMIER-RECU
                       WS-CTL-PROGRAMME
               END-IF
               COMPUTE WS-NUMERO-RECU = WS-PREMIER-RECU - 1
           END-IF.
           IF WS-BLOC-NB > 0 AND WS-PREMIER-RECU NOT = WS-BLOC-PREMIER
               DISPLAY "Numeros de recu abandonnes : " WS-BLOC-NB
                   " a partir du " WS-BLOC-PREMIER
           END-IF.

       ECRIRE-CONTROLE-FIN.
           MOVE WS-NB-DETAILS TO WS-CTL-LUS.
           MOVE WS-NB-PAIRES TO WS-CTL-ECRITS.
           COMPUTE WS-CTL-REJETES =
               WS-NB-REJETS + WS-NB-DETAILS-REFUSES
               + WS-NB-DOUB-RETENUS.
           MOVE RETURN-CODE TO WS-CTL-RETOUR.
           PERFORM VALIDER-EXECUTION.

       ALIMENTER-TRI.
           OPEN INPUT ADDN-TRANS-FILE.
           IF WS-TX-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier transactions : "
                   WS-TX-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-TX-EOF.
           PERFORM LECTURE-TX.
           PERFORM VERSER-TX UNTIL WS-TX-EOF = "Y".
           CLOSE ADDN-TRANS-FILE.
           PERFORM FERMER-REPRISE.
           PERFORM FERMER-SAISIE.
           MOVE 1 TO WS-DOUB-IDX.
           PERFORM VERSER-DOUBLON-CONFIRME
               UNTIL WS-DOUB-IDX > WS-NB-DOUBLONS.

       VERSER-TX.
           IF ADDN-TYPE-ENREG = "E"
                   MOVE "N" TO WS-LOT-OUVERT
               END-IF
           END-IF.
           IF (ADDN-TYPE-ENREG = "D" OR ADDN-TYPE-ENREG = "R"
               OR ADDN-TYPE-ENREG = "V")
               AND TAB-LOT-VERDICT(WS-LOT-COURANT) = "A"
               MOVE ADDN-TRANS-REC TO TRI-ZONE-TX
               MOVE WS-LOT-COURANT TO TRI-LOT-IDX
               MOVE "N" TO TRI-CONFIRME
               RELEASE TRI-REC
           END-IF.
           IF (ADDN-TYPE-ENREG = "D" OR ADDN-TYPE-ENREG = "R"
               OR ADDN-TYPE-ENREG = "V")
               AND TAB-LOT-VERDICT(WS-LOT-COURANT) = "R"
               AND TAB-LOT-ORIGINE(WS-LOT-COURANT) NOT = "T"
               PERFORM RESUSPENDRE-TX
           END-IF.
           PERFORM LECTURE-TX.

       RESUSPENDRE-TX.
           MOVE ADDN-TRANS-REC TO TRI-ZONE-TX.
           MOVE WS-LOT-COURANT TO TRI-LOT-IDX.
           MOVE TAB-LOT-MOTIF(WS-LOT-COURANT) TO WS-MOTIF-REJET.
           PERFORM MISE-EN-SUSPENS.

       EXPLOITER-TRI.
           MOVE "N" TO WS-TRI-EOF.
           PERFORM RETOUR-TRI.
           IF WS-JOUR-STATUS NOT = "00"
               DISPLAY "Erreur ouverture journal des additions : "
                   WS-JOUR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-EDITION.
               MOVE "N" TO WS-LOT-OUVERT
           END-IF.
           CLOSE ADDN-TRANS-FILE.
           PERFORM FERMER-REPRISE.
           PERFORM FERMER-SAISIE.
           MOVE "N" TO WS-TX-EOF.
           MOVE 0 TO WS-LOT-COURANT.

                   PERFORM OUVRIR-LOT
                   MOVE ADDN-H-DATE TO TAB-LOT-DATE(WS-LOT-COURANT)
                   MOVE ADDN-H-LOT TO TAB-LOT-NUMERO(WS-LOT-COURANT)
                   PERFORM CONTROLER-LOT-DEJA-POSTE
               WHEN "D"
                   IF WS-LOT-OUVERT = "N"
                       PERFORM OUVRIR-LOT-ANONYME
                   COMPUTE TAB-LOT-HASH(WS-LOT-COURANT) =
                       TAB-LOT-HASH(WS-LOT-COURANT)
                       + ADDN-A + ADDN-B
               WHEN "V"
                   IF WS-LOT-OUVERT = "N"
                       PERFORM OUVRIR-LOT-ANONYME
                   END-IF
                   ADD 1 TO WS-NB-DETAILS
                   ADD 1 TO TAB-LOT-NB-DETAILS(WS-LOT-COURANT)
                   IF ADDN-V-QUANTITE IS NUMERIC
                       ADD ADDN-V-QUANTITE
                           TO TAB-LOT-HASH(WS-LOT-COURANT)
                   END-IF
               WHEN "R"
                   IF WS-LOT-OUVERT = "N"
                       PERFORM OUVRIR-LOT-ANONYME
           MOVE "A" TO TAB-LOT-VERDICT(WS-LOT-COURANT).
           MOVE SPACES TO TAB-LOT-MOTIF(WS-LOT-COURANT).
           MOVE 0 TO TAB-LOT-REJETS(WS-LOT-COURANT).
           IF WS-SAIS-EN-COURS = "O"
               MOVE "S" TO TAB-LOT-ORIGINE(WS-LOT-COURANT)
           ELSE
               IF WS-REPR-EN-COURS = "O"
                   MOVE "R" TO TAB-LOT-ORIGINE(WS-LOT-COURANT)
               ELSE
                   MOVE "T" TO TAB-LOT-ORIGINE(WS-LOT-COURANT)
               END-IF
           END-IF.

       OUVRIR-LOT-ANONYME.
           PERFORM OUVRIR-LOT.
           END-IF.

       LECTURE-TX.
           IF WS-SAIS-EN-COURS = "O"
               PERFORM LECTURE-SAISIE
           ELSE
               IF WS-REPR-EN-COURS = "O"
                   PERFORM LECTURE-REPRISE
               ELSE
                   READ ADDN-TRANS-FILE
                       AT END PERFORM OUVRIR-REPRISE
                   END-READ
               END-IF
           END-IF.

       OUVRIR-REPRISE.
           OPEN INPUT REPRISE-FILE.
           IF WS-REPR-STATUS = "00"
               MOVE "O" TO WS-REPR-EN-COURS
               MOVE "O" TO WS-REPR-LUE
               PERFORM LECTURE-REPRISE
           ELSE
               PERFORM OUVRIR-SAISIE
           END-IF.

       LECTURE-REPRISE.
           READ REPRISE-FILE
               AT END
                   PERFORM FERMER-REPRISE
                   PERFORM OUVRIR-SAISIE
               NOT AT END MOVE REPRISE-REC TO ADDN-TRANS-REC
           END-READ.

       FERMER-REPRISE.
           IF WS-REPR-EN-COURS = "O"
               CLOSE REPRISE-FILE
               MOVE "N" TO WS-REPR-EN-COURS
           END-IF.

       OUVRIR-SAISIE.
           OPEN INPUT SAISIE-FILE.
           IF WS-SAIS-STATUS = "00"
               MOVE "O" TO WS-SAIS-EN-COURS
               MOVE "O" TO WS-SAIS-LUE
               PERFORM LECTURE-SAISIE
           ELSE
               MOVE "Y" TO WS-TX-EOF
           END-IF.

       LECTURE-SAISIE.
           READ SAISIE-FILE
               AT END MOVE "Y" TO WS-TX-EOF
               NOT AT END MOVE SAISIE-REC TO ADDN-TRANS-REC
           END-READ.

       FERMER-SAISIE.
           IF WS-SAIS-EN-COURS = "O"
               CLOSE SAISIE-FILE
               MOVE "N" TO WS-SAIS-EN-COURS
           END-IF.

       TRAITER-TX.
           EVALUATE TRI-TYPE-ENREG
               WHEN "R"
                   PERFORM TRAITER-ANNULATION
               WHEN "V"
                   PERFORM TRAITER-VENTE
               WHEN OTHER
                   PERFORM TRAITER-TX-DETAIL
           END-EVALUATE.
           PERFORM RETOUR-TRI.

       TRAITER-ANNULATION.
           MOVE WS-DATE-EDITION TO WS-LDG-DATE-CUM.
           MOVE 1 TO WS-LDG-NB-CUM.
           MOVE WS-MONTANT-CONTRA TO WS-LDG-MONTANT-CUM.
           MOVE SPACES TO WS-LDG-CAT-CUM.
           PERFORM CUMULER-LEDGER.
           MOVE TRI-AN-OPERATEUR TO WS-EC-OPERATEUR.
           IF TAB-RECU-OPERATION(WS-RECU-IDX) = SPACES
               MOVE "R" TO WS-EC-OPERATION
           ELSE
               MOVE TAB-RECU-OPERATION(WS-RECU-IDX) TO WS-EC-OPERATION
           END-IF.
           MOVE "C" TO WS-EC-NATURE.
           MOVE WS-MONTANT-CONTRA TO WS-EC-MONTANT.
           PERFORM CUMULER-ECRITURE.
           MOVE WS-MONTANT-CONTRA TO ZR.
           DISPLAY "Operateur " TRI-AN-OPERATEUR
               " annulation recu " TRI-AN-RECU " : " ZR.
           MOVE WS-LIGNE-ANNULATION-REF TO WS-LIGNE-EDITION.
           PERFORM EDITION-LIGNE-JOURNAL.
           MOVE WS-MONTANT-CONTRA TO R.
           MOVE "R" TO WS-OPERATION-RECU.
           PERFORM ENREGISTRER-RECU.
           MOVE TRI-AN-RECU TO TAB-RECU-REFERENCE(WS-NB-RECUS).
           MOVE WS-NUMERO-RECU TO TAB-RECU-REFERENCE(WS-RECU-IDX).

       ENREGISTRER-RECU.
           IF WS-NB-RECUS >= 400000
           MOVE WS-DATE-EDITION TO TAB-RECU-DATE(WS-NB-RECUS).
           MOVE R TO TAB-RECU-MONTANT(WS-NB-RECUS).
           MOVE "N" TO TAB-RECU-ANNULE(WS-NB-RECUS).
           MOVE 0 TO TAB-RECU-REFERENCE(WS-NB-RECUS).
           MOVE WS-OPERATION-RECU TO TAB-RECU-OPERATION(WS-NB-RECUS).
           MOVE SPACES TO TAB-RECU-DEVISE(WS-NB-RECUS).
           MOVE 0 TO TAB-RECU-A(WS-NB-RECUS).
           MOVE 0 TO TAB-RECU-B(WS-NB-RECUS).

       TRAITER-TX-DETAIL.
           PERFORM CHERCHER-OPERATEUR.
           MOVE WS-MOTIF-REJET TO WS-LRT-MOTIF.
           MOVE WS-LIGNE-REJET-TX TO LIGNE-REJET.
           WRITE LIGNE-REJET.
           PERFORM MISE-EN-SUSPENS.

       MISE-EN-SUSPENS.
           CALL "SeqAlloc" USING WS-SERIE-SUSPENS WS-NUMERO-SUSPENS
               WS-CTL-PROGRAMME.
           MOVE WS-NUMERO-SUSPENS TO SUSP-NUMERO.
           MOVE WS-DATE-EDITION TO SUSP-DATE.
           IF TRI-LOT-IDX > 0
               MOVE TAB-LOT-NUMERO(TRI-LOT-IDX) TO SUSP-LOT
           ELSE
               MOVE 0 TO SUSP-LOT
           END-IF.
           MOVE WS-MOTIF-REJET TO SUSP-MOTIF.
           MOVE TRI-ZONE-TX TO SUSP-TRANS.
           WRITE SUSPENS-REC.
           ADD 1 TO WS-NB-SUSPENDUS.

       TRAITER-DETAIL.
           PERFORM CALCULER-RESULTAT.
           MOVE "N" TO WS-DOUBLON-TROUVE.
           IF WS-CALCUL-OK = "O" AND TRI-CONFIRME NOT = "O"
               PERFORM CHERCHER-DOUBLON
           END-IF.
           IF WS-DOUBLON-TROUVE = "O"
               PERFORM RETENIR-DOUBLON
           ELSE
               IF WS-CALCUL-OK = "O"
                   IF TRI-OPERATOR-ID NOT = WS-CURRENT-OPERATOR
                       IF WS-CURRENT-OPERATOR NOT = SPACES
                           PERFORM EDITION-SOUS-TOTAL
                       END-IF
                       MOVE TRI-OPERATOR-ID TO WS-CURRENT-OPERATOR
                       MOVE WS-OPER-NOM TO WS-CURRENT-OPER-NOM
                       MOVE ZEROS TO WS-SUBTOTAL
                       MOVE ZEROS TO WS-CUMUL-JOUR
                       MOVE "N" TO WS-LIMITE-SIGNALEE
                   END-IF
                   MOVE R TO ZR
                   DISPLAY "Operateur " TRI-OPERATOR-ID " "
                       TRI-OPERATION " " TRI-DEVISE " : " ZR
                   PERFORM EDITION-DETAIL
                   ADD R TO WS-SUBTOTAL
                   ADD R TO WS-GRAND-TOTAL
                   ADD 1 TO WS-NB-PAIRES
                   PERFORM CUMULER-PAR-OPERATION
                   MOVE TRI-OPERATOR-ID TO WS-LDG-OPER-CUM
                   MOVE TRI-OPERATION TO WS-LDG-OP-CUM
                   MOVE WS-DATE-EDITION TO WS-LDG-DATE-CUM
                   MOVE 1 TO WS-LDG-NB-CUM
                   MOVE R TO WS-LDG-MONTANT-CUM
                   MOVE SPACES TO WS-LDG-CAT-CUM
                   PERFORM CUMULER-LEDGER
                   MOVE TRI-OPERATOR-ID TO WS-EC-OPERATEUR
                   MOVE TRI-OPERATION TO WS-EC-OPERATION
                   MOVE "N" TO WS-EC-NATURE
                   MOVE R TO WS-EC-MONTANT
                   PERFORM CUMULER-ECRITURE
                   PERFORM CONTROLER-LIMITE-JOURNALIERE
               ELSE
                   PERFORM REJETER-TX
               END-IF
           END-IF.

       OUVRIR-PRODUITS.
           OPEN INPUT PRODUIT-FILE.
           IF WS-PROD-STATUS = "00"
               MOVE "O" TO WS-PROD-OUVERT
           ELSE
               IF WS-PROD-STATUS = "35" OR WS-PROD-STATUS = "05"
                   DISPLAY "Fichier produits absent, ventes rejetees."
               ELSE
                   DISPLAY "Erreur ouverture fichier produits : "
                       WS-PROD-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       OUVRIR-MVT-STOCK.
           CALL "SYSTEM" USING WS-MVTS-COPIE-CMD.
           MOVE 0 TO RETURN-CODE.
           OPEN EXTEND MVT-STOCK-FILE.
           IF WS-MVTS-STATUS = "05" OR WS-MVTS-STATUS = "35"
               OPEN OUTPUT MVT-STOCK-FILE
           END-IF.
           IF WS-MVTS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture mouvements de stock : "
                   WS-MVTS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       TRAITER-VENTE.
           PERFORM CHERCHER-OPERATEUR.
           MOVE "O" TO WS-CALCUL-OK.
           IF WS-OPER-TROUVE = "N"
               MOVE "N" TO WS-CALCUL-OK
               MOVE "Operateur inconnu" TO WS-MOTIF-REJET
           ELSE
               IF WS-OPER-ACTIF NOT = "O"
                   MOVE "N" TO WS-CALCUL-OK
                   MOVE "Operateur inactif" TO WS-MOTIF-REJET
               END-IF
           END-IF.
           IF WS-CALCUL-OK = "O"
               PERFORM CONTROLER-VENTE
           END-IF.
           IF WS-CALCUL-OK = "O"
               PERFORM CALCULER-VENTE
           END-IF.
           IF WS-CALCUL-OK = "O"
               PERFORM POSTER-VENTE
           ELSE
               PERFORM REJETER-TX
           END-IF.

       CONTROLER-VENTE.
           IF TRI-V-PRODUIT IS NOT NUMERIC
               OR TRI-V-QUANTITE IS NOT NUMERIC
               MOVE "N" TO WS-CALCUL-OK
               MOVE "Vente non numerique" TO WS-MOTIF-REJET
           ELSE
               IF TRI-V-QUANTITE = 0
                   MOVE "N" TO WS-CALCUL-OK
                   MOVE "Quantite nulle" TO WS-MOTIF-REJET
               ELSE
                   PERFORM CHERCHER-PRODUIT
                   IF WS-PROD-TROUVE = "N"
                       MOVE "N" TO WS-CALCUL-OK
                       MOVE "Produit inconnu" TO WS-MOTIF-REJET
                   ELSE
                       IF PROD-STATUT NOT = "A"
                           MOVE "N" TO WS-CALCUL-OK
                           MOVE "Produit inactif" TO WS-MOTIF-REJET
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHERCHER-PRODUIT.
           MOVE "N" TO WS-PROD-TROUVE.
           IF WS-PROD-OUVERT = "O"
               MOVE TRI-V-PRODUIT TO PROD-CODE
               READ PRODUIT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-PROD-TROUVE
                   NOT INVALID KEY
                       MOVE "O" TO WS-PROD-TROUVE
               END-READ
           END-IF.

       CALCULER-VENTE.
           COMPUTE R = PROD-PRIX * TRI-V-QUANTITE
               ON SIZE ERROR
                   MOVE "N" TO WS-CALCUL-OK
                   MOVE "Resultat hors capacite" TO WS-MOTIF-REJET
           END-COMPUTE.
           IF WS-CALCUL-OK = "O" AND WS-OPER-LIMITE-TX > 0
               AND R > WS-OPER-LIMITE-TX
               MOVE "N" TO WS-CALCUL-OK
               MOVE "Depassement limite unitaire" TO WS-MOTIF-REJET
           END-IF.

       POSTER-VENTE.
           IF TRI-OPERATOR-ID NOT = WS-CURRENT-OPERATOR
               IF WS-CURRENT-OPERATOR NOT = SPACES
                   PERFORM EDITION-SOUS-TOTAL
               END-IF
               MOVE TRI-OPERATOR-ID TO WS-CURRENT-OPERATOR
               MOVE WS-OPER-NOM TO WS-CURRENT-OPER-NOM
               MOVE ZEROS TO WS-SUBTOTAL
               MOVE ZEROS TO WS-CUMUL-JOUR
               MOVE "N" TO WS-LIMITE-SIGNALEE
           END-IF.
           MOVE R TO ZR.
           DISPLAY "Operateur " TRI-OPERATOR-ID " V "
               PROD-CATEGORIE " " TRI-V-PRODUIT " : " ZR.
           PERFORM EDITION-VENTE.
           ADD R TO WS-SUBTOTAL.
           ADD R TO WS-GRAND-TOTAL.
           ADD 1 TO WS-NB-PAIRES.
           ADD 1 TO WS-NB-VENTES.
           ADD R TO WS-TOTAL-VENTES.
           PERFORM CUMULER-CATEGORIE.
           MOVE TRI-OPERATOR-ID TO WS-LDG-OPER-CUM.
           MOVE "V" TO WS-LDG-OP-CUM.
           MOVE WS-DATE-EDITION TO WS-LDG-DATE-CUM.
           MOVE 1 TO WS-LDG-NB-CUM.
           MOVE R TO WS-LDG-MONTANT-CUM.
           MOVE PROD-CATEGORIE TO WS-LDG-CAT-CUM.
           PERFORM CUMULER-LEDGER.
           MOVE TRI-OPERATOR-ID TO WS-EC-OPERATEUR.
           MOVE "V" TO WS-EC-OPERATION.
           MOVE "N" TO WS-EC-NATURE.
           MOVE R TO WS-EC-MONTANT.
           PERFORM CUMULER-ECRITURE.
           PERFORM CONTROLER-LIMITE-JOURNALIERE.
           PERFORM ECRIRE-MVT-STOCK.

       ECRIRE-MVT-STOCK.
           MOVE SPACES TO MVT-STOCK-REC.
           MOVE "S" TO MVS-TYPE.
           MOVE TRI-V-PRODUIT TO MVS-CODE.
           MOVE TRI-V-QUANTITE TO MVS-QUANTITE.
           MOVE WS-DATE-EDITION TO MVS-DATE.
           MOVE "ADDITION" TO MVS-ORIGINE.
           WRITE MVT-STOCK-REC.
           IF WS-MVTS-STATUS NOT = "00"
               DISPLAY "Erreur ecriture mouvement de stock : "
                   WS-MVTS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       EDITION-VENTE.
           ADD 1 TO WS-NUMERO-RECU.
           ADD 1 TO WS-NB-RECUS-UTILISES.
           MOVE WS-NUMERO-RECU TO WS-LV-RECU.
           MOVE TRI-OPERATOR-ID TO WS-LV-OPERATEUR.
           MOVE PROD-CATEGORIE TO WS-LV-CATEGORIE.
           MOVE TRI-V-PRODUIT TO WS-LV-PRODUIT.
           MOVE PROD-LIBELLE TO WS-LV-LIBELLE.
           MOVE TRI-V-QUANTITE TO WS-LV-QUANTITE.
           MOVE PROD-PRIX TO WS-LV-PRIX.
           MOVE R TO WS-LV-R.
           MOVE WS-LIGNE-VENTE TO WS-LIGNE-EDITION.
           PERFORM EDITION-LIGNE-JOURNAL.
           MOVE "V" TO WS-OPERATION-RECU.
           PERFORM ENREGISTRER-RECU.

       CUMULER-CATEGORIE.
           MOVE "N" TO WS-CAT-TROUVE.
           MOVE 1 TO WS-CAT-IDX.
           PERFORM TESTER-CATEGORIE
               UNTIL WS-CAT-IDX > WS-NB-CATEGORIES
                   OR WS-CAT-TROUVE = "O".
           IF WS-CAT-TROUVE = "N"
               IF WS-NB-CATEGORIES >= 100
                   DISPLAY "Table des categories saturee, "
                       "maximum 100."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-CATEGORIES
               MOVE WS-NB-CATEGORIES TO WS-CAT-IDX
               MOVE PROD-CATEGORIE TO TAB-CAT-CODE(WS-CAT-IDX)
               MOVE 0 TO TAB-CAT-NB(WS-CAT-IDX)
               MOVE 0 TO TAB-CAT-QUANTITE(WS-CAT-IDX)
               MOVE 0 TO TAB-CAT-TOTAL(WS-CAT-IDX)
           END-IF.
           ADD 1 TO TAB-CAT-NB(WS-CAT-IDX).
           ADD TRI-V-QUANTITE TO TAB-CAT-QUANTITE(WS-CAT-IDX).
           ADD R TO TAB-CAT-TOTAL(WS-CAT-IDX).

       TESTER-CATEGORIE.
           IF TAB-CAT-CODE(WS-CAT-IDX) = PROD-CATEGORIE
               MOVE "O" TO WS-CAT-TROUVE
           ELSE
               ADD 1 TO WS-CAT-IDX
           END-IF.

       CALCULER-RESULTAT.
           EVALUATE TRI-OPERATION
               WHEN "+"
           MOVE R TO WS-LD-R.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE-EDITION.
           PERFORM EDITION-LIGNE-JOURNAL.
           MOVE TRI-OPERATION TO WS-OPERATION-RECU.
           PERFORM ENREGISTRER-RECU.
           MOVE TRI-DEVISE TO TAB-RECU-DEVISE(WS-NB-RECUS).
           MOVE TRI-A TO TAB-RECU-A(WS-NB-RECUS).
           MOVE TRI-B TO TAB-RECU-B(WS-NB-RECUS).

       EDITION-SOUS-TOTAL.
           MOVE WS-SUBTOTAL TO WS-ZR-SUBTOTAL.
           DISPLAY "Nombre de paires traitees : " WS-NB-PAIRES.
           DISPLAY "Annulations appliquees : " WS-NB-ANNULATIONS.
           DISPLAY "Transactions rejetees : " WS-NB-REJETS.
           DISPLAY "Transactions mises en suspens : " WS-NB-SUSPENDUS.
           DISPLAY "Doublons probables retenus : " WS-NB-DOUB-RETENUS.
           DISPLAY "Depassements limite journaliere : "
               WS-NB-DEPASSEMENTS.
           COMPUTE WS-NB-RECUS-PERDUS =
               WS-NB-DEPASSEMENTS DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION.
           PERFORM EDITION-LIGNE-JOURNAL.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING "DOUBLONS PROBABLES RETENUS : " DELIMITED BY SIZE
               WS-NB-DOUB-RETENUS DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION.
           PERFORM EDITION-LIGNE-JOURNAL.
           MOVE "ADDITIONS" TO WS-LPO-LIBELLE.
           MOVE WS-NB-ADDITIONS TO WS-LPO-NB.
           MOVE WS-TOTAL-ADDITIONS TO WS-LPO-TOTAL.
           MOVE WS-NB-DIVISIONS TO WS-LPO-NB.
           MOVE WS-TOTAL-DIVISIONS TO WS-LPO-TOTAL.
           PERFORM EDITION-LIGNE-OPERATION.
           MOVE "VENTES" TO WS-LPO-LIBELLE.
           MOVE WS-NB-VENTES TO WS-LPO-NB.
           MOVE WS-TOTAL-VENTES TO WS-LPO-TOTAL.
           PERFORM EDITION-LIGNE-OPERATION.
           MOVE 1 TO WS-CAT-IDX.
           PERFORM EDITION-LIGNE-CATEGORIE
               UNTIL WS-CAT-IDX > WS-NB-CATEGORIES.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING "TOTAL DE CONTROLE DES R  : " DELIMITED BY SIZE
               WS-ZR-GRAND-TOTAL DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION.
           PERFORM EDITION-LIGNE-JOURNAL.

       EDITION-LIGNE-CATEGORIE.
           MOVE TAB-CAT-CODE(WS-CAT-IDX) TO WS-LCA-CODE.
           MOVE TAB-CAT-NB(WS-CAT-IDX) TO WS-LCA-NB.
           MOVE TAB-CAT-QUANTITE(WS-CAT-IDX) TO WS-LCA-QUANTITE.
           MOVE TAB-CAT-TOTAL(WS-CAT-IDX) TO WS-LCA-TOTAL.
           DISPLAY WS-LIGNE-CATEGORIE.
           MOVE WS-LIGNE-CATEGORIE TO WS-LIGNE-EDITION.
           PERFORM EDITION-LIGNE-JOURNAL.
           ADD 1 TO WS-CAT-IDX.

       EDITION-LIGNE-OPERATION.
           DISPLAY WS-LIGNE-PAR-OPERATION.
           MOVE WS-LIGNE-PAR-OPERATION TO WS-LIGNE-EDITION.
           PERFORM EDITION-LIGNE-JOURNAL.

       CHARGER-COMPTES.
           OPEN INPUT COMPTE-FILE.
           IF WS-CPTE-STATUS = "35" OR WS-CPTE-STATUS = "05"
               DISPLAY "Table des comptes absente, ecritures "
                   "imputees au compte d'attente " WS-COMPTE-ATTENTE
           ELSE
               IF WS-CPTE-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture table des comptes : "
                       WS-CPTE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LECTURE-COMPTE
                   PERFORM RANGER-COMPTE UNTIL WS-CPTE-EOF = "Y"
                   CLOSE COMPTE-FILE
               END-IF
           END-IF.

       LECTURE-COMPTE.
           READ COMPTE-FILE
               AT END MOVE "Y" TO WS-CPTE-EOF
           END-READ.

       RANGER-COMPTE.
           IF WS-NB-COMPTES >= 500
               DISPLAY "Table des comptes saturee, maximum 500."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-COMPTES.
           MOVE MAP-OPERATEUR TO TAB-MAP-OPERATEUR(WS-NB-COMPTES).
           MOVE MAP-OPERATION TO TAB-MAP-OPERATION(WS-NB-COMPTES).
           MOVE MAP-COMPTE-DEBIT TO TAB-MAP-DEBIT(WS-NB-COMPTES).
           MOVE MAP-COMPTE-CREDIT TO TAB-MAP-CREDIT(WS-NB-COMPTES).
           PERFORM LECTURE-COMPTE.

       CUMULER-ECRITURE.
           MOVE "N" TO WS-EC-TROUVE.
           MOVE 1 TO WS-EC-IDX.
           PERFORM TESTER-ECRITURE
               UNTIL WS-EC-IDX > WS-NB-ECRITURES
                   OR WS-EC-TROUVE = "O".
           IF WS-EC-TROUVE = "N"
               IF WS-NB-ECRITURES >= 1000
                   DISPLAY "Table des ecritures comptables saturee, "
                       "maximum 1000."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-ECRITURES
               MOVE WS-NB-ECRITURES TO WS-EC-IDX
               MOVE WS-EC-OPERATEUR TO TAB-EC-OPERATEUR(WS-EC-IDX)
               MOVE WS-EC-OPERATION TO TAB-EC-OPERATION(WS-EC-IDX)
               MOVE WS-EC-NATURE TO TAB-EC-NATURE(WS-EC-IDX)
               MOVE 0 TO TAB-EC-MONTANT(WS-EC-IDX)
           END-IF.
           ADD WS-EC-MONTANT TO TAB-EC-MONTANT(WS-EC-IDX).

       TESTER-ECRITURE.
           IF TAB-EC-OPERATEUR(WS-EC-IDX) = WS-EC-OPERATEUR
               AND TAB-EC-OPERATION(WS-EC-IDX) = WS-EC-OPERATION
               AND TAB-EC-NATURE(WS-EC-IDX) = WS-EC-NATURE
               MOVE "O" TO WS-EC-TROUVE
           ELSE
               ADD 1 TO WS-EC-IDX
           END-IF.

       ECRIRE-EXPORT-COMPTABLE.
           PERFORM LIRE-NUMERO-CHAINE.
           OPEN OUTPUT EXPORT-COMPTA-FILE.
           IF WS-EXPC-STATUS NOT = "00"
               DISPLAY "Erreur ouverture export comptable : "
                   WS-EXPC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO EXPC-REC.
           MOVE "H" TO EXPC-TYPE.
           MOVE WS-DATE-EDITION TO EXPC-H-DATE.
           MOVE WS-NUMERO-CHAINE TO EXPC-H-CHAINE.
           MOVE WS-CTL-PROGRAMME TO EXPC-H-SOURCE.
           WRITE EXPC-REC.
           MOVE 1 TO WS-EC-IDX.
           PERFORM EXPORTER-ECRITURE UNTIL WS-EC-IDX > WS-NB-ECRITURES.
           MOVE SPACES TO EXPC-REC.
           MOVE "T" TO EXPC-TYPE.
           MOVE WS-EXPC-NB TO EXPC-T-NB.
           MOVE WS-EXPC-DEBIT TO EXPC-T-DEBIT.
           MOVE WS-EXPC-CREDIT TO EXPC-T-CREDIT.
           IF WS-EXPC-DEBIT = WS-EXPC-CREDIT
               MOVE "E" TO EXPC-T-EQUILIBRE
           ELSE
               MOVE "D" TO EXPC-T-EQUILIBRE
           END-IF.
           WRITE EXPC-REC.
           CLOSE EXPORT-COMPTA-FILE.
           MOVE WS-EXPC-DEBIT TO WS-ZR-EXPC-DEBIT.
           MOVE WS-EXPC-CREDIT TO WS-ZR-EXPC-CREDIT.
           DISPLAY "Export comptable : " WS-EXPC-NB " lignes, debit "
               WS-ZR-EXPC-DEBIT " credit " WS-ZR-EXPC-CREDIT.
           IF WS-NB-SANS-COMPTE > 0
               DISPLAY "Ecritures sans compte, imputees au compte "
                   "d'attente : " WS-NB-SANS-COMPTE
           END-IF.
           IF WS-EXPC-DEBIT NOT = WS-EXPC-CREDIT
               DISPLAY "Export comptable desequilibre."
               MOVE 8 TO RETURN-CODE
           END-IF.

       EXPORTER-ECRITURE.
           IF TAB-EC-MONTANT(WS-EC-IDX) NOT = 0
               PERFORM CHERCHER-COMPTE
               MOVE SPACES TO WS-EXPC-LIBELLE
               IF TAB-EC-NATURE(WS-EC-IDX) = "C"
                   STRING "CONTREPASSATION " DELIMITED BY SIZE
                       TAB-EC-OPERATION(WS-EC-IDX) DELIMITED BY SIZE
                       INTO WS-EXPC-LIBELLE
               ELSE
                   STRING "CAISSE OPERATION " DELIMITED BY SIZE
                       TAB-EC-OPERATION(WS-EC-IDX) DELIMITED BY SIZE
                       INTO WS-EXPC-LIBELLE
               END-IF
               IF TAB-EC-MONTANT(WS-EC-IDX) < 0
                   COMPUTE WS-EXPC-MONTANT =
                       0 - TAB-EC-MONTANT(WS-EC-IDX)
                   MOVE WS-COMPTE-CREDIT TO EXPC-L-COMPTE
                   PERFORM EXPORTER-LIGNE-DEBIT
                   MOVE WS-COMPTE-DEBIT TO EXPC-L-COMPTE
                   PERFORM EXPORTER-LIGNE-CREDIT
               ELSE
                   MOVE TAB-EC-MONTANT(WS-EC-IDX) TO WS-EXPC-MONTANT
                   MOVE WS-COMPTE-DEBIT TO EXPC-L-COMPTE
                   PERFORM EXPORTER-LIGNE-DEBIT
                   MOVE WS-COMPTE-CREDIT TO EXPC-L-COMPTE
                   PERFORM EXPORTER-LIGNE-CREDIT
               END-IF
           END-IF.
           ADD 1 TO WS-EC-IDX.

       EXPORTER-LIGNE-DEBIT.
           MOVE "D" TO EXPC-L-SENS.
           ADD WS-EXPC-MONTANT TO WS-EXPC-DEBIT.
           PERFORM EXPORTER-LIGNE.

       EXPORTER-LIGNE-CREDIT.
           MOVE "C" TO EXPC-L-SENS.
           ADD WS-EXPC-MONTANT TO WS-EXPC-CREDIT.
           PERFORM EXPORTER-LIGNE.

       EXPORTER-LIGNE.
           MOVE "L" TO EXPC-TYPE.
           MOVE WS-EXPC-MONTANT TO EXPC-L-MONTANT.
           MOVE TAB-EC-OPERATEUR(WS-EC-IDX) TO EXPC-L-OPERATEUR.
           MOVE TAB-EC-OPERATION(WS-EC-IDX) TO EXPC-L-OPERATION.
           MOVE WS-DATE-EDITION TO EXPC-L-DATE.
           MOVE WS-EXPC-LIBELLE TO EXPC-L-LIBELLE.
           WRITE EXPC-REC.
           MOVE SPACES TO EXPC-REC.
           ADD 1 TO WS-EXPC-NB.

       CHERCHER-COMPTE.
           MOVE "N" TO WS-CPTE-TROUVE.
           MOVE 1 TO WS-CPTE-IDX.
           PERFORM TESTER-COMPTE-OPERATEUR
               UNTIL WS-CPTE-IDX > WS-NB-COMPTES
                   OR WS-CPTE-TROUVE = "O".
           IF WS-CPTE-TROUVE = "N"
               MOVE 1 TO WS-CPTE-IDX
               PERFORM TESTER-COMPTE-DEFAUT
                   UNTIL WS-CPTE-IDX > WS-NB-COMPTES
                       OR WS-CPTE-TROUVE = "O"
           END-IF.
           IF WS-CPTE-TROUVE = "O"
               MOVE TAB-MAP-DEBIT(WS-CPTE-IDX) TO WS-COMPTE-DEBIT
               MOVE TAB-MAP-CREDIT(WS-CPTE-IDX) TO WS-COMPTE-CREDIT
           ELSE
               MOVE WS-COMPTE-ATTENTE TO WS-COMPTE-DEBIT
               MOVE WS-COMPTE-ATTENTE TO WS-COMPTE-CREDIT
               ADD 1 TO WS-NB-SANS-COMPTE
           END-IF.

       TESTER-COMPTE-OPERATEUR.
           IF TAB-MAP-OPERATEUR(WS-CPTE-IDX) =
               TAB-EC-OPERATEUR(WS-EC-IDX)
               AND TAB-MAP-OPERATION(WS-CPTE-IDX) =
                   TAB-EC-OPERATION(WS-EC-IDX)
               MOVE "O" TO WS-CPTE-TROUVE
           ELSE
               ADD 1 TO WS-CPTE-IDX
           END-IF.

       TESTER-COMPTE-DEFAUT.
           IF TAB-MAP-OPERATEUR(WS-CPTE-IDX) = SPACES
               AND TAB-MAP-OPERATION(WS-CPTE-IDX) =
                   TAB-EC-OPERATION(WS-EC-IDX)
               MOVE "O" TO WS-CPTE-TROUVE
           ELSE
               ADD 1 TO WS-CPTE-IDX
           END-IF.

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

       CHARGER-DOUBLONS.
           OPEN INPUT DOUBLON-FILE.
           IF WS-DOUB-STATUS = "35" OR WS-DOUB-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-DOUB-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture fichier des doublons : "
                       WS-DOUB-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LECTURE-DOUBLON
                   PERFORM RANGER-DOUBLON UNTIL WS-DOUB-EOF = "Y"
                   CLOSE DOUBLON-FILE
               END-IF
           END-IF.
           PERFORM APPLIQUER-DECISIONS.

       LECTURE-DOUBLON.
           READ DOUBLON-FILE
               AT END MOVE "Y" TO WS-DOUB-EOF
           END-READ.

       RANGER-DOUBLON.
           IF WS-NB-DOUBLONS >= 1000
               DISPLAY "Fichier des doublons sature, maximum 1000."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-DOUBLONS.
           MOVE DOUB-NUMERO TO TAB-DOUB-NUMERO(WS-NB-DOUBLONS).
           MOVE DOUB-DATE TO TAB-DOUB-DATE(WS-NB-DOUBLONS).
           MOVE DOUB-LOT TO TAB-DOUB-LOT(WS-NB-DOUBLONS).
           MOVE DOUB-RECU TO TAB-DOUB-RECU(WS-NB-DOUBLONS).
           MOVE DOUB-TRANS TO TAB-DOUB-TRANS(WS-NB-DOUBLONS).
           MOVE "H" TO TAB-DOUB-ETAT(WS-NB-DOUBLONS).
           MOVE SPACES TO TAB-DOUB-DEMANDEUR(WS-NB-DOUBLONS).
           PERFORM LECTURE-DOUBLON.

       APPLIQUER-DECISIONS.
           OPEN INPUT DECISION-FILE.
           IF WS-DDEC-STATUS = "35" OR WS-DDEC-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-DDEC-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture decisions doublons : "
                       WS-DDEC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE "O" TO WS-DDEC-LUE
                   PERFORM LECTURE-DECISION
                   PERFORM TRAITER-DECISION UNTIL WS-DDEC-EOF = "Y"
                   CLOSE DECISION-FILE
               END-IF
           END-IF.

       LECTURE-DECISION.
           READ DECISION-FILE
               AT END MOVE "Y" TO WS-DDEC-EOF
           END-READ.

       TRAITER-DECISION.
           MOVE "N" TO WS-DOUB-TROUVE.
           MOVE 1 TO WS-DOUB-IDX.
           PERFORM TESTER-DOUBLON
               UNTIL WS-DOUB-IDX > WS-NB-DOUBLONS
                   OR WS-DOUB-TROUVE = "O".
           EVALUATE TRUE
               WHEN WS-DOUB-TROUVE = "N"
                   DISPLAY "Decision doublon " DEC-NUMERO
                       " : doublon inconnu."
               WHEN TAB-DOUB-ETAT(WS-DOUB-IDX) NOT = "H"
                   DISPLAY "Decision doublon " DEC-NUMERO
                       " : doublon deja traite."
               WHEN DEC-ACTION = "P"
                   MOVE "P" TO TAB-DOUB-ETAT(WS-DOUB-IDX)
                   MOVE DEC-DEMANDEUR
                       TO TAB-DOUB-DEMANDEUR(WS-DOUB-IDX)
                   ADD 1 TO WS-NB-DOUB-CONFIRMES
                   ADD 1 TO WS-NB-DETAILS
               WHEN DEC-ACTION = "D"
                   MOVE "D" TO TAB-DOUB-ETAT(WS-DOUB-IDX)
                   MOVE DEC-DEMANDEUR
                       TO TAB-DOUB-DEMANDEUR(WS-DOUB-IDX)
                   ADD 1 TO WS-NB-DOUB-ECARTES
               WHEN OTHER
                   DISPLAY "Decision doublon " DEC-NUMERO
                       " : action inconnue " DEC-ACTION "."
           END-EVALUATE.
           PERFORM LECTURE-DECISION.

       TESTER-DOUBLON.
           IF TAB-DOUB-NUMERO(WS-DOUB-IDX) = DEC-NUMERO
               MOVE "O" TO WS-DOUB-TROUVE
           ELSE
               ADD 1 TO WS-DOUB-IDX
           END-IF.

       VERSER-DOUBLON-CONFIRME.
           IF TAB-DOUB-ETAT(WS-DOUB-IDX) = "P"
               MOVE TAB-DOUB-TRANS(WS-DOUB-IDX) TO TRI-ZONE-TX
               MOVE 0 TO TRI-LOT-IDX
               MOVE "O" TO TRI-CONFIRME
               RELEASE TRI-REC
           END-IF.
           ADD 1 TO WS-DOUB-IDX.

       CHERCHER-DOUBLON.
           MOVE "N" TO WS-DOUBLON-TROUVE.
           MOVE 1 TO WS-RECU-IDX.
           PERFORM TESTER-RECU-DOUBLON
               UNTIL WS-RECU-IDX > WS-NB-RECUS
                   OR WS-DOUBLON-TROUVE = "O".

       TESTER-RECU-DOUBLON.
           IF TAB-RECU-DATE(WS-RECU-IDX) = WS-DATE-EDITION
               AND TAB-RECU-OPERATEUR(WS-RECU-IDX) = TRI-OPERATOR-ID
               AND TAB-RECU-OPERATION(WS-RECU-IDX) = TRI-OPERATION
               AND TAB-RECU-DEVISE(WS-RECU-IDX) = TRI-DEVISE
               AND TAB-RECU-A(WS-RECU-IDX) = TRI-A
               AND TAB-RECU-B(WS-RECU-IDX) = TRI-B
               AND TAB-RECU-MONTANT(WS-RECU-IDX) = R
               AND TAB-RECU-ANNULE(WS-RECU-IDX) NOT = "O"
               AND TAB-RECU-REFERENCE(WS-RECU-IDX) = 0
               MOVE "O" TO WS-DOUBLON-TROUVE
               MOVE TAB-RECU-NUMERO(WS-RECU-IDX) TO WS-RECU-ORIGINE
           ELSE
               ADD 1 TO WS-RECU-IDX
           END-IF.

       RETENIR-DOUBLON.
           IF WS-NB-DOUBLONS >= 1000
               DISPLAY "Fichier des doublons sature, maximum 1000."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "SeqAlloc" USING WS-SERIE-DOUBLON WS-NUMERO-DOUBLON
               WS-CTL-PROGRAMME.
           ADD 1 TO WS-NB-DOUBLONS.
           MOVE WS-NUMERO-DOUBLON TO TAB-DOUB-NUMERO(WS-NB-DOUBLONS).
           MOVE WS-DATE-EDITION TO TAB-DOUB-DATE(WS-NB-DOUBLONS).
           IF TRI-LOT-IDX > 0
               MOVE TAB-LOT-NUMERO(TRI-LOT-IDX)
                   TO TAB-DOUB-LOT(WS-NB-DOUBLONS)
           ELSE
               MOVE 0 TO TAB-DOUB-LOT(WS-NB-DOUBLONS)
           END-IF.
           MOVE WS-RECU-ORIGINE TO TAB-DOUB-RECU(WS-NB-DOUBLONS).
           MOVE TRI-ZONE-TX TO TAB-DOUB-TRANS(WS-NB-DOUBLONS).
           MOVE "H" TO TAB-DOUB-ETAT(WS-NB-DOUBLONS).
           MOVE SPACES TO TAB-DOUB-DEMANDEUR(WS-NB-DOUBLONS).
           ADD 1 TO WS-NB-DOUB-RETENUS.
           MOVE R TO ZR.
           DISPLAY "Operateur " TRI-OPERATOR-ID " " TRI-OPERATION
               " " TRI-DEVISE " : " ZR " doublon probable du recu "
               WS-RECU-ORIGINE ", retenu " WS-NUMERO-DOUBLON.

       ECRIRE-DOUBLONS.
           OPEN OUTPUT DOUBLON-TMP-FILE.
           IF WS-DOUB-TMP-STATUS NOT = "00"
               DISPLAY "Erreur ecriture fichier des doublons : "
                   WS-DOUB-TMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REVUE-DOUBLONS.
           IF WS-REVUE-STATUS NOT = "00"
               DISPLAY "Erreur ouverture revue des doublons : "
                   WS-REVUE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATE-EDITION TO WS-LRV-DATE.
           MOVE WS-LIGNE-REVUE-TITRE TO LIGNE-REVUE.
           WRITE LIGNE-REVUE.
           MOVE WS-LIGNE-REVUE-COLONNES TO LIGNE-REVUE.
           WRITE LIGNE-REVUE.
           MOVE 1 TO WS-DOUB-IDX.
           PERFORM RECOPIER-DOUBLON UNTIL WS-DOUB-IDX > WS-NB-DOUBLONS.
           MOVE SPACES TO LIGNE-REVUE.
           WRITE LIGNE-REVUE.
           STRING "RETENUS CE JOUR : " DELIMITED BY SIZE
               WS-NB-DOUB-RETENUS DELIMITED BY SIZE
               "  CONFIRMES : " DELIMITED BY SIZE
               WS-NB-DOUB-CONFIRMES DELIMITED BY SIZE
               "  ECARTES : " DELIMITED BY SIZE
               WS-NB-DOUB-ECARTES DELIMITED BY SIZE
               "  EN ATTENTE : " DELIMITED BY SIZE
               WS-NB-DOUB-EN-ATTENTE DELIMITED BY SIZE
               INTO LIGNE-REVUE.
           WRITE LIGNE-REVUE.
           CLOSE DOUBLON-TMP-FILE.
           CLOSE REVUE-DOUBLONS.
           DISPLAY "Doublons confirmes : " WS-NB-DOUB-CONFIRMES
               " ecartes : " WS-NB-DOUB-ECARTES
               " en attente de decision : " WS-NB-DOUB-EN-ATTENTE.

       RECOPIER-DOUBLON.
           MOVE TAB-DOUB-TRANS(WS-DOUB-IDX) TO WS-DOUB-TRANS.
           MOVE TAB-DOUB-NUMERO(WS-DOUB-IDX) TO WS-LRV-NUMERO.
           MOVE TAB-DOUB-DATE(WS-DOUB-IDX) TO WS-LRV-DATE-DOUB.
           MOVE TAB-DOUB-LOT(WS-DOUB-IDX) TO WS-LRV-LOT.
           MOVE WS-DB-OPERATEUR TO WS-LRV-OPERATEUR.
           MOVE WS-DB-OPERATION TO WS-LRV-OPERATION.
           MOVE WS-DB-DEVISE TO WS-LRV-DEVISE.
           IF WS-DB-A IS NUMERIC
               MOVE WS-DB-A TO WS-LRV-A
           ELSE
               MOVE 0 TO WS-LRV-A
           END-IF.
           IF WS-DB-B IS NUMERIC
               MOVE WS-DB-B TO WS-LRV-B
           ELSE
               MOVE 0 TO WS-LRV-B
           END-IF.
           MOVE TAB-DOUB-RECU(WS-DOUB-IDX) TO WS-LRV-RECU.
           MOVE TAB-DOUB-DEMANDEUR(WS-DOUB-IDX) TO WS-LRV-DEMANDEUR.
           EVALUATE TAB-DOUB-ETAT(WS-DOUB-IDX)
               WHEN "P"
                   MOVE "CONFIRME" TO WS-LRV-ETAT
               WHEN "D"
                   MOVE "ECARTE" TO WS-LRV-ETAT
               WHEN OTHER
                   MOVE "EN ATTENTE" TO WS-LRV-ETAT
                   ADD 1 TO WS-NB-DOUB-EN-ATTENTE
                   MOVE TAB-DOUB-NUMERO(WS-DOUB-IDX) TO DOUB-TMP-NUMERO
                   MOVE TAB-DOUB-DATE(WS-DOUB-IDX) TO DOUB-TMP-DATE
                   MOVE TAB-DOUB-LOT(WS-DOUB-IDX) TO DOUB-TMP-LOT
                   MOVE TAB-DOUB-RECU(WS-DOUB-IDX) TO DOUB-TMP-RECU
                   MOVE TAB-DOUB-TRANS(WS-DOUB-IDX) TO DOUB-TMP-TRANS
                   WRITE DOUBLON-TMP-REC
           END-EVALUATE.
           MOVE WS-LIGNE-REVUE TO LIGNE-REVUE.
           WRITE LIGNE-REVUE.
           ADD 1 TO WS-DOUB-IDX.

       REPRENDRE-EXECUTION.
           OPEN INPUT ETAT-FILE.
           IF WS-ETAT-STATUS = "00"
               READ ETAT-FILE
                   AT END CONTINUE
                   NOT AT END MOVE ETAT-REC TO WS-ETAT-PRECEDENT
               END-READ
               CLOSE ETAT-FILE
           END-IF.
           EVALUATE WS-PREC-STATUT
               WHEN "P"
                   DISPLAY "Execution du " WS-PREC-DATE
                       " interrompue en cours de validation, "
                       "achevement."
                   PERFORM ACHEVER-EXECUTION
               WHEN "E"
                   DISPLAY "Execution du " WS-PREC-DATE
                       " interrompue avant validation, annulation."
                   CALL "SYSTEM" USING WS-NETTOYAGE-CMD
                   MOVE 0 TO RETURN-CODE
                   MOVE WS-PREC-PREMIER-RECU TO WS-BLOC-PREMIER
                   MOVE WS-PREC-NB-RESERVES TO WS-BLOC-NB
                   MOVE "T" TO WS-ETAT-NOUVEAU
                   PERFORM ECRIRE-ETAT
               WHEN OTHER
                   CALL "SYSTEM" USING WS-NETTOYAGE-CMD
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       ACHEVER-EXECUTION.
           MOVE "O" TO WS-EN-ACHEVEMENT.
           MOVE WS-PREC-CTL-LUS TO WS-CTL-LUS.
           MOVE WS-PREC-CTL-ECRITS TO WS-CTL-ECRITS.
           MOVE WS-PREC-CTL-REJETES TO WS-CTL-REJETES.
           MOVE 0 TO WS-CTL-RETOUR.
           MOVE WS-PREC-REPR-LUE TO WS-REPR-LUE.
           MOVE WS-PREC-DDEC-LUE TO WS-DDEC-LUE.
           MOVE WS-PREC-SAIS-LUE TO WS-SAIS-LUE.
           PERFORM APPLIQUER-VALIDATION.
           MOVE "N" TO WS-EN-ACHEVEMENT.
           MOVE "N" TO WS-REPR-LUE.
           MOVE "N" TO WS-DDEC-LUE.
           MOVE "N" TO WS-SAIS-LUE.
           MOVE 0 TO WS-CTL-LUS.
           MOVE 0 TO WS-CTL-ECRITS.
           MOVE 0 TO WS-CTL-REJETES.

       VALIDER-EXECUTION.
           MOVE RETURN-CODE TO WS-RETOUR-SAUVE.
           MOVE "P" TO WS-ETAT-NOUVEAU.
           PERFORM ECRIRE-ETAT.
           PERFORM APPLIQUER-VALIDATION.
           MOVE WS-RETOUR-SAUVE TO RETURN-CODE.

       APPLIQUER-VALIDATION.
           MOVE 1 TO WS-VAL-IDX.
           PERFORM RENOMMER-FICHIER UNTIL WS-VAL-IDX > 8.
           IF WS-REPR-LUE = "O"
               CALL "SYSTEM" USING WS-REPR-RENAME-CMD
           END-IF.
           IF WS-DDEC-LUE = "O"
               CALL "SYSTEM" USING WS-DDEC-RENAME-CMD
           END-IF.
           IF WS-SAIS-LUE = "O"
               CALL "SYSTEM" USING WS-SAIS-RENAME-CMD
           END-IF.
           MOVE 0 TO RETURN-CODE.
           MOVE "N" TO WS-CTL-DEJA-FAIT.
           IF WS-EN-ACHEVEMENT = "O"
               PERFORM CHERCHER-CONTROLE
           END-IF.
           IF WS-CTL-DEJA-FAIT = "N"
               CALL "CtlEoj" USING WS-CTL-PROGRAMME WS-CTL-LUS
                   WS-CTL-ECRITS WS-CTL-REJETES WS-CTL-RETOUR
           END-IF.
           MOVE "T" TO WS-ETAT-NOUVEAU.
           PERFORM ECRIRE-ETAT.

       RENOMMER-FICHIER.
           CALL "SYSTEM" USING TAB-VALIDATION-CMD(WS-VAL-IDX).
           IF RETURN-CODE NOT = 0
               DISPLAY "Echec de validation : "
                   TAB-VALIDATION-CMD(WS-VAL-IDX)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-VAL-IDX.

       CHERCHER-CONTROLE.
           MOVE "N" TO WS-CTLF-EOF.
           OPEN INPUT CONTROLE-FILE.
           IF WS-CTLF-STATUS = "00"
               PERFORM LECTURE-CONTROLE
               PERFORM TESTER-CONTROLE
                   UNTIL WS-CTLF-EOF = "Y"
                       OR WS-CTL-DEJA-FAIT = "O"
               CLOSE CONTROLE-FILE
           END-IF.

       LECTURE-CONTROLE.
           READ CONTROLE-FILE
               AT END MOVE "Y" TO WS-CTLF-EOF
           END-READ.

       TESTER-CONTROLE.
           IF CTLF-PROGRAMME = WS-CTL-PROGRAMME
               AND CTLF-DATE = WS-PREC-DATE
               AND CTLF-CHAINE = WS-PREC-CHAINE
               AND CTLF-LUS = WS-CTL-LUS
               AND CTLF-ECRITS = WS-CTL-ECRITS
               AND CTLF-REJETES = WS-CTL-REJETES
               MOVE "O" TO WS-CTL-DEJA-FAIT
           ELSE
               PERFORM LECTURE-CONTROLE
           END-IF.

       ECRIRE-ETAT.
           PERFORM LIRE-NUMERO-CHAINE.
           OPEN OUTPUT ETAT-FILE.
           IF WS-ETAT-STATUS NOT = "00"
               DISPLAY "Erreur ecriture etat d'execution : "
                   WS-ETAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-ETAT-NOUVEAU TO ETAT-STATUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ETAT-DATE.
           MOVE WS-NUMERO-CHAINE TO ETAT-CHAINE.
           MOVE WS-PREMIER-RECU TO ETAT-PREMIER-RECU.
           MOVE WS-NB-RESERVES-RECU TO ETAT-NB-RESERVES.
           MOVE WS-CTL-LUS TO ETAT-CTL-LUS.
           MOVE WS-CTL-ECRITS TO ETAT-CTL-ECRITS.
           MOVE WS-CTL-REJETES TO ETAT-CTL-REJETES.
           MOVE WS-REPR-LUE TO ETAT-REPR-LUE.
           MOVE WS-DDEC-LUE TO ETAT-DDEC-LUE.
           MOVE WS-SAIS-LUE TO ETAT-SAIS-LUE.
           WRITE ETAT-REC.
           CLOSE ETAT-FILE.

       CHARGER-HISTO-LOTS.
           OPEN INPUT HISTO-LOTS-FILE.
           IF WS-LOTH-STATUS = "35" OR WS-LOTH-STATUS = "05"
               CONTINUE
           ELSE
               IF WS-LOTH-STATUS NOT = "00"
                   DISPLAY "Erreur ouverture historique des lots : "
                       WS-LOTH-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LECTURE-HISTO-LOT
                   PERFORM RANGER-HISTO-LOT UNTIL WS-LOTH-EOF = "Y"
                   CLOSE HISTO-LOTS-FILE
               END-IF
           END-IF.

       LECTURE-HISTO-LOT.
           READ HISTO-LOTS-FILE
               AT END MOVE "Y" TO WS-LOTH-EOF
           END-READ.

       RANGER-HISTO-LOT.
           IF LOTH-DATE-POSTE >= WS-DATE-COMPACTION
               IF WS-NB-LOTS-HISTO >= 5000
                   DISPLAY "Historique des lots sature, "
                       "maximum 5000."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-LOTS-HISTO
               MOVE LOTH-NUMERO TO TAB-LOTH-NUMERO(WS-NB-LOTS-HISTO)
               MOVE LOTH-DATE-LOT
                   TO TAB-LOTH-DATE-LOT(WS-NB-LOTS-HISTO)
               MOVE LOTH-DATE-POSTE
                   TO TAB-LOTH-DATE-POSTE(WS-NB-LOTS-HISTO)
               IF LOTH-ORIGINE = SPACE
                   MOVE "T" TO TAB-LOTH-ORIGINE(WS-NB-LOTS-HISTO)
               ELSE
                   MOVE LOTH-ORIGINE
                       TO TAB-LOTH-ORIGINE(WS-NB-LOTS-HISTO)
               END-IF
           END-IF.
           PERFORM LECTURE-HISTO-LOT.

       CONTROLER-LOT-DEJA-POSTE.
           IF ADDN-H-LOT > 0
               MOVE "N" TO WS-LOTH-TROUVE
               MOVE 1 TO WS-LOTH-IDX
               PERFORM TESTER-HISTO-LOT
                   UNTIL WS-LOTH-IDX > WS-NB-LOTS-HISTO
                       OR WS-LOTH-TROUVE = "O"
               IF WS-LOTH-TROUVE = "O"
                   MOVE "Lot deja comptabilise" TO
                       TAB-LOT-MOTIF(WS-LOT-COURANT)
                   PERFORM REFUSER-LOT
               ELSE
                   MOVE 1 TO WS-LOT-PREC-IDX
                   PERFORM TESTER-LOT-PRECEDENT
                       UNTIL WS-LOT-PREC-IDX >= WS-LOT-COURANT
                           OR WS-LOTH-TROUVE = "O"
                   IF WS-LOTH-TROUVE = "O"
                       MOVE "Lot en double dans le fichier" TO
                           TAB-LOT-MOTIF(WS-LOT-COURANT)
                       PERFORM REFUSER-LOT
                   END-IF
               END-IF
           END-IF.

       TESTER-HISTO-LOT.
           IF TAB-LOTH-NUMERO(WS-LOTH-IDX) = ADDN-H-LOT
               AND TAB-LOTH-DATE-LOT(WS-LOTH-IDX) = ADDN-H-DATE
               AND TAB-LOTH-ORIGINE(WS-LOTH-IDX)
                   = TAB-LOT-ORIGINE(WS-LOT-COURANT)
               MOVE "O" TO WS-LOTH-TROUVE
           ELSE
               ADD 1 TO WS-LOTH-IDX
           END-IF.

       TESTER-LOT-PRECEDENT.
           IF TAB-LOT-NUMERO(WS-LOT-PREC-IDX) = ADDN-H-LOT
               AND TAB-LOT-DATE(WS-LOT-PREC-IDX) = ADDN-H-DATE
               AND TAB-LOT-ORIGINE(WS-LOT-PREC-IDX)
                   = TAB-LOT-ORIGINE(WS-LOT-COURANT)
               AND TAB-LOT-VERDICT(WS-LOT-PREC-IDX) = "A"
               MOVE "O" TO WS-LOTH-TROUVE
           ELSE
               ADD 1 TO WS-LOT-PREC-IDX
           END-IF.

       ECRIRE-HISTO-LOTS.
           OPEN OUTPUT HISTO-LOTS-TMP-FILE.
           IF WS-LOTH-TMP-STATUS NOT = "00"
               DISPLAY "Erreur ecriture historique des lots : "
                   WS-LOTH-TMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-LOTH-IDX.
           PERFORM RECOPIER-HISTO-LOT
               UNTIL WS-LOTH-IDX > WS-NB-LOTS-HISTO.
           MOVE 1 TO WS-LOT-IDX.
           PERFORM HISTORISER-LOT UNTIL WS-LOT-IDX > WS-NB-LOTS.
           CLOSE HISTO-LOTS-TMP-FILE.

       RECOPIER-HISTO-LOT.
           MOVE TAB-LOTH-NUMERO(WS-LOTH-IDX) TO LOTH-TMP-NUMERO.
           MOVE TAB-LOTH-DATE-LOT(WS-LOTH-IDX) TO LOTH-TMP-DATE-LOT.
           MOVE TAB-LOTH-DATE-POSTE(WS-LOTH-IDX)
               TO LOTH-TMP-DATE-POSTE.
           MOVE TAB-LOTH-ORIGINE(WS-LOTH-IDX) TO LOTH-TMP-ORIGINE.
           WRITE HISTO-LOT-TMP-REC.
           ADD 1 TO WS-LOTH-IDX.

       HISTORISER-LOT.
           IF TAB-LOT-VERDICT(WS-LOT-IDX) = "A"
               AND TAB-LOT-NUMERO(WS-LOT-IDX) > 0
               MOVE TAB-LOT-NUMERO(WS-LOT-IDX) TO LOTH-TMP-NUMERO
               MOVE TAB-LOT-DATE(WS-LOT-IDX) TO LOTH-TMP-DATE-LOT
               MOVE WS-DATE-EDITION TO LOTH-TMP-DATE-POSTE
               MOVE TAB-LOT-ORIGINE(WS-LOT-IDX) TO LOTH-TMP-ORIGINE
               WRITE HISTO-LOT-TMP-REC
           END-IF.
           ADD 1 TO WS-LOT-IDX.
