               10  TAB-OPER-ACTIF PIC X.
               10  TAB-OPER-LIMITE-TX PIC 9(7)V99.
               10  TAB-OPER-LIMITE-JOUR PIC 9(9)V99.
       01  WS-NB-APPLIQUES-AVANT PIC 9(7).
       01  WS-AUD-PROGRAMME PIC X(12) VALUE "OperMaint".
       01  WS-AUD-DOMAINE PIC X VALUE "O".
       01  WS-AUD-CLE PIC X(9).
       01  WS-AUD-DEMANDEUR PIC X(10) VALUE SPACES.
       01  WS-AUD-AVANT PIC X(50).
       01  WS-AUD-APRES PIC X(50).
       01  WS-LIGNE-AUDIT.
           05  WS-LA-ACTION PIC X.
           05  FILLER PIC X VALUE SPACE.
           ADD 1 TO WS-NB-MVT-LUS.
           PERFORM AUDIT-MOUVEMENT.
           PERFORM CHERCHER-OPERATEUR.
           MOVE SPACES TO WS-AUD-AVANT.
           IF WS-OPER-TROUVE = "O"
               MOVE OPER-ENTRY(WS-OPER-IDX) TO WS-AUD-AVANT
           END-IF.
           MOVE WS-NB-APPLIQUES TO WS-NB-APPLIQUES-AVANT.
           EVALUATE MVT-ACTION
               WHEN "A"
                   PERFORM TRAITER-AJOUT
                   MOVE "REFUSE : action inconnue" TO WS-LA-RESULTAT
                   PERFORM REFUSER-MVT
           END-EVALUATE.
           PERFORM JOURNALISER-MAJ.
           PERFORM LECTURE-MVT.

       JOURNALISER-MAJ.
           MOVE SPACES TO WS-AUD-APRES.
           IF WS-NB-APPLIQUES > WS-NB-APPLIQUES-AVANT
               IF WS-OPER-TROUVE = "O"
                   MOVE OPER-ENTRY(WS-OPER-IDX) TO WS-AUD-APRES
               ELSE
                   MOVE OPER-ENTRY(WS-NB-OPERATEURS) TO WS-AUD-APRES
               END-IF
           END-IF.
           MOVE MVT-OPER-ID TO WS-AUD-CLE.
           CALL "AuditMaj" USING WS-AUD-PROGRAMME WS-AUD-DOMAINE
               WS-AUD-CLE MVT-ACTION WS-AUD-DEMANDEUR WS-AUD-AVANT
               WS-AUD-APRES WS-LA-RESULTAT.

       TRAITER-AJOUT.
           IF MVT-OPER-ID = SPACES
               MOVE "REFUSE : identifiant absent" TO WS-LA-RESULTAT
