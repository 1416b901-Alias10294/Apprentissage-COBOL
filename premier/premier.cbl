       01  WS-CTL-REJETES PIC 9(9) VALUE 0.
       01  WS-CTL-RETOUR PIC 9(4) VALUE 0.
       01  WS-POSITION-TROUVEE PIC X.
       01  WS-REM-ACTION PIC X.
       01  WS-REM-FICHIER PIC X(20) VALUE "CANDIDATS.DAT".
       01  WS-REM-NB PIC 9(9) VALUE 0.
       01  WS-REM-HASH PIC 9(9) VALUE 0.
       01  WS-REM-ENREG PIC X(80).
       01  WS-REM-RESULTAT PIC X.
       01  TABLE-CACHE.
           05  CACHE-ENTRY OCCURS 0 TO 50000 TIMES
               DEPENDING ON WS-NB-CACHE

       MODE-BATCH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURDHUI.
           PERFORM VERIFIER-REMISE.
           PERFORM OUVRIR-FICHIERS-BATCH.
           PERFORM CHARGER-CACHE.
           PERFORM OUVRIR-CACHE-AJOUT.
               MOVE "O" TO WS-POSITION-TROUVEE
           END-IF.

       VERIFIER-REMISE.
           OPEN INPUT CANDIDATS-FILE.
           IF WS-CAND-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier candidats : "
                   WS-CAND-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LECTURE-CANDIDAT.
           PERFORM CUMULER-REMISE UNTIL WS-CAND-EOF = "Y".
           CLOSE CANDIDATS-FILE.
           MOVE "N" TO WS-CAND-EOF.
           MOVE "V" TO WS-REM-ACTION.
           CALL "Remise" USING WS-REM-ACTION WS-REM-FICHIER
               WS-CTL-PROGRAMME WS-REM-NB WS-REM-HASH WS-REM-ENREG
               WS-REM-RESULTAT.
           EVALUATE WS-REM-RESULTAT
               WHEN "O"
                   MOVE 0 TO WS-CTL-RETOUR
               WHEN "T"
                   MOVE 21 TO WS-CTL-RETOUR
               WHEN "P"
                   MOVE 22 TO WS-CTL-RETOUR
               WHEN "A"
                   MOVE 23 TO WS-CTL-RETOUR
               WHEN OTHER
                   MOVE 24 TO WS-CTL-RETOUR
           END-EVALUATE.
           IF WS-CTL-RETOUR NOT = 0
               DISPLAY "CANDIDATS.DAT refuse, code retour "
                   WS-CTL-RETOUR
               MOVE WS-CTL-RETOUR TO RETURN-CODE
               STOP RUN
           END-IF.

       CUMULER-REMISE.
           MOVE CANDIDAT-REC TO WS-REM-ENREG.
           MOVE "A" TO WS-REM-ACTION.
           CALL "Remise" USING WS-REM-ACTION WS-REM-FICHIER
               WS-CTL-PROGRAMME WS-REM-NB WS-REM-HASH WS-REM-ENREG
               WS-REM-RESULTAT.
           PERFORM LECTURE-CANDIDAT.

       OUVRIR-FICHIERS-BATCH.
           OPEN INPUT CANDIDATS-FILE.
           IF WS-CAND-STATUS NOT = "00"
