       01  WS-CTL-ECRITS PIC 9(9) VALUE 0.
       01  WS-CTL-REJETES PIC 9(9) VALUE 0.
       01  WS-CTL-RETOUR PIC 9(4) VALUE 0.
       01  WS-REM-ACTION PIC X.
       01  WS-REM-ENTREE PIC X(20) VALUE "SELECTED-CYCLE.DAT".
       01  WS-REM-SORTIE PIC X(20) VALUE "CANDIDATS.DAT".
       01  WS-REM-NB-RECU PIC 9(9) VALUE 0.
       01  WS-REM-HASH-RECU PIC 9(9) VALUE 0.
       01  WS-REM-NB PIC 9(9) VALUE 0.
       01  WS-REM-HASH PIC 9(9) VALUE 0.
       01  WS-REM-ENREG PIC X(80).
       01  WS-REM-RESULTAT PIC X.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM VERIFIER-REMISE.
           PERFORM LIRE-SELECTIONS.
           PERFORM ENREGISTRER-REMISE.
           PERFORM ECRIRE-CONTROLE.
           DISPLAY "Selections lues : " WS-NB-LUS.
           DISPLAY "Candidats ecrits (dedoublonnes) : " WS-NB-ECRITS.
               WS-CTL-ECRITS WS-CTL-REJETES WS-CTL-RETOUR.
           STOP RUN.

       VERIFIER-REMISE.
           OPEN INPUT SELECTED-CYCLE-FILE.
           IF WS-SEL-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier selection : "
                   WS-SEL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LECTURE-SELECTION.
           PERFORM CUMULER-REMISE-RECUE UNTIL WS-SEL-EOF = "Y".
           CLOSE SELECTED-CYCLE-FILE.
           MOVE "N" TO WS-SEL-EOF.
           MOVE "V" TO WS-REM-ACTION.
           CALL "Remise" USING WS-REM-ACTION WS-REM-ENTREE
               WS-CTL-PROGRAMME WS-REM-NB-RECU WS-REM-HASH-RECU
               WS-REM-ENREG WS-REM-RESULTAT.
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
               DISPLAY "SELECTED-CYCLE.DAT refuse, code retour "
                   WS-CTL-RETOUR
               MOVE WS-CTL-RETOUR TO RETURN-CODE
               STOP RUN
           END-IF.

       CUMULER-REMISE-RECUE.
           MOVE SEL-REC TO WS-REM-ENREG.
           MOVE "A" TO WS-REM-ACTION.
           CALL "Remise" USING WS-REM-ACTION WS-REM-ENTREE
               WS-CTL-PROGRAMME WS-REM-NB-RECU WS-REM-HASH-RECU
               WS-REM-ENREG WS-REM-RESULTAT.
           PERFORM LECTURE-SELECTION.

       LIRE-SELECTIONS.
           OPEN INPUT SELECTED-CYCLE-FILE.
           IF WS-SEL-STATUS NOT = "00"
                   WHEN SEL-I > WS-DERNIER-ECRIT
                       MOVE SEL-I TO CANDIDAT-REC
                       WRITE CANDIDAT-REC
                       PERFORM CUMULER-REMISE
                       ADD 1 TO WS-NB-ECRITS
                       MOVE SEL-I TO WS-DERNIER-ECRIT
                       MOVE "N" TO WS-PREMIER-ECRIT
                       ADD 1 TO WS-NB-DESORDRE
                       MOVE SEL-I TO CANDIDAT-REC
                       WRITE CANDIDAT-REC
                       PERFORM CUMULER-REMISE
                       ADD 1 TO WS-NB-ECRITS
                   WHEN OTHER
                       CONTINUE
           END-IF.
           PERFORM LECTURE-SELECTION.

       CUMULER-REMISE.
           MOVE CANDIDAT-REC TO WS-REM-ENREG.
           MOVE "A" TO WS-REM-ACTION.
           CALL "Remise" USING WS-REM-ACTION WS-REM-SORTIE
               WS-CTL-PROGRAMME WS-REM-NB WS-REM-HASH WS-REM-ENREG
               WS-REM-RESULTAT.

       ENREGISTRER-REMISE.
           MOVE "E" TO WS-REM-ACTION.
           CALL "Remise" USING WS-REM-ACTION WS-REM-SORTIE
               WS-CTL-PROGRAMME WS-REM-NB WS-REM-HASH WS-REM-ENREG
               WS-REM-RESULTAT.
           IF WS-REM-RESULTAT NOT = "O"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ECRIRE-CONTROLE.
           OPEN OUTPUT CONTROLE-FILE.
           IF WS-CTL-STATUS NOT = "00"
