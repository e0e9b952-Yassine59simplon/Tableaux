      * Liste des destinataires du courrier de l'eleve
      * WS-RESP-CRIT-MATRICULE : chaque responsable renseigne qui
      * recoit le courrier donne un exemplaire. Fichier absent, eleve
      * sans fiche ou aucun responsable destinataire : un seul
      * exemplaire adresse "AUX RESPONSABLES LEGAUX", sans adresse,
      * comme les editions d'avant le fichier - l'envoi part quand
      * meme et l'enveloppe se fait a la main.
       CHERCHER-DESTINATAIRES.
           MOVE 0 TO WS-DEST-NB
           OPEN INPUT RESPONSABLES-FILE
           IF WS-RESP-STATUS = "00"
               MOVE WS-RESP-CRIT-MATRICULE TO WS-RESP-RELKEY
               READ RESPONSABLES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-I-POSTE FROM 1 BY 1
                               UNTIL WS-I-POSTE > 2
                           IF WS-RESP-NOM(WS-I-POSTE) NOT = SPACES
                               AND RESP-RECOIT-COURRIER(WS-I-POSTE)
                               ADD 1 TO WS-DEST-NB
                               MOVE WS-RESP-NOM(WS-I-POSTE)
                                   TO WS-DEST-NOM(WS-DEST-NB)
                               MOVE WS-RESP-ADRESSE(WS-I-POSTE)
                                   TO WS-DEST-ADRESSE(WS-DEST-NB)
                               MOVE WS-RESP-CP-VILLE(WS-I-POSTE)
                                   TO WS-DEST-CP-VILLE(WS-DEST-NB)
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE RESPONSABLES-FILE
           END-IF
           IF WS-DEST-NB = 0
               MOVE 1 TO WS-DEST-NB
               MOVE "AUX RESPONSABLES LEGAUX" TO WS-DEST-NOM(1)
               MOVE SPACES TO WS-DEST-ADRESSE(1)
               MOVE SPACES TO WS-DEST-CP-VILLE(1)
           END-IF.
