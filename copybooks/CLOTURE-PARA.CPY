      * Etat de la periode (WS-CLO-CRIT-CLASSE, annee, trimestre) :
      * le journal est parcouru en entier et le dernier mouvement de
      * la periode l'emporte. Fichier absent ou periode jamais close :
      * periode ouverte, sans message - la saisie ne doit pas
      * dependre d'un fichier que le secretariat n'a pas encore
      * commence a tenir.
       VERIFIER-CLOTURE.
           MOVE "N" TO WS-CLO-PERIODE-FLAG
           MOVE 0 TO WS-CLO-DER-DATE
           MOVE SPACES TO WS-CLO-DER-OPERATEUR
           MOVE SPACES TO WS-CLO-DER-MOTIF
           MOVE "N" TO WS-FIN-CLOTURES
           OPEN INPUT CLOTURES-FILE
           IF WS-CLO-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL FIN-CLOTURES
                   READ CLOTURES-FILE
                       AT END
                           SET FIN-CLOTURES TO TRUE
                       NOT AT END
                           IF WS-CLO-CLASSE = WS-CLO-CRIT-CLASSE
                               AND WS-CLO-ANNEE = WS-CLO-CRIT-ANNEE
                               AND WS-CLO-TRIMESTRE
                                   = WS-CLO-CRIT-TRIMESTRE
                               IF CLO-ETAT-CLOSE
                                   MOVE "O" TO WS-CLO-PERIODE-FLAG
                               ELSE
                                   MOVE "N" TO WS-CLO-PERIODE-FLAG
                               END-IF
                               MOVE WS-CLO-DATE
                                   TO WS-CLO-DER-DATE
                               MOVE WS-CLO-OPERATEUR
                                   TO WS-CLO-DER-OPERATEUR
                               MOVE WS-CLO-MOTIF
                                   TO WS-CLO-DER-MOTIF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOTURES-FILE
           END-IF.
