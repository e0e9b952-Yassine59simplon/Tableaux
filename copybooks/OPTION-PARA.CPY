      * Charge les inscriptions aux options de l'annee
      * WS-OPT-CRIT-ANNEE : le journal est parcouru en entier et le
      * dernier mouvement de chaque (matricule, matiere) l'emporte.
      * Fichier absent : aucun eleve inscrit, sans message - une
      * matiere a option n'est alors suivie par personne tant que le
      * secretariat n'a pas saisi les inscriptions.
       CHARGER-INSCRIPTIONS.
           MOVE 0 TO WS-OPT-NB
           MOVE WS-OPT-CRIT-ANNEE TO WS-OPT-ANNEE-CHARGEE
           MOVE "N" TO WS-FIN-OPTIONS
           OPEN INPUT OPTIONS-FILE
           IF WS-OPT-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL FIN-OPTIONS
                   READ OPTIONS-FILE
                       AT END
                           SET FIN-OPTIONS TO TRUE
                       NOT AT END
                           IF WS-OPT-ANNEE = WS-OPT-CRIT-ANNEE
                               PERFORM RANGER-INSCRIPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPTIONS-FILE
           END-IF.

      * Range le mouvement lu : mise a jour du couple deja connu,
      * sinon nouveau poste. Table pleine : le mouvement est signale
      * et ignore plutot que d'ecrire hors de l'OCCURS.
       RANGER-INSCRIPTION.
           MOVE 0 TO WS-OPT-TROUVE
           PERFORM VARYING WS-OPT-I FROM 1 BY 1
                   UNTIL WS-OPT-I > WS-OPT-NB
               IF WS-OPT-T-MATRICULE(WS-OPT-I) = WS-OPT-MATRICULE
                       AND WS-OPT-T-MAT-CODE(WS-OPT-I)
                           = WS-OPT-MAT-CODE
                   MOVE WS-OPT-I TO WS-OPT-TROUVE
               END-IF
           END-PERFORM
           IF WS-OPT-TROUVE = 0
               IF WS-OPT-NB = 3000
                   DISPLAY "TABLE DES OPTIONS PLEINE - INSCRIPTION "
                       WS-OPT-MATRICULE " " WS-OPT-MAT-CODE
                       " IGNOREE"
               ELSE
                   ADD 1 TO WS-OPT-NB
                   MOVE WS-OPT-NB TO WS-OPT-TROUVE
                   MOVE WS-OPT-MATRICULE
                       TO WS-OPT-T-MATRICULE(WS-OPT-TROUVE)
                   MOVE WS-OPT-MAT-CODE
                       TO WS-OPT-T-MAT-CODE(WS-OPT-TROUVE)
               END-IF
           END-IF
           IF WS-OPT-TROUVE > 0
               MOVE WS-OPT-ETAT TO WS-OPT-T-ETAT(WS-OPT-TROUVE)
           END-IF.

      * L'eleve WS-OPT-CRIT-MATRICULE suit-il la matiere a option
      * WS-OPT-CRIT-MAT-CODE ? Reponse dans OPT-INSCRIT, d'apres la
      * table chargee par CHARGER-INSCRIPTIONS.
       VERIFIER-INSCRIPTION.
           MOVE "N" TO WS-OPT-INSCRIT-FLAG
           PERFORM VARYING WS-OPT-I FROM 1 BY 1
                   UNTIL WS-OPT-I > WS-OPT-NB
               IF WS-OPT-T-MATRICULE(WS-OPT-I) = WS-OPT-CRIT-MATRICULE
                       AND WS-OPT-T-MAT-CODE(WS-OPT-I)
                           = WS-OPT-CRIT-MAT-CODE
                       AND WS-OPT-T-ETAT(WS-OPT-I) = "I"
                   MOVE "O" TO WS-OPT-INSCRIT-FLAG
               END-IF
           END-PERFORM.
