      * A copier avec CALEND-PARA.CPY dans les programmes de saisie
      * interactive dont la seance est datee du jour.
      * Trimestre d'une seance de saisie de notes datee du jour
      * WS-CAL-CRIT-DATE (la date d'extraction de la generation
      * produite). Calendrier connu : le trimestre de rattachement
      * de la date est propose, ou le precedent sur demande - meme
      * tolerance que VERIFIER-TRIMESTRE-DATE, la cloture de la
      * periode arretant ensuite la saisie ; une date hors annee
      * scolaire donne 0 et la saisie est a refuser. Calendrier
      * inconnu : le trimestre est saisi, comme avant.
       DETERMINER-TRIMESTRE-SEANCE.
           MOVE 0 TO WS-CAL-TRIM-SEANCE
           IF CALENDRIER-CONNU
               PERFORM QUALIFIER-DATE
               MOVE WS-CAL-TRIM-RATTACHE TO WS-CAL-TRIM-SEANCE
               IF WS-CAL-TRIM-SEANCE = 0
                   DISPLAY "DATE DU JOUR " WS-CAL-CRIT-DATE " : "
                       WS-CAL-MOTIF-LIBELLE
               ELSE
                   IF WS-CAL-TRIM-SEANCE = 1
                       DISPLAY "TRIMESTRE 1 (CALENDRIER "
                           WS-CAL-ANNEE-CHARGEE ")"
                   ELSE
                       COMPUTE WS-CAL-TRIM-PRECEDENT =
                               WS-CAL-TRIM-SEANCE - 1
                       DISPLAY "TRIMESTRE " WS-CAL-TRIM-SEANCE
                           " (CALENDRIER " WS-CAL-ANNEE-CHARGEE
                           ") - ENTREE POUR CONFIRMER, "
                           WS-CAL-TRIM-PRECEDENT
                           " POUR LE TRIMESTRE PRECEDENT :"
                       MOVE SPACE TO WS-CAL-REPONSE
                       ACCEPT WS-CAL-REPONSE
                       IF WS-CAL-REPONSE = WS-CAL-TRIM-PRECEDENT
                           MOVE WS-CAL-TRIM-PRECEDENT
                               TO WS-CAL-TRIM-SEANCE
                       END-IF
                       DISPLAY "TRIMESTRE RETENU : " WS-CAL-TRIM-SEANCE
                   END-IF
               END-IF
           ELSE
               DISPLAY "CALENDRIER " WS-CAL-CRIT-ANNEE " ABSENT OU"
                   " INCOMPLET - TRIMESTRE A SAISIR"
               DISPLAY "TRIMESTRE (1-3) :"
               ACCEPT WS-CAL-TRIM-SEANCE
               PERFORM UNTIL WS-CAL-TRIM-SEANCE >= 1
                       AND WS-CAL-TRIM-SEANCE <= 3
                   DISPLAY "TRIMESTRE INVALIDE - SAISIR 1, 2 OU 3"
                   ACCEPT WS-CAL-TRIM-SEANCE
               END-PERFORM
           END-IF.
