                               WHEN "ECART-ANOMAL"
                                   MOVE WS-PARAM-REC-VALEUR
                                       TO WS-ECART-ANOMALIE
                               WHEN "DUREE-MDP"
                                   MOVE WS-PARAM-REC-VALEUR
                                       TO WS-DUREE-MDP
                               WHEN "SEUIL-ABSMOI"
                                   MOVE WS-PARAM-REC-VALEUR
                                       TO WS-SEUIL-ABS-MOIS
                               WHEN "SEUIL-ABSTRI"
                                   MOVE WS-PARAM-REC-VALEUR
                                       TO WS-SEUIL-ABS-TRIM
                               WHEN "DUREE-CONSER"
                                   MOVE WS-PARAM-REC-VALEUR
                                       TO WS-DUREE-CONSERVATION
                               WHEN "AGE-ATTENTE"
                                   MOVE WS-PARAM-REC-VALEUR
                                       TO WS-AGE-ATTENTE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
