      * Rang absolu du jour WS-DATE-CALC (AAAAMMJJ) dans
      * WS-JOUR-ABSOLU, par le decompte des jours depuis le
      * 1er mars de l'an 0 : l'annee commence en mars pour que le
      * 29 fevrier tombe en fin d'annee, puis cycles de 400 ans
      * (146097 jours), annees bissextiles tous les 4 ans sauf les
      * siecles non multiples de 400. Controle au passage que la
      * date existe (mois 1-12, jour dans le mois, bissextile
      * comprise) : DATE-CALC-VALIDE sinon rang a zero. Le jour de
      * la semaine suit du rang (le rang 0 est un mercredi).
       CALCULER-JOUR-ABSOLU.
           MOVE "N" TO WS-DATE-VALIDE-FLAG
           MOVE 0 TO WS-JOUR-ABSOLU
           MOVE 0 TO WS-JOUR-SEMAINE
           IF WS-DATE-CALC IS NUMERIC
                   AND WS-DATE-CALC-AAAA > 0
                   AND WS-DATE-CALC-MM >= 1 AND WS-DATE-CALC-MM <= 12
                   AND WS-DATE-CALC-JJ >= 1
               EVALUATE WS-DATE-CALC-MM
                   WHEN 2
                       MOVE 28 TO WS-DATE-FIN-MOIS
                       DIVIDE WS-DATE-CALC-AAAA BY 4
                           GIVING WS-DATE-QUOTIENT
                           REMAINDER WS-DATE-RESTE
                       IF WS-DATE-RESTE = 0
                           MOVE 29 TO WS-DATE-FIN-MOIS
                           DIVIDE WS-DATE-CALC-AAAA BY 100
                               GIVING WS-DATE-QUOTIENT
                               REMAINDER WS-DATE-RESTE
                           IF WS-DATE-RESTE = 0
                               DIVIDE WS-DATE-CALC-AAAA BY 400
                                   GIVING WS-DATE-QUOTIENT
                                   REMAINDER WS-DATE-RESTE
                               IF WS-DATE-RESTE NOT = 0
                                   MOVE 28 TO WS-DATE-FIN-MOIS
                               END-IF
                           END-IF
                       END-IF
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-DATE-FIN-MOIS
                   WHEN OTHER
                       MOVE 31 TO WS-DATE-FIN-MOIS
               END-EVALUATE
               IF WS-DATE-CALC-JJ <= WS-DATE-FIN-MOIS
                   SET DATE-CALC-VALIDE TO TRUE
               END-IF
           END-IF
           IF DATE-CALC-VALIDE
               IF WS-DATE-CALC-MM > 2
                   MOVE WS-DATE-CALC-AAAA TO WS-DATE-AN-CALC
                   COMPUTE WS-DATE-MOIS-DECAL = WS-DATE-CALC-MM - 3
               ELSE
                   COMPUTE WS-DATE-AN-CALC = WS-DATE-CALC-AAAA - 1
                   COMPUTE WS-DATE-MOIS-DECAL = WS-DATE-CALC-MM + 9
               END-IF
               DIVIDE WS-DATE-AN-CALC BY 400
                   GIVING WS-DATE-ERE REMAINDER WS-DATE-AN-ERE
               COMPUTE WS-DATE-QUOTIENT =
                       153 * WS-DATE-MOIS-DECAL + 2
               DIVIDE WS-DATE-QUOTIENT BY 5 GIVING WS-DATE-JOUR-AN
               ADD WS-DATE-CALC-JJ TO WS-DATE-JOUR-AN
               SUBTRACT 1 FROM WS-DATE-JOUR-AN
               MOVE 0 TO WS-DATE-JOUR-ERE
               DIVIDE WS-DATE-AN-ERE BY 4 GIVING WS-DATE-QUOTIENT
               ADD WS-DATE-QUOTIENT TO WS-DATE-JOUR-ERE
               DIVIDE WS-DATE-AN-ERE BY 100 GIVING WS-DATE-QUOTIENT
               SUBTRACT WS-DATE-QUOTIENT FROM WS-DATE-JOUR-ERE
               COMPUTE WS-DATE-JOUR-ERE = WS-DATE-JOUR-ERE
                       + WS-DATE-AN-ERE * 365 + WS-DATE-JOUR-AN
               COMPUTE WS-JOUR-ABSOLU = WS-DATE-ERE * 146097
                       + WS-DATE-JOUR-ERE
               DIVIDE WS-JOUR-ABSOLU BY 7
                   GIVING WS-DATE-QUOTIENT REMAINDER WS-DATE-RESTE
      * Rang 0 = mercredi 1er mars de l'an 0 : reste 0 -> 3.
               COMPUTE WS-JOUR-SEMAINE = WS-DATE-RESTE + 3
               IF WS-JOUR-SEMAINE > 7
                   SUBTRACT 7 FROM WS-JOUR-SEMAINE
               END-IF
           END-IF.
