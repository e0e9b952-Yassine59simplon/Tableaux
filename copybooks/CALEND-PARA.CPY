      * Charge les periodes de l'annee WS-CAL-CRIT-ANNEE. L'annee
      * scolaire court du premier jour du trimestre 1 au dernier
      * jour du trimestre 3 ; elle n'est exploitable
      * (CALENDRIER-CONNU) que si ses trois trimestres sont definis.
      * Fichier absent ou annee jamais saisie : calendrier inconnu,
      * sans message - c'est au lecteur de dire ce qu'il fait sans.
       CHARGER-CALENDRIER.
           MOVE 0 TO WS-CAL-NB
           MOVE "N" TO WS-CAL-CONNU-FLAG
           MOVE "NNN" TO WS-CAL-TRIM-VUS
           MOVE 0 TO WS-CAL-DEBUT-ANNEE
           MOVE 0 TO WS-CAL-FIN-ANNEE
           MOVE WS-CAL-CRIT-ANNEE TO WS-CAL-ANNEE-CHARGEE
           MOVE "N" TO WS-FIN-CALENDRIER
           OPEN INPUT CALENDRIER-FILE
           IF WS-CAL-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL FIN-CALENDRIER
                   READ CALENDRIER-FILE
                       AT END
                           SET FIN-CALENDRIER TO TRUE
                       NOT AT END
                           IF WS-CAL-ANNEE = WS-CAL-CRIT-ANNEE
                               PERFORM RANGER-PERIODE-CALENDRIER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDRIER-FILE
           END-IF
           IF WS-CAL-TRIM-VUS = "OOO"
               SET CALENDRIER-CONNU TO TRUE
           END-IF.

      * Range la periode lue ; table pleine : la periode est
      * signalee et ignoree plutot que d'ecrire hors de l'OCCURS.
       RANGER-PERIODE-CALENDRIER.
           IF WS-CAL-NB = 60
               DISPLAY "CALENDRIER " WS-CAL-ANNEE " PLEIN - PERIODE "
                   WS-CAL-TYPE " DU " WS-CAL-DEBUT " IGNOREE"
           ELSE
               ADD 1 TO WS-CAL-NB
               MOVE WS-CAL-TYPE      TO WS-CAL-T-TYPE(WS-CAL-NB)
               MOVE WS-CAL-TRIMESTRE TO WS-CAL-T-TRIMESTRE(WS-CAL-NB)
               MOVE WS-CAL-DEBUT     TO WS-CAL-T-DEBUT(WS-CAL-NB)
               MOVE WS-CAL-FIN       TO WS-CAL-T-FIN(WS-CAL-NB)
               MOVE WS-CAL-LIBELLE   TO WS-CAL-T-LIBELLE(WS-CAL-NB)
               IF CAL-TYPE-TRIMESTRE
                       AND WS-CAL-TRIMESTRE >= 1
                       AND WS-CAL-TRIMESTRE <= 3
                   MOVE "O" TO WS-CAL-TRIM-VUS(WS-CAL-TRIMESTRE:1)
                   IF WS-CAL-TRIMESTRE = 1
                       MOVE WS-CAL-DEBUT TO WS-CAL-DEBUT-ANNEE
                   END-IF
                   IF WS-CAL-TRIMESTRE = 3
                       MOVE WS-CAL-FIN TO WS-CAL-FIN-ANNEE
                   END-IF
               END-IF
           END-IF.

      * Situe la date WS-CAL-CRIT-DATE dans l'annee chargee : le
      * trimestre qui la contient, le trimestre de rattachement (le
      * dernier commence, qui vaut aussi pour les vacances qui le
      * suivent) et, si ce n'est pas un jour de classe, pourquoi :
      * date inexistante, hors annee scolaire, vacances (ou entre
      * deux trimestres), jour non travaille, dimanche, samedi hors
      * des samedis travailles.
       QUALIFIER-DATE.
           MOVE 0 TO WS-CAL-TRIM-DATE
           MOVE 0 TO WS-CAL-TRIM-RATTACHE
           MOVE SPACE TO WS-CAL-JOUR-MOTIF
           MOVE SPACES TO WS-CAL-MOTIF-LIBELLE
           MOVE "N" TO WS-CAL-SAMEDI-FLAG
           MOVE WS-CAL-CRIT-DATE TO WS-DATE-CALC
           PERFORM CALCULER-JOUR-ABSOLU
           EVALUATE TRUE
               WHEN NOT DATE-CALC-VALIDE
                   MOVE "I" TO WS-CAL-JOUR-MOTIF
                   MOVE "DATE INEXISTANTE" TO WS-CAL-MOTIF-LIBELLE
               WHEN WS-CAL-CRIT-DATE < WS-CAL-DEBUT-ANNEE
               WHEN WS-CAL-CRIT-DATE > WS-CAL-FIN-ANNEE
                   MOVE "H" TO WS-CAL-JOUR-MOTIF
                   STRING "HORS ANNEE SCOLAIRE " WS-CAL-ANNEE-CHARGEE
                       DELIMITED BY SIZE INTO WS-CAL-MOTIF-LIBELLE
                   END-STRING
               WHEN OTHER
                   PERFORM VARYING WS-CAL-I FROM 1 BY 1
                           UNTIL WS-CAL-I > WS-CAL-NB
                       PERFORM SITUER-DATE-PERIODE
                   END-PERFORM
                   PERFORM QUALIFIER-JOUR-SEMAINE
           END-EVALUATE.

       SITUER-DATE-PERIODE.
           IF WS-CAL-T-TYPE(WS-CAL-I) = "T"
                   AND WS-CAL-T-DEBUT(WS-CAL-I) <= WS-CAL-CRIT-DATE
               IF WS-CAL-T-TRIMESTRE(WS-CAL-I) > WS-CAL-TRIM-RATTACHE
                   MOVE WS-CAL-T-TRIMESTRE(WS-CAL-I)
                       TO WS-CAL-TRIM-RATTACHE
               END-IF
               IF WS-CAL-T-FIN(WS-CAL-I) >= WS-CAL-CRIT-DATE
                   MOVE WS-CAL-T-TRIMESTRE(WS-CAL-I)
                       TO WS-CAL-TRIM-DATE
               END-IF
           END-IF
           IF WS-CAL-T-DEBUT(WS-CAL-I) <= WS-CAL-CRIT-DATE
                   AND WS-CAL-T-FIN(WS-CAL-I) >= WS-CAL-CRIT-DATE
               EVALUATE WS-CAL-T-TYPE(WS-CAL-I)
                   WHEN "V"
                       MOVE "V" TO WS-CAL-JOUR-MOTIF
                       MOVE SPACES TO WS-CAL-MOTIF-LIBELLE
                       STRING "VACANCES : " WS-CAL-T-LIBELLE(WS-CAL-I)
                           DELIMITED BY SIZE INTO WS-CAL-MOTIF-LIBELLE
                       END-STRING
                   WHEN "F"
                       IF JOUR-DE-CLASSE
                           MOVE "F" TO WS-CAL-JOUR-MOTIF
                           STRING "NON TRAVAILLE : "
                               WS-CAL-T-LIBELLE(WS-CAL-I)
                               DELIMITED BY SIZE
                               INTO WS-CAL-MOTIF-LIBELLE
                           END-STRING
                       END-IF
                   WHEN "S"
                       SET SAMEDI-TRAVAILLE TO TRUE
               END-EVALUATE
           END-IF.

      * Une date de l'annee qu'aucune periode n'ecarte reste a
      * confronter au trimestre et au jour de la semaine.
       QUALIFIER-JOUR-SEMAINE.
           IF JOUR-DE-CLASSE
               EVALUATE TRUE
                   WHEN WS-CAL-TRIM-DATE = 0
                       MOVE "V" TO WS-CAL-JOUR-MOTIF
                       MOVE "VACANCES ENTRE DEUX TRIMESTRES"
                           TO WS-CAL-MOTIF-LIBELLE
                   WHEN WS-JOUR-SEMAINE = 7
                       MOVE "D" TO WS-CAL-JOUR-MOTIF
                       MOVE "DIMANCHE" TO WS-CAL-MOTIF-LIBELLE
                   WHEN WS-JOUR-SEMAINE = 6 AND NOT SAMEDI-TRAVAILLE
                       MOVE "S" TO WS-CAL-JOUR-MOTIF
                       MOVE "SAMEDI NON TRAVAILLE"
                           TO WS-CAL-MOTIF-LIBELLE
               END-EVALUATE
           END-IF.

      * Le trimestre WS-CAL-CRIT-TRIMESTRE d'une generation de notes
      * est-il coherent avec sa date d'extraction WS-CAL-CRIT-DATE ?
      * La date doit tomber dans l'annee scolaire, et le trimestre
      * etre celui de la date ou celui qui le precede : les notes
      * d'un trimestre se saisissent jusqu'aux conseils de classe,
      * qui se tiennent dans les premieres semaines du suivant (la
      * cloture de la periode arrete ensuite toute saisie). Un
      * trimestre pas encore commence, ou deux fois en arriere, est
      * une erreur d'entete.
       VERIFIER-TRIMESTRE-DATE.
           MOVE "N" TO WS-CAL-COHERENT-FLAG
           PERFORM QUALIFIER-DATE
           IF WS-CAL-TRIM-RATTACHE > 0
               IF WS-CAL-CRIT-TRIMESTRE = WS-CAL-TRIM-RATTACHE
                       OR WS-CAL-CRIT-TRIMESTRE + 1
                           = WS-CAL-TRIM-RATTACHE
                   SET TRIMESTRE-COHERENT TO TRUE
               END-IF
           END-IF.
