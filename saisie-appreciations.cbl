       COPY "APPREC-SELECT.CPY".
       COPY "AUDIT-SELECT.CPY".
       COPY "OPERAT-SELECT.CPY".
       COPY "CLOTURE-SELECT.CPY".
      * Effectif de reference : la saisie part du matricule et
      * reprend le nom inscrit, comme dans la saisie de notes.
           SELECT ELEVES-FILE ASSIGN TO "ELEVES.DAT"
       COPY "APPREC-FD.CPY".
       COPY "AUDIT-FD.CPY".
       COPY "OPERAT-FD.CPY".
       COPY "CLOTURE-FD.CPY".

       FD  ELEVES-FILE.
       01  WS-ELEVE-REC.
       77 WS-REPONSE         PIC X VALUE "N".
           88 REPONSE-OUI VALUE "O" "o".

      * Periodes closes par le secretariat apres le conseil de
      * classe : plus aucune saisie n'y est acceptee.
       COPY "CLOTURE-WS.CPY".

      * Identifiant operateur et horodatage pour le journal d'audit.
       COPY "AUDIT-WS.CPY".

                       NOT INVALID KEY
                           DISPLAY "ELEVE : " WS-ELEVE-REC-NOM
                               " (" WS-ELEVE-REC-CLASSE ")"
                           PERFORM CONTROLER-PERIODE
                           IF PERIODE-CLOSE
                               DISPLAY "PERIODE CLOSE POUR LA CLASSE"
                                   " " WS-ELEVE-REC-CLASSE
                                   " - APPRECIATION REFUSEE"
                           ELSE
                               PERFORM SAISIR-DETAIL-APPRECIATION
                           END-IF
                   END-READ
               ELSE
                   PERFORM SAISIR-DETAIL-APPRECIATION
               END-IF
           END-IF.

      * Periode visee par la saisie : la classe inscrite de l'eleve,
      * l'annee et le trimestre de la seance. Une periode close par
      * le secretariat (MAINT-CLOTURES) refuse toute saisie.
       CONTROLER-PERIODE.
           MOVE WS-ELEVE-REC-CLASSE TO WS-CLO-CRIT-CLASSE
           MOVE WS-ANNEE-COURANTE   TO WS-CLO-CRIT-ANNEE
           MOVE WS-TRIMESTRE        TO WS-CLO-CRIT-TRIMESTRE
           PERFORM VERIFIER-CLOTURE.

      * Code matiere a blanc = appreciation generale du conseil de
      * classe (droit "ALL" exige), sinon le code doit figurer dans
      * la grille et l'operateur doit avoir le droit de la matiere.
           PERFORM ENREGISTRER-AUDIT.

       COPY "AUDIT-PARA.CPY".
       COPY "CLOTURE-PARA.CPY".
       COPY "AUTORIS-PARA.CPY".
