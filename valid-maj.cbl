      * applique le REWRITE sur ELEVES.DAT, ecrit la trace d'audit et
      * regenere l'export CSV ; un rejet laisse la note en l'etat.
      * Le demandeur ne peut pas valider sa propre correction.
      * Une correction visant une periode close par le secretariat
      * (MAINT-CLOTURES) est rejetee au lieu d'etre appliquee, et ce
      * rejet est trace dans AUDIT.LOG (valeur CLO, periode close
      * dans la zone matiere).
      * Le trimestre de la periode corrigee est celui de la date de
      * la demande selon le calendrier scolaire de l'annee de l'eleve
      * (fichier CALEND) ; a defaut de calendrier complet, il est
      * demande une fois par seance comme avant.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALID-MAJ.
       AUTHOR. Yassine.
       COPY "ATTENTE-SELECT.CPY".
       COPY "AUDIT-SELECT.CPY".
       COPY "OPERAT-SELECT.CPY".
       COPY "CLOTURE-SELECT.CPY".
       COPY "CALEND-SELECT.CPY".

       DATA DIVISION.
       FILE SECTION.
       COPY "ATTENTE-FD.CPY".
       COPY "AUDIT-FD.CPY".
       COPY "OPERAT-FD.CPY".
       COPY "CLOTURE-FD.CPY".
       COPY "CALEND-FD.CPY".

       WORKING-STORAGE SECTION.

           88 ATTENTE-DEBORDEE VALUE "O".
       77 WS-CSV-MATRICULE-T PIC Z(3)9.
       77 WS-NOTE-AFF        PIC X(3).
      * Trimestre de la demande examinee : la note unique de
      * l'effectif est celle du trimestre en cours a la date de la
      * demande, et une correction ne s'applique pas a une periode
      * deja close. Sans calendrier, le trimestre en cours est
      * demande une fois par seance, a la premiere demande qui en a
      * besoin.
       77 WS-TRIMESTRE       PIC 9 VALUE 0.
       77 WS-TRIM-DEMANDE    PIC 9 VALUE 0.

      * File d'attente chargee en table : le fichier sequentiel est
      * recrit en entier a la sortie, decisions comprises, comme le
          05 WS-DEM-ENTREE OCCURS 100 TIMES.
             10 WS-DEM-REC PIC X(74).

      * Periodes closes par le secretariat apres le conseil de
      * classe.
       COPY "CLOTURE-WS.CPY".

      * Calendrier scolaire de l'annee de l'eleve, recharge quand
      * l'annee change d'une demande a l'autre.
       COPY "CALEND-WS.CPY".
       COPY "DATE-WS.CPY".

      * Identifiant operateur et horodatage pour le journal d'audit.
       COPY "AUDIT-WS.CPY".

           MOVE 0 TO WS-NB-DEMANDES.
           MOVE 0 TO WS-NB-APPROUVEES.
           MOVE 0 TO WS-NB-REJETEES.
           MOVE 0 TO WS-TRIMESTRE.
           MOVE SPACES TO WS-CAL-ANNEE-CHARGEE.
           MOVE "N" TO WS-CAL-CONNU-FLAG.

           PERFORM CHARGER-ATTENTE.
           IF ATTENTE-DEBORDEE
                   MOVE WS-AUDIT-AAAAMMJJ TO WS-ATT-DATE-DECISION
                   ADD 1 TO WS-NB-REJETEES
               NOT INVALID KEY
                   PERFORM CONTROLER-PERIODE
           END-READ
           IF WS-ATT-STATUT = "E"
               PERFORM APPLIQUER-SUR-EFFECTIF
           END-IF.

      * La classe et l'annee de l'eleve, avec le trimestre de la
      * demande, designent la periode corrigee : une periode close
      * par le secretariat rejette la demande (a ressaisir apres
      * reouverture le cas echeant).
       CONTROLER-PERIODE.
           PERFORM DETERMINER-TRIMESTRE-DEMANDE
           MOVE WS-ELEVE-REC-CLASSE TO WS-CLO-CRIT-CLASSE
           MOVE WS-ELEVE-REC-ANNEE  TO WS-CLO-CRIT-ANNEE
           MOVE WS-TRIM-DEMANDE     TO WS-CLO-CRIT-TRIMESTRE
           PERFORM VERIFIER-CLOTURE
           IF PERIODE-CLOSE
               DISPLAY "PERIODE CLOSE (" WS-ELEVE-REC-CLASSE " "
                   WS-ELEVE-REC-ANNEE " TRIMESTRE " WS-TRIM-DEMANDE
                   ") - DEMANDE REJETEE"
               MOVE "R" TO WS-ATT-STATUT
               MOVE WS-OPERATEUR TO WS-ATT-VALIDEUR
               ACCEPT WS-AUDIT-AAAAMMJJ FROM DATE YYYYMMDD
               MOVE WS-AUDIT-AAAAMMJJ TO WS-ATT-DATE-DECISION
               ADD 1 TO WS-NB-REJETEES
      * Rejet automatique trace a part d'un rejet de l'operateur :
      * valeur CLO, periode close nommee dans la zone matiere.
               MOVE WS-ELEVE-REC-MATRICULE TO WS-AUDIT-ELEVE-IDX
               MOVE WS-ELEVE-REC-NOM       TO WS-AUDIT-ELEVE-NOM
               MOVE SPACES TO WS-AUDIT-MATIERE
               STRING "CLOTURE " WS-ELEVE-REC-CLASSE " T"
                   WS-TRIM-DEMANDE
                   DELIMITED BY SIZE INTO WS-AUDIT-MATIERE
               END-STRING
               MOVE "CLO" TO WS-AUDIT-VALEUR
               PERFORM ENREGISTRER-AUDIT
           END-IF.

      * Trimestre de rattachement de la date de la demande dans le
      * calendrier de l'annee de l'eleve ; calendrier inconnu ou
      * date hors annee scolaire : trimestre en cours saisi une fois
      * par seance.
       DETERMINER-TRIMESTRE-DEMANDE.
           IF WS-ELEVE-REC-ANNEE NOT = WS-CAL-ANNEE-CHARGEE
               MOVE WS-ELEVE-REC-ANNEE TO WS-CAL-CRIT-ANNEE
               PERFORM CHARGER-CALENDRIER
           END-IF
           MOVE 0 TO WS-TRIM-DEMANDE
           IF CALENDRIER-CONNU AND WS-ATT-DATE IS NUMERIC
               MOVE WS-ATT-DATE TO WS-CAL-CRIT-DATE
               PERFORM QUALIFIER-DATE
               MOVE WS-CAL-TRIM-RATTACHE TO WS-TRIM-DEMANDE
           END-IF
           IF WS-TRIM-DEMANDE = 0
               IF WS-TRIMESTRE = 0
                   DISPLAY "TRIMESTRE NON DEDUIT DU CALENDRIER "
                       WS-ELEVE-REC-ANNEE " (DEMANDE DU "
                       WS-ATT-DATE ")"
                   DISPLAY "TRIMESTRE EN COURS (1-3) :"
                   ACCEPT WS-TRIMESTRE
                   PERFORM UNTIL WS-TRIMESTRE >= 1
                           AND WS-TRIMESTRE <= 3
                       DISPLAY "TRIMESTRE INVALIDE - SAISIR 1, 2 OU 3"
                       ACCEPT WS-TRIMESTRE
                   END-PERFORM
               END-IF
               MOVE WS-TRIMESTRE TO WS-TRIM-DEMANDE
           ELSE
               DISPLAY "TRIMESTRE " WS-TRIM-DEMANDE " (CALENDRIER "
                   WS-ELEVE-REC-ANNEE ")"
           END-IF.

       APPLIQUER-SUR-EFFECTIF.
           MOVE WS-ATT-NOUV-VAL    TO WS-ELEVE-REC-NOTE
           MOVE WS-ATT-NOUV-STATUT TO WS-ELEVE-REC-STATUT
           REWRITE WS-ELEVE-REC
           MOVE "A" TO WS-ATT-STATUT
           MOVE WS-OPERATEUR TO WS-ATT-VALIDEUR
           ACCEPT WS-AUDIT-AAAAMMJJ FROM DATE YYYYMMDD
           MOVE WS-AUDIT-AAAAMMJJ TO WS-ATT-DATE-DECISION
           MOVE WS-ELEVE-REC-MATRICULE TO WS-AUDIT-ELEVE-IDX
           MOVE WS-ELEVE-REC-NOM       TO WS-AUDIT-ELEVE-NOM
           MOVE "NOTE UNIQUE"          TO WS-AUDIT-MATIERE
           MOVE WS-ATT-NOUV-NOTE       TO WS-AUDIT-VALEUR
           PERFORM ENREGISTRER-AUDIT
           ADD 1 TO WS-NB-APPROUVEES
           DISPLAY "DEMANDE APPROUVEE ET APPLIQUEE".

      * Regenere TABLEAUX.CSV complet depuis ELEVES.DAT, comme
      * EXPORTER-CSV-ELEVE du programme tableaux : les corrections
           END-EVALUATE.

       COPY "AUDIT-PARA.CPY".
       COPY "CLOTURE-PARA.CPY".
       COPY "CALEND-PARA.CPY".
       COPY "DATE-PARA.CPY".
       COPY "AUTORIS-PARA.CPY".
