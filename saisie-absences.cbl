      * les bulletins (tableaux-test, BULLETIN-ANNUEL) et par les
      * lettres de convocation. L'eleve est controle contre
      * l'effectif ELEVES.DAT et chaque absence part dans AUDIT.LOG.
      * Le trimestre de chaque absence est tire de sa date par le
      * calendrier scolaire de l'annee (MAINT-CALENDRIER), qui refuse
      * aussi les dates hors annee, en vacances, un jour non
      * travaille ou un dimanche ; tant que le calendrier de l'annee
      * n'est pas complet, le trimestre est saisi une fois pour la
      * seance comme avant.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIE-ABSENCES.
       AUTHOR. Yassine.
       FILE-CONTROL.
       COPY "ABSENC-SELECT.CPY".
       COPY "AUDIT-SELECT.CPY".
       COPY "CLOTURE-SELECT.CPY".
       COPY "CALEND-SELECT.CPY".
      * Effectif de reference : la saisie part du matricule et
      * reprend le nom inscrit, comme dans la saisie de notes.
           SELECT ELEVES-FILE ASSIGN TO "ELEVES.DAT"
       FILE SECTION.
       COPY "ABSENC-FD.CPY".
       COPY "AUDIT-FD.CPY".
       COPY "CLOTURE-FD.CPY".
       COPY "CALEND-FD.CPY".

       FD  ELEVES-FILE.
       01  WS-ELEVE-REC.
       77 WS-ELEVE-RELKEY    PIC 9(4).
       77 WS-EFFECTIF-DISPO  PIC X VALUE "N".
           88 EFFECTIF-DISPO VALUE "O".
      * Parametres de la session : l'annee n'est demandee qu'une
      * fois ; le trimestre suit la date de chaque absence, ou est
      * demande une fois pour la seance sans calendrier de l'annee.
       77 WS-ANNEE-COURANTE  PIC X(9) VALUE SPACES.
       77 WS-TRIMESTRE       PIC 9 VALUE 0.
      * Saisies d'une absence : matricule (0 = fin de la seance),
      * date d'un jour de classe, demi-journee M/S, justifiee O/N.
       77 WS-MATRICULE-SAISI PIC 9(4) VALUE 0.
       77 WS-DATE-SAISIE     PIC X(8) VALUE SPACES.
       77 WS-DATE-ACCEPTEE-FLAG PIC X VALUE "N".
           88 DATE-ACCEPTEE VALUE "O".
       77 WS-DEMI-SAISIE     PIC X VALUE SPACE.
           88 DEMI-CONNUE VALUES "M" "S".
       77 WS-JUST-SAISIE     PIC X VALUE SPACE.
           88 FIN-SEANCE VALUE "O".
       77 WS-NB-SAISIES      PIC 9(3) VALUE 0.

      * Periodes closes par le secretariat apres le conseil de
      * classe : plus aucune saisie n'y est acceptee.
       COPY "CLOTURE-WS.CPY".

      * Calendrier scolaire de l'annee de la seance, et calcul du
      * jour de la semaine d'une date.
       COPY "CALEND-WS.CPY".
       COPY "DATE-WS.CPY".

      * Identifiant operateur et horodatage pour le journal d'audit.
       COPY "AUDIT-WS.CPY".


           DISPLAY "ANNEE SCOLAIRE :"
           ACCEPT WS-ANNEE-COURANTE
           MOVE WS-ANNEE-COURANTE TO WS-CAL-CRIT-ANNEE
           PERFORM CHARGER-CALENDRIER
           IF CALENDRIER-CONNU
               DISPLAY "TRIMESTRE TIRE DE LA DATE DE CHAQUE ABSENCE"
                   " (CALENDRIER " WS-ANNEE-COURANTE ")"
           ELSE
               DISPLAY "CALENDRIER " WS-ANNEE-COURANTE " ABSENT OU"
                   " INCOMPLET - TRIMESTRE A SAISIR"
               DISPLAY "TRIMESTRE (1-3) :"
               ACCEPT WS-TRIMESTRE
               PERFORM UNTIL WS-TRIMESTRE >= 1 AND WS-TRIMESTRE <= 3
                   DISPLAY "TRIMESTRE INVALIDE - SAISIR 1, 2 OU 3"
                   ACCEPT WS-TRIMESTRE
               END-PERFORM
           END-IF

      * Ouverture de l'effectif de reference ; a defaut on previent
      * et les matricules partent sans controle d'inscription.
               END-IF
           END-IF.

      * Periode visee par la saisie : la classe inscrite de l'eleve,
      * l'annee de la seance et le trimestre de l'absence. Une
      * periode close par le secretariat (MAINT-CLOTURES) refuse
      * toute saisie.
       CONTROLER-PERIODE.
           MOVE WS-ELEVE-REC-CLASSE TO WS-CLO-CRIT-CLASSE
           MOVE WS-ANNEE-COURANTE   TO WS-CLO-CRIT-ANNEE
           MOVE WS-TRIMESTRE        TO WS-CLO-CRIT-TRIMESTRE
           PERFORM VERIFIER-CLOTURE.

      * La date d'abord : elle donne le trimestre, donc la periode
      * dont la cloture est verifiee (sans effectif, la classe n'est
      * pas connue et la cloture pas controlee, comme avant).
       SAISIR-DETAIL-ABSENCE.
           PERFORM SAISIR-DATE-ABSENCE
           MOVE "N" TO WS-CLO-PERIODE-FLAG
           IF EFFECTIF-DISPO
               PERFORM CONTROLER-PERIODE
           END-IF
           IF PERIODE-CLOSE
               DISPLAY "PERIODE CLOSE POUR LA CLASSE "
                   WS-ELEVE-REC-CLASSE " TRIMESTRE " WS-TRIMESTRE
                   " - ABSENCE REFUSEE"
           ELSE
               PERFORM SAISIR-DEMI-JOURNEE
           END-IF.

      * Reboucle tant que la date n'est pas un jour de classe de
      * l'annee de la seance (calendrier complet) ; sans calendrier,
      * tant qu'elle n'est pas une date existante hors dimanche.
       SAISIR-DATE-ABSENCE.
           MOVE "N" TO WS-DATE-ACCEPTEE-FLAG
           PERFORM UNTIL DATE-ACCEPTEE
               DISPLAY "DATE DE L'ABSENCE (AAAAMMJJ) :"
               ACCEPT WS-DATE-SAISIE
                   ON EXCEPTION
               END-ACCEPT
               IF WS-DATE-SAISIE IS NOT NUMERIC
                   DISPLAY "DATE INVALIDE - SAISIR AAAAMMJJ"
               ELSE
                   IF CALENDRIER-CONNU
                       PERFORM CONTROLER-DATE-CALENDRIER
                   ELSE
                       PERFORM CONTROLER-DATE-SEULE
                   END-IF
               END-IF
           END-PERFORM.

       CONTROLER-DATE-CALENDRIER.
           MOVE WS-DATE-SAISIE TO WS-CAL-CRIT-DATE
           PERFORM QUALIFIER-DATE
           IF JOUR-DE-CLASSE
               MOVE WS-CAL-TRIM-DATE TO WS-TRIMESTRE
               SET DATE-ACCEPTEE TO TRUE
               DISPLAY "TRIMESTRE " WS-TRIMESTRE
           ELSE
               DISPLAY "DATE REFUSEE - " WS-CAL-MOTIF-LIBELLE
           END-IF.

       CONTROLER-DATE-SEULE.
           MOVE WS-DATE-SAISIE TO WS-DATE-CALC
           PERFORM CALCULER-JOUR-ABSOLU
           IF NOT DATE-CALC-VALIDE
               DISPLAY "DATE INVALIDE - SAISIR AAAAMMJJ"
           ELSE
               IF WS-JOUR-SEMAINE = 7
                   DISPLAY "DATE REFUSEE - DIMANCHE"
               ELSE
                   SET DATE-ACCEPTEE TO TRUE
               END-IF
           END-IF.

       SAISIR-DEMI-JOURNEE.
           MOVE SPACE TO WS-DEMI-SAISIE
           PERFORM UNTIL DEMI-CONNUE
               DISPLAY "DEMI-JOURNEE (M = MATIN, S = SOIR) :"
           PERFORM ENREGISTRER-AUDIT.

       COPY "AUDIT-PARA.CPY".
       COPY "CLOTURE-PARA.CPY".
       COPY "CALEND-PARA.CPY".
       COPY "DATE-PARA.CPY".
