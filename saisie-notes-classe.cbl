      * avec la validation habituelle), et ecrit une generation
      * NOTES-IN correctement formee - entete avec date, sequence et
      * trimestre comprise - prete pour la chaine BATCHNOT.
      * Pour une matiere a option, seuls les eleves inscrits a
      * l'option (fichier INSCOPT) sont appeles ; le numero d'ordre
      * reste celui de la liste complete de la classe.
      * Chaque note saisie part dans AUDIT.LOG.
      * Le trimestre n'est plus saisi quand le calendrier scolaire
      * de l'annee de la classe est complet (fichier CALEND) : il
      * est deduit de la date du jour, qui est la date d'extraction
      * de la generation, avec la possibilite de retenir le
      * trimestre precedent pendant les conseils de classe ; une
      * seance hors annee scolaire est refusee.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIE-NOTES-CLASSE.
       AUTHOR. Yassine.
               FILE STATUS IS WS-NOTES-OUT-STATUS.
       COPY "AUDIT-SELECT.CPY".
       COPY "OPERAT-SELECT.CPY".
       COPY "CLOTURE-SELECT.CPY".
       COPY "OPTION-SELECT.CPY".
       COPY "CALEND-SELECT.CPY".
           SELECT ELEVES-FILE ASSIGN TO "ELEVES.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC

       COPY "AUDIT-FD.CPY".
       COPY "OPERAT-FD.CPY".
       COPY "CLOTURE-FD.CPY".
       COPY "OPTION-FD.CPY".
       COPY "CALEND-FD.CPY".

       FD  ELEVES-FILE.
       01  WS-ELEVE-REC.
       77 WS-ELEVE-RELKEY    PIC 9(4).
       77 WS-FIN-ELEVES      PIC X VALUE "N".
           88 FIN-ELEVES VALUE "O".
       77 WS-I-M             PIC 99.
       77 WS-IDX-MATIERE     PIC 9 VALUE 0.
       77 WS-CLASSE-COURANTE PIC X(8) VALUE SPACES.
       77 WS-CODE-SAISI      PIC X(4) VALUE SPACES.
             10 WS-CLS-MATRICULE PIC 9(4).
             10 WS-CLS-NOM       PIC X(20).
             10 WS-CLS-ANNEE     PIC X(9).
      * "O" si l'eleve suit la matiere de la seance : toujours pour
      * une matiere du tronc commun, les seuls inscrits pour une
      * matiere a option.
             10 WS-CLS-SUIT      PIC X.
                88 CLS-SUIT-MATIERE VALUE "O".
       01 WS-CLS-TAMPON.
          05 WS-TMP-MATRICULE PIC 9(4).
          05 WS-TMP-NOM       PIC X(20).
          05 WS-TMP-ANNEE     PIC X(9).
          05 WS-TMP-SUIT      PIC X.
       77 WS-NB-APPELES      PIC 9(3) VALUE 0.
       77 WS-CLASSE-DEBORDEE PIC X VALUE "N".
           88 CLASSE-DEBORDEE VALUE "O".

      * partages avec les autres programmes de saisie.
       COPY "VALID-NOTE-WS.CPY".

      * Periodes closes par le secretariat apres le conseil de
      * classe : une generation visant une periode close n'est pas
      * produite.
       COPY "CLOTURE-WS.CPY".

      * Inscriptions aux matieres a option de l'annee de la classe.
       COPY "OPTION-WS.CPY".

      * Calendrier scolaire de l'annee de la classe : trimestre de
      * la seance deduit de la date du jour.
       COPY "CALEND-WS.CPY".
       COPY "DATE-WS.CPY".

      * Identifiant operateur et horodatage pour le journal d'audit.
       COPY "AUDIT-WS.CPY".


           DISPLAY "CLASSE :"
           ACCEPT WS-CLASSE-COURANTE
      * Numero de sequence de la generation : il identifie le lot
      * dans le controle d'execution de BATCH-NOTES (date +
      * sequence), deux seances du meme jour doivent donc porter
               CLOSE AUDIT-FILE
               GOBACK
           END-IF
      * L'annee scolaire est celle de l'inscription des eleves de la
      * classe : son calendrier donne le trimestre de la seance, et
      * la periode visee doit etre encore ouverte.
           MOVE WS-CLS-ANNEE(1) TO WS-CAL-CRIT-ANNEE
           PERFORM CHARGER-CALENDRIER
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR TO WS-CAL-CRIT-DATE
           PERFORM DETERMINER-TRIMESTRE-SEANCE
           IF WS-CAL-TRIM-SEANCE = 0
               DISPLAY "SAISIE REFUSEE - AUCUN TRIMESTRE DE "
                   WS-CLS-ANNEE(1) " EN COURS"
               CLOSE AUDIT-FILE
               GOBACK
           END-IF
           MOVE WS-CAL-TRIM-SEANCE TO WS-TRIMESTRE
           MOVE WS-CLASSE-COURANTE TO WS-CLO-CRIT-CLASSE
           MOVE WS-CLS-ANNEE(1)    TO WS-CLO-CRIT-ANNEE
           MOVE WS-TRIMESTRE       TO WS-CLO-CRIT-TRIMESTRE
           PERFORM VERIFIER-CLOTURE
           IF PERIODE-CLOSE
               DISPLAY "PERIODE CLOSE (" WS-CLASSE-COURANTE " "
                   WS-CLS-ANNEE(1) " TRIMESTRE " WS-TRIMESTRE
                   ") - SAISIE REFUSEE"
               DISPLAY "MOTIF DE CLOTURE : " WS-CLO-DER-MOTIF
               CLOSE AUDIT-FILE
               GOBACK
           END-IF
           PERFORM TRIER-CLASSE
           PERFORM MARQUER-ELEVES-SUIVANT
           IF WS-NB-APPELES = 0
               DISPLAY "AUCUN ELEVE DE LA CLASSE INSCRIT A L'OPTION "
                   MAT-LIBELLE(WS-IDX-MATIERE) " - SAISIE IMPOSSIBLE"
               CLOSE AUDIT-FILE
               GOBACK
           END-IF

           PERFORM ECRIRE-GENERATION

                                       TO MAT-LIBELLE(WS-NB-MATIERES)
                                   MOVE WS-MATIERE-REC-COEF
                                     TO MAT-COEFFICIENT(WS-NB-MATIERES)
                                   MOVE WS-MATIERE-REC-ACTIF
                                       TO MAT-OPTION(WS-NB-MATIERES)
                               END-IF
                           END-IF
                   END-READ
               SET CLASSE-DEBORDEE TO TRUE
           ELSE
               ADD 1 TO WS-CLS-NB
               MOVE "O" TO WS-CLS-SUIT(WS-CLS-NB)
               MOVE WS-ELEVE-REC-MATRICULE
                   TO WS-CLS-MATRICULE(WS-CLS-NB)
               MOVE WS-ELEVE-REC-NOM   TO WS-CLS-NOM(WS-CLS-NB)
               END-PERFORM
           END-PERFORM.

      * Matiere a option : seuls les inscrits de l'annee de la
      * classe sont appeles. Le tri est deja fait, le numero d'ordre
      * de chacun reste donc celui des autres matieres.
       MARQUER-ELEVES-SUIVANT.
           MOVE WS-CLS-NB TO WS-NB-APPELES
           IF MAT-A-OPTION(WS-IDX-MATIERE)
               MOVE 0 TO WS-NB-APPELES
               MOVE WS-CLS-ANNEE(1) TO WS-OPT-CRIT-ANNEE
               PERFORM CHARGER-INSCRIPTIONS
               MOVE WS-CODE-SAISI TO WS-OPT-CRIT-MAT-CODE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CLS-NB
                   MOVE WS-CLS-MATRICULE(WS-I)
                       TO WS-OPT-CRIT-MATRICULE
                   PERFORM VERIFIER-INSCRIPTION
                   IF OPT-INSCRIT
                       ADD 1 TO WS-NB-APPELES
                   ELSE
                       MOVE "N" TO WS-CLS-SUIT(WS-I)
                   END-IF
               END-PERFORM
           END-IF.

      * Entete H puis un detail D par eleve, dans l'ordre
      * alphabetique : le fichier obtenu passe tel quel dans la
      * chaine BATCHNOT (tri, EDIT-NOTES, BATCH-NOTES).
               WRITE WS-NOTES-OUT-REC
               DISPLAY "SAISIE DE " MAT-LIBELLE(WS-IDX-MATIERE)
                   " POUR " WS-CLASSE-COURANTE " ("
                   WS-NB-APPELES " ELEVES)"
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CLS-NB
                   IF CLS-SUIT-MATIERE(WS-I)
                       PERFORM SAISIR-NOTE-ELEVE
                   END-IF
               END-PERFORM
               CLOSE NOTES-OUT-FILE
               DISPLAY WS-NB-DETAILS " NOTE(S) DANS LA GENERATION"

       COPY "VALID-NOTE-PARA.CPY".
       COPY "AUDIT-PARA.CPY".
       COPY "OPTION-PARA.CPY".
       COPY "CLOTURE-PARA.CPY".
       COPY "AUTORIS-PARA.CPY".
       COPY "CALEND-PARA.CPY".
       COPY "CALEND-SEANCE-PARA.CPY".
       COPY "DATE-PARA.CPY".
