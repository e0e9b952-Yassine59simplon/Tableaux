      * Saisie d'une evaluation (devoir, interrogation) pour toute
      * une classe : jusqu'ici une matiere n'avait qu'une note par
      * trimestre et les professeurs tenaient leurs quatre a six
      * epreuves dans leurs propres carnets. Ce programme, appele
      * depuis le menu GESTION-NOTES dans le style de
      * SAISIE-NOTES-CLASSE, fait choisir la classe, le trimestre et
      * la matiere (avec controle du droit de la noter), puis
      * l'identite de l'epreuve - date controlee, libelle et poids -
      * deroule la liste alphabetique de la classe tiree de
      * ELEVES.DAT et fait saisir une note par eleve (0-20, ABS,
      * DIS avec la validation habituelle). Les notes partent dans le
      * fichier cumulatif des evaluations (EVALUAT) ; le travail de
      * fin de trimestre MOYENNE-EVALUATIONS en calcule la moyenne
      * ponderee par matiere et ecrit la generation NOTES-IN de la
      * chaine BATCHNOT. Pour une matiere a option, seuls les eleves
      * inscrits a l'option (fichier INSCOPT) sont appeles. Chaque
      * note saisie part dans AUDIT.LOG.
      * Quand le calendrier scolaire de l'annee de la classe est
      * complet (fichier CALEND), la date de l'epreuve doit etre un
      * jour de classe et c'est elle qui donne le trimestre, qui
      * n'est plus saisi ; sinon il est demande comme avant.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIE-EVALUATIONS.
       AUTHOR. Yassine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATIERES-FILE ASSIGN TO "MATIERES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MATIERES-STATUS.
       COPY "EVAL-SELECT.CPY".
       COPY "AUDIT-SELECT.CPY".
       COPY "OPERAT-SELECT.CPY".
       COPY "CLOTURE-SELECT.CPY".
       COPY "OPTION-SELECT.CPY".
       COPY "CALEND-SELECT.CPY".
           SELECT ELEVES-FILE ASSIGN TO "ELEVES.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-ELEVE-RELKEY
               FILE STATUS IS WS-ELEVES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MATIERES-FILE.
       01  WS-MATIERE-REC.
           05 WS-MATIERE-REC-CODE     PIC X(4).
           05 WS-MATIERE-REC-LIBELLE  PIC X(20).
           05 WS-MATIERE-REC-COEF     PIC 9V9.
           05 WS-MATIERE-REC-ACTIF    PIC X.
      * Niveau de classe de la grille ; a blanc, la matiere vaut
      * pour tous les niveaux. Seule la grille du niveau de la
      * classe choisie est chargee.
           05 WS-MATIERE-REC-NIVEAU   PIC X(4).

       COPY "EVAL-FD.CPY".
       COPY "AUDIT-FD.CPY".
       COPY "OPERAT-FD.CPY".
       COPY "CLOTURE-FD.CPY".
       COPY "OPTION-FD.CPY".
       COPY "CALEND-FD.CPY".

       FD  ELEVES-FILE.
       01  WS-ELEVE-REC.
           03 WS-ELEVE-REC-MATRICULE PIC 9(4).
           03 WS-ELEVE-REC-NOTE   PIC 99.
           03 WS-ELEVE-REC-STATUT PIC X.
           03 WS-ELEVE-REC-NOM    PIC X(20).
           03 WS-ELEVE-REC-CLASSE PIC X(8).
           03 WS-ELEVE-REC-ANNEE  PIC X(9).

       WORKING-STORAGE SECTION.

       77 WS-MATIERES-STATUS PIC XX VALUE "00".
       77 WS-FIN-MATIERES    PIC X VALUE "N".
           88 FIN-MATIERES VALUE "O".
       77 WS-ELEVES-STATUS   PIC XX VALUE "00".
       77 WS-ELEVE-RELKEY    PIC 9(4).
       77 WS-FIN-ELEVES      PIC X VALUE "N".
           88 FIN-ELEVES VALUE "O".
       77 WS-I-M             PIC 99.
       77 WS-IDX-MATIERE     PIC 9 VALUE 0.
       77 WS-CLASSE-COURANTE PIC X(8) VALUE SPACES.
       77 WS-CODE-SAISI      PIC X(4) VALUE SPACES.
       77 WS-TRIMESTRE       PIC 9 VALUE 0.
       77 WS-NB-DETAILS      PIC 9(3) VALUE 0.
       77 WS-I               PIC 9(3).
       77 WS-J               PIC 9(3).

      * Identite de l'epreuve : date (AAAAMMJJ, controlee comme date
      * reelle), libelle libre et poids dans la moyenne de la
      * matiere. Le poids se saisit "2" ou "0.5" : une partie entiere
      * d'un chiffre, une decimale au plus.
       77 WS-DATE-EPREUVE    PIC X(8) VALUE SPACES.
       77 WS-LIBELLE-EPREUVE PIC X(20) VALUE SPACES.
       77 WS-POIDS-BRUT      PIC X(3) VALUE SPACES.
       01 WS-POIDS-EPREUVE.
          05 WS-POIDS-ENTIER   PIC 9.
          05 WS-POIDS-DECIMALE PIC 9.
       01 WS-POIDS-NUM REDEFINES WS-POIDS-EPREUVE PIC 9V9.
       77 WS-POIDS-AFF       PIC 9.9.
       77 WS-POIDS-VALIDE-FLAG PIC X VALUE "N".
           88 POIDS-VALIDE VALUE "O".

      * Definition des matieres de la grille du niveau choisi.
       COPY "MATIERES.CPY".

      * Liste de la classe tiree de l'effectif, triee sur le nom
      * (tri a bulles, comme la liste de MAINT-ELEVES). Meme plafond
      * de 99 eleves que la saisie d'une matiere pour une classe.
       01 WS-CLASSE-LISTE.
          05 WS-CLS-NB PIC 9(3) VALUE 0.
          05 WS-CLS-ELEVE OCCURS 99 TIMES.
             10 WS-CLS-MATRICULE PIC 9(4).
             10 WS-CLS-NOM       PIC X(20).
             10 WS-CLS-ANNEE     PIC X(9).
      * "O" si l'eleve suit la matiere de l'epreuve : toujours pour
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

      * Etat fichier des evaluations.
       COPY "EVAL-WS.CPY".

      * Inscriptions aux matieres a option de l'annee de la classe.
       COPY "OPTION-WS.CPY".

      * Rang du jour : controle d'existence de la date d'epreuve.
       COPY "DATE-WS.CPY".

      * Calendrier scolaire de l'annee de la classe : jours de
      * classe et trimestre de la date de l'epreuve.
       COPY "CALEND-WS.CPY".

      * Champs de saisie controlee de note (0-20, ABS, DIS),
      * partages avec les autres programmes de saisie.
       COPY "VALID-NOTE-WS.CPY".

      * Periodes closes par le secretariat apres le conseil de
      * classe : une evaluation n'y est plus acceptee.
       COPY "CLOTURE-WS.CPY".

      * Identifiant operateur et horodatage pour le journal d'audit.
       COPY "AUDIT-WS.CPY".

      * Droits de saisie de l'operateur courant : le droit de la
      * matiere choisie suffit, comme pour la saisie par classe.
       COPY "AUTORIS-WS.CPY".

       LINKAGE SECTION.
      * Identite de l'operateur connecte, transmise par le menu
      * GESTION-NOTES qui l'a authentifiee.
       01 WS-OPERATEUR-APPEL PIC X(8).

       PROCEDURE DIVISION USING WS-OPERATEUR-APPEL.

           MOVE WS-OPERATEUR-APPEL TO WS-OPERATEUR
           PERFORM OUVRIR-AUDIT
           PERFORM CHARGER-AUTORISATIONS

      * Reinitialise a chaque appel (plusieurs passages possibles
      * dans le meme run unit via GESTION-NOTES).
           MOVE "N" TO WS-FIN-MATIERES
           MOVE "N" TO WS-FIN-ELEVES
           MOVE "N" TO WS-CLASSE-DEBORDEE
           MOVE 0 TO WS-NB-MATIERES
           MOVE 0 TO WS-CLS-NB
           MOVE 0 TO WS-NB-DETAILS

           DISPLAY "CLASSE :"
           ACCEPT WS-CLASSE-COURANTE

           PERFORM CHARGER-MATIERES-NIVEAU
           IF WS-NB-MATIERES = 0
               DISPLAY "AUCUNE MATIERE POUR LE NIVEAU "
                   WS-CLASSE-COURANTE(1:4) " - SAISIE IMPOSSIBLE"
               CLOSE AUDIT-FILE
               GOBACK
           END-IF
           PERFORM CHOISIR-MATIERE
           IF NOT AUTORISATION-OK
               DISPLAY "SAISIE REFUSEE - OPERATEUR NON AUTORISE"
               CLOSE AUDIT-FILE
               GOBACK
           END-IF

           PERFORM CHARGER-CLASSE
           IF CLASSE-DEBORDEE
               DISPLAY "PLUS DE 99 ELEVES DANS LA CLASSE -"
                   " SAISIE REFUSEE"
               CLOSE AUDIT-FILE
               GOBACK
           END-IF
           IF WS-CLS-NB = 0
               DISPLAY "AUCUN ELEVE INSCRIT DANS LA CLASSE "
                   WS-CLASSE-COURANTE
               CLOSE AUDIT-FILE
               GOBACK
           END-IF
      * Le calendrier de l'annee d'inscription donne le trimestre
      * par la date de l'epreuve ; a defaut il est saisi.
           MOVE WS-CLS-ANNEE(1) TO WS-CAL-CRIT-ANNEE
           PERFORM CHARGER-CALENDRIER
           IF NOT CALENDRIER-CONNU
               DISPLAY "CALENDRIER " WS-CLS-ANNEE(1) " ABSENT OU"
                   " INCOMPLET - TRIMESTRE A SAISIR"
               DISPLAY "TRIMESTRE (1-3) :"
               ACCEPT WS-TRIMESTRE
               PERFORM UNTIL WS-TRIMESTRE >= 1 AND WS-TRIMESTRE <= 3
                   DISPLAY "TRIMESTRE INVALIDE - SAISIR 1, 2 OU 3"
                   ACCEPT WS-TRIMESTRE
               END-PERFORM
           END-IF
           PERFORM SAISIR-DATE-EPREUVE
           MOVE SPACES TO WS-LIBELLE-EPREUVE
           PERFORM UNTIL WS-LIBELLE-EPREUVE NOT = SPACES
               DISPLAY "LIBELLE DE L'EPREUVE (EX. DEVOIR 2) :"
               ACCEPT WS-LIBELLE-EPREUVE
                   ON EXCEPTION
                       DISPLAY "FIN DE SAISIE INATTENDUE - ARRET"
                       STOP RUN
               END-ACCEPT
           END-PERFORM
           PERFORM SAISIR-POIDS-EPREUVE

      * Meme controle que la saisie par classe : la periode de
      * l'annee d'inscription doit etre encore ouverte.
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

           PERFORM ECRIRE-EVALUATION

           CLOSE AUDIT-FILE
           GOBACK.

      * Grille de matieres du niveau de la classe choisie (quatre
      * premiers caracteres du nom de classe), comme les autres
      * programmes de saisie.
       CHARGER-MATIERES-NIVEAU.
           OPEN INPUT MATIERES-FILE
           IF WS-MATIERES-STATUS NOT = "00"
               DISPLAY "MATIERES.DAT ABSENT - SAISIE IMPOSSIBLE"
           ELSE
               PERFORM UNTIL FIN-MATIERES
                   READ MATIERES-FILE
                       AT END
                           SET FIN-MATIERES TO TRUE
                       NOT AT END
                           IF WS-MATIERE-REC-ACTIF = "I"
                                   OR (WS-MATIERE-REC-NIVEAU
                                           NOT = SPACES
                                       AND WS-MATIERE-REC-NIVEAU
                                           NOT =
                                           WS-CLASSE-COURANTE(1:4))
                               CONTINUE
                           ELSE
                               IF WS-NB-MATIERES < 9
                                   ADD 1 TO WS-NB-MATIERES
                                   MOVE WS-MATIERE-REC-CODE
                                       TO MAT-CODE(WS-NB-MATIERES)
                                   MOVE WS-MATIERE-REC-LIBELLE
                                       TO MAT-LIBELLE(WS-NB-MATIERES)
                                   MOVE WS-MATIERE-REC-COEF
                                     TO MAT-COEFFICIENT(WS-NB-MATIERES)
                                   MOVE WS-MATIERE-REC-ACTIF
                                       TO MAT-OPTION(WS-NB-MATIERES)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATIERES-FILE
           END-IF.

      * Choix de la matiere de l'epreuve : le code doit figurer dans
      * la grille du niveau et l'operateur doit avoir le droit de la
      * noter (ou "ALL") ; un refus est trace dans AUDIT.LOG.
       CHOISIR-MATIERE.
           DISPLAY "MATIERES DE LA GRILLE :"
           PERFORM VARYING WS-I-M FROM 1 BY 1
                   UNTIL WS-I-M > WS-NB-MATIERES
               DISPLAY "  " MAT-CODE(WS-I-M) " "
                   MAT-LIBELLE(WS-I-M)
           END-PERFORM
           MOVE 0 TO WS-IDX-MATIERE
           PERFORM UNTIL WS-IDX-MATIERE > 0
               DISPLAY "CODE MATIERE DE L'EPREUVE :"
               ACCEPT WS-CODE-SAISI
                   ON EXCEPTION
                       DISPLAY "FIN DE SAISIE INATTENDUE - ARRET"
                       STOP RUN
               END-ACCEPT
               PERFORM VARYING WS-I-M FROM 1 BY 1
                       UNTIL WS-I-M > WS-NB-MATIERES
                   IF MAT-CODE(WS-I-M) = WS-CODE-SAISI
                       MOVE WS-I-M TO WS-IDX-MATIERE
                   END-IF
               END-PERFORM
               IF WS-IDX-MATIERE = 0
                   DISPLAY "CODE INCONNU DE LA GRILLE"
               END-IF
           END-PERFORM
           MOVE WS-CODE-SAISI TO WS-AUTORIS-DEMANDE
           PERFORM VERIFIER-AUTORISATION
           IF NOT AUTORISATION-OK
               DISPLAY "OPERATEUR NON AUTORISE POUR "
                   MAT-LIBELLE(WS-IDX-MATIERE)
               MOVE WS-CODE-SAISI TO WS-AUDIT-MATIERE
               PERFORM ENREGISTRER-REFUS
           END-IF.

      * Date de l'epreuve : reboucle tant que la saisie n'est pas une
      * date existante AAAAMMJJ (mois, jour dans le mois, annees
      * bissextiles). Avec un calendrier connu, elle doit en plus
      * etre un jour de classe, et son trimestre devient celui de
      * l'epreuve.
       SAISIR-DATE-EPREUVE.
           MOVE "N" TO WS-DATE-VALIDE-FLAG
           PERFORM UNTIL DATE-CALC-VALIDE
               DISPLAY "DATE DE L'EPREUVE (AAAAMMJJ) :"
               ACCEPT WS-DATE-EPREUVE
                   ON EXCEPTION
                       DISPLAY "FIN DE SAISIE INATTENDUE - ARRET"
                       STOP RUN
               END-ACCEPT
               MOVE WS-DATE-EPREUVE TO WS-DATE-CALC
               PERFORM CALCULER-JOUR-ABSOLU
               IF NOT DATE-CALC-VALIDE
                   DISPLAY "DATE INVALIDE - SAISIR AAAAMMJJ"
               ELSE
                   IF CALENDRIER-CONNU
                       PERFORM CONTROLER-DATE-CALENDRIER
                   END-IF
               END-IF
           END-PERFORM.

       CONTROLER-DATE-CALENDRIER.
           MOVE WS-DATE-EPREUVE TO WS-CAL-CRIT-DATE
           PERFORM QUALIFIER-DATE
           IF JOUR-DE-CLASSE
               MOVE WS-CAL-TRIM-DATE TO WS-TRIMESTRE
               DISPLAY "TRIMESTRE " WS-TRIMESTRE " (CALENDRIER "
                   WS-CLS-ANNEE(1) ")"
           ELSE
               DISPLAY "DATE REFUSEE - " WS-CAL-MOTIF-LIBELLE
               MOVE "N" TO WS-DATE-VALIDE-FLAG
           END-IF.

      * Poids de l'epreuve : "N" ou "N.N", de 0.1 a 9.9 ; un poids
      * nul est refuse (l'epreuve ne compterait pas).
       SAISIR-POIDS-EPREUVE.
           MOVE "N" TO WS-POIDS-VALIDE-FLAG
           PERFORM UNTIL POIDS-VALIDE
               DISPLAY "POIDS DE L'EPREUVE (EX. 1, 2 OU 0.5) :"
               ACCEPT WS-POIDS-BRUT
                   ON EXCEPTION
                       DISPLAY "FIN DE SAISIE INATTENDUE - ARRET"
                       STOP RUN
               END-ACCEPT
               MOVE 0 TO WS-POIDS-NUM
               EVALUATE TRUE
                   WHEN WS-POIDS-BRUT(1:1) IS NUMERIC
                           AND WS-POIDS-BRUT(2:2) = SPACES
                       MOVE WS-POIDS-BRUT(1:1) TO WS-POIDS-ENTIER
                       SET POIDS-VALIDE TO TRUE
                   WHEN WS-POIDS-BRUT(1:1) IS NUMERIC
                           AND WS-POIDS-BRUT(2:1) = "."
                           AND WS-POIDS-BRUT(3:1) IS NUMERIC
                       MOVE WS-POIDS-BRUT(1:1) TO WS-POIDS-ENTIER
                       MOVE WS-POIDS-BRUT(3:1) TO WS-POIDS-DECIMALE
                       SET POIDS-VALIDE TO TRUE
               END-EVALUATE
               IF POIDS-VALIDE AND WS-POIDS-NUM = 0
                   MOVE "N" TO WS-POIDS-VALIDE-FLAG
               END-IF
               IF NOT POIDS-VALIDE
                   DISPLAY "POIDS INVALIDE - SAISIR 0.1 A 9.9"
               END-IF
           END-PERFORM.

      * Liste de la classe par parcours sequentiel de l'effectif
      * (cle relative croissante, comme les autres lecteurs).
       CHARGER-CLASSE.
           OPEN INPUT ELEVES-FILE
           IF WS-ELEVES-STATUS NOT = "00"
               DISPLAY "ELEVES.DAT INDISPONIBLE ("
                   WS-ELEVES-STATUS ") - SAISIE IMPOSSIBLE"
           ELSE
               MOVE 1 TO WS-ELEVE-RELKEY
               START ELEVES-FILE KEY IS NOT LESS THAN WS-ELEVE-RELKEY
                   INVALID KEY
                       SET FIN-ELEVES TO TRUE
               END-START
               PERFORM UNTIL FIN-ELEVES
                   READ ELEVES-FILE NEXT RECORD
                       AT END
                           SET FIN-ELEVES TO TRUE
                       NOT AT END
                           IF WS-ELEVE-REC-CLASSE
                                   = WS-CLASSE-COURANTE
                               PERFORM RANGER-ELEVE-CLASSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ELEVES-FILE
           END-IF.

       RANGER-ELEVE-CLASSE.
           IF WS-CLS-NB = 99
               SET CLASSE-DEBORDEE TO TRUE
           ELSE
               ADD 1 TO WS-CLS-NB
               MOVE "O" TO WS-CLS-SUIT(WS-CLS-NB)
               MOVE WS-ELEVE-REC-MATRICULE
                   TO WS-CLS-MATRICULE(WS-CLS-NB)
               MOVE WS-ELEVE-REC-NOM   TO WS-CLS-NOM(WS-CLS-NB)
               MOVE WS-ELEVE-REC-ANNEE TO WS-CLS-ANNEE(WS-CLS-NB)
           END-IF.

      * Tri a bulles croissant sur le nom : l'ordre de saisie suit
      * la liste d'appel du professeur.
       TRIER-CLASSE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-CLS-NB
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-CLS-NB - WS-I
                   IF WS-CLS-NOM(WS-J) > WS-CLS-NOM(WS-J + 1)
                       MOVE WS-CLS-ELEVE(WS-J)     TO WS-CLS-TAMPON
                       MOVE WS-CLS-ELEVE(WS-J + 1)
                           TO WS-CLS-ELEVE(WS-J)
                       MOVE WS-CLS-TAMPON TO WS-CLS-ELEVE(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Matiere a option : seuls les inscrits de l'annee de la
      * classe sont appeles, comme dans SAISIE-NOTES-CLASSE.
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

      * Fichier des evaluations ouvert en ajout (creation a la toute
      * premiere saisie, meme mecanique que OUVRIR-AUDIT), puis une
      * note par eleve dans l'ordre alphabetique.
       ECRIRE-EVALUATION.
           OPEN EXTEND EVALUATIONS-FILE
           IF WS-EVAL-STATUS = "05" OR WS-EVAL-STATUS = "35"
               OPEN OUTPUT EVALUATIONS-FILE
           END-IF
           IF WS-EVAL-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE EVALUATIONS ("
                   WS-EVAL-STATUS ") - SAISIE ABANDONNEE"
           ELSE
               MOVE WS-POIDS-NUM TO WS-POIDS-AFF
               DISPLAY "EPREUVE " WS-LIBELLE-EPREUVE " DU "
                   WS-DATE-EPREUVE " (POIDS " WS-POIDS-AFF ")"
               DISPLAY "SAISIE DE " MAT-LIBELLE(WS-IDX-MATIERE)
                   " POUR " WS-CLASSE-COURANTE " ("
                   WS-NB-APPELES " ELEVES)"
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CLS-NB
                   IF CLS-SUIT-MATIERE(WS-I)
                       PERFORM SAISIR-NOTE-ELEVE
                   END-IF
               END-PERFORM
               CLOSE EVALUATIONS-FILE
               DISPLAY WS-NB-DETAILS " NOTE(S) ENREGISTREE(S) POUR"
                   " L'EPREUVE"
           END-IF.

       SAISIR-NOTE-ELEVE.
           DISPLAY WS-I ". " WS-CLS-NOM(WS-I)
               " (MATR " WS-CLS-MATRICULE(WS-I)
               ") - NOTE (0-20, ABS, DIS) :"
           PERFORM SAISIR-NOTE-VALIDE
           MOVE SPACES TO WS-EVAL-REC
           MOVE WS-CLS-ANNEE(WS-I)     TO WS-EVAL-ANNEE
           MOVE WS-TRIMESTRE           TO WS-EVAL-TRIMESTRE
           MOVE WS-CLASSE-COURANTE     TO WS-EVAL-CLASSE
           MOVE WS-CODE-SAISI          TO WS-EVAL-MAT-CODE
           MOVE WS-DATE-EPREUVE        TO WS-EVAL-DATE
           MOVE WS-LIBELLE-EPREUVE     TO WS-EVAL-LIBELLE
           MOVE WS-POIDS-NUM           TO WS-EVAL-POIDS
           MOVE WS-CLS-MATRICULE(WS-I) TO WS-EVAL-MATRICULE
           MOVE WS-CLS-NOM(WS-I)       TO WS-EVAL-NOM
           MOVE WS-SAISIE-AFFICHAGE    TO WS-EVAL-NOTE
           MOVE WS-OPERATEUR           TO WS-EVAL-OPERATEUR
           WRITE WS-EVAL-REC
           IF WS-EVAL-STATUS NOT = "00"
               DISPLAY "ERREUR ECRITURE EVALUATIONS ("
                   WS-EVAL-STATUS ")"
           ELSE
               ADD 1 TO WS-NB-DETAILS
      * L'audit porte la matiere et l'epreuve : code matiere puis
      * libelle, tronques a la zone matiere.
               MOVE WS-CLS-MATRICULE(WS-I) TO WS-AUDIT-ELEVE-IDX
               MOVE WS-CLS-NOM(WS-I)       TO WS-AUDIT-ELEVE-NOM
               MOVE SPACES TO WS-AUDIT-MATIERE
               STRING WS-CODE-SAISI " " WS-LIBELLE-EPREUVE
                   DELIMITED BY SIZE INTO WS-AUDIT-MATIERE
               END-STRING
               MOVE WS-SAISIE-AFFICHAGE    TO WS-AUDIT-VALEUR
               PERFORM ENREGISTRER-AUDIT
           END-IF.

       COPY "VALID-NOTE-PARA.CPY".
       COPY "AUDIT-PARA.CPY".
       COPY "CLOTURE-PARA.CPY".
       COPY "AUTORIS-PARA.CPY".
       COPY "DATE-PARA.CPY".
       COPY "CALEND-PARA.CPY".
       COPY "OPTION-PARA.CPY".
