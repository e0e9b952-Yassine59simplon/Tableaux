               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-ELEVE-RELKEY
               FILE STATUS IS WS-ELEVES-STATUS.
           COPY "OPTION-SELECT.CPY".

       DATA DIVISION.
       FILE SECTION.
           05 WS-MATIERE-REC-LIBELLE  PIC X(20).
           05 WS-MATIERE-REC-COEF     PIC 9V9.
      * Indicateur d'activite tenu par MAINT-MATIERES : A (ou blanc,
      * fichiers anciens) = active, O = active a option (suivie par
      * les seuls inscrits du fichier INSCOPT), I = desactivee. Une
      * matiere desactivee reste dans le fichier mais n'est pas
      * chargee.
           05 WS-MATIERE-REC-ACTIF    PIC X.
      * Niveau de classe de la grille (quatre premiers caracteres du
      * nom de classe, ex 6EME) ; a blanc, la matiere vaut pour tous
           03 WS-ELEVE-REC-CLASSE PIC X(8).
           03 WS-ELEVE-REC-ANNEE  PIC X(9).

       COPY "OPTION-FD.CPY".

       WORKING-STORAGE SECTION.
       01  I                   PIC 9 VALUE 1.
       01  WS-I-E              PIC 9 VALUE 1.
      * PIC 99 : une grille pleine compte 9 matieres, un indice
      * PIC 9 reboucle a zero en sortie de boucle.
       01  WS-I-M              PIC 99 VALUE 1.
       01  WS-SOMME            PIC 9999V9 VALUE 0.
       01  WS-SOMME-COEF       PIC 99V9 VALUE 0.
       01  WS-SOMME-CLASSE     PIC 9999V99 VALUE 0.
       77 WS-ELEVE-CONFIRME  PIC X VALUE "N".
           88 ELEVE-CONFIRME VALUE "O".

      * Inscriptions aux matieres a option de l'annee saisie : une
      * option n'est saisie et moyennee que pour un eleve inscrit.
       COPY "OPTION-WS.CPY".

       LINKAGE SECTION.
      * Identite de l'operateur connecte, transmise par le menu
      * GESTION-NOTES qui l'a authentifiee : plus de re-saisie de
                                       TO MAT-LIBELLE(WS-NB-MATIERES)
                                   MOVE WS-MATIERE-REC-COEF
                                     TO MAT-COEFFICIENT(WS-NB-MATIERES)
                                   MOVE WS-MATIERE-REC-ACTIF
                                       TO MAT-OPTION(WS-NB-MATIERES)
                               END-IF
                           END-IF
                   END-READ
           OPEN INPUT ELEVES-FILE
           IF WS-ELEVES-STATUS = "00"
               MOVE "O" TO WS-EFFECTIF-DISPO
               MOVE WS-ANNEE-COURANTE TO WS-OPT-CRIT-ANNEE
               PERFORM CHARGER-INSCRIPTIONS
           ELSE
               MOVE "N" TO WS-EFFECTIF-DISPO
               DISPLAY "ELEVES.DAT INDISPONIBLE - NOMS SAISIS SANS"
               MOVE 0 TO WS-SOMME-COEF
               PERFORM VARYING WS-I-M FROM 1 BY 1
                       UNTIL WS-I-M > WS-NB-MATIERES
                   PERFORM VERIFIER-MATIERE-SUIVIE
                   IF OPT-INSCRIT
                       PERFORM SAISIR-NOTE-MATIERE
                   ELSE
                       MOVE 0 TO WS-NOTE(WS-I-E, WS-I-M)
                       MOVE "N" TO WS-NOTE-STATUT(WS-I-E, WS-I-M)
                   END-IF
               END-PERFORM
      * Tout absent/dispense : pas de matiere notee, moyenne a zero
      * plutot qu'une division par un total de coefficients nul.
               DISPLAY "------------------------------------"
               PERFORM VARYING WS-I-M FROM 1 BY 1
                       UNTIL WS-I-M > WS-NB-MATIERES
                   IF NOT NOTE-NON-SUIVIE(WS-I-E, WS-I-M)
                       PERFORM PREPARER-NOTE-AFFICHAGE
                       DISPLAY MAT-LIBELLE(WS-I-M) " : " WS-NOTE-AFF
                   END-IF
               END-PERFORM
               MOVE WS-MOYENNE-ELEVE(WS-I-E) TO WS-AFFICHAGE-MOY-T
               DISPLAY "MOYENNE GENERALE : " WS-AFFICHAGE-MOY-T
           END-PERFORM
           CLOSE CSV-FILE.

      * Saisie de la note (WS-I-E, WS-I-M) et cumul dans la moyenne
      * de l'eleve.
       SAISIR-NOTE-MATIERE.
           DISPLAY "Entrez la note de " MAT-LIBELLE(WS-I-M) " : "
           PERFORM SAISIR-NOTE-VALIDE
           MOVE WS-SAISIE-NOTE TO WS-NOTE(WS-I-E, WS-I-M)
           MOVE WS-SAISIE-STATUT TO WS-NOTE-STATUT(WS-I-E, WS-I-M)
      * Une note ABS ou DIS n'entre ni valeur ni coefficient dans la
      * moyenne : celle-ci ne porte que sur les matieres notees.
           IF NOT SAISIE-NON-COMPTEE
               COMPUTE WS-SOMME = WS-SOMME +
                   WS-NOTE(WS-I-E, WS-I-M) * MAT-COEFFICIENT(WS-I-M)
               ADD MAT-COEFFICIENT(WS-I-M) TO WS-SOMME-COEF
           END-IF
           MOVE WS-I-E              TO WS-AUDIT-ELEVE-IDX
           MOVE WS-NOM(WS-I-E)      TO WS-AUDIT-ELEVE-NOM
           MOVE MAT-LIBELLE(WS-I-M) TO WS-AUDIT-MATIERE
           MOVE WS-SAISIE-AFFICHAGE TO WS-AUDIT-VALEUR
           PERFORM ENREGISTRER-AUDIT.

      * Une matiere a option n'est saisie que pour un eleve inscrit
      * a l'option (fichier INSCOPT) ; reponse dans OPT-INSCRIT,
      * toujours vrai pour le tronc commun ou sans effectif (eleve
      * sans matricule).
       VERIFIER-MATIERE-SUIVIE.
           MOVE "O" TO WS-OPT-INSCRIT-FLAG
           IF MAT-A-OPTION(WS-I-M) AND EFFECTIF-DISPO
               MOVE WS-MATRICULE-ELEVE(WS-I-E)
                   TO WS-OPT-CRIT-MATRICULE
               MOVE MAT-CODE(WS-I-M) TO WS-OPT-CRIT-MAT-CODE
               PERFORM VERIFIER-INSCRIPTION
           END-IF.

      * Identification de l'eleve WS-I-E : par matricule, avec rappel
      * du nom inscrit a l'effectif et confirmation - le nom retenu
      * est celui de l'effectif, pas celui du clavier. Effectif
           END-IF.

      * Prepare l'affichage de la note (WS-I-E, WS-I-M) : "ABS"/"DIS"
      * pour un statut absent/dispense, "---" pour une option non
      * suivie, sinon la note sur 2 chiffres.
       PREPARER-NOTE-AFFICHAGE.
           EVALUATE WS-NOTE-STATUT(WS-I-E, WS-I-M)
               WHEN "A"
                   MOVE "ABS" TO WS-NOTE-AFF
               WHEN "D"
                   MOVE "DIS" TO WS-NOTE-AFF
               WHEN "N"
                   MOVE "---" TO WS-NOTE-AFF
               WHEN OTHER
                   MOVE WS-NOTE(WS-I-E, WS-I-M) TO WS-NOTE-AFF
           END-EVALUATE.
           MOVE "M3" TO MAT-CODE(3)
           MOVE "Matiere 3" TO MAT-LIBELLE(3)
           MOVE "M4" TO MAT-CODE(4)
           MOVE "Matiere 4" TO MAT-LIBELLE(4)
           MOVE SPACE TO MAT-OPTION(1) MAT-OPTION(2) MAT-OPTION(3)
               MAT-OPTION(4).

       COPY "VALID-NOTE-PARA.CPY".
       COPY "AUDIT-PARA.CPY".
       COPY "AUTORIS-PARA.CPY".
       COPY "AUTORIS-CTRL.CPY".
       COPY "OPTION-PARA.CPY".
