               FILE STATUS IS WS-CSV-STATUS.
      * Lettres de convocation des responsables des eleves dont la
      * moyenne est inferieure a 10, pretes a imprimer (une page par
      * responsable destinataire du courrier, adresse tiree du
      * fichier RESPONS).
           SELECT CONVOC-FILE ASSIGN TO "CONVOCATIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVOC-STATUS.
       COPY "ABSENC-SELECT.CPY".
       COPY "APPREC-SELECT.CPY".
       COPY "PARAM-SELECT.CPY".
       COPY "RESP-SELECT.CPY".
       COPY "OPTION-SELECT.CPY".
       COPY "CALEND-SELECT.CPY".
       COPY "CLOTURE-SELECT.CPY".
      * Effectif de reference : la saisie part du matricule et
      * reprend le nom inscrit, au lieu de faire confiance au nom
      * tape au clavier.
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
       COPY "ABSENC-FD.CPY".
       COPY "APPREC-FD.CPY".
       COPY "PARAM-FD.CPY".
       COPY "RESP-FD.CPY".
       COPY "OPTION-FD.CPY".
       COPY "CALEND-FD.CPY".
       COPY "CLOTURE-FD.CPY".

       WORKING-STORAGE SECTION.

       77 WS-I-E             PIC 9 VALUE 1.
      * PIC 99 : une grille pleine compte 9 matieres, un indice
      * PIC 9 reboucle a zero en sortie de boucle.
       77 WS-I-M             PIC 99 VALUE 1.
       77 WS-MATIERES-STATUS PIC XX VALUE "00".
       77 WS-FIN-MATIERES    PIC X VALUE "N".
           88 FIN-MATIERES VALUE "O".
       77 WS-CKPT-STATUS     PIC XX VALUE "00".
       77 WS-CKPT-RELKEY     PIC 9(4).
      * Rang de la matiere dans l'historique (matieres suivies).
       77 WS-I-H             PIC 99.

      * Definition des matieres (configurable, lue depuis MATIERES.DAT)
       COPY "MATIERES.CPY".
      * des parametres au lieu d'etre codes en dur.
       COPY "PARAM-WS.CPY".

      * Responsables legaux : un exemplaire de la lettre par
      * responsable destinataire du courrier, adresse remplie.
       COPY "RESP-WS.CPY".

      * Droits de saisie de l'operateur courant.
       COPY "AUTORIS-WS.CPY".

      * Inscriptions aux matieres a option de l'annee saisie : une
      * option n'est saisie, moyennee et historisee que pour un
      * eleve inscrit.
       COPY "OPTION-WS.CPY".

      * Effectif de reference : indisponible (premiere annee, fichier
      * pas encore constitue), la saisie retombe sur le nom tape.
       77 WS-ELEVES-STATUS   PIC XX VALUE "00".
      * pas de moyenne a contester, donc pas de lettre).
       77 WS-CONVOC-STATUS   PIC XX VALUE "00".
       77 WS-NB-CONVOCATIONS PIC 99 VALUE 0.
       77 WS-NB-EXEMPLAIRES  PIC 99 VALUE 0.
       77 WS-CONVOC-DATE     PIC X(10).
       77 WS-DATE-JOUR       PIC 9(8).
       77 WS-ELEVE-NOTE-REEL PIC X VALUE "N".
      * Identifiant operateur et horodatage pour le journal d'audit.
       COPY "AUDIT-WS.CPY".

      * Calendrier scolaire de l'annee saisie : trimestre de la
      * seance deduit de la date du jour.
       COPY "CALEND-WS.CPY".
       COPY "DATE-WS.CPY".

      * Clotures de periode : une periode close apres le conseil de
      * classe ne recoit plus de notes (le dernier enregistrement de
      * l'historique l'emporterait sur la decision du conseil).
       COPY "CLOTURE-WS.CPY".


       LINKAGE SECTION.
      * Identite de l'operateur connecte, transmise par le menu
           DISPLAY "ANNEE SCOLAIRE :"
           ACCEPT WS-ANNEE-COURANTE
      * Le trimestre identifie l'enregistrement dans l'historique
      * cumulatif : le calendrier scolaire de l'annee le deduit de
      * la date du jour (une seance hors annee scolaire est
      * refusee) ; sans calendrier complet il est saisi, une saisie
      * non numerique retombant a 0 et rebouclant.
           MOVE WS-ANNEE-COURANTE TO WS-CAL-CRIT-ANNEE
           PERFORM CHARGER-CALENDRIER
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR TO WS-CAL-CRIT-DATE
           PERFORM DETERMINER-TRIMESTRE-SEANCE
           IF WS-CAL-TRIM-SEANCE = 0
               DISPLAY "SAISIE REFUSEE - AUCUN TRIMESTRE DE "
                   WS-ANNEE-COURANTE " EN COURS"
               CLOSE AUDIT-FILE
               GOBACK
           END-IF
           MOVE WS-CAL-TRIM-SEANCE TO WS-TRIMESTRE
           MOVE WS-CLASSE-COURANTE TO WS-CLO-CRIT-CLASSE
           MOVE WS-ANNEE-COURANTE  TO WS-CLO-CRIT-ANNEE
           MOVE WS-TRIMESTRE       TO WS-CLO-CRIT-TRIMESTRE
           PERFORM VERIFIER-CLOTURE
           IF PERIODE-CLOSE
               DISPLAY "PERIODE CLOSE (" WS-CLASSE-COURANTE " "
                   WS-ANNEE-COURANTE " TRIMESTRE " WS-TRIMESTRE
                   ") - SAISIE REFUSEE"
               DISPLAY "MOTIF DE CLOTURE : " WS-CLO-DER-MOTIF
               CLOSE AUDIT-FILE
               GOBACK
           END-IF

      * Lecture de la definition des matieres de ce trimestre, grille
      * du niveau de la classe saisie (une 6EME ne suit pas les
                                       TO MAT-LIBELLE(WS-NB-MATIERES)
                                   MOVE WS-MATIERE-REC-COEF
                                     TO MAT-COEFFICIENT(WS-NB-MATIERES)
                                   MOVE WS-MATIERE-REC-ACTIF
                                       TO MAT-OPTION(WS-NB-MATIERES)
                               END-IF
                           END-IF
                   END-READ
                   " CONTROLE D'INSCRIPTION"
           END-IF

           MOVE WS-ANNEE-COURANTE TO WS-OPT-CRIT-ANNEE
           PERFORM CHARGER-INSCRIPTIONS

      * Ouverture (ou creation) du fichier de reprise ; un record deja
      * present pour (WS-I-E, WS-I-M) signale une saisie deja faite lors
      * d'une execution precedente interrompue.
           WS-I-E > 3
            PERFORM VARYING WS-I-M FROM 1 BY 1 UNTIL
              WS-I-M > WS-NB-MATIERES
              PERFORM VERIFIER-MATIERE-SUIVIE
              IF NOT OPT-INSCRIT
                  MOVE 0 TO WS-NOTE(WS-I-E, WS-I-M)
                  MOVE "N" TO WS-NOTE-STATUT(WS-I-E, WS-I-M)
              ELSE
                  COMPUTE WS-CKPT-RELKEY = WS-I-E * 10 + WS-I-M + 1
                  READ CHECKPOINT-FILE
                      INVALID KEY
                          DISPLAY "Entrez la note " WS-I-E " pour "
                              MAT-LIBELLE(WS-I-M) ":"
                          PERFORM SAISIR-NOTE-VALIDE
                          MOVE WS-SAISIE-NOTE TO WS-NOTE(WS-I-E, WS-I-M)
                          MOVE WS-SAISIE-STATUT
                              TO WS-NOTE-STATUT(WS-I-E, WS-I-M)
                          MOVE WS-I-E          TO WS-CKPT-I-E
                          MOVE WS-I-M          TO WS-CKPT-I-M
      * Le fichier de reprise garde l'image d'affichage : "ABS"/"DIS"
      * ou la note sur deux chiffres, relue telle quelle ci-dessous.
                          MOVE WS-SAISIE-AFFICHAGE TO WS-CKPT-VALEUR
                          WRITE WS-CKPT-REC
                          MOVE WS-I-E           TO WS-AUDIT-ELEVE-IDX
                          MOVE WS-NOM(WS-I-E)   TO WS-AUDIT-ELEVE-NOM
                          MOVE MAT-LIBELLE(WS-I-M) TO WS-AUDIT-MATIERE
                          MOVE WS-SAISIE-AFFICHAGE TO WS-AUDIT-VALEUR
                          PERFORM ENREGISTRER-AUDIT
                      NOT INVALID KEY
                          EVALUATE WS-CKPT-VALEUR(1:3)
                              WHEN "ABS"
                                  MOVE 0 TO WS-NOTE(WS-I-E, WS-I-M)
                                  MOVE "A"
                                      TO WS-NOTE-STATUT(WS-I-E, WS-I-M)
                              WHEN "DIS"
                                  MOVE 0 TO WS-NOTE(WS-I-E, WS-I-M)
                                  MOVE "D"
                                      TO WS-NOTE-STATUT(WS-I-E, WS-I-M)
                              WHEN OTHER
                                  MOVE WS-CKPT-VALEUR(1:2)
                                      TO WS-NOTE(WS-I-E, WS-I-M)
                                  MOVE SPACE
                                      TO WS-NOTE-STATUT(WS-I-E, WS-I-M)
                          END-EVALUATE
                          DISPLAY "Reprise - note " WS-I-E " "
                              MAT-LIBELLE(WS-I-M) " : "
                              WS-CKPT-VALEUR(1:3)
                  END-READ
              END-IF

            END-PERFORM

               MOVE WS-CLASSE-ID(WS-I-E)       TO WS-HISTO-CLASSE
               MOVE WS-ANNEE-SCOLAIRE(WS-I-E)  TO WS-HISTO-ANNEE
               MOVE WS-TRIMESTRE               TO WS-HISTO-TRIMESTRE
      * Seules les matieres suivies sont historisees : une option
      * non suivie n'apparait pas au bulletin.
               MOVE 0 TO WS-I-H
               PERFORM VARYING WS-I-M FROM 1 BY 1
                       UNTIL WS-I-M > WS-NB-MATIERES
                   IF NOT NOTE-NON-SUIVIE(WS-I-E, WS-I-M)
                       ADD 1 TO WS-I-H
                       MOVE MAT-CODE(WS-I-M)
                           TO WS-HISTO-MAT-CODE(WS-I-H)
                       MOVE WS-I-E TO WS-AFF-I-E
                       PERFORM PREPARER-NOTE-AFFICHAGE
                       MOVE WS-NOTE-AFF TO WS-HISTO-NOTE(WS-I-H)
                   END-IF
               END-PERFORM
               MOVE WS-I-H                     TO WS-HISTO-NB-MAT
               MOVE WS-MOYENNE-ELEVE(WS-I-E)   TO WS-HISTO-MOYENNE
               WRITE WS-HISTO-REC
               IF WS-HISTO-STATUS NOT = "00"
           MOVE "M3" TO MAT-CODE(3)
           MOVE "Matiere 3" TO MAT-LIBELLE(3)
           MOVE "M4" TO MAT-CODE(4)
           MOVE "Matiere 4" TO MAT-LIBELLE(4)
           MOVE SPACE TO MAT-OPTION(1) MAT-OPTION(2) MAT-OPTION(3)
               MAT-OPTION(4).

      * Lettres de convocation : une page par eleve dont la moyenne
      * est inferieure a 10, avec les notes par matiere (les notes en
      * standard que le bureau recopiait a la main jusqu'ici.
       GENERER-CONVOCATIONS.
           MOVE 0 TO WS-NB-CONVOCATIONS
           MOVE 0 TO WS-NB-EXEMPLAIRES
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CONVOC-DATE
           STRING WS-DATE-JOUR(7:2) "/" WS-DATE-JOUR(5:2) "/"
                   IF WS-MOYENNE-ELEVE(WS-I-E) < WS-SEUIL-REUSSITE
                           AND ELEVE-NOTE-REEL
                       ADD 1 TO WS-NB-CONVOCATIONS
                       MOVE WS-MATRICULE-ELEVE(WS-I-E)
                           TO WS-RESP-CRIT-MATRICULE
                       PERFORM CHERCHER-DESTINATAIRES
                       PERFORM VARYING WS-I-DEST FROM 1 BY 1
                               UNTIL WS-I-DEST > WS-DEST-NB
                           ADD 1 TO WS-NB-EXEMPLAIRES
                           PERFORM ECRIRE-LETTRE-CONVOCATION
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE CONVOC-FILE
               DISPLAY WS-NB-CONVOCATIONS
                   " CONVOCATION(S) DANS CONVOCATIONS.TXT ("
                   WS-NB-EXEMPLAIRES " EXEMPLAIRE(S))"
           END-IF.

       ECRIRE-LETTRE-CONVOCATION.
           MOVE "CONVOCATION DES RESPONSABLES LEGAUX"
               TO WS-CONVOC-LIGNE
           WRITE WS-CONVOC-LIGNE
           PERFORM ECRIRE-ADRESSE-CONVOCATION
           MOVE ALL "-" TO WS-CONVOC-LIGNE
           WRITE WS-CONVOC-LIGNE
           MOVE SPACES TO WS-CONVOC-LIGNE
           WRITE WS-CONVOC-LIGNE
           PERFORM VARYING WS-I-M FROM 1 BY 1
                   UNTIL WS-I-M > WS-NB-MATIERES
               IF NOT NOTE-NON-SUIVIE(WS-I-E, WS-I-M)
                   MOVE WS-I-E TO WS-AFF-I-E
                   PERFORM PREPARER-NOTE-AFFICHAGE
                   MOVE SPACES TO WS-CONVOC-LIGNE
                   STRING "  " MAT-LIBELLE(WS-I-M) " : " WS-NOTE-AFF
                       DELIMITED BY SIZE INTO WS-CONVOC-LIGNE
                   END-STRING
                   IF NOT NOTE-NON-COMPTEE(WS-I-E, WS-I-M)
                           AND WS-NOTE(WS-I-E, WS-I-M)
                               < WS-SEUIL-REUSSITE
                       MOVE " *" TO WS-CONVOC-LIGNE(31:2)
                   END-IF
                   WRITE WS-CONVOC-LIGNE
               END-IF
           END-PERFORM
           MOVE WS-MOYENNE-ELEVE(WS-I-E) TO WS-AFFICHAGE-MOY-T
           MOVE SPACES TO WS-CONVOC-LIGNE
           MOVE ALL "=" TO WS-CONVOC-LIGNE
           WRITE WS-CONVOC-LIGNE.

      * Bloc adresse du destinataire WS-I-DEST, a droite de la page
      * pour l'enveloppe a fenetre.
       ECRIRE-ADRESSE-CONVOCATION.
           MOVE SPACES TO WS-CONVOC-LIGNE
           WRITE WS-CONVOC-LIGNE
           MOVE WS-DEST-NOM(WS-I-DEST) TO WS-CONVOC-LIGNE(38:30)
           WRITE WS-CONVOC-LIGNE
           MOVE SPACES TO WS-CONVOC-LIGNE
           MOVE WS-DEST-ADRESSE(WS-I-DEST) TO WS-CONVOC-LIGNE(38:32)
           WRITE WS-CONVOC-LIGNE
           MOVE SPACES TO WS-CONVOC-LIGNE
           MOVE WS-DEST-CP-VILLE(WS-I-DEST)
               TO WS-CONVOC-LIGNE(38:32)
           WRITE WS-CONVOC-LIGNE
           MOVE SPACES TO WS-CONVOC-LIGNE
           WRITE WS-CONVOC-LIGNE.

      * Prepare l'affichage de la note (WS-AFF-I-E, WS-I-M) :
      * "ABS"/"DIS" pour un statut absent/dispense, "---" pour une
      * option non suivie, sinon la note sur deux chiffres.
       PREPARER-NOTE-AFFICHAGE.
           EVALUATE WS-NOTE-STATUT(WS-AFF-I-E, WS-I-M)
               WHEN "A"
                   MOVE "ABS" TO WS-NOTE-AFF
               WHEN "D"
                   MOVE "DIS" TO WS-NOTE-AFF
               WHEN "N"
                   MOVE "---" TO WS-NOTE-AFF
               WHEN OTHER
                   MOVE WS-NOTE(WS-AFF-I-E, WS-I-M) TO WS-NOTE-AFF
           END-EVALUATE.
               END-PERFORM
           END-IF.

      * Une matiere a option n'est saisie que pour un eleve inscrit
      * a l'option (fichier INSCOPT) ; reponse dans OPT-INSCRIT,
      * toujours vrai pour une matiere du tronc commun.
       VERIFIER-MATIERE-SUIVIE.
           MOVE "O" TO WS-OPT-INSCRIT-FLAG
           IF MAT-A-OPTION(WS-I-M)
               MOVE WS-MATRICULE-ELEVE(WS-I-E)
                   TO WS-OPT-CRIT-MATRICULE
               MOVE MAT-CODE(WS-I-M) TO WS-OPT-CRIT-MAT-CODE
               PERFORM VERIFIER-INSCRIPTION
           END-IF.

       OUVRIR-CHECKPOINT.
           OPEN I-O CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "35"
       COPY "ABSENC-TOT-PARA.CPY".
       COPY "APPREC-PARA.CPY".
       COPY "PARAM-PARA.CPY".
       COPY "RESP-PARA.CPY".
       COPY "OPTION-PARA.CPY".
       COPY "CALEND-PARA.CPY".
       COPY "CALEND-SEANCE-PARA.CPY".
       COPY "CLOTURE-PARA.CPY".
       COPY "DATE-PARA.CPY".
