      * en fin de travail - un seul passage pour toute l'ecole au lieu
      * d'un lancement par classe. Memes matieres (MATIERES.DAT) et la
      * meme logique de remplissage de tableau / calcul de moyenne.
      * Un lot dont le trimestre d'entete est incoherent avec sa date
      * d'extraction selon le calendrier scolaire (fichier CALEND)
      * est refuse en entier, comme un lot deja traite : ses bulletins
      * partiraient dans l'historique sous le mauvais trimestre.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-NOTES.
       AUTHOR. Yassine.
               FILE STATUS IS WS-NOTES-IN-STATUS.
      * Lettres de convocation des responsables des eleves dont la
      * moyenne est inferieure a 10, toutes classes du lot, pretes a
      * imprimer (une page par responsable destinataire du courrier,
      * adresse tiree du fichier RESPONS).
           SELECT CONVOC-FILE ASSIGN TO CONVOC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVOC-STATUS.
       COPY "HISTO-SELECT.CPY".
       COPY "ABSENC-SELECT.CPY".
       COPY "PARAM-SELECT.CPY".
       COPY "RESP-SELECT.CPY".
       COPY "CLOTURE-SELECT.CPY".
       COPY "OPTION-SELECT.CPY".
       COPY "CALEND-SELECT.CPY".

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
       COPY "HISTO-FD.CPY".
       COPY "ABSENC-FD.CPY".
       COPY "PARAM-FD.CPY".
       COPY "RESP-FD.CPY".
       COPY "CLOTURE-FD.CPY".
       COPY "OPTION-FD.CPY".
       COPY "CALEND-FD.CPY".

       WORKING-STORAGE SECTION.

      * PIC 9(3) obligatoire : les boucles d'eleves vont jusqu'a 100
      * pour sortir de l'OCCURS 99, un PIC 9(2) rebouclerait a zero.
       77 WS-I-E               PIC 9(3).
      * PIC 99 : une grille pleine compte 9 matieres, un indice
      * PIC 9 reboucle a zero en sortie de boucle.
       77 WS-I-M               PIC 99.
      * Rang de la matiere dans l'historique, qui ne porte que les
      * matieres suivies par l'eleve.
       77 WS-I-H               PIC 99.
       77 WS-MAT-TROUVEE       PIC X VALUE "N".
           88 MAT-TROUVEE VALUE "O".
      * Decodage de NIR-NOTE : valeur numerique et statut, sur le
       77 WS-RUN-ID            PIC X(11) VALUE SPACES.
       77 WS-LOT-DEJA-TRAITE   PIC X VALUE "N".
           88 LOT-DEJA-TRAITE VALUE "O".
      * Lot refuse : deja traite ("O") ou trimestre d'entete
      * incoherent avec la date du lot selon le calendrier ("C").
       77 WS-LOT-REFUSE        PIC X VALUE "N".
           88 LOT-REFUSE VALUE "O" "C".
           88 LOT-REFUSE-CALENDRIER VALUE "C".
       77 WS-DATE-LOT          PIC X(8) VALUE SPACES.
       77 WS-ENV-FORCE         PIC X VALUE SPACE.
       77 WS-NB-ENREG-LUS      PIC 9(5) VALUE 0.
       77 WS-DATE-TRAITEMENT   PIC 9(8) VALUE 0.
      * fichier des parametres au lieu d'etre codes en dur.
       COPY "PARAM-WS.CPY".

      * Responsables legaux : un exemplaire de la lettre par
      * responsable destinataire du courrier, adresse remplie.
       COPY "RESP-WS.CPY".

      * Periodes closes par le secretariat apres le conseil de
      * classe : une classe dont la periode (classe, annee, trimestre
      * du lot) est close n'est ni calculee, ni historisee, ni
      * convoquee ; ses enregistrements sont comptes et le travail
      * sort en avertissement (code retour 4).
       COPY "CLOTURE-WS.CPY".
       77 WS-CLASSE-CLOSE-FLAG PIC X VALUE "N".
           88 CLASSE-CLOSE VALUE "O".
       77 WS-NB-CLASSES-CLOSES PIC 9(3) VALUE 0.
       77 WS-NB-ENREG-CLOS     PIC 9(5) VALUE 0.

      * Matieres a option : seuls les eleves inscrits (fichier
      * INSCOPT) les suivent ; pour les autres la matiere n'entre ni
      * en moyenne, ni dans l'historique (donc ni au bulletin), ni
      * sur la lettre de convocation.
       COPY "OPTION-WS.CPY".

      * Calendrier scolaire de l'annee du lot : coherence entre le
      * trimestre et la date d'extraction de l'entete.
       COPY "CALEND-WS.CPY".
       COPY "DATE-WS.CPY".

      * Lettres de convocation : etat fichier, date du jour editee
      * jj/mm/aaaa, compteur, et indicateur "au moins une matiere
      * reellement notee" (un eleve entierement absent/dispense n'a
      * pas de moyenne a contester, donc pas de lettre).
       77 WS-CONVOC-STATUS     PIC XX VALUE "00".
       77 WS-NB-CONVOCATIONS   PIC 9(3) VALUE 0.
       77 WS-NB-EXEMPLAIRES    PIC 9(3) VALUE 0.
       77 WS-CONVOC-DATE       PIC X(10).
       77 WS-DATE-JOUR         PIC 9(8).
       77 WS-ELEVE-NOTE-REEL   PIC X VALUE "N".
      * presentes dans NOTES-IN.DAT, pas les cases jamais alimentees.
                   15 WS-BATCH-SAISIE PIC X.
                      88 BATCH-NOTE-SAISIE VALUE "O".
      * "O" si l'eleve suit la matiere : toujours pour le tronc
      * commun, sur inscription pour une matiere a option.
                   15 WS-BATCH-SUIT PIC X.
                      88 BATCH-SUIT-MATIERE VALUE "O".
               10 WS-BATCH-MOYENNE  PIC 99V99.
      * Signale qu'un enregistrement a bien ete lu pour cet indice :
      * un trou dans la numerotation NIR-I-E (eleve jamais rencontre
                       " SUPPOSE"
               END-IF
               IF LOT-REFUSE
                   IF LOT-REFUSE-CALENDRIER
                       DISPLAY "LOT " WS-RUN-ID " : TRIMESTRE "
                           WS-TRIMESTRE " INCOHERENT AVEC LA DATE DU"
                           " LOT - TRAVAIL REFUSE (CORRIGER L'ENTETE)"
                   ELSE
                       DISPLAY "LOT " WS-RUN-ID " DEJA TRAITE - TRAVAIL"
                           " REFUSE (FORCERUN=O POUR PASSER OUTRE)"
                   END-IF
                   CLOSE NOTES-IN-FILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                                   PERFORM DEBUT-DE-CLASSE
                               END-IF
                           END-IF
                           IF CLASSE-CLOSE
                               ADD 1 TO WS-NB-ENREG-CLOS
                           ELSE
                               PERFORM TRAITER-ENREGISTREMENT
                           END-IF
                       ELSE
                           DISPLAY "TYPE D'ENREGISTREMENT INATTENDU"
                               " IGNORE : " NIR-TYPE
                   IF WS-CONVOC-STATUS = "00"
                       CLOSE CONVOC-FILE
                       DISPLAY WS-NB-CONVOCATIONS
                           " CONVOCATION(S) GENEREE(S), "
                           WS-NB-EXEMPLAIRES " EXEMPLAIRE(S)"
                   END-IF
                   PERFORM EDITER-SYNTHESE-ECOLE
                   IF WS-NB-CLASSES-CLOSES > 0
                       DISPLAY WS-NB-CLASSES-CLOSES " CLASSE(S) EN"
                           " PERIODE CLOSE ECARTEE(S), "
                           WS-NB-ENREG-CLOS " ENREGISTREMENT(S)"
                           " NON TRAITE(S)"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
                   PERFORM ENREGISTRER-RUN
               END-IF
           END-IF
                       MOVE NIR-ENT-TRIMESTRE TO WS-TRIMESTRE
                       MOVE "O" TO WS-TRIMESTRE-CONNU
                   END-IF
                   MOVE NIR-ENT-DATE TO WS-DATE-LOT
                   PERFORM CHERCHER-RUN-TRAITE
                   IF LOT-DEJA-TRAITE
                       ACCEPT WS-ENV-FORCE FROM ENVIRONMENT "FORCERUN"
                       END-IF
                   END-IF
                   PERFORM LIRE-NOTES-IN
                   IF NOT LOT-REFUSE AND TRIMESTRE-CONNU
                           AND NOT FIN-NOTES-IN AND NIR-TYPE = "D"
                       PERFORM CONTROLER-CALENDRIER-LOT
                   END-IF
               ELSE
                   DISPLAY "ENTETE DE LOT ABSENTE - TRAITEMENT SANS"
                       " CONTROLE D'EXECUTION"
               END-IF
           END-IF.

      * Le trimestre du lot doit etre coherent avec la date
      * d'extraction de l'entete selon le calendrier de l'annee du
      * premier detail (meme controle qu'EDIT-NOTES, motif 12). Une
      * annee sans calendrier complet est signalee et passe comme
      * avant.
       CONTROLER-CALENDRIER-LOT.
           MOVE NIR-ANNEE TO WS-CAL-CRIT-ANNEE
           PERFORM CHARGER-CALENDRIER
           IF NOT CALENDRIER-CONNU
               DISPLAY "CALENDRIER " NIR-ANNEE " ABSENT OU INCOMPLET"
                   " - TRIMESTRE DU LOT NON CONFRONTE A SA DATE"
           ELSE
               IF WS-DATE-LOT IS NUMERIC
                   MOVE WS-DATE-LOT  TO WS-CAL-CRIT-DATE
                   MOVE WS-TRIMESTRE TO WS-CAL-CRIT-TRIMESTRE
                   PERFORM VERIFIER-TRIMESTRE-DATE
                   IF NOT TRIMESTRE-COHERENT
                       MOVE "C" TO WS-LOT-REFUSE
                       IF WS-CAL-TRIM-RATTACHE = 0
                           DISPLAY "DATE DU LOT " WS-DATE-LOT " : "
                               WS-CAL-MOTIF-LIBELLE
                       ELSE
                           DISPLAY "DATE DU LOT " WS-DATE-LOT
                               " : TRIMESTRE " WS-CAL-TRIM-RATTACHE
                               " DU CALENDRIER " NIR-ANNEE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHERCHER-RUN-TRAITE.
           MOVE "N" TO WS-LOT-DEJA-TRAITE
           MOVE "N" TO WS-FIN-RUNCTL
           MOVE 0 TO WS-NB-ELEVES-VUS
           MOVE 0 TO WS-SOMME-CLASSE
           MOVE 0 TO WS-MOYENNE-CLASSE
           PERFORM CHARGER-MATIERES-CLASSE
           MOVE WS-CLASSE-COURANTE TO WS-CLO-CRIT-CLASSE
           MOVE WS-ANNEE-COURANTE  TO WS-CLO-CRIT-ANNEE
           MOVE WS-TRIMESTRE       TO WS-CLO-CRIT-TRIMESTRE
           PERFORM VERIFIER-CLOTURE
           MOVE WS-CLO-PERIODE-FLAG TO WS-CLASSE-CLOSE-FLAG.

      * Charge la grille de matieres du niveau de la classe courante
      * (quatre premiers caracteres du nom de classe) : une 6EME ne
                                       TO MAT-LIBELLE(WS-NB-MATIERES)
                                   MOVE WS-MATIERE-REC-COEF
                                     TO MAT-COEFFICIENT(WS-NB-MATIERES)
                                   MOVE WS-MATIERE-REC-ACTIF
                                       TO MAT-OPTION(WS-NB-MATIERES)
                               END-IF
                           END-IF
                   END-READ

      * Clot la classe en cours : calculs, rapport, statistiques,
      * historique, et report d'une ligne dans la synthese
      * etablissement. Une classe en periode close est seulement
      * signalee : ses notes ont deja ete arretees par le conseil.
       FIN-DE-CLASSE.
           IF CLASSE-CLOSE
               DISPLAY "CLASSE " WS-CLASSE-COURANTE " "
                   WS-ANNEE-COURANTE " TRIMESTRE " WS-TRIMESTRE
                   " : PERIODE CLOSE LE " WS-CLO-DER-DATE
                   " - CLASSE NON TRAITEE"
               ADD 1 TO WS-NB-CLASSES-CLOSES
           ELSE
               PERFORM CLORE-CLASSE-CALCULEE
           END-IF
           MOVE "N" TO WS-CLASSE-EN-COURS.

       CLORE-CLASSE-CALCULEE.
           PERFORM MARQUER-MATIERES-SUIVIES
           PERFORM CALCULER-MOYENNES
           PERFORM CALCULER-STATS-MATIERES
           PERFORM EDITER-RAPPORT
                   MOVE WS-MOYENNE-CLASSE  TO WS-ECO-PIRE-MOY
               END-IF
               SET ECO-CLASSE-VUE TO TRUE
           END-IF.

      * Synthese etablissement : classes traitees, meilleure et
      * moins bonne moyenne de classe (parmi les classes ayant au
                   END-IF
           END-EVALUATE.

      * Matieres suivies par chaque eleve de la classe : les
      * inscriptions de l'annee de la classe ne sont rechargees que
      * si l'annee change d'une classe a l'autre.
       MARQUER-MATIERES-SUIVIES.
           IF WS-ANNEE-COURANTE NOT = WS-OPT-ANNEE-CHARGEE
               MOVE WS-ANNEE-COURANTE TO WS-OPT-CRIT-ANNEE
               PERFORM CHARGER-INSCRIPTIONS
           END-IF
           PERFORM VARYING WS-I-E FROM 1 BY 1
                   UNTIL WS-I-E > WS-NB-ELEVES
               PERFORM VARYING WS-I-M FROM 1 BY 1
                       UNTIL WS-I-M > WS-NB-MATIERES
                   IF MAT-A-OPTION(WS-I-M)
                       MOVE WS-BATCH-MATRICULE(WS-I-E)
                           TO WS-OPT-CRIT-MATRICULE
                       MOVE MAT-CODE(WS-I-M) TO WS-OPT-CRIT-MAT-CODE
                       PERFORM VERIFIER-INSCRIPTION
                       MOVE WS-OPT-INSCRIT-FLAG
                           TO WS-BATCH-SUIT(WS-I-E, WS-I-M)
                   ELSE
                       MOVE "O" TO WS-BATCH-SUIT(WS-I-E, WS-I-M)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CALCULER-MOYENNES.
           MOVE 0 TO WS-NB-ELEVES-VUS
           PERFORM VARYING WS-I-E FROM 1 BY 1
                   MOVE 0 TO WS-SOMME
                   MOVE 0 TO WS-SOMME-COEF
      * Une note ABS ou DIS n'entre ni valeur ni coefficient dans la
      * moyenne : celle-ci ne porte que sur les matieres notees. Une
      * matiere a option non suivie n'y entre pas davantage.
                   PERFORM VARYING WS-I-M FROM 1 BY 1
                           UNTIL WS-I-M > WS-NB-MATIERES
                       IF WS-BATCH-STATUT(WS-I-E, WS-I-M) NOT = "A"
                               AND WS-BATCH-STATUT(WS-I-E, WS-I-M)
                                   NOT = "D"
                               AND BATCH-SUIT-MATIERE(WS-I-E, WS-I-M)
                           COMPUTE WS-SOMME = WS-SOMME +
                               WS-BATCH-VAL(WS-I-E, WS-I-M) *
                               MAT-COEFFICIENT(WS-I-M)
                       UNTIL WS-I-E > WS-NB-ELEVES
                   IF BATCH-VU(WS-I-E)
                           AND BATCH-NOTE-SAISIE(WS-I-E, WS-I-M)
                           AND BATCH-SUIT-MATIERE(WS-I-E, WS-I-M)
                           AND WS-BATCH-STATUT(WS-I-E, WS-I-M)
                               NOT = "A"
                           AND WS-BATCH-STATUT(WS-I-E, WS-I-M)
                   MOVE WS-CLASSE-COURANTE     TO WS-HISTO-CLASSE
                   MOVE WS-ANNEE-COURANTE      TO WS-HISTO-ANNEE
                   MOVE WS-TRIMESTRE           TO WS-HISTO-TRIMESTRE
      * Seules les matieres suivies par l'eleve sont historisees :
      * une option non suivie n'apparait pas au bulletin.
                   MOVE 0 TO WS-I-H
                   PERFORM VARYING WS-I-M FROM 1 BY 1
                           UNTIL WS-I-M > WS-NB-MATIERES
                       IF BATCH-SUIT-MATIERE(WS-I-E, WS-I-M)
                           PERFORM HISTORISER-MATIERE
                       END-IF
                   END-PERFORM
                   MOVE WS-I-H                 TO WS-HISTO-NB-MAT
                   MOVE WS-BATCH-MOYENNE(WS-I-E)
                       TO WS-HISTO-MOYENNE
                   WRITE WS-HISTO-REC
           END-PERFORM
           CLOSE HISTO-FILE.

      * Une matiere jamais alimentee dans le lot est historisee a
      * blanc et non a "00" : le suivi des saisies la compte alors
      * comme manquante au lieu d'y voir une note de zero.
       HISTORISER-MATIERE.
           ADD 1 TO WS-I-H
           MOVE MAT-CODE(WS-I-M) TO WS-HISTO-MAT-CODE(WS-I-H)
           EVALUATE TRUE
               WHEN NOT BATCH-NOTE-SAISIE(WS-I-E, WS-I-M)
                   MOVE SPACES TO WS-HISTO-NOTE(WS-I-H)
               WHEN WS-BATCH-STATUT(WS-I-E, WS-I-M) = "A"
                   MOVE "ABS" TO WS-HISTO-NOTE(WS-I-H)
               WHEN WS-BATCH-STATUT(WS-I-E, WS-I-M) = "D"
                   MOVE "DIS" TO WS-HISTO-NOTE(WS-I-H)
               WHEN OTHER
                   MOVE WS-BATCH-VAL(WS-I-E, WS-I-M)
                       TO WS-HISTO-NOTE(WS-I-H)
           END-EVALUATE.

       OUVRIR-CONVOCATIONS.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CONVOC-DATE
                       PERFORM VARYING WS-I-M FROM 1 BY 1
                               UNTIL WS-I-M > WS-NB-MATIERES
                           IF BATCH-NOTE-SAISIE(WS-I-E, WS-I-M)
                                   AND BATCH-SUIT-MATIERE(WS-I-E,
                                       WS-I-M)
                                   AND WS-BATCH-STATUT(WS-I-E,
                                       WS-I-M) NOT = "A"
                                   AND WS-BATCH-STATUT(WS-I-E,
                               < WS-SEUIL-REUSSITE
                               AND ELEVE-NOTE-REEL
                           ADD 1 TO WS-NB-CONVOCATIONS
                           MOVE WS-BATCH-MATRICULE(WS-I-E)
                               TO WS-RESP-CRIT-MATRICULE
                           PERFORM CHERCHER-DESTINATAIRES
                           PERFORM VARYING WS-I-DEST FROM 1 BY 1
                                   UNTIL WS-I-DEST > WS-DEST-NB
                               ADD 1 TO WS-NB-EXEMPLAIRES
                               PERFORM ECRIRE-LETTRE-CONVOCATION
                           END-PERFORM
                       END-IF
                   END-IF
               END-PERFORM
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
               IF BATCH-SUIT-MATIERE(WS-I-E, WS-I-M)
                   MOVE SPACES TO WS-CONVOC-LIGNE
                   EVALUATE TRUE
                       WHEN NOT BATCH-NOTE-SAISIE(WS-I-E, WS-I-M)
                           STRING "  " MAT-LIBELLE(WS-I-M) " : ---"
                               DELIMITED BY SIZE INTO WS-CONVOC-LIGNE
                           END-STRING
                       WHEN WS-BATCH-STATUT(WS-I-E, WS-I-M) = "A"
                           STRING "  " MAT-LIBELLE(WS-I-M) " : ABS"
                               DELIMITED BY SIZE INTO WS-CONVOC-LIGNE
                           END-STRING
                       WHEN WS-BATCH-STATUT(WS-I-E, WS-I-M) = "D"
                           STRING "  " MAT-LIBELLE(WS-I-M) " : DIS"
                               DELIMITED BY SIZE INTO WS-CONVOC-LIGNE
                           END-STRING
                       WHEN OTHER
                           STRING "  " MAT-LIBELLE(WS-I-M) " : "
                               DELIMITED BY SIZE INTO WS-CONVOC-LIGNE
                           END-STRING
                           MOVE WS-BATCH-VAL(WS-I-E, WS-I-M)
                               TO WS-CONVOC-LIGNE(27:2)
                           IF WS-BATCH-VAL(WS-I-E, WS-I-M)
                                   < WS-SEUIL-REUSSITE
                               MOVE " *" TO WS-CONVOC-LIGNE(31:2)
                           END-IF
                   END-EVALUATE
                   WRITE WS-CONVOC-LIGNE
               END-IF
           END-PERFORM
           MOVE WS-BATCH-MOYENNE(WS-I-E) TO WS-AFFICHAGE-MOY-T
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

       CHARGER-MATIERES-PAR-DEFAUT.
           MOVE 4 TO WS-NB-MATIERES
           MOVE "M1" TO MAT-CODE(1)
           MOVE "M3" TO MAT-CODE(3)
           MOVE "Matiere 3" TO MAT-LIBELLE(3)
           MOVE "M4" TO MAT-CODE(4)
           MOVE "Matiere 4" TO MAT-LIBELLE(4)
           MOVE SPACE TO MAT-OPTION(1) MAT-OPTION(2) MAT-OPTION(3)
               MAT-OPTION(4).

       COPY "HISTO-PARA.CPY".
       COPY "ABSENC-TOT-PARA.CPY".
       COPY "PARAM-PARA.CPY".
       COPY "RESP-PARA.CPY".
       COPY "CLOTURE-PARA.CPY".
       COPY "OPTION-PARA.CPY".
       COPY "CALEND-PARA.CPY".
       COPY "DATE-PARA.CPY".
