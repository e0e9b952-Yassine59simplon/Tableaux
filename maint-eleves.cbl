      *   2. radiation d'un eleve avec un code motif, l'enregistrement
      *      quittant l'effectif vif et partant dans RADIATIONS.DAT
      *      qui garde la trace (matricule, nom, classe, date, motif) ;
      *   3. liste alphabetique des eleves d'une classe ;
      *   4. inscription aux matieres a option (latin, LV2...) du
      *      niveau de l'eleve et retrait, dans le fichier cumulatif
      *      INSCOPT : seuls les inscrits sont ensuite attendus en
      *      saisie, au controle avant edition, en moyenne et au
      *      bulletin pour une matiere a option.
      * Chaque transfert, radiation, inscription ou retrait d'option
      * est trace dans AUDIT.LOG comme les autres programmes.
      * Une radiation pour demenagement (motif DE) produit en outre
      * le dossier de transfert de l'eleve (fichier DOSTRANS :
      * identite, notes des trimestres de l'annee tirees de
      * HISTO-NOTES.DAT, totaux d'absences) a remettre a
      * l'etablissement d'accueil a la place des photocopies de
      * bulletins.
      * Transferts et radiations partent aussi au journal INDEXMVT de
      * l'index nom/classe. L'eleve selectionne par la recherche du
      * menu (RECHERCHE-ELEVES) est propose d'office : un matricule
      * laisse a blanc ou a zero le designe.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-ELEVES.
       AUTHOR. Yassine.
           SELECT RADIATIONS-FILE ASSIGN TO "RADIATIONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RADIATIONS-STATUS.
      * Referentiel des matieres : seules les matieres a option du
      * niveau de l'eleve sont proposees a l'inscription.
           SELECT MATIERES-FILE ASSIGN TO "MATIERES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MATIERES-STATUS.
       COPY "OPTION-SELECT.CPY".
       COPY "IDXMVT-SELECT.CPY".
       COPY "HISTO-SELECT.CPY".
       COPY "ABSENC-SELECT.CPY".
       COPY "DOSSIER-SELECT.CPY".
       COPY "AUDIT-SELECT.CPY".

       DATA DIVISION.
      * AU = autre.
           05 WS-RAD-MOTIF     PIC X(2).

       FD  MATIERES-FILE.
       01  WS-MATIERE-REC.
           05 WS-MATIERE-REC-CODE     PIC X(4).
           05 WS-MATIERE-REC-LIBELLE  PIC X(20).
           05 WS-MATIERE-REC-COEF     PIC 9V9.
      * Indicateur d'activite tenu par MAINT-MATIERES : O = matiere
      * a option, seule cette valeur interesse ce programme.
           05 WS-MATIERE-REC-ACTIF    PIC X.
           05 WS-MATIERE-REC-NIVEAU   PIC X(4).

       COPY "OPTION-FD.CPY".

       COPY "IDXMVT-FD.CPY".

       COPY "HISTO-FD.CPY".

       COPY "ABSENC-FD.CPY".

       COPY "DOSSIER-FD.CPY".

       COPY "AUDIT-FD.CPY".

       WORKING-STORAGE SECTION.
       77 WS-LISTE-DEBORDEE    PIC X VALUE "N".
           88 LISTE-DEBORDEE VALUE "O".

      * Matieres a option du niveau de l'eleve en cours (quatre
      * premiers caracteres de sa classe ; niveau blanc = tous
      * niveaux) : au plus 9 matieres actives par grille de niveau.
       77 WS-MATIERES-STATUS   PIC XX VALUE "00".
       77 WS-FIN-MATIERES      PIC X VALUE "N".
           88 FIN-MATIERES VALUE "O".
       01 WS-OPTIONS-NIVEAU.
          05 WS-OPN-NB PIC 99 VALUE 0.
          05 WS-OPN-MATIERE OCCURS 9 TIMES.
             10 WS-OPN-CODE    PIC X(4).
             10 WS-OPN-LIBELLE PIC X(20).
       77 WS-OPN-I             PIC 99.
       77 WS-OPN-TROUVE        PIC 99 VALUE 0.
       77 WS-CODE-OPTION       PIC X(4) VALUE SPACES.
       77 WS-FIN-OPTIONS-ELEVE PIC X VALUE "N".
           88 FIN-OPTIONS-ELEVE VALUE "O".
       77 WS-DATE-JOUR         PIC 9(8) VALUE 0.
       77 WS-OPT-ECRITE        PIC X VALUE "N".
           88 OPT-ECRITE VALUE "O".

      * Inscriptions aux options de l'annee de l'eleve.
       COPY "OPTION-WS.CPY".

      * Journal des mouvements de l'index nom/classe.
       COPY "IDXMVT-WS.CPY".

      * Dossier de transfert : historique et absences de l'eleve
      * radie pour demenagement. Dernier enregistrement lu par
      * trimestre de son annee scolaire (un lot relance ecrase le
      * precedent, comme dans BULLETIN-ANNUEL).
       COPY "HISTO-WS.CPY".
       COPY "ABSENC-WS.CPY".
       COPY "DOSSIER-WS.CPY".
       77 WS-FIN-HISTO         PIC X VALUE "N".
           88 FIN-HISTO VALUE "O".
       77 WS-I-T               PIC 9.
       77 WS-I-M               PIC 99.
       77 WS-NB-RELEVES        PIC 9 VALUE 0.
       77 WS-HACHAGE           PIC 9(6) VALUE 0.
       77 WS-NOTE-TRAVAIL      PIC 99.
       01 WS-DOSSIER-ELEVE.
          05 WS-DSE-TRIM OCCURS 3 TIMES.
             10 WS-DSE-TRIM-VU  PIC X.
                88 DSE-TRIM-VU VALUE "O".
             10 WS-DSE-NB-MAT   PIC 9.
             10 WS-DSE-MAT OCCURS 9 TIMES.
                15 WS-DSE-MAT-CODE PIC X(4).
                15 WS-DSE-NOTE     PIC X(3).
             10 WS-DSE-MOYENNE  PIC 99V99.

      * Identifiant operateur et horodatage pour le journal d'audit.
       COPY "AUDIT-WS.CPY".

      * GESTION-NOTES qui l'a authentifiee : plus de re-saisie de
      * l'identifiant a chaque ecran.
       01 WS-OPERATEUR-APPEL PIC X(8).
      * Matricule de l'eleve selectionne par la recherche du menu
      * (zero = aucun).
       01 WS-MATRICULE-SELECTION PIC 9(4).

       PROCEDURE DIVISION USING WS-OPERATEUR-APPEL
                                WS-MATRICULE-SELECTION.

           MOVE WS-OPERATEUR-APPEL TO WS-OPERATEUR.
           PERFORM OUVRIR-AUDIT.
               GOBACK
           END-IF.

           PERFORM OUVRIR-JOURNAL-INDEX.

           PERFORM MENU-EFFECTIF.

           CLOSE ELEVES-FILE.
           IF MVT-OUVERT
               CLOSE MVT-INDEX-FILE
           END-IF.
           CLOSE AUDIT-FILE.

           GOBACK.
               DISPLAY "1. Transfert de classe"
               DISPLAY "2. Radiation d'un eleve"
               DISPLAY "3. Liste alphabetique d'une classe"
               DISPLAY "4. Options suivies par un eleve"
               DISPLAY "5. Retour"
               DISPLAY "Votre choix :"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN 3
                       PERFORM LISTER-CLASSE
                   WHEN 4
                       PERFORM GERER-OPTIONS-ELEVE
                   WHEN 5
                       SET QUITTER-MENU TO TRUE
                   WHEN OTHER
                       DISPLAY "CHOIX INVALIDE"
      * part dans la trace d'audit pour la reconstitution ulterieure.
       TRANSFERER-ELEVE.
           DISPLAY "MATRICULE DE L'ELEVE A TRANSFERER :"
           PERFORM SAISIR-MATRICULE
           READ ELEVES-FILE
               INVALID KEY
                   DISPLAY "MATRICULE INCONNU DE L'EFFECTIF"
                                   WS-ELEVES-STATUS ")"
                           ELSE
                               PERFORM AUDITER-TRANSFERT
                               SET MVT-ETAT-INSCRIT TO TRUE
                               PERFORM JOURNALISER-MOUVEMENT
                               DISPLAY "TRANSFERT ENREGISTRE"
                           END-IF
                       ELSE
      * avant d'etre supprime de l'effectif vif - dans cet ordre,
      * pour qu'un incident entre les deux laisse au pire un eleve
      * encore inscrit avec sa trace, jamais un eleve disparu sans
      * trace. Le dossier de transfert d'un demenagement est produit
      * entre les deux, tant que l'eleve est encore lu.
       RADIER-ELEVE.
           DISPLAY "MATRICULE DE L'ELEVE A RADIER :"
           PERFORM SAISIR-MATRICULE
           READ ELEVES-FILE
               INVALID KEY
                   DISPLAY "MATRICULE INCONNU DE L'EFFECTIF"
                   ACCEPT WS-REPONSE
                   IF REPONSE-OUI
                       PERFORM ECRIRE-RADIATION
                       IF RADIATION-ECRITE AND WS-MOTIF-SAISI = "DE"
                           PERFORM PRODUIRE-DOSSIER-TRANSFERT
                       END-IF
                       IF RADIATION-ECRITE
                           DELETE ELEVES-FILE
                           IF WS-ELEVES-STATUS NOT = "00"
                                   " DEJA SERVI, REGULARISER"
                           ELSE
                               PERFORM AUDITER-RADIATION
                               SET MVT-ETAT-RADIE TO TRUE
                               PERFORM JOURNALISER-MOUVEMENT
                               DISPLAY "ELEVE RADIE DE L'EFFECTIF"
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * Matricule de l'eleve traite : l'eleve selectionne par la
      * recherche est rappele, et une reponse a blanc ou a zero le
      * designe.
       SAISIR-MATRICULE.
           IF WS-MATRICULE-SELECTION NOT = 0
               DISPLAY "(VIDE = ELEVE SELECTIONNE "
                   WS-MATRICULE-SELECTION ")"
           END-IF
           ACCEPT WS-ELEVE-RELKEY
           IF WS-ELEVE-RELKEY = 0
               MOVE WS-MATRICULE-SELECTION TO WS-ELEVE-RELKEY
           END-IF.

      * Saisie controlee de la date d'effet : reboucle tant que la
      * valeur n'est pas huit chiffres.
       SAISIR-DATE-EFFET.
               CLOSE RADIATIONS-FILE
           END-IF.

      * Dossier de transfert de l'eleve courant, ajoute au fichier
      * cumulatif DOSTRANS (creation au tout premier dossier, meme
      * mecanique que OUVRIR-AUDIT) : identite avec les absences de
      * l'annee, un releve par trimestre enregistre dans l'historique
      * avec ses absences, fin avec comptage et hachage. Un dossier
      * non produit n'empeche pas la radiation : le secretariat
      * retombe alors sur les photocopies de bulletins.
       PRODUIRE-DOSSIER-TRANSFERT.
           PERFORM RELEVER-HISTORIQUE-ELEVE
           OPEN EXTEND DOSSIER-FILE
           IF WS-DOS-STATUS = "05" OR WS-DOS-STATUS = "35"
               OPEN OUTPUT DOSSIER-FILE
           END-IF
           IF WS-DOS-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE DOSTRANS (" WS-DOS-STATUS
                   ") - DOSSIER DE TRANSFERT NON PRODUIT"
           ELSE
               ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
               MOVE WS-ELEVE-REC-MATRICULE TO WS-ABS-CRIT-MATRICULE
               MOVE WS-ELEVE-REC-ANNEE     TO WS-ABS-CRIT-ANNEE
               MOVE 0 TO WS-ABS-CRIT-TRIMESTRE
               PERFORM TOTALISER-ABSENCES
               MOVE SPACES TO WS-DOS-REC
               MOVE "1" TO WS-DOS-I-TYPE
               MOVE WS-ELEVE-REC-MATRICULE TO WS-DOS-I-MATRICULE
               MOVE WS-ELEVE-REC-NOM       TO WS-DOS-I-NOM
               MOVE WS-ELEVE-REC-CLASSE    TO WS-DOS-I-CLASSE
               MOVE WS-ELEVE-REC-ANNEE     TO WS-DOS-I-ANNEE
               MOVE WS-DATE-EFFET          TO WS-DOS-I-DATE-RAD
               MOVE WS-DATE-JOUR           TO WS-DOS-I-DATE-EXTR
               MOVE WS-ABS-NB-TOTAL        TO WS-DOS-I-ABS-TOTAL
               MOVE WS-ABS-NB-INJUST       TO WS-DOS-I-ABS-INJUST
               WRITE WS-DOS-REC
               MOVE 0 TO WS-NB-RELEVES
               MOVE 0 TO WS-HACHAGE
      * Une ecriture en echec arrete le dossier : les enregistrements
      * suivants, et la fin surtout, ne sont pas ecrits.
               IF WS-DOS-STATUS = "00"
                   PERFORM VARYING WS-I-T FROM 1 BY 1
                           UNTIL WS-I-T > 3 OR WS-DOS-STATUS NOT = "00"
                       IF DSE-TRIM-VU(WS-I-T)
                           PERFORM ECRIRE-RELEVE-DOSSIER
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-DOS-STATUS = "00"
                   MOVE SPACES TO WS-DOS-REC
                   MOVE "9" TO WS-DOS-F-TYPE
                   MOVE WS-ELEVE-REC-MATRICULE TO WS-DOS-F-MATRICULE
                   MOVE WS-NB-RELEVES TO WS-DOS-F-NB-RELEVES
                   MOVE WS-HACHAGE    TO WS-DOS-F-HACHAGE
                   WRITE WS-DOS-REC
               END-IF
               IF WS-DOS-STATUS NOT = "00"
                   DISPLAY "ERREUR ECRITURE DOSTRANS (" WS-DOS-STATUS
                       ") - DOSSIER DE TRANSFERT INCOMPLET"
               ELSE
                   DISPLAY "DOSSIER DE TRANSFERT PRODUIT : "
                       WS-NB-RELEVES " TRIMESTRE(S)"
               END-IF
               CLOSE DOSSIER-FILE
           END-IF.

      * Trimestres de l'annee scolaire de l'eleve dans l'historique :
      * le dernier enregistrement lu par trimestre l'emporte.
       RELEVER-HISTORIQUE-ELEVE.
           INITIALIZE WS-DOSSIER-ELEVE
           MOVE "N" TO WS-FIN-HISTO
           OPEN INPUT HISTO-FILE
           IF WS-HISTO-STATUS NOT = "00"
               DISPLAY "HISTO-NOTES.DAT ABSENT (" WS-HISTO-STATUS
                   ") - DOSSIER SANS NOTES"
           ELSE
               PERFORM UNTIL FIN-HISTO
                   READ HISTO-FILE
                       AT END
                           SET FIN-HISTO TO TRUE
                       NOT AT END
                           IF WS-HISTO-MATRICULE
                                   = WS-ELEVE-REC-MATRICULE
                               AND WS-HISTO-ANNEE
                                   = WS-ELEVE-REC-ANNEE
                               AND WS-HISTO-TRIMESTRE >= 1
                               AND WS-HISTO-TRIMESTRE <= 3
                               PERFORM RANGER-TRIMESTRE-DOSSIER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTO-FILE
           END-IF.

       RANGER-TRIMESTRE-DOSSIER.
           MOVE WS-HISTO-TRIMESTRE TO WS-I-T
           MOVE "O" TO WS-DSE-TRIM-VU(WS-I-T)
           MOVE WS-HISTO-NB-MAT TO WS-DSE-NB-MAT(WS-I-T)
           PERFORM VARYING WS-I-M FROM 1 BY 1 UNTIL WS-I-M > 9
               MOVE WS-HISTO-MAT-CODE(WS-I-M)
                   TO WS-DSE-MAT-CODE(WS-I-T, WS-I-M)
               MOVE WS-HISTO-NOTE(WS-I-M)
                   TO WS-DSE-NOTE(WS-I-T, WS-I-M)
           END-PERFORM
           MOVE WS-HISTO-MOYENNE TO WS-DSE-MOYENNE(WS-I-T).

      * Releve du trimestre WS-I-T avec ses absences ; le hachage
      * additionne les notes numeriques (ABS/DIS comptent zero).
       ECRIRE-RELEVE-DOSSIER.
           MOVE WS-I-T TO WS-ABS-CRIT-TRIMESTRE
           PERFORM TOTALISER-ABSENCES
           MOVE SPACES TO WS-DOS-REC
           MOVE "2" TO WS-DOS-R-TYPE
           MOVE WS-ELEVE-REC-MATRICULE TO WS-DOS-R-MATRICULE
           MOVE WS-I-T TO WS-DOS-R-TRIMESTRE
           MOVE WS-DSE-NB-MAT(WS-I-T) TO WS-DOS-R-NB-MAT
           PERFORM VARYING WS-I-M FROM 1 BY 1
                   UNTIL WS-I-M > WS-DSE-NB-MAT(WS-I-T)
               MOVE WS-DSE-MAT-CODE(WS-I-T, WS-I-M)
                   TO WS-DOS-R-MAT-CODE(WS-I-M)
               MOVE WS-DSE-NOTE(WS-I-T, WS-I-M)
                   TO WS-DOS-R-NOTE(WS-I-M)
               IF WS-DSE-NOTE(WS-I-T, WS-I-M)(1:2) IS NUMERIC
                   MOVE WS-DSE-NOTE(WS-I-T, WS-I-M)(1:2)
                       TO WS-NOTE-TRAVAIL
                   ADD WS-NOTE-TRAVAIL TO WS-HACHAGE
               END-IF
           END-PERFORM
           MOVE WS-DSE-MOYENNE(WS-I-T) TO WS-DOS-R-MOYENNE
           MOVE WS-ABS-NB-TOTAL  TO WS-DOS-R-ABS-TOTAL
           MOVE WS-ABS-NB-INJUST TO WS-DOS-R-ABS-INJUST
           WRITE WS-DOS-REC
           IF WS-DOS-STATUS = "00"
               ADD 1 TO WS-NB-RELEVES
           END-IF.

      * Liste alphabetique d'une classe : parcours sequentiel de
      * l'effectif par cle relative croissante (comme les autres
      * lecteurs d'ELEVES.DAT), selection sur la classe, tri a
           END-PERFORM
           DISPLAY WS-LST-NB " ELEVE(S)".

      * Options d'un eleve : les matieres a option de son niveau
      * sont listees avec son etat d'inscription pour son annee
      * scolaire ; un code saisi bascule l'inscription (inscrit ->
      * retire, non inscrit -> inscrit) apres confirmation. Chaque
      * mouvement est ajoute au fichier INSCOPT, jamais recrit.
       GERER-OPTIONS-ELEVE.
           DISPLAY "MATRICULE DE L'ELEVE :"
           PERFORM SAISIR-MATRICULE
           READ ELEVES-FILE
               INVALID KEY
                   DISPLAY "MATRICULE INCONNU DE L'EFFECTIF"
               NOT INVALID KEY
                   DISPLAY "ELEVE  : " WS-ELEVE-REC-NOM
                   DISPLAY "CLASSE : " WS-ELEVE-REC-CLASSE
                       "  ANNEE : " WS-ELEVE-REC-ANNEE
                   PERFORM CHARGER-OPTIONS-NIVEAU
                   IF WS-OPN-NB = 0
                       DISPLAY "AUCUNE MATIERE A OPTION POUR LE"
                           " NIVEAU " WS-ELEVE-REC-CLASSE(1:4)
                   ELSE
                       MOVE WS-ELEVE-REC-ANNEE TO WS-OPT-CRIT-ANNEE
                       PERFORM CHARGER-INSCRIPTIONS
                       MOVE "N" TO WS-FIN-OPTIONS-ELEVE
                       PERFORM UNTIL FIN-OPTIONS-ELEVE
                           PERFORM LISTER-OPTIONS-ELEVE
                           DISPLAY "CODE MATIERE A INSCRIRE OU"
                               " RETIRER (VIDE = RETOUR) :"
                           ACCEPT WS-CODE-OPTION
                           IF WS-CODE-OPTION = SPACES
                               SET FIN-OPTIONS-ELEVE TO TRUE
                           ELSE
                               PERFORM BASCULER-OPTION-ELEVE
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

      * Matieres a option (ACTIF = O) de la grille du niveau de
      * l'eleve. Referentiel absent : aucune option proposee.
       CHARGER-OPTIONS-NIVEAU.
           MOVE 0 TO WS-OPN-NB
           MOVE "N" TO WS-FIN-MATIERES
           OPEN INPUT MATIERES-FILE
           IF WS-MATIERES-STATUS NOT = "00"
               DISPLAY "MATIERES.DAT ABSENT - AUCUNE OPTION"
           ELSE
               PERFORM UNTIL FIN-MATIERES
                   READ MATIERES-FILE
                       AT END
                           SET FIN-MATIERES TO TRUE
                       NOT AT END
                           IF WS-MATIERE-REC-ACTIF = "O"
                                   AND (WS-MATIERE-REC-NIVEAU = SPACES
                                       OR WS-MATIERE-REC-NIVEAU =
                                           WS-ELEVE-REC-CLASSE(1:4))
                                   AND WS-OPN-NB < 9
                               ADD 1 TO WS-OPN-NB
                               MOVE WS-MATIERE-REC-CODE
                                   TO WS-OPN-CODE(WS-OPN-NB)
                               MOVE WS-MATIERE-REC-LIBELLE
                                   TO WS-OPN-LIBELLE(WS-OPN-NB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATIERES-FILE
           END-IF.

       LISTER-OPTIONS-ELEVE.
           DISPLAY "CODE LIBELLE              ETAT"
           PERFORM VARYING WS-OPN-I FROM 1 BY 1
                   UNTIL WS-OPN-I > WS-OPN-NB
               MOVE WS-ELEVE-REC-MATRICULE TO WS-OPT-CRIT-MATRICULE
               MOVE WS-OPN-CODE(WS-OPN-I) TO WS-OPT-CRIT-MAT-CODE
               PERFORM VERIFIER-INSCRIPTION
               IF OPT-INSCRIT
                   DISPLAY WS-OPN-CODE(WS-OPN-I) " "
                       WS-OPN-LIBELLE(WS-OPN-I) " INSCRIT"
               ELSE
                   DISPLAY WS-OPN-CODE(WS-OPN-I) " "
                       WS-OPN-LIBELLE(WS-OPN-I) " -"
               END-IF
           END-PERFORM.

      * Bascule l'inscription de l'eleve a l'option WS-CODE-OPTION :
      * le code doit etre une matiere a option de son niveau.
       BASCULER-OPTION-ELEVE.
           MOVE 0 TO WS-OPN-TROUVE
           PERFORM VARYING WS-OPN-I FROM 1 BY 1
                   UNTIL WS-OPN-I > WS-OPN-NB
               IF WS-OPN-CODE(WS-OPN-I) = WS-CODE-OPTION
                   MOVE WS-OPN-I TO WS-OPN-TROUVE
               END-IF
           END-PERFORM
           IF WS-OPN-TROUVE = 0
               DISPLAY "CODE INCONNU OU MATIERE SANS OPTION POUR CE"
                   " NIVEAU : " WS-CODE-OPTION
           ELSE
               MOVE WS-ELEVE-REC-MATRICULE TO WS-OPT-CRIT-MATRICULE
               MOVE WS-CODE-OPTION TO WS-OPT-CRIT-MAT-CODE
               PERFORM VERIFIER-INSCRIPTION
               IF OPT-INSCRIT
                   DISPLAY "RETIRER " WS-ELEVE-REC-NOM " DE "
                       WS-OPN-LIBELLE(WS-OPN-TROUVE) " (O/N) ?"
               ELSE
                   DISPLAY "INSCRIRE " WS-ELEVE-REC-NOM " EN "
                       WS-OPN-LIBELLE(WS-OPN-TROUVE) " (O/N) ?"
               END-IF
               ACCEPT WS-REPONSE
               IF REPONSE-OUI
                   PERFORM ECRIRE-MOUVEMENT-OPTION
                   IF OPT-ECRITE
                       PERFORM AUDITER-OPTION
                       PERFORM CHARGER-INSCRIPTIONS
                       DISPLAY "MOUVEMENT D'OPTION ENREGISTRE"
                   END-IF
               ELSE
                   DISPLAY "MOUVEMENT ABANDONNE"
               END-IF
           END-IF.

      * Ajoute le mouvement au fichier INSCOPT (creation au tout
      * premier mouvement, meme mecanique que ECRIRE-RADIATION) :
      * R si l'eleve etait inscrit, I sinon.
       ECRIRE-MOUVEMENT-OPTION.
           MOVE "N" TO WS-OPT-ECRITE
           OPEN EXTEND OPTIONS-FILE
           IF WS-OPT-STATUS = "05" OR WS-OPT-STATUS = "35"
               OPEN OUTPUT OPTIONS-FILE
           END-IF
           IF WS-OPT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE INSCOPT (" WS-OPT-STATUS
                   ") - MOUVEMENT ABANDONNE"
           ELSE
               ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
               MOVE SPACES TO WS-OPTION-REC
               MOVE WS-ELEVE-REC-MATRICULE TO WS-OPT-MATRICULE
               MOVE WS-ELEVE-REC-ANNEE     TO WS-OPT-ANNEE
               MOVE WS-CODE-OPTION         TO WS-OPT-MAT-CODE
               IF OPT-INSCRIT
                   SET OPT-ETAT-RETIRE TO TRUE
               ELSE
                   SET OPT-ETAT-INSCRIT TO TRUE
               END-IF
               MOVE WS-DATE-JOUR           TO WS-OPT-DATE
               MOVE WS-OPERATEUR           TO WS-OPT-OPERATEUR
               WRITE WS-OPTION-REC
               IF WS-OPT-STATUS = "00"
                   SET OPT-ECRITE TO TRUE
               ELSE
                   DISPLAY "ERREUR ECRITURE INSCOPT (" WS-OPT-STATUS
                       ") - MOUVEMENT ABANDONNE"
               END-IF
               CLOSE OPTIONS-FILE
           END-IF.

      * Image de l'eleve apres transfert ou radiation pour le journal
      * de l'index ; l'etat (I ou R) est pose par l'appelant, la date
      * est la date d'effet saisie.
       JOURNALISER-MOUVEMENT.
           MOVE WS-ELEVE-REC-MATRICULE TO WS-MVT-MATRICULE
           MOVE WS-ELEVE-REC-NOM       TO WS-MVT-NOM
           MOVE WS-ELEVE-REC-CLASSE    TO WS-MVT-CLASSE
           MOVE WS-ELEVE-REC-ANNEE     TO WS-MVT-ANNEE
           MOVE WS-DATE-EFFET          TO WS-MVT-DATE
           MOVE WS-OPERATEUR           TO WS-MVT-ORIGINE
           PERFORM ENREGISTRER-MOUVEMENT-INDEX.

      * Traces d'audit : l'action tient dans la zone nom (comme
      * MAINT-MATIERES), la classe cible ou le motif et la date
      * d'effet dans la zone matiere, le matricule dans l'indice.
           MOVE SPACES TO WS-AUDIT-VALEUR
           PERFORM ENREGISTRER-AUDIT.

      * OPT-INSCRIT decrit encore l'etat d'avant le mouvement.
       AUDITER-OPTION.
           MOVE WS-ELEVE-REC-MATRICULE TO WS-AUDIT-ELEVE-IDX
           IF OPT-INSCRIT
               MOVE "RETRAIT OPTION"     TO WS-AUDIT-ELEVE-NOM
           ELSE
               MOVE "INSCRIPTION OPTION" TO WS-AUDIT-ELEVE-NOM
           END-IF
           MOVE SPACES TO WS-AUDIT-MATIERE
           STRING WS-CODE-OPTION " " WS-ELEVE-REC-ANNEE
               DELIMITED BY SIZE INTO WS-AUDIT-MATIERE
           END-STRING
           MOVE SPACES TO WS-AUDIT-VALEUR
           PERFORM ENREGISTRER-AUDIT.

       COPY "AUDIT-PARA.CPY".
       COPY "OPTION-PARA.CPY".
       COPY "IDXMVT-PARA.CPY".
       COPY "ABSENC-TOT-PARA.CPY".
