      * Administration des comptes operateurs : OPERATEURS.DAT etait
      * tenu a la main dans un editeur de texte (64 octets par
      * ligne, droits de saisie en colonnes), et un mot de passe
      * oublie se reglait en supprimant une ligne de MOTPASSE.DAT.
      * Ce programme, reserve au secretariat (droit ALL) depuis le
      * menu GESTION-NOTES, cree les operateurs, les suspend et les
      * reactive (COMPTES.DAT - le referentiel garde son dessin),
      * modifie leurs droits de saisie en les controlant contre les
      * codes de MATIERES.DAT, et force la reinitialisation d'un mot
      * de passe (condensat remis a zero : l'operateur en choisit un
      * nouveau a sa prochaine connexion). Chaque changement part
      * dans AUDIT.LOG. Les trois fichiers sont recrits en entier a
      * la sortie, comme MAINT-MATIERES recrit son referentiel ; un
      * enregistrement qui laisserait l'ecole sans aucun operateur
      * actif de droit ALL est refuse.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-OPERATEURS.
       AUTHOR. Yassine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "OPERAT-SELECT.CPY".
       COPY "MOTPAS-SELECT.CPY".
       COPY "COMPTE-SELECT.CPY".
       COPY "AUDIT-SELECT.CPY".
           SELECT MATIERES-FILE ASSIGN TO "MATIERES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MATIERES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "OPERAT-FD.CPY".
       COPY "MOTPAS-FD.CPY".
       COPY "COMPTE-FD.CPY".
       COPY "AUDIT-FD.CPY".

       FD  MATIERES-FILE.
       01  WS-MATIERE-REC.
           05 WS-MATIERE-REC-CODE     PIC X(4).
           05 WS-MATIERE-REC-LIBELLE  PIC X(20).
           05 WS-MATIERE-REC-COEF     PIC 9V9.
           05 WS-MATIERE-REC-ACTIF    PIC X.
           05 WS-MATIERE-REC-NIVEAU   PIC X(4).

       WORKING-STORAGE SECTION.

       77 WS-OPERATEURS-STATUS PIC XX VALUE "00".
       77 WS-MDP-FICHIER-STATUS PIC XX VALUE "00".
       77 WS-COMPTES-STATUS  PIC XX VALUE "00".
       77 WS-MATIERES-STATUS PIC XX VALUE "00".
       77 WS-FIN-OPERATEURS  PIC X VALUE "N".
           88 FIN-OPERATEURS VALUE "O".
       77 WS-FIN-MDP         PIC X VALUE "N".
           88 FIN-MDP VALUE "O".
       77 WS-FIN-COMPTES     PIC X VALUE "N".
           88 FIN-COMPTES VALUE "O".
       77 WS-FIN-MATIERES    PIC X VALUE "N".
           88 FIN-MATIERES VALUE "O".
       77 WS-CHOIX           PIC 9 VALUE 0.
       77 WS-QUITTER-MENU    PIC X VALUE "N".
           88 QUITTER-MENU VALUE "O".
       77 WS-MODIFIE         PIC X VALUE "N".
           88 REFERENTIEL-MODIFIE VALUE "O".
       77 WS-I               PIC 99.
       77 WS-J               PIC 99.
       77 WS-K               PIC 99.
       77 WS-IDX-TROUVE      PIC 99 VALUE 0.
       77 WS-NB-ADMIN        PIC 99 VALUE 0.
       77 WS-RANG-DROIT      PIC 99.
       77 WS-ID-SAISI        PIC X(8).
       77 WS-NOM-SAISI       PIC X(20).
       77 WS-CODE-SAISI      PIC X(4).
       77 WS-DATE-JOUR       PIC 9(8).
       77 WS-ETAT-AFF        PIC X(9).
       77 WS-DROITS-AFF      PIC X(45).
       77 WS-DROITS-PTR      PIC 99.
       77 WS-CODE-TROUVE     PIC X VALUE "N".
           88 CODE-TROUVE VALUE "O".
       77 WS-FIN-SAISIE-DROITS PIC X VALUE "N".
           88 FIN-SAISIE-DROITS VALUE "O".

      * Referentiel des operateurs en table, enrichi du condensat
      * (MOTPASSE.DAT) et de l'etat du compte (COMPTES.DAT), meme
      * table que la connexion de GESTION-NOTES.
       01 WS-OPE-TABLE.
          05 WS-OPE-NB PIC 99 VALUE 0.
          05 WS-OPE-ENTREE OCCURS 50 TIMES.
             10 WS-OPE-ID    PIC X(8).
             10 WS-OPE-NOM   PIC X(20).
             10 WS-OPE-AUTOR OCCURS 9 TIMES PIC X(4).
             10 WS-OPE-MDP   PIC 9(8).
             10 WS-OPE-ETAT  PIC X.
                88 OPE-SUSPENDU VALUE "S".
             10 WS-OPE-DATE-MDP  PIC 9(8).
             10 WS-OPE-DATE-ETAT PIC 9(8).
      * Referentiel plus grand que la table : le recrire depuis la
      * table supprimerait les operateurs non charges.
       77 WS-OPE-DEBORDE     PIC X VALUE "N".
           88 OPE-DEBORDE VALUE "O".

      * Droits avant modification, pour tracer chaque code ajoute
      * ou retire.
       01 WS-ANC-DROITS.
          05 WS-ANC-AUTOR OCCURS 9 TIMES PIC X(4).

      * Codes matieres connus de MATIERES.DAT (actifs, tous niveaux
      * confondus, sans doublon) : seuls ces codes, ou ALL, sont
      * admis comme droits de saisie.
       77 WS-CODES-DISPO     PIC X VALUE "N".
           88 CODES-DISPO VALUE "O".
       01 WS-COD-TABLE.
          05 WS-COD-NB PIC 99 VALUE 0.
          05 WS-COD-CODE OCCURS 99 TIMES PIC X(4).

      * Identifiant operateur et horodatage pour le journal d'audit.
       COPY "AUDIT-WS.CPY".

       LINKAGE SECTION.
      * Identite de l'operateur connecte, transmise par le menu
      * GESTION-NOTES qui l'a authentifiee.
       01 WS-OPERATEUR-APPEL PIC X(8).

       PROCEDURE DIVISION USING WS-OPERATEUR-APPEL.

           MOVE WS-OPERATEUR-APPEL TO WS-OPERATEUR.
           PERFORM OUVRIR-AUDIT.

      * Reinitialise a chaque appel (plusieurs passages possibles
      * dans le meme run unit via GESTION-NOTES).
           MOVE "N" TO WS-QUITTER-MENU.
           MOVE "N" TO WS-MODIFIE.
           MOVE 0 TO WS-OPE-NB.
           MOVE 0 TO WS-COD-NB.
           MOVE "N" TO WS-OPE-DEBORDE.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM CHARGER-OPERATEURS.
           IF OPE-DEBORDE
               DISPLAY "REFERENTIEL PLUS GRAND QUE LA TABLE DE TRAVAIL"
                   " - ADMINISTRATION REFUSEE, AUCUN FICHIER RECRIT"
           ELSE
               PERFORM CHARGER-CODES-MATIERES
               PERFORM MENU-OPERATEURS
               IF REFERENTIEL-MODIFIE
                   PERFORM SAUVEGARDER-OPERATEURS
               END-IF
           END-IF.

           CLOSE AUDIT-FILE.

           GOBACK.

       MENU-OPERATEURS.
           PERFORM UNTIL QUITTER-MENU
               DISPLAY "===================================="
               DISPLAY "  ADMINISTRATION DES OPERATEURS"
               DISPLAY "===================================="
               DISPLAY "1. Lister les operateurs"
               DISPLAY "2. Creer un operateur"
               DISPLAY "3. Suspendre un operateur"
               DISPLAY "4. Reactiver un operateur"
               DISPLAY "5. Modifier les droits de saisie"
               DISPLAY "6. Reinitialiser un mot de passe"
               DISPLAY "7. Enregistrer et quitter"
               DISPLAY "Votre choix :"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN 1
                       PERFORM LISTER-OPERATEURS
                   WHEN 2
                       PERFORM CREER-OPERATEUR
                   WHEN 3
                       PERFORM SUSPENDRE-OPERATEUR
                   WHEN 4
                       PERFORM REACTIVER-OPERATEUR
                   WHEN 5
                       PERFORM MODIFIER-DROITS
                   WHEN 6
                       PERFORM REINITIALISER-MDP
                   WHEN 7
                       PERFORM COMPTER-ADMINISTRATEURS
                       IF REFERENTIEL-MODIFIE AND WS-NB-ADMIN = 0
                           DISPLAY "AUCUN OPERATEUR ACTIF DE DROIT ALL"
                               " - ENREGISTREMENT REFUSE"
                       ELSE
                           SET QUITTER-MENU TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY "CHOIX INVALIDE"
               END-EVALUATE
           END-PERFORM.

       CHARGER-OPERATEURS.
           MOVE "N" TO WS-FIN-OPERATEURS
           OPEN INPUT OPERATEURS-FILE
           IF WS-OPERATEURS-STATUS NOT = "00"
               DISPLAY "OPERATEURS.DAT ABSENT - REFERENTIEL VIDE"
           ELSE
               PERFORM UNTIL FIN-OPERATEURS
                   READ OPERATEURS-FILE
                       AT END
                           SET FIN-OPERATEURS TO TRUE
                       NOT AT END
                           IF WS-OPE-NB = 50
                               DISPLAY "TROP D'OPERATEURS - PLUS DE"
                                   " 50 DANS OPERATEURS.DAT"
                               SET OPE-DEBORDE TO TRUE
                               SET FIN-OPERATEURS TO TRUE
                           ELSE
                               ADD 1 TO WS-OPE-NB
                               MOVE WS-OPERATEUR-REC-ID
                                   TO WS-OPE-ID(WS-OPE-NB)
                               MOVE WS-OPERATEUR-REC-NOM
                                   TO WS-OPE-NOM(WS-OPE-NB)
                               PERFORM VARYING WS-I FROM 1 BY 1
                                       UNTIL WS-I > 9
                                   MOVE WS-OPERATEUR-REC-AUTOR(WS-I)
                                       TO WS-OPE-AUTOR(WS-OPE-NB,
                                           WS-I)
                               END-PERFORM
                               MOVE 0 TO WS-OPE-MDP(WS-OPE-NB)
                               MOVE "A" TO WS-OPE-ETAT(WS-OPE-NB)
                               MOVE 0 TO WS-OPE-DATE-MDP(WS-OPE-NB)
                               MOVE 0 TO WS-OPE-DATE-ETAT(WS-OPE-NB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATEURS-FILE
               PERFORM CHARGER-MOTS-DE-PASSE
               PERFORM CHARGER-COMPTES
           END-IF.

      * Condensat de chaque operateur ; fichier absent ou operateur
      * sans condensat : mot de passe a definir (zero).
       CHARGER-MOTS-DE-PASSE.
           MOVE "N" TO WS-FIN-MDP
           OPEN INPUT MDP-FILE
           IF WS-MDP-FICHIER-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL FIN-MDP
                   READ MDP-FILE
                       AT END
                           SET FIN-MDP TO TRUE
                       NOT AT END
                           PERFORM VARYING WS-I FROM 1 BY 1
                                   UNTIL WS-I > WS-OPE-NB
                               IF WS-OPE-ID(WS-I) = WS-MDP-REC-ID
                                       AND WS-MDP-REC-HASH
                                           IS NUMERIC
                                   MOVE WS-MDP-REC-HASH
                                       TO WS-OPE-MDP(WS-I)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE MDP-FILE
           END-IF.

      * Etat de chaque compte ; fichier absent ou operateur sans
      * enregistrement : compte actif.
       CHARGER-COMPTES.
           MOVE "N" TO WS-FIN-COMPTES
           OPEN INPUT COMPTES-FILE
           IF WS-COMPTES-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL FIN-COMPTES
                   READ COMPTES-FILE
                       AT END
                           SET FIN-COMPTES TO TRUE
                       NOT AT END
                           PERFORM VARYING WS-I FROM 1 BY 1
                                   UNTIL WS-I > WS-OPE-NB
                               IF WS-OPE-ID(WS-I) = WS-COMPTE-REC-ID
                                   IF WS-COMPTE-REC-ETAT = "S"
                                       MOVE "S" TO WS-OPE-ETAT(WS-I)
                                   END-IF
                                   IF WS-COMPTE-REC-DATE-MDP
                                           IS NUMERIC
                                       MOVE WS-COMPTE-REC-DATE-MDP
                                           TO WS-OPE-DATE-MDP(WS-I)
                                   END-IF
                                   IF WS-COMPTE-REC-DATE-ETAT
                                           IS NUMERIC
                                       MOVE WS-COMPTE-REC-DATE-ETAT
                                           TO WS-OPE-DATE-ETAT(WS-I)
                                   END-IF
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE COMPTES-FILE
           END-IF.

      * Codes des matieres actives du referentiel, tous niveaux
      * confondus, un seul poste par code. Referentiel absent : les
      * codes saisis ne peuvent pas etre controles, c'est signale.
       CHARGER-CODES-MATIERES.
           MOVE "N" TO WS-FIN-MATIERES
           MOVE "N" TO WS-CODES-DISPO
           OPEN INPUT MATIERES-FILE
           IF WS-MATIERES-STATUS NOT = "00"
               DISPLAY "MATIERES.DAT ABSENT - CODES MATIERES NON"
                   " CONTROLES"
           ELSE
               SET CODES-DISPO TO TRUE
               PERFORM UNTIL FIN-MATIERES
                   READ MATIERES-FILE
                       AT END
                           SET FIN-MATIERES TO TRUE
                       NOT AT END
                           IF WS-MATIERE-REC-ACTIF NOT = "I"
                               MOVE WS-MATIERE-REC-CODE
                                   TO WS-CODE-SAISI
                               PERFORM CHERCHER-CODE-MATIERE
                               IF NOT CODE-TROUVE AND WS-COD-NB < 99
                                   ADD 1 TO WS-COD-NB
                                   MOVE WS-CODE-SAISI
                                       TO WS-COD-CODE(WS-COD-NB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATIERES-FILE
           END-IF.

       CHERCHER-CODE-MATIERE.
           MOVE "N" TO WS-CODE-TROUVE
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-COD-NB
               IF WS-COD-CODE(WS-K) = WS-CODE-SAISI
                   SET CODE-TROUVE TO TRUE
               END-IF
           END-PERFORM.

       LISTER-OPERATEURS.
           DISPLAY "IDENT.   NOM                  ETAT      DROITS"
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OPE-NB
               PERFORM PREPARER-LIGNE-OPERATEUR
               DISPLAY WS-OPE-ID(WS-I) " " WS-OPE-NOM(WS-I) " "
                   WS-ETAT-AFF " " WS-DROITS-AFF
           END-PERFORM
           DISPLAY WS-OPE-NB " OPERATEUR(S) AU REFERENTIEL".

      * Etat et liste des droits de l'operateur WS-I pour l'ecran.
       PREPARER-LIGNE-OPERATEUR.
           IF OPE-SUSPENDU(WS-I)
               MOVE "SUSPENDU" TO WS-ETAT-AFF
           ELSE
               IF WS-OPE-MDP(WS-I) = 0
                   MOVE "MDP A DEF" TO WS-ETAT-AFF
               ELSE
                   MOVE "ACTIF" TO WS-ETAT-AFF
               END-IF
           END-IF
           MOVE SPACES TO WS-DROITS-AFF
           MOVE 1 TO WS-DROITS-PTR
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 9
               IF WS-OPE-AUTOR(WS-I, WS-J) NOT = SPACES
                   STRING WS-OPE-AUTOR(WS-I, WS-J) " "
                       DELIMITED BY SIZE INTO WS-DROITS-AFF
                       WITH POINTER WS-DROITS-PTR
                   END-STRING
               END-IF
           END-PERFORM.

      * Saisit un identifiant et le recherche : WS-IDX-TROUVE recoit
      * son indice, ou zero s'il est inconnu.
       SAISIR-IDENTIFIANT.
           DISPLAY "IDENTIFIANT OPERATEUR :"
           ACCEPT WS-ID-SAISI
               ON EXCEPTION
                   DISPLAY "FIN DE SAISIE INATTENDUE - ARRET"
                   STOP RUN
           END-ACCEPT
           MOVE 0 TO WS-IDX-TROUVE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OPE-NB
               IF WS-OPE-ID(WS-I) = WS-ID-SAISI
                   MOVE WS-I TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.

      * Nouvel operateur : identifiant unique, nom, droits. Pas de
      * mot de passe : il le choisira a sa premiere connexion.
       CREER-OPERATEUR.
           PERFORM SAISIR-IDENTIFIANT
           IF WS-ID-SAISI = SPACES
               DISPLAY "IDENTIFIANT OBLIGATOIRE - CREATION ABANDONNEE"
           ELSE
           IF WS-IDX-TROUVE > 0
               DISPLAY "IDENTIFIANT DEJA UTILISE PAR : "
                   WS-OPE-NOM(WS-IDX-TROUVE)
           ELSE
           IF WS-OPE-NB = 50
               DISPLAY "REFERENTIEL PLEIN - CREATION REFUSEE"
           ELSE
               DISPLAY "NOM :"
               ACCEPT WS-NOM-SAISI
               ADD 1 TO WS-OPE-NB
               MOVE WS-OPE-NB TO WS-I
               MOVE WS-ID-SAISI  TO WS-OPE-ID(WS-I)
               MOVE WS-NOM-SAISI TO WS-OPE-NOM(WS-I)
               MOVE SPACES TO WS-ANC-DROITS
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 9
                   MOVE SPACES TO WS-OPE-AUTOR(WS-I, WS-J)
               END-PERFORM
               MOVE 0 TO WS-OPE-MDP(WS-I)
               MOVE "A" TO WS-OPE-ETAT(WS-I)
               MOVE 0 TO WS-OPE-DATE-MDP(WS-I)
               MOVE WS-DATE-JOUR TO WS-OPE-DATE-ETAT(WS-I)
               MOVE "CREATION OPERATEUR" TO WS-AUDIT-ELEVE-NOM
               MOVE WS-ID-SAISI TO WS-AUDIT-MATIERE
               PERFORM AUDITER-OPERATEUR
               PERFORM SAISIR-DROITS
               PERFORM AUDITER-DROITS
               SET REFERENTIEL-MODIFIE TO TRUE
               DISPLAY "OPERATEUR CREE : " WS-ID-SAISI
                   " - MOT DE PASSE A DEFINIR A LA PREMIERE CONNEXION"
           END-IF
           END-IF
           END-IF.

      * Suspension : la connexion est refusee, les droits sont
      * conserves pour une reactivation. L'operateur connecte ne
      * peut pas se suspendre lui-meme.
       SUSPENDRE-OPERATEUR.
           PERFORM SAISIR-IDENTIFIANT
           IF WS-IDX-TROUVE = 0
               DISPLAY "IDENTIFIANT INCONNU : " WS-ID-SAISI
           ELSE
               MOVE WS-IDX-TROUVE TO WS-I
               IF OPE-SUSPENDU(WS-I)
                   DISPLAY "OPERATEUR DEJA SUSPENDU"
               ELSE
               IF WS-OPE-ID(WS-I) = WS-OPERATEUR
                   DISPLAY "SUSPENSION DE SON PROPRE COMPTE REFUSEE"
               ELSE
                   MOVE "S" TO WS-OPE-ETAT(WS-I)
                   MOVE WS-DATE-JOUR TO WS-OPE-DATE-ETAT(WS-I)
                   MOVE "SUSPENSION OPERATEUR" TO WS-AUDIT-ELEVE-NOM
                   MOVE WS-ID-SAISI TO WS-AUDIT-MATIERE
                   PERFORM AUDITER-OPERATEUR
                   SET REFERENTIEL-MODIFIE TO TRUE
                   DISPLAY "OPERATEUR SUSPENDU : " WS-ID-SAISI
               END-IF
               END-IF
           END-IF.

       REACTIVER-OPERATEUR.
           PERFORM SAISIR-IDENTIFIANT
           IF WS-IDX-TROUVE = 0
               DISPLAY "IDENTIFIANT INCONNU : " WS-ID-SAISI
           ELSE
               MOVE WS-IDX-TROUVE TO WS-I
               IF NOT OPE-SUSPENDU(WS-I)
                   DISPLAY "OPERATEUR DEJA ACTIF"
               ELSE
                   MOVE "A" TO WS-OPE-ETAT(WS-I)
                   MOVE WS-DATE-JOUR TO WS-OPE-DATE-ETAT(WS-I)
                   MOVE "REACTIV OPERATEUR" TO WS-AUDIT-ELEVE-NOM
                   MOVE WS-ID-SAISI TO WS-AUDIT-MATIERE
                   PERFORM AUDITER-OPERATEUR
                   SET REFERENTIEL-MODIFIE TO TRUE
                   DISPLAY "OPERATEUR REACTIVE : " WS-ID-SAISI
               END-IF
           END-IF.

       MODIFIER-DROITS.
           PERFORM SAISIR-IDENTIFIANT
           IF WS-IDX-TROUVE = 0
               DISPLAY "IDENTIFIANT INCONNU : " WS-ID-SAISI
           ELSE
               MOVE WS-IDX-TROUVE TO WS-I
               PERFORM PREPARER-LIGNE-OPERATEUR
               DISPLAY "DROITS ACTUELS : " WS-DROITS-AFF
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 9
                   MOVE WS-OPE-AUTOR(WS-I, WS-J) TO WS-ANC-AUTOR(WS-J)
               END-PERFORM
               PERFORM SAISIR-DROITS
               PERFORM AUDITER-DROITS
               SET REFERENTIEL-MODIFIE TO TRUE
               PERFORM PREPARER-LIGNE-OPERATEUR
               DISPLAY "NOUVEAUX DROITS : " WS-DROITS-AFF
           END-IF.

      * Saisie de la liste complete des droits de l'operateur WS-I,
      * qui remplace l'ancienne : ALL seul (secretariat, toutes
      * matieres), ou jusqu'a neuf codes de MATIERES.DAT. Un code
      * inconnu ou deja saisi est refuse ; une ligne vide termine.
       SAISIR-DROITS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 9
               MOVE SPACES TO WS-OPE-AUTOR(WS-I, WS-J)
           END-PERFORM
           DISPLAY "DROITS : ALL (SECRETARIAT) OU CODES MATIERES,"
               " UN PAR LIGNE, VIDE = FIN"
           MOVE "N" TO WS-FIN-SAISIE-DROITS
           MOVE 0 TO WS-J
           PERFORM UNTIL FIN-SAISIE-DROITS OR WS-J = 9
               COMPUTE WS-RANG-DROIT = WS-J + 1
               DISPLAY "DROIT " WS-RANG-DROIT " :"
               ACCEPT WS-CODE-SAISI
                   ON EXCEPTION
                       DISPLAY "FIN DE SAISIE INATTENDUE - ARRET"
                       STOP RUN
               END-ACCEPT
               EVALUATE TRUE
                   WHEN WS-CODE-SAISI = SPACES
                       SET FIN-SAISIE-DROITS TO TRUE
                   WHEN WS-CODE-SAISI = "ALL"
                       IF WS-J > 0
                           DISPLAY "ALL NE SE COMBINE PAS AVEC DES"
                               " CODES MATIERES - REFUSE"
                       ELSE
                           ADD 1 TO WS-J
                           MOVE "ALL" TO WS-OPE-AUTOR(WS-I, WS-J)
                           SET FIN-SAISIE-DROITS TO TRUE
                       END-IF
                   WHEN OTHER
                       PERFORM CONTROLER-CODE-DROIT
               END-EVALUATE
           END-PERFORM.

      * Controle et ajoute le code WS-CODE-SAISI a la liste de
      * l'operateur WS-I.
       CONTROLER-CODE-DROIT.
           PERFORM CHERCHER-CODE-MATIERE
           IF CODES-DISPO AND NOT CODE-TROUVE
               DISPLAY "CODE MATIERE INCONNU : " WS-CODE-SAISI
           ELSE
               MOVE "N" TO WS-CODE-TROUVE
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-J
                   IF WS-OPE-AUTOR(WS-I, WS-K) = WS-CODE-SAISI
                       SET CODE-TROUVE TO TRUE
                   END-IF
               END-PERFORM
               IF CODE-TROUVE
                   DISPLAY "CODE DEJA SAISI : " WS-CODE-SAISI
               ELSE
                   ADD 1 TO WS-J
                   MOVE WS-CODE-SAISI TO WS-OPE-AUTOR(WS-I, WS-J)
               END-IF
           END-IF.

      * Reinitialisation forcee : le condensat est remis a zero,
      * l'operateur choisira un nouveau mot de passe a sa prochaine
      * connexion.
       REINITIALISER-MDP.
           PERFORM SAISIR-IDENTIFIANT
           IF WS-IDX-TROUVE = 0
               DISPLAY "IDENTIFIANT INCONNU : " WS-ID-SAISI
           ELSE
               MOVE WS-IDX-TROUVE TO WS-I
               MOVE 0 TO WS-OPE-MDP(WS-I)
               MOVE 0 TO WS-OPE-DATE-MDP(WS-I)
               MOVE "REINIT MDP" TO WS-AUDIT-ELEVE-NOM
               MOVE WS-ID-SAISI TO WS-AUDIT-MATIERE
               PERFORM AUDITER-OPERATEUR
               SET REFERENTIEL-MODIFIE TO TRUE
               DISPLAY "MOT DE PASSE REINITIALISE : " WS-ID-SAISI
                   " - A DEFINIR A LA PROCHAINE CONNEXION"
           END-IF.

      * Operateurs actifs de droit ALL : il en faut au moins un
      * pour que le referentiel reste administrable.
       COMPTER-ADMINISTRATEURS.
           MOVE 0 TO WS-NB-ADMIN
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OPE-NB
               IF WS-OPE-AUTOR(WS-I, 1) = "ALL"
                       AND NOT OPE-SUSPENDU(WS-I)
                   ADD 1 TO WS-NB-ADMIN
               END-IF
           END-PERFORM.

      * Recrit les trois fichiers complets depuis la table :
      * referentiel au dessin de 64 octets, condensats et etat des
      * comptes.
       SAUVEGARDER-OPERATEURS.
           OPEN OUTPUT OPERATEURS-FILE
           IF WS-OPERATEURS-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE OPERATEURS.DAT : "
                   WS-OPERATEURS-STATUS
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OPE-NB
                   MOVE SPACES TO WS-OPERATEUR-REC
                   MOVE WS-OPE-ID(WS-I)  TO WS-OPERATEUR-REC-ID
                   MOVE WS-OPE-NOM(WS-I) TO WS-OPERATEUR-REC-NOM
                   PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 9
                       MOVE WS-OPE-AUTOR(WS-I, WS-J)
                           TO WS-OPERATEUR-REC-AUTOR(WS-J)
                   END-PERFORM
                   WRITE WS-OPERATEUR-REC
                   IF WS-OPERATEURS-STATUS NOT = "00"
                       DISPLAY "ERREUR ECRITURE OPERATEURS.DAT : "
                           WS-OPERATEURS-STATUS
                   END-IF
               END-PERFORM
               CLOSE OPERATEURS-FILE
               DISPLAY "OPERATEURS.DAT ENREGISTRE (" WS-OPE-NB
                   " OPERATEURS)"
           END-IF
           OPEN OUTPUT MDP-FILE
           IF WS-MDP-FICHIER-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE MOTPASSE.DAT ("
                   WS-MDP-FICHIER-STATUS ")"
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OPE-NB
                   MOVE SPACES TO WS-MDP-REC
                   MOVE WS-OPE-ID(WS-I)  TO WS-MDP-REC-ID
                   MOVE WS-OPE-MDP(WS-I) TO WS-MDP-REC-HASH
                   WRITE WS-MDP-REC
                   IF WS-MDP-FICHIER-STATUS NOT = "00"
                       DISPLAY "ERREUR ECRITURE MOTPASSE.DAT : "
                           WS-MDP-FICHIER-STATUS " - OPERATEUR "
                           WS-OPE-ID(WS-I)
                   END-IF
               END-PERFORM
               CLOSE MDP-FILE
           END-IF
           OPEN OUTPUT COMPTES-FILE
           IF WS-COMPTES-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE COMPTES.DAT ("
                   WS-COMPTES-STATUS ")"
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OPE-NB
                   MOVE SPACES TO WS-COMPTE-REC
                   MOVE WS-OPE-ID(WS-I)   TO WS-COMPTE-REC-ID
                   MOVE WS-OPE-ETAT(WS-I) TO WS-COMPTE-REC-ETAT
                   MOVE WS-OPE-DATE-MDP(WS-I)
                       TO WS-COMPTE-REC-DATE-MDP
                   MOVE WS-OPE-DATE-ETAT(WS-I)
                       TO WS-COMPTE-REC-DATE-ETAT
                   WRITE WS-COMPTE-REC
                   IF WS-COMPTES-STATUS NOT = "00"
                       DISPLAY "ERREUR ECRITURE COMPTES.DAT : "
                           WS-COMPTES-STATUS " - OPERATEUR "
                           WS-OPE-ID(WS-I)
                   END-IF
               END-PERFORM
               CLOSE COMPTES-FILE
           END-IF.

      * Trace une action sur un compte : action dans
      * WS-AUDIT-ELEVE-NOM et identifiant vise dans WS-AUDIT-MATIERE
      * deja renseignes par l'appelant.
       AUDITER-OPERATEUR.
           MOVE 0 TO WS-AUDIT-ELEVE-IDX
           MOVE "OPE" TO WS-AUDIT-VALEUR
           PERFORM ENREGISTRER-AUDIT.

      * Trace chaque droit retire puis chaque droit ajoute a
      * l'operateur WS-I par rapport a WS-ANC-DROITS.
       AUDITER-DROITS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 9
               IF WS-ANC-AUTOR(WS-J) NOT = SPACES
                   MOVE "N" TO WS-CODE-TROUVE
                   PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 9
                       IF WS-OPE-AUTOR(WS-I, WS-K)
                               = WS-ANC-AUTOR(WS-J)
                           SET CODE-TROUVE TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT CODE-TROUVE
                       MOVE "RETRAIT DROIT" TO WS-AUDIT-ELEVE-NOM
                       MOVE WS-ANC-AUTOR(WS-J) TO WS-CODE-SAISI
                       PERFORM AUDITER-DROIT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 9
               IF WS-OPE-AUTOR(WS-I, WS-J) NOT = SPACES
                   MOVE "N" TO WS-CODE-TROUVE
                   PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 9
                       IF WS-ANC-AUTOR(WS-K)
                               = WS-OPE-AUTOR(WS-I, WS-J)
                           SET CODE-TROUVE TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT CODE-TROUVE
                       MOVE "AJOUT DROIT" TO WS-AUDIT-ELEVE-NOM
                       MOVE WS-OPE-AUTOR(WS-I, WS-J) TO WS-CODE-SAISI
                       PERFORM AUDITER-DROIT
                   END-IF
               END-IF
           END-PERFORM.

       AUDITER-DROIT.
           MOVE SPACES TO WS-AUDIT-MATIERE
           STRING WS-OPE-ID(WS-I) " " WS-CODE-SAISI
               DELIMITED BY SIZE INTO WS-AUDIT-MATIERE
           END-STRING
           PERFORM AUDITER-OPERATEUR.

       COPY "AUDIT-PARA.CPY".
