      * OPERATEURS.DAT absent : periode de transition, identification
      * sans mot de passe et menu complet, comme pour le controle des
      * autorisations de saisie.
      * L'etat des comptes (COMPTES.DAT, tenu par MAINT-OPERATEURS)
      * refuse la connexion d'un operateur suspendu, et un mot de
      * passe plus ancien que la duree DUREE-MDP du fichier PARAMS
      * doit etre change avant d'entrer dans le menu.
      * La recherche d'eleve par nom ou par classe (RECHERCHE-ELEVES,
      * ouverte a tous) fixe un eleve selectionne, rappele en tete du
      * menu et transmis a la gestion de l'effectif, aux responsables
      * legaux et au duplicata de bulletin, qui le proposent d'office.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-NOTES.
       AUTHOR. Yassine.
       FILE-CONTROL.
       COPY "OPERAT-SELECT.CPY".
       COPY "AUDIT-SELECT.CPY".
       COPY "MOTPAS-SELECT.CPY".
       COPY "COMPTE-SELECT.CPY".
       COPY "PARAM-SELECT.CPY".

       DATA DIVISION.
       FILE SECTION.
       COPY "OPERAT-FD.CPY".
       COPY "AUDIT-FD.CPY".
       COPY "MOTPAS-FD.CPY".
       COPY "COMPTE-FD.CPY".
       COPY "PARAM-FD.CPY".

       WORKING-STORAGE SECTION.

       77 WS-MDP-FICHIER-STATUS PIC XX VALUE "00".
       77 WS-FIN-MDP         PIC X VALUE "N".
           88 FIN-MDP VALUE "O".
       77 WS-COMPTES-STATUS  PIC XX VALUE "00".
       77 WS-FIN-COMPTES     PIC X VALUE "N".
           88 FIN-COMPTES VALUE "O".
       77 WS-FIN-OPERATEURS  PIC X VALUE "N".
           88 FIN-OPERATEURS VALUE "O".
       77 WS-FICHIER-PRESENT PIC X VALUE "N".
             10 WS-OPE-NOM   PIC X(20).
             10 WS-OPE-AUTOR OCCURS 9 TIMES PIC X(4).
             10 WS-OPE-MDP   PIC 9(8).
             10 WS-OPE-ETAT  PIC X.
                88 OPE-SUSPENDU VALUE "S".
             10 WS-OPE-DATE-MDP  PIC 9(8).
             10 WS-OPE-DATE-ETAT PIC 9(8).
       77 WS-I               PIC 99.
       77 WS-IDX-OPE         PIC 99 VALUE 0.
      * Indice d'ecriture distinct : la recriture du fichier des
       77 WS-ROLE-COMPLET    PIC X VALUE "N".
           88 ROLE-COMPLET VALUE "O".
       77 WS-MDP-CONFIRME    PIC X(12) VALUE SPACES.
      * Expiration : date du jour, rang du jour et anciennete du mot
      * de passe en jours ; MDP-EXPIRE fait passer par le choix d'un
      * nouveau mot de passe au lieu d'ouvrir la session.
       77 WS-DATE-JOUR       PIC 9(8).
       77 WS-RANG-JOUR       PIC 9(7).
       77 WS-ANCIENNETE-MDP  PIC 9(7).
       77 WS-ANCIENNETE-AFF  PIC Z(6)9.
       77 WS-MDP-EXPIRE-FLAG PIC X VALUE "N".
           88 MDP-EXPIRE VALUE "O".

      * Eleve selectionne par la recherche (matricule zero = aucun),
      * conserve d'un ecran a l'autre pendant la session.
       01 WS-ELEVE-SELECTIONNE.
          05 WS-SEL-MATRICULE PIC 9(4) VALUE 0.
          05 WS-SEL-NOM       PIC X(20) VALUE SPACES.
          05 WS-SEL-CLASSE    PIC X(8) VALUE SPACES.

      * Duree de validite des mots de passe (DUREE-MDP).
       COPY "PARAM-WS.CPY".

      * Rang du jour pour le calcul d'anciennete.
       COPY "DATE-WS.CPY".

      * Condensat de mot de passe (initialisation et controle).
       COPY "MDP-WS.CPY".
       OUVERTURE-SESSION.

           PERFORM OUVRIR-AUDIT
           PERFORM CHARGER-PARAMETRES
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR TO WS-DATE-CALC
           PERFORM CALCULER-JOUR-ABSOLU
           MOVE WS-JOUR-ABSOLU TO WS-RANG-JOUR
           PERFORM CHARGER-OPERATEURS
           PERFORM CONNECTER-OPERATEUR
           IF NOT CONNECTE
               DISPLAY "===================================="
               DISPLAY "  GESTION DES NOTES"
               DISPLAY "  OPERATEUR : " WS-OPERATEUR
               IF WS-SEL-MATRICULE NOT = 0
                   DISPLAY "  ELEVE     : " WS-SEL-MATRICULE " "
                       WS-SEL-NOM " " WS-SEL-CLASSE
               END-IF
               DISPLAY "===================================="
               IF ROLE-COMPLET
                   DISPLAY "1. Saisie simple (3 eleves, 1 note)"
               END-IF
               DISPLAY "11. Duplicata de bulletin"
               DISPLAY "12. Saisie d'une matiere pour une classe"
               IF ROLE-COMPLET
                   DISPLAY "13. Administration des operateurs"
                   DISPLAY "14. Responsables legaux des eleves"
               END-IF
               DISPLAY "15. Saisie d'une evaluation (devoir)"
               IF ROLE-COMPLET
                   DISPLAY "16. Cloture des periodes"
               END-IF
               DISPLAY "17. Recherche d'un eleve (nom / classe)"
               IF ROLE-COMPLET
                   DISPLAY "18. Calendrier scolaire"
               END-IF
               DISPLAY "19. Quitter"
               DISPLAY "Votre choix :"
               ACCEPT WS-CHOIX
      * Les options reservees restent refusees meme tapees a
                       PERFORM APPELER-SI-ROLE-COMPLET
                   WHEN 11
                       CALL "DUPLICATA-BULLETIN" USING WS-OPERATEUR
                           WS-SEL-MATRICULE
                   WHEN 12
                       CALL "SAISIE-NOTES-CLASSE" USING WS-OPERATEUR
                   WHEN 13
                       PERFORM APPELER-SI-ROLE-COMPLET
                   WHEN 14
                       PERFORM APPELER-SI-ROLE-COMPLET
                   WHEN 15
                       CALL "SAISIE-EVALUATIONS" USING WS-OPERATEUR
                   WHEN 16
                       PERFORM APPELER-SI-ROLE-COMPLET
                   WHEN 17
                       CALL "RECHERCHE-ELEVES"
                           USING WS-ELEVE-SELECTIONNE
                   WHEN 18
                       PERFORM APPELER-SI-ROLE-COMPLET
                   WHEN 19
                       SET QUITTER-PROGRAMME TO TRUE
                   WHEN OTHER
                       DISPLAY "CHOIX INVALIDE"
                       CALL "VALID-MAJ" USING WS-OPERATEUR
                   WHEN 7
                       CALL "MAINT-ELEVES" USING WS-OPERATEUR
                           WS-SEL-MATRICULE
                   WHEN 10
                       CALL "MAINT-PARAMS" USING WS-OPERATEUR
                   WHEN 13
                       CALL "MAINT-OPERATEURS" USING WS-OPERATEUR
                   WHEN 14
                       CALL "MAINT-RESPONSABLES" USING WS-OPERATEUR
                           WS-SEL-MATRICULE
                   WHEN 16
                       CALL "MAINT-CLOTURES" USING WS-OPERATEUR
                   WHEN 18
                       CALL "MAINT-CALENDRIER" USING WS-OPERATEUR
               END-EVALUATE
           END-IF.

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

      * Rapproche les condensats de MOTPASSE.DAT des operateurs
               CLOSE MDP-FILE
           END-IF.

      * Rapproche l'etat des comptes de COMPTES.DAT des operateurs
      * charges ; fichier absent ou operateur sans enregistrement :
      * compte actif, anciennete du mot de passe inconnue.
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

      * Connexion : trois tentatives, puis verrouillage trace dans
      * AUDIT.LOG. Un condensat a zero declenche le choix du mot de
      * passe a la premiere connexion.
       CONNECTER-OPERATEUR.
           PERFORM UNTIL CONNECTE OR WS-NB-ECHECS >= 3
      * Une expiration constatee pour une tentative precedente ne
      * doit pas suivre l'operateur suivant.
               MOVE "N" TO WS-MDP-EXPIRE-FLAG
               DISPLAY "IDENTIFIANT OPERATEUR :"
               ACCEPT WS-ID-SAISI
                   ON EXCEPTION
                   PERFORM CHERCHER-OPERATEUR
                   IF WS-IDX-OPE = 0
                       PERFORM COMPTER-ECHEC
                   ELSE
                   IF OPE-SUSPENDU(WS-IDX-OPE)
                       PERFORM REFUSER-COMPTE-SUSPENDU
                   ELSE
                       IF WS-OPE-MDP(WS-IDX-OPE) = 0
                           PERFORM INITIALISER-MDP
                           PERFORM CONTROLER-MDP
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF NOT CONNECTE AND FICHIER-PRESENT
           END-ACCEPT
           PERFORM CALCULER-CONDENSAT-MDP
           IF WS-MDP-HASH = WS-OPE-MDP(WS-IDX-OPE)
               PERFORM CONTROLER-EXPIRATION
               IF MDP-EXPIRE
                   PERFORM INITIALISER-MDP
               ELSE
                   PERFORM OUVRIR-SESSION-OPERATEUR
               END-IF
           ELSE
               PERFORM COMPTER-ECHEC
           END-IF.

      * Un compte suspendu compte comme un echec, avec le meme
      * message qu'un identifiant inconnu ; la tentative est tracee
      * pour le secretariat.
       REFUSER-COMPTE-SUSPENDU.
           PERFORM COMPTER-ECHEC
           MOVE WS-ID-SAISI TO WS-OPERATEUR
           MOVE 0 TO WS-AUDIT-ELEVE-IDX
           MOVE "REFUS CONNEXION" TO WS-AUDIT-ELEVE-NOM
           MOVE "COMPTE SUSPENDU" TO WS-AUDIT-MATIERE
           MOVE "***" TO WS-AUDIT-VALEUR
           PERFORM ENREGISTRER-AUDIT.

      * Anciennete du mot de passe au regard de DUREE-MDP (zero =
      * pas d'expiration). Date de dernier changement inconnue
      * (comptes anterieurs a COMPTES.DAT) : le decompte part
      * d'aujourd'hui.
       CONTROLER-EXPIRATION.
           MOVE "N" TO WS-MDP-EXPIRE-FLAG
           IF WS-OPE-DATE-MDP(WS-IDX-OPE) = 0
               MOVE WS-DATE-JOUR TO WS-OPE-DATE-MDP(WS-IDX-OPE)
               PERFORM SAUVEGARDER-COMPTES
           END-IF
           IF WS-DUREE-MDP > 0
               MOVE WS-OPE-DATE-MDP(WS-IDX-OPE) TO WS-DATE-CALC
               PERFORM CALCULER-JOUR-ABSOLU
               IF DATE-CALC-VALIDE
                       AND WS-RANG-JOUR >= WS-JOUR-ABSOLU
                   COMPUTE WS-ANCIENNETE-MDP =
                           WS-RANG-JOUR - WS-JOUR-ABSOLU
                   IF WS-ANCIENNETE-MDP >= WS-DUREE-MDP
                       SET MDP-EXPIRE TO TRUE
                   END-IF
               END-IF
           END-IF.

      * Premiere connexion, reinitialisation par le secretariat ou
      * mot de passe expire : le mot de passe est choisi et
      * confirme, son condensat part dans MOTPASSE.DAT et sa date
      * dans COMPTES.DAT (fichiers recrits en entier) et
      * l'initialisation est tracee. Un mot de passe expire ne peut
      * pas etre reconduit a l'identique.
       INITIALISER-MDP.
           IF MDP-EXPIRE
               MOVE WS-ANCIENNETE-MDP TO WS-ANCIENNETE-AFF
               DISPLAY "MOT DE PASSE EXPIRE (" WS-ANCIENNETE-AFF
                   " JOURS) - CHOISIR UN NOUVEAU MOT DE PASSE :"
           ELSE
               DISPLAY "PREMIERE CONNEXION - CHOISIR UN MOT DE PASSE :"
           END-IF
           ACCEPT WS-MDP-SAISIE
               ON EXCEPTION
                   DISPLAY "FIN DE SAISIE INATTENDUE - ARRET"
               PERFORM COMPTER-ECHEC
           ELSE
               PERFORM CALCULER-CONDENSAT-MDP
               IF MDP-EXPIRE AND WS-MDP-HASH = WS-OPE-MDP(WS-IDX-OPE)
                   DISPLAY "LE NOUVEAU MOT DE PASSE DOIT DIFFERER DE"
                       " L'ANCIEN - RENOUVELLEMENT ABANDONNE"
                   PERFORM COMPTER-ECHEC
               ELSE
                   MOVE WS-MDP-HASH TO WS-OPE-MDP(WS-IDX-OPE)
                   MOVE WS-DATE-JOUR TO WS-OPE-DATE-MDP(WS-IDX-OPE)
                   PERFORM SAUVEGARDER-MOTS-DE-PASSE
                   PERFORM SAUVEGARDER-COMPTES
                   MOVE WS-ID-SAISI TO WS-OPERATEUR
                   MOVE 0 TO WS-AUDIT-ELEVE-IDX
                   IF MDP-EXPIRE
                       MOVE "MDP RENOUVELE" TO WS-AUDIT-ELEVE-NOM
                       MOVE "EXPIRATION" TO WS-AUDIT-MATIERE
                   ELSE
                       MOVE "MDP INITIALISE" TO WS-AUDIT-ELEVE-NOM
                       MOVE SPACES TO WS-AUDIT-MATIERE
                   END-IF
                   MOVE SPACES TO WS-AUDIT-VALEUR
                   PERFORM ENREGISTRER-AUDIT
                   PERFORM OUVRIR-SESSION-OPERATEUR
               END-IF
           END-IF.

       OUVRIR-SESSION-OPERATEUR.
               CLOSE MDP-FILE
           END-IF.

      * Recrit COMPTES.DAT complet depuis la table : etat et date
      * du dernier mot de passe de chaque operateur.
       SAUVEGARDER-COMPTES.
           OPEN OUTPUT COMPTES-FILE
           IF WS-COMPTES-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE COMPTES.DAT ("
                   WS-COMPTES-STATUS ")"
           ELSE
               PERFORM VARYING WS-IDX-OPE-ECRIT FROM 1 BY 1
                       UNTIL WS-IDX-OPE-ECRIT > WS-OPE-NB
                   MOVE SPACES TO WS-COMPTE-REC
                   MOVE WS-OPE-ID(WS-IDX-OPE-ECRIT)
                       TO WS-COMPTE-REC-ID
                   MOVE WS-OPE-ETAT(WS-IDX-OPE-ECRIT)
                       TO WS-COMPTE-REC-ETAT
                   MOVE WS-OPE-DATE-MDP(WS-IDX-OPE-ECRIT)
                       TO WS-COMPTE-REC-DATE-MDP
                   MOVE WS-OPE-DATE-ETAT(WS-IDX-OPE-ECRIT)
                       TO WS-COMPTE-REC-DATE-ETAT
                   WRITE WS-COMPTE-REC
               END-PERFORM
               CLOSE COMPTES-FILE
           END-IF.

      * Verrouillage apres trois echecs : la tentative est tracee
      * sous l'identifiant tente, pour l'expertise du lendemain.
       TRACER-VERROUILLAGE.

       COPY "AUDIT-PARA.CPY".
       COPY "MDP-PARA.CPY".
       COPY "PARAM-PARA.CPY".
       COPY "DATE-PARA.CPY".
