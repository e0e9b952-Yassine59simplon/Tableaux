      * Cloture des periodes apres le conseil de classe : jusqu'ici
      * rien n'empechait de ressaisir une note, une absence ou une
      * appreciation d'un trimestre deja delibere, et les bulletins
      * remis aux familles ne correspondaient plus au fichier. Ce
      * programme, reserve au secretariat (droit ALL) depuis le menu
      * GESTION-NOTES, clot ou rouvre une periode (classe, annee
      * scolaire, trimestre) avec un motif obligatoire ; les
      * programmes de saisie et la chaine BATCHNOT refusent ensuite
      * toute donnee visant une periode close (VERIFIER-CLOTURE,
      * CLOTURE-PARA.CPY). Chaque cloture et chaque reouverture part
      * dans AUDIT.LOG.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-CLOTURES.
       AUTHOR. Yassine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "CLOTURE-SELECT.CPY".
       COPY "AUDIT-SELECT.CPY".
       COPY "OPERAT-SELECT.CPY".

       DATA DIVISION.
       FILE SECTION.
       COPY "CLOTURE-FD.CPY".
       COPY "AUDIT-FD.CPY".
       COPY "OPERAT-FD.CPY".

       WORKING-STORAGE SECTION.

       77 WS-CHOIX             PIC 9 VALUE 0.
       77 WS-QUITTER-MENU      PIC X VALUE "N".
           88 QUITTER-MENU VALUE "O".
       77 WS-REPONSE           PIC X VALUE "N".
           88 REPONSE-OUI VALUE "O" "o".
      * Periode saisie et motif du mouvement.
       77 WS-CLASSE-SAISIE     PIC X(8) VALUE SPACES.
       77 WS-ANNEE-SAISIE      PIC X(9) VALUE SPACES.
       77 WS-TRIMESTRE-SAISI   PIC 9 VALUE 0.
       77 WS-MOTIF-SAISI       PIC X(40) VALUE SPACES.
       77 WS-ETAT-MOUVEMENT    PIC X VALUE SPACE.
       77 WS-NB-MOUVEMENTS     PIC 9(5) VALUE 0.
      * Date du dernier mouvement editee jj/mm/aaaa.
       77 WS-DATE-EDITEE       PIC X(10) VALUE SPACES.
       77 WS-DATE-A-EDITER     PIC 9(8) VALUE 0.

      * Etat fichier et resultat de la recherche de cloture.
       COPY "CLOTURE-WS.CPY".

      * Identifiant operateur et horodatage pour le journal d'audit.
       COPY "AUDIT-WS.CPY".

      * Droits de l'operateur : clore ou rouvrir une periode exige
      * le droit global "ALL", comme la validation des corrections.
       COPY "AUTORIS-WS.CPY".

       LINKAGE SECTION.
       01 WS-OPERATEUR-APPEL PIC X(8).

       PROCEDURE DIVISION USING WS-OPERATEUR-APPEL.

           MOVE WS-OPERATEUR-APPEL TO WS-OPERATEUR.
           PERFORM OUVRIR-AUDIT.
           PERFORM CHARGER-AUTORISATIONS.
           IF AUTORIS-FICHIER-PRESENT AND NOT AUTORIS-TOUT
               DISPLAY "CLOTURE REFUSEE - DROIT ALL REQUIS"
               MOVE "CLOTURE PERIODE" TO WS-AUDIT-MATIERE
               PERFORM ENREGISTRER-REFUS
               CLOSE AUDIT-FILE
               GOBACK
           END-IF.

      * Reinitialise a chaque appel (meme raison que MAINT-ELEVES).
           MOVE "N" TO WS-QUITTER-MENU.

           PERFORM MENU-CLOTURES.

           CLOSE AUDIT-FILE.
           GOBACK.

       MENU-CLOTURES.
           PERFORM UNTIL QUITTER-MENU
               DISPLAY "===================================="
               DISPLAY "  CLOTURE DES PERIODES"
               DISPLAY "===================================="
               DISPLAY "1. Etat d'une periode"
               DISPLAY "2. Clore une periode"
               DISPLAY "3. Rouvrir une periode"
               DISPLAY "4. Journal des clotures"
               DISPLAY "5. Retour"
               DISPLAY "Votre choix :"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN 1
                       PERFORM SAISIR-PERIODE
                       PERFORM AFFICHER-ETAT-PERIODE
                   WHEN 2
                       PERFORM CLORE-PERIODE
                   WHEN 3
                       PERFORM ROUVRIR-PERIODE
                   WHEN 4
                       PERFORM LISTER-JOURNAL
                   WHEN 5
                       SET QUITTER-MENU TO TRUE
                   WHEN OTHER
                       DISPLAY "CHOIX INVALIDE"
               END-EVALUATE
           END-PERFORM.

      * Periode visee : classe et annee obligatoires, trimestre 1-3,
      * puis recherche de son etat dans le journal.
       SAISIR-PERIODE.
           MOVE SPACES TO WS-CLASSE-SAISIE
           PERFORM UNTIL WS-CLASSE-SAISIE NOT = SPACES
               DISPLAY "CLASSE :"
               ACCEPT WS-CLASSE-SAISIE
           END-PERFORM
           MOVE SPACES TO WS-ANNEE-SAISIE
           PERFORM UNTIL WS-ANNEE-SAISIE NOT = SPACES
               DISPLAY "ANNEE SCOLAIRE :"
               ACCEPT WS-ANNEE-SAISIE
           END-PERFORM
           DISPLAY "TRIMESTRE (1-3) :"
           ACCEPT WS-TRIMESTRE-SAISI
           PERFORM UNTIL WS-TRIMESTRE-SAISI >= 1
                   AND WS-TRIMESTRE-SAISI <= 3
               DISPLAY "TRIMESTRE INVALIDE - SAISIR 1, 2 OU 3"
               ACCEPT WS-TRIMESTRE-SAISI
           END-PERFORM
           MOVE WS-CLASSE-SAISIE   TO WS-CLO-CRIT-CLASSE
           MOVE WS-ANNEE-SAISIE    TO WS-CLO-CRIT-ANNEE
           MOVE WS-TRIMESTRE-SAISI TO WS-CLO-CRIT-TRIMESTRE
           PERFORM VERIFIER-CLOTURE.

       AFFICHER-ETAT-PERIODE.
           IF PERIODE-CLOSE
               MOVE WS-CLO-DER-DATE TO WS-DATE-A-EDITER
               PERFORM EDITER-DATE
               DISPLAY "PERIODE CLOSE LE " WS-DATE-EDITEE
                   " PAR " WS-CLO-DER-OPERATEUR
               DISPLAY "MOTIF : " WS-CLO-DER-MOTIF
           ELSE
               IF WS-CLO-DER-DATE = 0
                   DISPLAY "PERIODE OUVERTE (JAMAIS CLOSE)"
               ELSE
                   MOVE WS-CLO-DER-DATE TO WS-DATE-A-EDITER
                   PERFORM EDITER-DATE
                   DISPLAY "PERIODE ROUVERTE LE " WS-DATE-EDITEE
                       " PAR " WS-CLO-DER-OPERATEUR
                   DISPLAY "MOTIF : " WS-CLO-DER-MOTIF
               END-IF
           END-IF.

       CLORE-PERIODE.
           PERFORM SAISIR-PERIODE
           IF PERIODE-CLOSE
               PERFORM AFFICHER-ETAT-PERIODE
               DISPLAY "PERIODE DEJA CLOSE - AUCUN MOUVEMENT"
           ELSE
               MOVE "C" TO WS-ETAT-MOUVEMENT
               PERFORM SAISIR-MOTIF-ET-ECRIRE
           END-IF.

       ROUVRIR-PERIODE.
           PERFORM SAISIR-PERIODE
           IF NOT PERIODE-CLOSE
               DISPLAY "PERIODE NON CLOSE - RIEN A ROUVRIR"
           ELSE
               PERFORM AFFICHER-ETAT-PERIODE
               MOVE "O" TO WS-ETAT-MOUVEMENT
               PERFORM SAISIR-MOTIF-ET-ECRIRE
           END-IF.

      * Le motif est obligatoire : une cloture engage le conseil de
      * classe, une reouverture doit pouvoir etre justifiee.
       SAISIR-MOTIF-ET-ECRIRE.
           MOVE SPACES TO WS-MOTIF-SAISI
           PERFORM UNTIL WS-MOTIF-SAISI NOT = SPACES
               DISPLAY "MOTIF (40 CARACTERES MAX, OBLIGATOIRE) :"
               ACCEPT WS-MOTIF-SAISI
                   ON EXCEPTION
                       DISPLAY "FIN DE SAISIE INATTENDUE - ARRET"
                       STOP RUN
               END-ACCEPT
           END-PERFORM
           IF WS-ETAT-MOUVEMENT = "C"
               DISPLAY "CONFIRMER LA CLOTURE DE " WS-CLASSE-SAISIE
                   " " WS-ANNEE-SAISIE " T" WS-TRIMESTRE-SAISI
                   " (O/N) ?"
           ELSE
               DISPLAY "CONFIRMER LA REOUVERTURE DE " WS-CLASSE-SAISIE
                   " " WS-ANNEE-SAISIE " T" WS-TRIMESTRE-SAISI
                   " (O/N) ?"
           END-IF
           ACCEPT WS-REPONSE
           IF REPONSE-OUI
               PERFORM ECRIRE-MOUVEMENT
           ELSE
               DISPLAY "MOUVEMENT ABANDONNE"
           END-IF.

      * Journal ouvert en ajout (creation a la toute premiere
      * cloture, meme mecanique que OUVRIR-AUDIT).
       ECRIRE-MOUVEMENT.
           OPEN EXTEND CLOTURES-FILE
           IF WS-CLO-STATUS = "05" OR WS-CLO-STATUS = "35"
               OPEN OUTPUT CLOTURES-FILE
           END-IF
           IF WS-CLO-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE CLOTURES ("
                   WS-CLO-STATUS ") - MOUVEMENT ABANDONNE"
           ELSE
               ACCEPT WS-AUDIT-AAAAMMJJ FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-HHMMSS FROM TIME
               MOVE SPACES TO WS-CLOTURE-REC
               MOVE WS-CLASSE-SAISIE   TO WS-CLO-CLASSE
               MOVE WS-ANNEE-SAISIE    TO WS-CLO-ANNEE
               MOVE WS-TRIMESTRE-SAISI TO WS-CLO-TRIMESTRE
               MOVE WS-ETAT-MOUVEMENT  TO WS-CLO-ETAT
               MOVE WS-AUDIT-AAAAMMJJ  TO WS-CLO-DATE
               MOVE WS-AUDIT-HHMMSS    TO WS-CLO-HEURE
               MOVE WS-OPERATEUR       TO WS-CLO-OPERATEUR
               MOVE WS-MOTIF-SAISI     TO WS-CLO-MOTIF
               WRITE WS-CLOTURE-REC
               IF WS-CLO-STATUS NOT = "00"
                   DISPLAY "ERREUR ECRITURE CLOTURES ("
                       WS-CLO-STATUS ")"
               ELSE
                   PERFORM AUDITER-MOUVEMENT
                   IF WS-ETAT-MOUVEMENT = "C"
                       DISPLAY "PERIODE CLOSE"
                   ELSE
                       DISPLAY "PERIODE ROUVERTE"
                   END-IF
               END-IF
               CLOSE CLOTURES-FILE
           END-IF.

      * Trace d'audit : le mouvement dans la zone nom, la periode
      * (classe, annee, trimestre) dans la zone matiere, CLO ou ROU
      * dans la valeur ; le motif reste dans le journal des
      * clotures.
       AUDITER-MOUVEMENT.
           MOVE 0 TO WS-AUDIT-ELEVE-IDX
           MOVE SPACES TO WS-AUDIT-MATIERE
           STRING WS-CLASSE-SAISIE " " WS-ANNEE-SAISIE " "
               WS-TRIMESTRE-SAISI
               DELIMITED BY SIZE INTO WS-AUDIT-MATIERE
           END-STRING
           IF WS-ETAT-MOUVEMENT = "C"
               MOVE "CLOTURE PERIODE" TO WS-AUDIT-ELEVE-NOM
               MOVE "CLO" TO WS-AUDIT-VALEUR
           ELSE
               MOVE "REOUVERTURE PERIODE" TO WS-AUDIT-ELEVE-NOM
               MOVE "ROU" TO WS-AUDIT-VALEUR
           END-IF
           PERFORM ENREGISTRER-AUDIT.

      * Journal complet dans l'ordre des mouvements : c'est la trace
      * lisible des decisions du secretariat, motifs compris.
       LISTER-JOURNAL.
           MOVE 0 TO WS-NB-MOUVEMENTS
           MOVE "N" TO WS-FIN-CLOTURES
           OPEN INPUT CLOTURES-FILE
           IF WS-CLO-STATUS NOT = "00"
               DISPLAY "AUCUNE PERIODE N'A JAMAIS ETE CLOSE"
           ELSE
               PERFORM UNTIL FIN-CLOTURES
                   READ CLOTURES-FILE
                       AT END
                           SET FIN-CLOTURES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-MOUVEMENTS
                           PERFORM AFFICHER-MOUVEMENT
                   END-READ
               END-PERFORM
               CLOSE CLOTURES-FILE
               DISPLAY WS-NB-MOUVEMENTS " MOUVEMENT(S)"
           END-IF.

       AFFICHER-MOUVEMENT.
           MOVE WS-CLO-DATE TO WS-DATE-A-EDITER
           PERFORM EDITER-DATE
           IF CLO-ETAT-CLOSE
               DISPLAY WS-DATE-EDITEE " CLOTURE     " WS-CLO-CLASSE
                   " " WS-CLO-ANNEE " T" WS-CLO-TRIMESTRE
                   " PAR " WS-CLO-OPERATEUR
           ELSE
               DISPLAY WS-DATE-EDITEE " REOUVERTURE " WS-CLO-CLASSE
                   " " WS-CLO-ANNEE " T" WS-CLO-TRIMESTRE
                   " PAR " WS-CLO-OPERATEUR
           END-IF
           DISPLAY "           MOTIF : " WS-CLO-MOTIF.

       EDITER-DATE.
           MOVE SPACES TO WS-DATE-EDITEE
           STRING WS-DATE-A-EDITER(7:2) "/" WS-DATE-A-EDITER(5:2) "/"
               WS-DATE-A-EDITER(1:4)
               DELIMITED BY SIZE INTO WS-DATE-EDITEE
           END-STRING.

       COPY "CLOTURE-PARA.CPY".
       COPY "AUDIT-PARA.CPY".
       COPY "AUTORIS-PARA.CPY".
