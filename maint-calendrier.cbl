      * Calendrier scolaire : le trimestre etait tape par l'operateur
      * a chaque saisie et les dates n'etaient controlees que sur
      * leur forme - des absences partaient dans le mauvais
      * trimestre, ou un dimanche, ou en pleine semaine de vacances,
      * et les bulletins affichaient des totaux gonfles. Ce
      * programme, reserve au secretariat (droit ALL) depuis le menu
      * GESTION-NOTES, tient pour chaque annee scolaire les dates
      * des trois trimestres, les vacances, les jours non travailles
      * et les samedis travailles (fichier CALEND). Les programmes de
      * saisie en tirent le trimestre d'une date et refusent les
      * jours sans classe ; EDIT-NOTES et BATCH-NOTES confrontent le
      * trimestre d'une generation de notes a sa date d'extraction
      * (CALEND-PARA.CPY). Le fichier est charge en entier, toutes
      * annees confondues, et recrit a la sortie s'il a change, comme
      * MAINT-PARAMS ; chaque modification part dans AUDIT.LOG.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-CALENDRIER.
       AUTHOR. Yassine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "CALEND-SELECT.CPY".
       COPY "AUDIT-SELECT.CPY".
       COPY "OPERAT-SELECT.CPY".

       DATA DIVISION.
       FILE SECTION.
       COPY "CALEND-FD.CPY".
       COPY "AUDIT-FD.CPY".
       COPY "OPERAT-FD.CPY".

       WORKING-STORAGE SECTION.

       77 WS-CHOIX             PIC 9 VALUE 0.
       77 WS-QUITTER-MENU      PIC X VALUE "N".
           88 QUITTER-MENU VALUE "O".
       77 WS-REPONSE           PIC X VALUE "N".
           88 REPONSE-OUI VALUE "O" "o".
       77 WS-MODIFIE           PIC X VALUE "N".
           88 CALENDRIER-MODIFIE VALUE "O".
       77 WS-I                 PIC 9(3).
       77 WS-J                 PIC 9(3).
       77 WS-IDX-TROUVE        PIC 9(3) VALUE 0.
       77 WS-NB-ANNEE          PIC 99 VALUE 0.
      * Annee tenue pendant la session : forme AAAA-AAAA (deux annees
      * consecutives) ; toute date de l'annee tombe entre le 1er
      * aout de la premiere et le 31 juillet de la seconde.
       77 WS-ANNEE-SAISIE      PIC X(9) VALUE SPACES.
       77 WS-ANNEE-VALIDE-FLAG PIC X VALUE "N".
           88 ANNEE-VALIDE VALUE "O".
       77 WS-AN-DEBUT          PIC 9(4) VALUE 0.
       77 WS-AN-FIN            PIC 9(4) VALUE 0.
       77 WS-BORNE-DEBUT       PIC 9(8) VALUE 0.
       77 WS-BORNE-FIN         PIC 9(8) VALUE 0.
      * Saisies d'une periode.
       77 WS-TRIMESTRE-SAISI   PIC 9 VALUE 0.
       77 WS-INVITE-DATE       PIC X(30) VALUE SPACES.
       77 WS-DATE-SAISIE       PIC X(8) VALUE SPACES.
       77 WS-DATE-LUE          PIC 9(8) VALUE 0.
       77 WS-DEBUT-SAISI       PIC 9(8) VALUE 0.
       77 WS-FIN-SAISIE        PIC 9(8) VALUE 0.
       77 WS-LIBELLE-SAISI     PIC X(23) VALUE SPACES.
       77 WS-NUMERO-SAISI      PIC 9(3) VALUE 0.
       77 WS-PERIODE-VALIDE-FLAG PIC X VALUE "N".
           88 PERIODE-VALIDE VALUE "O".
      * Dates editees jj/mm/aaaa.
       77 WS-DATE-A-EDITER     PIC 9(8) VALUE 0.
       77 WS-DATE-EDITEE       PIC X(10) VALUE SPACES.
       77 WS-DEBUT-EDITE       PIC X(10) VALUE SPACES.
       77 WS-FIN-EDITEE        PIC X(10) VALUE SPACES.
       77 WS-TYPE-EDITE        PIC X(11) VALUE SPACES.

      * Toutes les periodes du fichier, toutes annees : la session
      * n'en modifie qu'une annee mais recrit le fichier entier. Un
      * fichier plus grand que la table refuse la maintenance plutot
      * que de recrire un calendrier ampute.
       01 WS-CLD-TABLE.
          05 WS-CLD-NB PIC 9(3) VALUE 0.
          05 WS-CLD-ENTREE OCCURS 500 TIMES.
             10 WS-CLD-ANNEE     PIC X(9).
             10 WS-CLD-TYPE      PIC X.
             10 WS-CLD-TRIMESTRE PIC 9.
             10 WS-CLD-DEBUT     PIC 9(8).
             10 WS-CLD-FIN       PIC 9(8).
             10 WS-CLD-LIBELLE   PIC X(23).
       77 WS-CLD-DEBORDE       PIC X VALUE "N".
           88 CLD-DEBORDE VALUE "O".

      * Etat fichier du calendrier.
       COPY "CALEND-WS.CPY".

      * Controle d'existence des dates saisies.
       COPY "DATE-WS.CPY".

      * Identifiant operateur et horodatage pour le journal d'audit.
       COPY "AUDIT-WS.CPY".

      * Droits de l'operateur : le calendrier engage toutes les
      * saisies de l'annee, il exige le droit global "ALL" comme la
      * cloture des periodes.
       COPY "AUTORIS-WS.CPY".

       LINKAGE SECTION.
       01 WS-OPERATEUR-APPEL PIC X(8).

       PROCEDURE DIVISION USING WS-OPERATEUR-APPEL.

           MOVE WS-OPERATEUR-APPEL TO WS-OPERATEUR.
           PERFORM OUVRIR-AUDIT.
           PERFORM CHARGER-AUTORISATIONS.
           IF AUTORIS-FICHIER-PRESENT AND NOT AUTORIS-TOUT
               DISPLAY "CALENDRIER REFUSE - DROIT ALL REQUIS"
               MOVE "CALENDRIER" TO WS-AUDIT-MATIERE
               PERFORM ENREGISTRER-REFUS
               CLOSE AUDIT-FILE
               GOBACK
           END-IF.

      * Reinitialise a chaque appel (meme raison que MAINT-ELEVES).
           MOVE "N" TO WS-QUITTER-MENU.
           MOVE "N" TO WS-MODIFIE.
           MOVE "N" TO WS-CLD-DEBORDE.

           PERFORM CHARGER-FICHIER-CALENDRIER.
           IF CLD-DEBORDE
               DISPLAY "CALENDRIER PLUS GRAND QUE LA TABLE DE TRAVAIL"
                   " - MAINTENANCE REFUSEE, APURER D'ABORD LES"
                   " ANNEES ANCIENNES"
           ELSE
               PERFORM SAISIR-ANNEE
               PERFORM MENU-CALENDRIER
               IF CALENDRIER-MODIFIE
                   PERFORM SAUVEGARDER-CALENDRIER
               END-IF
           END-IF.

           CLOSE AUDIT-FILE.
           GOBACK.

       MENU-CALENDRIER.
           PERFORM UNTIL QUITTER-MENU
               DISPLAY "===================================="
               DISPLAY "  CALENDRIER SCOLAIRE " WS-ANNEE-SAISIE
               DISPLAY "===================================="
               DISPLAY "1. Afficher le calendrier de l'annee"
               DISPLAY "2. Definir un trimestre"
               DISPLAY "3. Ajouter des vacances"
               DISPLAY "4. Ajouter un jour non travaille"
               DISPLAY "5. Ajouter des samedis travailles"
               DISPLAY "6. Supprimer une periode"
               DISPLAY "7. Changer d'annee"
               DISPLAY "8. Enregistrer et quitter"
               DISPLAY "Votre choix :"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN 1
                       PERFORM AFFICHER-CALENDRIER
                   WHEN 2
                       PERFORM DEFINIR-TRIMESTRE
                   WHEN 3
                       PERFORM AJOUTER-VACANCES
                   WHEN 4
                       PERFORM AJOUTER-JOUR-FERIE
                   WHEN 5
                       PERFORM AJOUTER-SAMEDIS
                   WHEN 6
                       PERFORM SUPPRIMER-PERIODE
                   WHEN 7
                       PERFORM SAISIR-ANNEE
                   WHEN 8
                       SET QUITTER-MENU TO TRUE
                   WHEN OTHER
                       DISPLAY "CHOIX INVALIDE"
               END-EVALUATE
           END-PERFORM.

       CHARGER-FICHIER-CALENDRIER.
           MOVE 0 TO WS-CLD-NB
           MOVE "N" TO WS-FIN-CALENDRIER
           OPEN INPUT CALENDRIER-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "AUCUN CALENDRIER ENREGISTRE - CREATION"
           ELSE
               PERFORM UNTIL FIN-CALENDRIER
                   READ CALENDRIER-FILE
                       AT END
                           SET FIN-CALENDRIER TO TRUE
                       NOT AT END
                           IF WS-CLD-NB = 500
                               SET CLD-DEBORDE TO TRUE
                               SET FIN-CALENDRIER TO TRUE
                           ELSE
                               ADD 1 TO WS-CLD-NB
                               MOVE WS-CAL-ANNEE
                                   TO WS-CLD-ANNEE(WS-CLD-NB)
                               MOVE WS-CAL-TYPE
                                   TO WS-CLD-TYPE(WS-CLD-NB)
                               MOVE WS-CAL-TRIMESTRE
                                   TO WS-CLD-TRIMESTRE(WS-CLD-NB)
                               MOVE WS-CAL-DEBUT
                                   TO WS-CLD-DEBUT(WS-CLD-NB)
                               MOVE WS-CAL-FIN
                                   TO WS-CLD-FIN(WS-CLD-NB)
                               MOVE WS-CAL-LIBELLE
                                   TO WS-CLD-LIBELLE(WS-CLD-NB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDRIER-FILE
           END-IF.

      * Recrit le fichier complet depuis la table, comme
      * SAUVEGARDER-PARAMS.
       SAUVEGARDER-CALENDRIER.
           OPEN OUTPUT CALENDRIER-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE CALENDRIER ("
                   WS-CAL-STATUS ") - MODIFICATIONS PERDUES"
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CLD-NB
                   MOVE SPACES TO WS-CALEND-REC
                   MOVE WS-CLD-ANNEE(WS-I)     TO WS-CAL-ANNEE
                   MOVE WS-CLD-TYPE(WS-I)      TO WS-CAL-TYPE
                   MOVE WS-CLD-TRIMESTRE(WS-I) TO WS-CAL-TRIMESTRE
                   MOVE WS-CLD-DEBUT(WS-I)     TO WS-CAL-DEBUT
                   MOVE WS-CLD-FIN(WS-I)       TO WS-CAL-FIN
                   MOVE WS-CLD-LIBELLE(WS-I)   TO WS-CAL-LIBELLE
                   WRITE WS-CALEND-REC
                   IF WS-CAL-STATUS NOT = "00"
                       DISPLAY "ERREUR ECRITURE CALENDRIER ("
                           WS-CAL-STATUS ")"
                   END-IF
               END-PERFORM
               CLOSE CALENDRIER-FILE
               DISPLAY "CALENDRIER ENREGISTRE"
           END-IF.

      * Annee scolaire AAAA-AAAA : la seconde annee suit la
      * premiere, les bornes des dates admises en decoulent.
       SAISIR-ANNEE.
           MOVE "N" TO WS-ANNEE-VALIDE-FLAG
           PERFORM UNTIL ANNEE-VALIDE
               DISPLAY "ANNEE SCOLAIRE (AAAA-AAAA) :"
               ACCEPT WS-ANNEE-SAISIE
                   ON EXCEPTION
                       DISPLAY "FIN DE SAISIE INATTENDUE - ARRET"
                       STOP RUN
               END-ACCEPT
               IF WS-ANNEE-SAISIE(1:4) IS NUMERIC
                       AND WS-ANNEE-SAISIE(5:1) = "-"
                       AND WS-ANNEE-SAISIE(6:4) IS NUMERIC
                   MOVE WS-ANNEE-SAISIE(1:4) TO WS-AN-DEBUT
                   MOVE WS-ANNEE-SAISIE(6:4) TO WS-AN-FIN
                   IF WS-AN-FIN = WS-AN-DEBUT + 1
                       SET ANNEE-VALIDE TO TRUE
                   END-IF
               END-IF
               IF NOT ANNEE-VALIDE
                   DISPLAY "ANNEE INVALIDE - SAISIR PAR EX. 2026-2027"
               END-IF
           END-PERFORM
           COMPUTE WS-BORNE-DEBUT = WS-AN-DEBUT * 10000 + 801
           COMPUTE WS-BORNE-FIN   = WS-AN-FIN * 10000 + 731.

      * Periodes de l'annee dans l'ordre du fichier, avec leur
      * numero (a donner pour une suppression), puis l'etat du
      * calendrier vu des programmes de saisie.
       AFFICHER-CALENDRIER.
           MOVE 0 TO WS-NB-ANNEE
           MOVE "NNN" TO WS-CAL-TRIM-VUS
           DISPLAY "NO  PERIODE     DU         AU         LIBELLE"
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CLD-NB
               IF WS-CLD-ANNEE(WS-I) = WS-ANNEE-SAISIE
                   ADD 1 TO WS-NB-ANNEE
                   PERFORM AFFICHER-PERIODE
                   IF WS-CLD-TYPE(WS-I) = "T"
                       MOVE "O" TO
                           WS-CAL-TRIM-VUS(WS-CLD-TRIMESTRE(WS-I):1)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NB-ANNEE = 0
               DISPLAY "(AUCUNE PERIODE POUR " WS-ANNEE-SAISIE ")"
           END-IF
           IF WS-CAL-TRIM-VUS = "OOO"
               DISPLAY "CALENDRIER COMPLET - TRIMESTRE TIRE DES DATES"
           ELSE
               DISPLAY "TRIMESTRE(S) 1-2-3 DEFINI(S) : "
                   WS-CAL-TRIM-VUS
               DISPLAY "CALENDRIER INCOMPLET - LES SAISIES DE L'ANNEE"
                   " GARDENT LE TRIMESTRE TAPE"
           END-IF.

       AFFICHER-PERIODE.
           EVALUATE WS-CLD-TYPE(WS-I)
               WHEN "T"
                   MOVE SPACES TO WS-TYPE-EDITE
                   STRING "TRIMESTRE " WS-CLD-TRIMESTRE(WS-I)
                       DELIMITED BY SIZE INTO WS-TYPE-EDITE
                   END-STRING
               WHEN "V"
                   MOVE "VACANCES" TO WS-TYPE-EDITE
               WHEN "F"
                   MOVE "NON TRAVAIL" TO WS-TYPE-EDITE
               WHEN "S"
                   MOVE "SAMEDIS" TO WS-TYPE-EDITE
               WHEN OTHER
                   MOVE "INCONNU" TO WS-TYPE-EDITE
           END-EVALUATE
           MOVE WS-CLD-DEBUT(WS-I) TO WS-DATE-A-EDITER
           PERFORM EDITER-DATE
           MOVE WS-DATE-EDITEE TO WS-DEBUT-EDITE
           MOVE WS-CLD-FIN(WS-I) TO WS-DATE-A-EDITER
           PERFORM EDITER-DATE
           MOVE WS-DATE-EDITEE TO WS-FIN-EDITEE
           DISPLAY WS-I " " WS-TYPE-EDITE " " WS-DEBUT-EDITE " "
               WS-FIN-EDITEE " " WS-CLD-LIBELLE(WS-I).

      * Un trimestre par numero et par annee : une nouvelle saisie
      * remplace l'ancienne. Les trimestres se suivent sans se
      * chevaucher, dans l'ordre de leurs numeros.
       DEFINIR-TRIMESTRE.
           DISPLAY "TRIMESTRE (1-3) :"
           ACCEPT WS-TRIMESTRE-SAISI
           PERFORM UNTIL WS-TRIMESTRE-SAISI >= 1
                   AND WS-TRIMESTRE-SAISI <= 3
               DISPLAY "TRIMESTRE INVALIDE - SAISIR 1, 2 OU 3"
               ACCEPT WS-TRIMESTRE-SAISI
           END-PERFORM
           PERFORM SAISIR-DEBUT-FIN
           IF PERIODE-VALIDE
               MOVE 0 TO WS-IDX-TROUVE
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CLD-NB
                   IF WS-CLD-ANNEE(WS-I) = WS-ANNEE-SAISIE
                           AND WS-CLD-TYPE(WS-I) = "T"
                       PERFORM CONTROLER-ORDRE-TRIMESTRES
                   END-IF
               END-PERFORM
           END-IF
           IF PERIODE-VALIDE
               IF WS-IDX-TROUVE = 0
                   PERFORM AJOUTER-POSTE
               END-IF
               IF WS-IDX-TROUVE > 0
                   MOVE SPACES TO WS-LIBELLE-SAISI
                   STRING "TRIMESTRE " WS-TRIMESTRE-SAISI
                       DELIMITED BY SIZE INTO WS-LIBELLE-SAISI
                   END-STRING
                   MOVE "T" TO WS-CLD-TYPE(WS-IDX-TROUVE)
                   MOVE WS-TRIMESTRE-SAISI
                       TO WS-CLD-TRIMESTRE(WS-IDX-TROUVE)
                   PERFORM RANGER-POSTE
                   MOVE "CALENDRIER TRIMESTRE" TO WS-AUDIT-ELEVE-NOM
                   MOVE SPACES TO WS-AUDIT-VALEUR
                   STRING "T" WS-TRIMESTRE-SAISI
                       DELIMITED BY SIZE INTO WS-AUDIT-VALEUR
                   END-STRING
                   PERFORM AUDITER-PERIODE
                   DISPLAY "TRIMESTRE " WS-TRIMESTRE-SAISI " DEFINI"
               END-IF
           END-IF.

      * Trimestre deja defini pour l'annee : le meme numero est
      * remplace, un numero inferieur doit finir avant le debut
      * saisi, un numero superieur commencer apres la fin saisie.
       CONTROLER-ORDRE-TRIMESTRES.
           EVALUATE TRUE
               WHEN WS-CLD-TRIMESTRE(WS-I) = WS-TRIMESTRE-SAISI
                   MOVE WS-I TO WS-IDX-TROUVE
               WHEN WS-CLD-TRIMESTRE(WS-I) < WS-TRIMESTRE-SAISI
                       AND WS-CLD-FIN(WS-I) >= WS-DEBUT-SAISI
                   DISPLAY "LE TRIMESTRE " WS-CLD-TRIMESTRE(WS-I)
                       " FINIT APRES CE DEBUT - TRIMESTRE REFUSE"
                   MOVE "N" TO WS-PERIODE-VALIDE-FLAG
               WHEN WS-CLD-TRIMESTRE(WS-I) > WS-TRIMESTRE-SAISI
                       AND WS-CLD-DEBUT(WS-I) <= WS-FIN-SAISIE
                   DISPLAY "LE TRIMESTRE " WS-CLD-TRIMESTRE(WS-I)
                       " COMMENCE AVANT CETTE FIN - TRIMESTRE REFUSE"
                   MOVE "N" TO WS-PERIODE-VALIDE-FLAG
           END-EVALUATE.

       AJOUTER-VACANCES.
           PERFORM SAISIR-DEBUT-FIN
           IF PERIODE-VALIDE
               PERFORM SAISIR-LIBELLE
               PERFORM AJOUTER-POSTE
           END-IF
           IF PERIODE-VALIDE AND WS-IDX-TROUVE > 0
               MOVE "V" TO WS-CLD-TYPE(WS-IDX-TROUVE)
               MOVE 0   TO WS-CLD-TRIMESTRE(WS-IDX-TROUVE)
               PERFORM RANGER-POSTE
               MOVE "CALENDRIER VACANCES" TO WS-AUDIT-ELEVE-NOM
               MOVE "VAC" TO WS-AUDIT-VALEUR
               PERFORM AUDITER-PERIODE
               DISPLAY "VACANCES AJOUTEES"
           END-IF.

       AJOUTER-JOUR-FERIE.
           MOVE "DATE DU JOUR (AAAAMMJJ) :" TO WS-INVITE-DATE
           PERFORM SAISIR-DATE-ANNEE
           MOVE WS-DATE-LUE TO WS-DEBUT-SAISI
           MOVE WS-DATE-LUE TO WS-FIN-SAISIE
           SET PERIODE-VALIDE TO TRUE
           PERFORM SAISIR-LIBELLE
           PERFORM AJOUTER-POSTE
           IF PERIODE-VALIDE AND WS-IDX-TROUVE > 0
               MOVE "F" TO WS-CLD-TYPE(WS-IDX-TROUVE)
               MOVE 0   TO WS-CLD-TRIMESTRE(WS-IDX-TROUVE)
               PERFORM RANGER-POSTE
               MOVE "CALENDRIER FERIE" TO WS-AUDIT-ELEVE-NOM
               MOVE "FER" TO WS-AUDIT-VALEUR
               PERFORM AUDITER-PERIODE
               DISPLAY "JOUR NON TRAVAILLE AJOUTE"
           END-IF.

      * Samedis travailles : tous les samedis de la periode sont des
      * jours de classe (samedi matin, rattrapage d'un pont...).
       AJOUTER-SAMEDIS.
           PERFORM SAISIR-DEBUT-FIN
           IF PERIODE-VALIDE
               MOVE SPACES TO WS-LIBELLE-SAISI
               DISPLAY "LIBELLE (FACULTATIF) :"
               ACCEPT WS-LIBELLE-SAISI
               PERFORM AJOUTER-POSTE
           END-IF
           IF PERIODE-VALIDE AND WS-IDX-TROUVE > 0
               MOVE "S" TO WS-CLD-TYPE(WS-IDX-TROUVE)
               MOVE 0   TO WS-CLD-TRIMESTRE(WS-IDX-TROUVE)
               PERFORM RANGER-POSTE
               MOVE "CALENDRIER SAMEDIS" TO WS-AUDIT-ELEVE-NOM
               MOVE "SAM" TO WS-AUDIT-VALEUR
               PERFORM AUDITER-PERIODE
               DISPLAY "SAMEDIS TRAVAILLES AJOUTES"
           END-IF.

      * Suppression par le numero affiche : la periode doit
      * appartenir a l'annee tenue ; les suivantes remontent d'un
      * rang.
       SUPPRIMER-PERIODE.
           DISPLAY "NUMERO DE LA PERIODE A SUPPRIMER :"
           ACCEPT WS-NUMERO-SAISI
           IF WS-NUMERO-SAISI = 0 OR WS-NUMERO-SAISI > WS-CLD-NB
               DISPLAY "NUMERO INCONNU"
           ELSE
               IF WS-CLD-ANNEE(WS-NUMERO-SAISI) NOT = WS-ANNEE-SAISIE
                   DISPLAY "PERIODE D'UNE AUTRE ANNEE - REFUSE"
               ELSE
                   MOVE WS-NUMERO-SAISI TO WS-I
                   PERFORM AFFICHER-PERIODE
                   DISPLAY "CONFIRMER LA SUPPRESSION (O/N) ?"
                   ACCEPT WS-REPONSE
                   IF REPONSE-OUI
                       MOVE WS-CLD-DEBUT(WS-I) TO WS-DEBUT-SAISI
                       MOVE "CALENDRIER SUPPRIME" TO WS-AUDIT-ELEVE-NOM
                       MOVE "SUP" TO WS-AUDIT-VALEUR
                       PERFORM AUDITER-PERIODE
                       PERFORM VARYING WS-J FROM WS-I BY 1
                               UNTIL WS-J >= WS-CLD-NB
                           MOVE WS-CLD-ENTREE(WS-J + 1)
                               TO WS-CLD-ENTREE(WS-J)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-CLD-NB
                       SET CALENDRIER-MODIFIE TO TRUE
                       DISPLAY "PERIODE SUPPRIMEE"
                   ELSE
                       DISPLAY "SUPPRESSION ABANDONNEE"
                   END-IF
               END-IF
           END-IF.

      * Premier et dernier jour d'une periode, dans l'annee tenue,
      * le premier au plus tard le dernier.
       SAISIR-DEBUT-FIN.
           MOVE "N" TO WS-PERIODE-VALIDE-FLAG
           MOVE "PREMIER JOUR (AAAAMMJJ) :" TO WS-INVITE-DATE
           PERFORM SAISIR-DATE-ANNEE
           MOVE WS-DATE-LUE TO WS-DEBUT-SAISI
           MOVE "DERNIER JOUR (AAAAMMJJ) :" TO WS-INVITE-DATE
           PERFORM SAISIR-DATE-ANNEE
           MOVE WS-DATE-LUE TO WS-FIN-SAISIE
           IF WS-FIN-SAISIE < WS-DEBUT-SAISI
               DISPLAY "DERNIER JOUR AVANT LE PREMIER - PERIODE"
                   " REFUSEE"
           ELSE
               SET PERIODE-VALIDE TO TRUE
           END-IF.

      * Reboucle tant que la saisie n'est pas une date existante
      * comprise entre les bornes de l'annee tenue.
       SAISIR-DATE-ANNEE.
           MOVE 0 TO WS-DATE-LUE
           PERFORM UNTIL WS-DATE-LUE NOT = 0
               DISPLAY WS-INVITE-DATE
               ACCEPT WS-DATE-SAISIE
                   ON EXCEPTION
                       DISPLAY "FIN DE SAISIE INATTENDUE - ARRET"
                       STOP RUN
               END-ACCEPT
               MOVE WS-DATE-SAISIE TO WS-DATE-CALC
               PERFORM CALCULER-JOUR-ABSOLU
               IF NOT DATE-CALC-VALIDE
                   DISPLAY "DATE INVALIDE - SAISIR AAAAMMJJ"
               ELSE
                   MOVE WS-DATE-CALC TO WS-DATE-LUE
                   IF WS-DATE-LUE < WS-BORNE-DEBUT
                           OR WS-DATE-LUE > WS-BORNE-FIN
                       DISPLAY "DATE HORS DE L'ANNEE SCOLAIRE "
                           WS-ANNEE-SAISIE
                       MOVE 0 TO WS-DATE-LUE
                   END-IF
               END-IF
           END-PERFORM.

      * Le libelle est obligatoire pour les vacances et les jours
      * non travailles : c'est lui qui s'affiche au refus d'une
      * date.
       SAISIR-LIBELLE.
           MOVE SPACES TO WS-LIBELLE-SAISI
           PERFORM UNTIL WS-LIBELLE-SAISI NOT = SPACES
               DISPLAY "LIBELLE (23 CARACTERES MAX, OBLIGATOIRE) :"
               ACCEPT WS-LIBELLE-SAISI
                   ON EXCEPTION
                       DISPLAY "FIN DE SAISIE INATTENDUE - ARRET"
                       STOP RUN
               END-ACCEPT
           END-PERFORM.

      * Nouveau poste en fin de table (WS-IDX-TROUVE) ; table pleine
      * : la periode est refusee.
       AJOUTER-POSTE.
           IF WS-CLD-NB = 500
               DISPLAY "TABLE DU CALENDRIER PLEINE - PERIODE REFUSEE"
               MOVE 0 TO WS-IDX-TROUVE
               MOVE "N" TO WS-PERIODE-VALIDE-FLAG
           ELSE
               ADD 1 TO WS-CLD-NB
               MOVE WS-CLD-NB TO WS-IDX-TROUVE
           END-IF.

      * Annee, dates et libelle communs a tous les types de periode.
       RANGER-POSTE.
           MOVE WS-ANNEE-SAISIE  TO WS-CLD-ANNEE(WS-IDX-TROUVE)
           MOVE WS-DEBUT-SAISI   TO WS-CLD-DEBUT(WS-IDX-TROUVE)
           MOVE WS-FIN-SAISIE    TO WS-CLD-FIN(WS-IDX-TROUVE)
           MOVE WS-LIBELLE-SAISI TO WS-CLD-LIBELLE(WS-IDX-TROUVE)
           SET CALENDRIER-MODIFIE TO TRUE.

      * Trace d'audit : l'action dans la zone nom, l'annee et le
      * premier jour de la periode dans la zone matiere, le type
      * (T1-T3, VAC, FER, SAM, SUP) dans la valeur.
       AUDITER-PERIODE.
           MOVE 0 TO WS-AUDIT-ELEVE-IDX
           MOVE SPACES TO WS-AUDIT-MATIERE
           STRING WS-ANNEE-SAISIE " " WS-DEBUT-SAISI
               DELIMITED BY SIZE INTO WS-AUDIT-MATIERE
           END-STRING
           PERFORM ENREGISTRER-AUDIT.

       EDITER-DATE.
           MOVE SPACES TO WS-DATE-EDITEE
           STRING WS-DATE-A-EDITER(7:2) "/" WS-DATE-A-EDITER(5:2) "/"
               WS-DATE-A-EDITER(1:4)
               DELIMITED BY SIZE INTO WS-DATE-EDITEE
           END-STRING.

       COPY "DATE-PARA.CPY".
       COPY "AUDIT-PARA.CPY".
       COPY "AUTORIS-PARA.CPY".
