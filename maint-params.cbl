      * bareme des mentions, il aurait fallu toucher quatre
      * programmes d'un coup. Ces valeurs vivent maintenant dans le
      * fichier PARAMS, maintenu ici : liste et modification des
      * parametres connus, chaque changement trace dans AUDIT.LOG
      * comme MAINT-MATIERES. Chaque parametre porte sa propre plage
      * de valeurs admises : un seuil se lit sur 20, une duree en
      * jours peut aller jusqu'a 99 et zero y a un sens.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-PARAMS.
       AUTHOR. Yassine.
       77 WS-CHOIX           PIC 9 VALUE 0.
       77 WS-QUITTER-MENU    PIC X VALUE "N".
           88 QUITTER-MENU VALUE "O".
       77 WS-I               PIC 99.
       77 WS-IDX-TROUVE      PIC 99 VALUE 0.
       77 WS-CODE-SAISI      PIC X(12).
       77 WS-VALEUR-EDIT     PIC Z9.99.
       77 WS-MIN-EDIT        PIC Z9.99.
       77 WS-MAX-EDIT        PIC Z9.99.
      * Saisie controlee de la valeur : brute alphanumerique pour
      * rejeter une lettre au lieu de la convertir en zero, formats
      * admis "N", "NN", "N.NN" et "NN.NN", meme esprit que
       77 WS-VAL-VALIDE-FLAG PIC X VALUE "N".
           88 VALEUR-VALIDE VALUE "O".

      * Les parametres connus, charges depuis le fichier (ou leurs
      * valeurs par defaut) puis recrits en entier a la sortie,
      * comme MAINT-MATIERES recrit son referentiel ; bornes de
      * saisie admises par parametre.
       01 WS-PRM-TABLE.
          05 WS-PRM-NB PIC 99 VALUE 0.
          05 WS-PRM-ENTREE OCCURS 20 TIMES.
             10 WS-PRM-CODE    PIC X(12).
             10 WS-PRM-LIBELLE PIC X(30).
             10 WS-PRM-VALEUR  PIC 99V99.
             10 WS-PRM-MIN     PIC 99V99.
             10 WS-PRM-MAX     PIC 99V99.

      * Identifiant operateur et horodatage pour le journal d'audit.
       COPY "AUDIT-WS.CPY".
      * Les valeurs par defaut de PARAM-WS.CPY garnissent la table,
      * puis CHARGER-PARAMETRES les recouvre par le fichier.
           PERFORM CHARGER-PARAMETRES.
           MOVE 0 TO WS-PRM-NB
           MOVE "SEUIL-REUSSI" TO WS-PRM-CODE(1)
           MOVE "SEUIL DE REUSSITE (/20)" TO WS-PRM-LIBELLE(1)
           MOVE WS-SEUIL-REUSSITE TO WS-PRM-VALEUR(1)
           MOVE "ECART-ANOMAL" TO WS-PRM-CODE(3)
           MOVE "ECART D'ANOMALIE MATIERES" TO WS-PRM-LIBELLE(3)
           MOVE WS-ECART-ANOMALIE TO WS-PRM-VALEUR(3)
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
               MOVE 0.01 TO WS-PRM-MIN(WS-I)
               MOVE 20 TO WS-PRM-MAX(WS-I)
           END-PERFORM
           MOVE "DUREE-MDP" TO WS-PRM-CODE(4)
           MOVE "VALIDITE MOT DE PASSE (JOURS)" TO WS-PRM-LIBELLE(4)
           MOVE WS-DUREE-MDP TO WS-PRM-VALEUR(4)
           MOVE 0 TO WS-PRM-MIN(4)
           MOVE 99 TO WS-PRM-MAX(4)
           MOVE "SEUIL-ABSMOI" TO WS-PRM-CODE(5)
           MOVE "ABSENCES INJUSTIFIEES / MOIS" TO WS-PRM-LIBELLE(5)
           MOVE WS-SEUIL-ABS-MOIS TO WS-PRM-VALEUR(5)
           MOVE 0 TO WS-PRM-MIN(5)
           MOVE 62 TO WS-PRM-MAX(5)
           MOVE "SEUIL-ABSTRI" TO WS-PRM-CODE(6)
           MOVE "ABSENCES INJUST. / TRIMESTRE" TO WS-PRM-LIBELLE(6)
           MOVE WS-SEUIL-ABS-TRIM TO WS-PRM-VALEUR(6)
           MOVE 0 TO WS-PRM-MIN(6)
           MOVE 99 TO WS-PRM-MAX(6)
           MOVE "DUREE-CONSER" TO WS-PRM-CODE(7)
           MOVE "CONSERVATION DES SORTIS (ANS)" TO WS-PRM-LIBELLE(7)
           MOVE WS-DUREE-CONSERVATION TO WS-PRM-VALEUR(7)
           MOVE 0 TO WS-PRM-MIN(7)
           MOVE 99 TO WS-PRM-MAX(7)
           MOVE "AGE-ATTENTE" TO WS-PRM-CODE(8)
           MOVE "ATTENTE DE VALIDATION (JOURS)" TO WS-PRM-LIBELLE(8)
           MOVE WS-AGE-ATTENTE TO WS-PRM-VALEUR(8)
           MOVE 0 TO WS-PRM-MIN(8)
           MOVE 99 TO WS-PRM-MAX(8)
           MOVE 8 TO WS-PRM-NB

           PERFORM MENU-PARAMS.
           PERFORM SAUVEGARDER-PARAMS.

       LISTER-PARAMS.
           DISPLAY "CODE         VALEUR  LIBELLE"
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PRM-NB
               MOVE WS-PRM-VALEUR(WS-I) TO WS-VALEUR-EDIT
               DISPLAY WS-PRM-CODE(WS-I) " " WS-VALEUR-EDIT "  "
                   WS-PRM-LIBELLE(WS-I)
           DISPLAY "CODE PARAMETRE :"
           ACCEPT WS-CODE-SAISI
           MOVE 0 TO WS-IDX-TROUVE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PRM-NB
               IF WS-PRM-CODE(WS-I) = WS-CODE-SAISI
                   MOVE WS-I TO WS-IDX-TROUVE
               END-IF
               DISPLAY "ERREUR OUVERTURE PARAMS ("
                   WS-PARAMS-STATUS ")"
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PRM-NB
                   MOVE WS-PRM-CODE(WS-I)   TO WS-PARAM-REC-CODE
                   MOVE WS-PRM-VALEUR(WS-I) TO WS-PARAM-REC-VALEUR
                   WRITE WS-PARAM-REC
               DISPLAY "PARAMETRES ENREGISTRES"
           END-IF.

      * Saisie controlee de la valeur du parametre WS-I dans sa
      * plage (0.01 a 20 pour les seuils) : reboucle tant que la
      * saisie n'est pas "N", "NN", "N.NN" ou "NN.NN" dans la
      * plage - c'est la colonne dont dependent toutes les mentions.
       SAISIR-VALEUR-VALIDE.
           MOVE "N" TO WS-VAL-VALIDE-FLAG
           MOVE WS-PRM-MIN(WS-I) TO WS-MIN-EDIT
           MOVE WS-PRM-MAX(WS-I) TO WS-MAX-EDIT
           PERFORM UNTIL VALEUR-VALIDE
               DISPLAY "NOUVELLE VALEUR (" WS-MIN-EDIT " A "
                   WS-MAX-EDIT ") :"
               ACCEPT WS-SAISIE-VAL-BRUTE
                   ON EXCEPTION
                       DISPLAY "FIN DE SAISIE INATTENDUE - ARRET"
               IF VALEUR-VALIDE
                   COMPUTE WS-SAISIE-VALEUR = WS-VAL-ENTIERS
                           + WS-VAL-DECIMALES / 100
                   IF WS-SAISIE-VALEUR < WS-PRM-MIN(WS-I)
                           OR WS-SAISIE-VALEUR > WS-PRM-MAX(WS-I)
                       DISPLAY "VALEUR INVALIDE"
                       MOVE "N" TO WS-VAL-VALIDE-FLAG
                   END-IF
