      * desactivation sans suppression (l'historique garde le code) -
      * avec controle d'unicite des (code, niveau), de la plage du
      * coefficient et du plafond de 9 matieres actives PAR NIVEAU
      * impose par les OCCURS des programmes de saisie. Une matiere
      * peut etre declaree a option (latin, LV2...) : elle n'est
      * alors suivie que par les eleves inscrits dans INSCOPT (voir
      * MAINT-ELEVES). Chaque changement part dans AUDIT.LOG.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-MATIERES.
       AUTHOR. Yassine.
           05 WS-MATIERE-REC-LIBELLE  PIC X(20).
           05 WS-MATIERE-REC-COEF     PIC 9V9.
      * Indicateur d'activite : A (ou blanc, fichiers anciens) =
      * active, O = active a option (seuls les eleves inscrits la
      * suivent), I = desactivee. Une matiere desactivee reste dans
      * le fichier pour que l'historique garde un code connu.
           05 WS-MATIERE-REC-ACTIF    PIC X.
      * Niveau de classe de la grille (quatre premiers caracteres du
      * nom de classe, ex 6EME) ; a blanc, la matiere vaut pour tous
               DISPLAY "3. Modifier libelle/coefficient"
               DISPLAY "4. Desactiver une matiere"
               DISPLAY "5. Reactiver une matiere"
               DISPLAY "6. Matiere a option / tronc commun"
               DISPLAY "7. Enregistrer et quitter"
               DISPLAY "Votre choix :"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN 5
                       PERFORM REACTIVER-MATIERE
                   WHEN 6
                       PERFORM BASCULER-OPTION-MATIERE
                   WHEN 7
                       SET QUITTER-MENU TO TRUE
                   WHEN OTHER
                       DISPLAY "CHOIX INVALIDE"
                                   TO WS-MNT-LIBELLE(WS-MNT-NB)
                               MOVE WS-MATIERE-REC-COEF
                                   TO WS-MNT-COEF(WS-MNT-NB)
                               EVALUATE WS-MATIERE-REC-ACTIF
                                   WHEN "I"
                                   WHEN "O"
                                       MOVE WS-MATIERE-REC-ACTIF
                                           TO WS-MNT-ACTIF(WS-MNT-NB)
                                   WHEN OTHER
                                       MOVE "A"
                                           TO WS-MNT-ACTIF(WS-MNT-NB)
                               END-EVALUATE
                               MOVE WS-MATIERE-REC-NIVEAU
                                   TO WS-MNT-NIVEAU(WS-MNT-NB)
                           END-IF
           DISPLAY "CODE NIV  LIBELLE              COEF ETAT"
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MNT-NB
               MOVE WS-MNT-COEF(WS-I) TO WS-COEF-EDIT
               EVALUATE WS-MNT-ACTIF(WS-I)
                   WHEN "I"
                       DISPLAY WS-MNT-CODE(WS-I) " "
                           WS-MNT-NIVEAU(WS-I) " "
                           WS-MNT-LIBELLE(WS-I) " " WS-COEF-EDIT
                           " DESACTIVEE"
                   WHEN "O"
                       DISPLAY WS-MNT-CODE(WS-I) " "
                           WS-MNT-NIVEAU(WS-I) " "
                           WS-MNT-LIBELLE(WS-I) " " WS-COEF-EDIT
                           " ACTIVE A OPTION"
                   WHEN OTHER
                       DISPLAY WS-MNT-CODE(WS-I) " "
                           WS-MNT-NIVEAU(WS-I) " "
                           WS-MNT-LIBELLE(WS-I) " " WS-COEF-EDIT
                           " ACTIVE"
               END-EVALUATE
           END-PERFORM
           DISPLAY WS-MNT-NB " MATIERE(S) AU REFERENTIEL (NIVEAU A"
               " BLANC = TOUS NIVEAUX)".
               END-IF
           END-IF.

      * Matiere a option : seuls les eleves inscrits a l'option
      * (fichier INSCOPT, tenu depuis MAINT-ELEVES) la suivent - la
      * saisie de classe, le controle avant edition, les moyennes et
      * les bulletins l'ignorent pour les autres. Bascule dans les
      * deux sens ; une matiere desactivee doit d'abord etre
      * reactivee.
       BASCULER-OPTION-MATIERE.
           PERFORM SAISIR-CODE-MATIERE
           IF WS-IDX-TROUVE = 0
               DISPLAY "CODE INCONNU : " WS-CODE-SAISI
           ELSE
               MOVE WS-IDX-TROUVE TO WS-I
               EVALUATE WS-MNT-ACTIF(WS-I)
                   WHEN "I"
                       DISPLAY "MATIERE DESACTIVEE - A REACTIVER"
                           " D'ABORD"
                   WHEN "O"
                       MOVE "A" TO WS-MNT-ACTIF(WS-I)
                       MOVE "TRONC COMMUN MAT." TO WS-AUDIT-ELEVE-NOM
                       PERFORM AUDITER-MATIERE
                       DISPLAY "MATIERE DU TRONC COMMUN : "
                           WS-CODE-SAISI
                   WHEN OTHER
                       MOVE "O" TO WS-MNT-ACTIF(WS-I)
                       MOVE "OPTION MATIERE" TO WS-AUDIT-ELEVE-NOM
                       PERFORM AUDITER-MATIERE
                       DISPLAY "MATIERE A OPTION : " WS-CODE-SAISI
               END-EVALUATE
           END-IF.

      * Saisit un code matiere et son niveau (blanc = tous niveaux)
      * et recherche le couple dans la table : WS-IDX-TROUVE recoit
      * son indice, ou zero s'il est inconnu.
