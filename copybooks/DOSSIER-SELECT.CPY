      * Dossier de transfert d'un eleve : identite, notes des
      * trimestres de l'annee en cours et totaux d'absences, a dessin
      * fixe pour l'etablissement d'accueil. MAINT-ELEVES y ajoute un
      * dossier a chaque radiation pour demenagement (fichier
      * cumulatif, jamais recrit) ; IMPORT-DOSSIER relit le dossier
      * recu d'un autre etablissement sous le meme dessin.
      * ASSIGN TO un nom externe (non litteral) : les DD DOSTRANS des
      * travaux designent reellement ce fichier, et en local GnuCOBOL
      * retombe sur un fichier "DOSTRANS" a defaut de variable
      * d'environnement du meme nom.
           SELECT DOSSIER-FILE ASSIGN TO DOSTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DOS-STATUS.
