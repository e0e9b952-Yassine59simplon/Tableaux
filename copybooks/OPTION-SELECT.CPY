      * Inscriptions aux matieres a option (latin, LV2...) : une
      * matiere marquee "a option" dans MATIERES.DAT n'est suivie que
      * par les eleves inscrits ici pour l'annee scolaire. Fichier
      * cumulatif tenu par MAINT-ELEVES, jamais recrit : chaque
      * inscription ou retrait ajoute un enregistrement et le dernier
      * lu pour (matricule, annee, matiere) l'emporte.
      * ASSIGN TO un nom externe (non litteral) : les DD INSCOPT des
      * travaux designent reellement ce fichier, et en local GnuCOBOL
      * retombe sur un fichier "INSCOPT" a defaut de variable
      * d'environnement du meme nom.
           SELECT OPTIONS-FILE ASSIGN TO INSCOPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPT-STATUS.
