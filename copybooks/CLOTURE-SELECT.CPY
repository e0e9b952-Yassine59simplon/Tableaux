      * Journal des clotures de periode : une periode (classe, annee
      * scolaire, trimestre) est close par le secretariat apres le
      * conseil de classe et ne peut plus recevoir ni note, ni
      * absence, ni appreciation, ni correction tant qu'elle n'a pas
      * ete rouverte. Fichier cumulatif tenu par MAINT-CLOTURES,
      * jamais recrit : chaque cloture ou reouverture ajoute un
      * enregistrement et le dernier lu pour la periode l'emporte.
      * ASSIGN TO un nom externe (non litteral) : les DD CLOTURES des
      * travaux designent reellement ce fichier, et en local GnuCOBOL
      * retombe sur un fichier "CLOTURES" a defaut de variable
      * d'environnement du meme nom.
           SELECT CLOTURES-FILE ASSIGN TO CLOTURES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLO-STATUS.
