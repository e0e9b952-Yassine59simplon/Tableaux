      * Evaluations de la periode (devoirs, interrogations) : un
      * enregistrement par note d'eleve a une evaluation, portant
      * l'identite de l'evaluation (classe, matiere, date, libelle,
      * poids). Alimente par SAISIE-EVALUATIONS, relu par le travail
      * de fin de trimestre MOYENNE-EVALUATIONS qui en tire la note
      * trimestrielle de chaque matiere. Fichier cumulatif jamais
      * recrit : une re-saisie de la meme evaluation ajoute des
      * enregistrements et le dernier lu l'emporte, comme pour les
      * appreciations.
      * ASSIGN TO un nom externe (non litteral) : les DD EVALUAT des
      * travaux designent reellement ce fichier, et en local GnuCOBOL
      * retombe sur un fichier "EVALUAT" a defaut de variable
      * d'environnement du meme nom.
           SELECT EVALUATIONS-FILE ASSIGN TO EVALUAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVAL-STATUS.
