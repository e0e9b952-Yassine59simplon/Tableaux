      *   SEUIL-FELICI  seuil des felicitations (defaut 16)
      *   ECART-ANOMAL  ecart de moyenne de matiere declenchant
      *                 l'avertissement de lot suspect (defaut 3)
      *   DUREE-MDP     duree de validite d'un mot de passe en jours
      *                 (defaut 0 = pas d'expiration)
      *   SEUIL-ABSMOI  demi-journees injustifiees dans le mois qui
      *                 declenchent le signalement (defaut 4, 0 = non
      *                 applique)
      *   SEUIL-ABSTRI  demi-journees injustifiees dans le trimestre
      *                 qui declenchent le signalement (defaut 10,
      *                 0 = non applique)
      *   DUREE-CONSER  duree de conservation en annees des donnees
      *                 d'un eleve sorti (radiation ou fin de
      *                 scolarite) avant purge par PURGE-CONSERVATION
      *                 (defaut 0 = aucune purge)
      *   AGE-ATTENTE   age en jours d'une correction de note en
      *                 attente de validation au-dela duquel l'etat
      *                 du matin leve une alerte (defaut 7)
      * Un code inconnu est ignore : un fichier plus recent que le
      * programme ne fait pas echouer les travaux.
       FD  PARAMS-FILE.
