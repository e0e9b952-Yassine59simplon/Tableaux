       77 WS-SEUIL-REUSSITE  PIC 99V99 VALUE 10.
       77 WS-SEUIL-FELICITATIONS PIC 99V99 VALUE 16.
       77 WS-ECART-ANOMALIE  PIC 99V99 VALUE 3.
      * Duree de validite des mots de passe en jours ; zero = pas
      * d'expiration, comme avant la creation du parametre.
       77 WS-DUREE-MDP       PIC 99V99 VALUE 0.
      * Seuils de signalement des absences injustifiees (en
      * demi-journees) : par mois, seuil legal de quatre, et cumul
      * du trimestre ; zero = critere non applique.
       77 WS-SEUIL-ABS-MOIS  PIC 99V99 VALUE 4.
       77 WS-SEUIL-ABS-TRIM  PIC 99V99 VALUE 10.
      * Duree de conservation des donnees des eleves sortis, en
      * annees a compter de la date de sortie ; zero = aucune purge.
       77 WS-DUREE-CONSERVATION PIC 99V99 VALUE 0.
      * Age en jours au-dela duquel une correction restee en attente
      * de validation est signalee par l'etat du matin ; zero = toute
      * correction en attente est signalee.
       77 WS-AGE-ATTENTE     PIC 99V99 VALUE 7.
