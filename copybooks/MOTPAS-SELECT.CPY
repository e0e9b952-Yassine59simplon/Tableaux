      * Condensats de mots de passe, un enregistrement par
      * operateur, dans leur propre fichier : OPERATEURS.DAT garde
      * ainsi son dessin historique et aucun fichier existant n'a a
      * etre converti. Lu et recrit par GESTION-NOTES (connexion)
      * et MAINT-OPERATEURS (administration des comptes).
           SELECT MDP-FILE ASSIGN TO "MOTPASSE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MDP-FICHIER-STATUS.
