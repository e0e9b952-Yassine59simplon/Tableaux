      * Etat des comptes operateurs, tenu a cote d'OPERATEURS.DAT
      * pour la meme raison que MOTPASSE.DAT : le dessin de 64
      * octets du referentiel, lu par tous les programmes
      * d'autorisation, reste inchange. Un enregistrement par
      * operateur : compte actif ou suspendu, date du dernier
      * changement de mot de passe (expiration). Maintenu par
      * MAINT-OPERATEURS, relu et complete a la connexion par
      * GESTION-NOTES.
           SELECT COMPTES-FILE ASSIGN TO "COMPTES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMPTES-STATUS.
