      * Etat : A (ou blanc) = actif, S = suspendu (connexion
      * refusee, droits conserves pour une reactivation).
      * Date du dernier mot de passe choisi (AAAAMMJJ) ; a zero,
      * l'anciennete n'est pas connue et le decompte de
      * l'expiration part de la prochaine connexion.
       FD  COMPTES-FILE.
       01  WS-COMPTE-REC.
           05 WS-COMPTE-REC-ID       PIC X(8).
           05 WS-COMPTE-REC-ETAT     PIC X.
           05 WS-COMPTE-REC-DATE-MDP PIC 9(8).
           05 WS-COMPTE-REC-DATE-ETAT PIC 9(8).
