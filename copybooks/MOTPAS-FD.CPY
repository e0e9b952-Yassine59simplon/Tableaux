      * Un condensat par operateur ; zero = mot de passe a definir a
      * la prochaine connexion (premiere connexion ou reinitialisation
      * forcee par le secretariat).
       FD  MDP-FILE.
       01  WS-MDP-REC.
           05 WS-MDP-REC-ID   PIC X(8).
           05 WS-MDP-REC-HASH PIC 9(8).
