      * Etat fichier des inscriptions aux options, table des
      * inscriptions de l'annee chargee par CHARGER-INSCRIPTIONS et
      * criteres / resultat de VERIFIER-INSCRIPTION (OPTION-PARA.CPY) :
      * le lecteur renseigne l'annee, charge la table une fois, puis
      * interroge (matricule, matiere) autant de fois que necessaire.
       77 WS-OPT-STATUS       PIC XX VALUE "00".
       77 WS-FIN-OPTIONS      PIC X VALUE "N".
           88 FIN-OPTIONS VALUE "O".
       77 WS-OPT-CRIT-ANNEE   PIC X(9) VALUE SPACES.
       77 WS-OPT-CRIT-MATRICULE PIC 9(4) VALUE 0.
       77 WS-OPT-CRIT-MAT-CODE PIC X(4) VALUE SPACES.
       77 WS-OPT-INSCRIT-FLAG PIC X VALUE "N".
           88 OPT-INSCRIT VALUE "O".
      * Annee dont la table est le reflet (blanc = rien de charge) :
      * un lecteur qui change d'annee recharge, les autres non.
       77 WS-OPT-ANNEE-CHARGEE PIC X(9) VALUE SPACES.
       77 WS-OPT-I            PIC 9(4) VALUE 0.
       77 WS-OPT-TROUVE       PIC 9(4) VALUE 0.
      * Dernier etat connu par (matricule, matiere) pour l'annee : le
      * fichier cumulatif est resume ici, un retrait remplace
      * l'inscription qui le precede. 3000 couples couvrent plusieurs
      * options par eleve d'un etablissement de 500 eleves et plus.
       01 WS-OPT-TABLE.
          05 WS-OPT-NB PIC 9(4) VALUE 0.
          05 WS-OPT-ENTREE OCCURS 3000 TIMES.
             10 WS-OPT-T-MATRICULE PIC 9(4).
             10 WS-OPT-T-MAT-CODE  PIC X(4).
             10 WS-OPT-T-ETAT      PIC X.
