      * Un mouvement par enregistrement : etat I = eleve inscrit a
      * l'option, R = retire de l'option. La date et l'operateur
      * de chaque mouvement sont conserves.
       FD  OPTIONS-FILE.
       01  WS-OPTION-REC.
           05 WS-OPT-MATRICULE    PIC 9(4).
           05 WS-OPT-ANNEE        PIC X(9).
           05 WS-OPT-MAT-CODE     PIC X(4).
           05 WS-OPT-ETAT         PIC X.
              88 OPT-ETAT-INSCRIT VALUE "I".
              88 OPT-ETAT-RETIRE VALUE "R".
           05 WS-OPT-DATE         PIC 9(8).
           05 WS-OPT-OPERATEUR    PIC X(8).
