      * La note est conservee en X(3) : deux chiffres cadres a gauche
      * pour une note reelle, afin de pouvoir y loger plus tard des
      * codes non numeriques sans changer la longueur du fichier.
      * Une note a blanc est une matiere de la grille restee sans
      * saisie dans le lot calcule. Le troisieme caractere d'une
      * note numerique vaut E quand elle vient d'un autre
      * etablissement (dossier de transfert charge par
      * IMPORT-DOSSIER) ; il est a blanc pour une note de l'ecole.
      * Les postes au-dela de WS-HISTO-NB-MAT sont a blanc.
       FD  HISTO-FILE.
       01  WS-HISTO-REC.
           05 WS-HISTO-MAT OCCURS 9 TIMES.
              10 WS-HISTO-MAT-CODE PIC X(4).
              10 WS-HISTO-NOTE     PIC X(3).
              10 FILLER REDEFINES WS-HISTO-NOTE.
                 15 FILLER            PIC X(2).
                 15 WS-HISTO-NOTE-ORIGINE PIC X.
                    88 HISTO-NOTE-EXTERNE VALUE "E".
           05 WS-HISTO-MOYENNE     PIC 99V99.
