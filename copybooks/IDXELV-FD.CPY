      * Deux postes par eleve, tries sur (type, cle) : le poste "C"
      * a pour cle la classe puis le nom normalise (liste d'une
      * classe), le poste "N" le nom normalise puis la classe
      * (recherche sur le debut du nom). Le nom normalise est en
      * majuscules sans accents (NORMALISER-NOM, IDXELV-PARA.CPY),
      * le nom affiche reste celui de l'effectif. Etat I = inscrit,
      * R = radie, S = sorti en fin de scolarite, comme le journal
      * des mouvements.
       FD  INDEX-ELEVES-FILE.
       01  WS-IDX-REC.
           05 WS-IDX-TYPE         PIC X.
              88 IDX-POSTE-CLASSE VALUE "C".
              88 IDX-POSTE-NOM    VALUE "N".
           05 WS-IDX-CLE          PIC X(28).
           05 WS-IDX-MATRICULE    PIC 9(4).
           05 WS-IDX-NOM          PIC X(20).
           05 WS-IDX-CLASSE       PIC X(8).
           05 WS-IDX-ANNEE        PIC X(9).
           05 WS-IDX-ETAT         PIC X.
           05 FILLER              PIC X(9).
