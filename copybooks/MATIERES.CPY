           05 MAT-CODE        PIC X(4).
           05 MAT-LIBELLE     PIC X(20).
           05 MAT-COEFFICIENT PIC 9V9 VALUE 1.
      * Indicateur d'activite du referentiel : O = matiere a option,
      * suivie par les seuls eleves inscrits au fichier INSCOPT.
           05 MAT-OPTION      PIC X VALUE SPACE.
               88 MAT-A-OPTION VALUE "O".
