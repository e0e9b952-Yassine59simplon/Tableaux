      * Calendrier scolaire : pour chaque annee scolaire, les dates
      * de debut et de fin des trois trimestres, les vacances, les
      * jours non travailles (feries, ponts) et les samedis
      * travailles. Tenu par le secretariat depuis MAINT-CALENDRIER
      * (recrit en entier a chaque session, comme PARAMS), relu par
      * les programmes de saisie qui en tirent le trimestre d'une
      * date et refusent les jours sans classe, et par la chaine
      * BATCHNOT qui confronte le trimestre d'une generation a sa
      * date d'extraction.
      * ASSIGN TO un nom externe (non litteral) : les DD CALEND des
      * travaux designent reellement ce fichier, et en local GnuCOBOL
      * retombe sur un fichier "CALEND" a defaut de variable
      * d'environnement du meme nom.
           SELECT CALENDRIER-FILE ASSIGN TO CALEND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
