                     DEPENDING ON WS-NB-MATIERES
                     INDEXED BY IDX-NOTE.
                15 WS-NOTE PIC 99.
      * Statut de la note : blanc = notee, A = absent, D = dispense,
      * N = matiere a option non suivie par l'eleve. Une note A ou D
      * est affichee "ABS"/"DIS", une matiere N "---" ; aucune
      * n'entre ni valeur ni coefficient dans la moyenne ponderee.
                15 WS-NOTE-STATUT PIC X.
                   88 NOTE-NON-COMPTEE VALUES "A" "D" "N".
                   88 NOTE-NON-SUIVIE VALUE "N".

      * Noms et matricules des eleves, ainsi que la classe et l'annee
      * scolaire auxquelles appartient ce tableau.
