      * Journal des mouvements de l'effectif pour l'index nom/classe
      * des eleves : entre deux reconstructions nocturnes de l'index
      * (travail REIDXELV), chaque inscription, changement de classe,
      * radiation ou sortie y est ajoute par MAINT-ELEVES,
      * IMPORT-RENTREE et PROMOTION. Fichier cumulatif jamais recrit,
      * le dernier mouvement lu pour un matricule l'emporte ; la
      * reconstruction le remet a vide une fois l'index reecrit.
      * ASSIGN TO un nom externe (non litteral), comme INSCOPT.
           SELECT MVT-INDEX-FILE ASSIGN TO INDEXMVT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.
