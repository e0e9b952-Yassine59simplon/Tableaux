      * Index nom/classe des eleves : ELEVES.DAT n'est accessible que
      * par matricule, et retrouver un enfant d'apres son seul nom
      * obligeait a lister l'effectif classe par classe. L'index est
      * un fichier sequentiel trie, reconstruit chaque nuit par le
      * travail REIDXELV (programme INDEX-ELEVES) a partir de
      * l'effectif vif, du registre des radiations et de l'archive
      * des anciens ; les mouvements de la journee sont dans le
      * journal INDEXMVT (IDXMVT-SELECT.CPY). Lu par RECHERCHE-ELEVES.
      * ASSIGN TO un nom externe (non litteral), comme INSCOPT.
           SELECT INDEX-ELEVES-FILE ASSIGN TO INDEXELV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.
