      * Un mouvement par enregistrement : l'image de l'eleve apres le
      * mouvement. Etat I = inscrit a l'effectif vif, R = radie
      * (registre des radiations), S = sorti en fin de scolarite
      * (archive des anciens). L'origine nomme le programme ou
      * l'operateur auteur du mouvement.
       FD  MVT-INDEX-FILE.
       01  WS-MVT-REC.
           05 WS-MVT-MATRICULE    PIC 9(4).
           05 WS-MVT-NOM          PIC X(20).
           05 WS-MVT-CLASSE       PIC X(8).
           05 WS-MVT-ANNEE        PIC X(9).
           05 WS-MVT-ETAT         PIC X.
              88 MVT-ETAT-INSCRIT VALUE "I".
              88 MVT-ETAT-RADIE   VALUE "R".
              88 MVT-ETAT-SORTI   VALUE "S".
           05 WS-MVT-DATE         PIC 9(8).
           05 WS-MVT-ORIGINE      PIC X(8).
