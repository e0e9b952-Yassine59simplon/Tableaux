      * Un mouvement par enregistrement : etat C = periode close,
      * O = periode rouverte. Le motif (obligatoire) et l'operateur
      * du secretariat sont conserves pour chaque mouvement.
       FD  CLOTURES-FILE.
       01  WS-CLOTURE-REC.
           05 WS-CLO-CLASSE       PIC X(8).
           05 WS-CLO-ANNEE        PIC X(9).
           05 WS-CLO-TRIMESTRE    PIC 9.
           05 WS-CLO-ETAT         PIC X.
              88 CLO-ETAT-CLOSE VALUE "C".
              88 CLO-ETAT-ROUVERTE VALUE "O".
           05 WS-CLO-DATE         PIC 9(8).
           05 WS-CLO-HEURE        PIC 9(8).
           05 WS-CLO-OPERATEUR    PIC X(8).
           05 WS-CLO-MOTIF        PIC X(40).
