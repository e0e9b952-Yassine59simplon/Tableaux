      * Enregistrement evaluation (87 octets). La date est celle de
      * l'epreuve (AAAAMMJJ) ; le poids (0.1 a 9.9) pondere la note
      * dans la moyenne de la matiere. Note : deux chiffres ou code
      * ABS / DIS, comme NOTES-IN et l'historique. L'operateur qui a
      * saisi la note est conserve pour la tracabilite.
       FD  EVALUATIONS-FILE.
       01  WS-EVAL-REC.
           05 WS-EVAL-ANNEE       PIC X(9).
           05 WS-EVAL-TRIMESTRE   PIC 9.
           05 WS-EVAL-CLASSE      PIC X(8).
           05 WS-EVAL-MAT-CODE    PIC X(4).
           05 WS-EVAL-DATE        PIC X(8).
           05 WS-EVAL-LIBELLE     PIC X(20).
           05 WS-EVAL-POIDS       PIC 9V9.
           05 WS-EVAL-MATRICULE   PIC 9(4).
           05 WS-EVAL-NOM         PIC X(20).
           05 WS-EVAL-NOTE        PIC X(3).
           05 WS-EVAL-OPERATEUR   PIC X(8).
