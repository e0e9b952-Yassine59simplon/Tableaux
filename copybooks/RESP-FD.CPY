      * Enregistrement responsables (214 octets) : matricule de
      * l'eleve (egal a la cle relative) puis deux postes de
      * responsable. Un poste dont le nom est a blanc est libre.
      * Courrier : O = recoit les envois de l'etablissement, N = non
      * (parent separe sans autorite, simple contact d'urgence...).
       FD  RESPONSABLES-FILE.
       01  WS-RESP-REC.
           05 WS-RESP-MATRICULE      PIC 9(4).
           05 WS-RESP-POSTE OCCURS 2 TIMES.
              10 WS-RESP-NOM         PIC X(30).
              10 WS-RESP-ADRESSE     PIC X(32).
              10 WS-RESP-CP-VILLE    PIC X(32).
              10 WS-RESP-TELEPHONE   PIC X(10).
              10 WS-RESP-COURRIER    PIC X.
                 88 RESP-RECOIT-COURRIER VALUE "O".
