      * Une periode du calendrier par enregistrement, rattachee a son
      * annee scolaire :
      *   T = trimestre (numero 1-3, premier et dernier jour) ;
      *   V = vacances scolaires (premier et dernier jour sans
      *       classe) ;
      *   F = jour non travaille isole (ferie, pont) : fin = debut ;
      *   S = samedis travailles entre les deux dates (a defaut,
      *       aucun samedi n'est un jour de classe).
      * Le numero de trimestre est a zero hors type T.
       FD  CALENDRIER-FILE.
       01  WS-CALEND-REC.
           05 WS-CAL-ANNEE        PIC X(9).
           05 WS-CAL-TYPE         PIC X.
              88 CAL-TYPE-TRIMESTRE VALUE "T".
              88 CAL-TYPE-VACANCES  VALUE "V".
              88 CAL-TYPE-FERIE     VALUE "F".
              88 CAL-TYPE-SAMEDI    VALUE "S".
           05 WS-CAL-TRIMESTRE    PIC 9.
           05 WS-CAL-DEBUT        PIC 9(8).
           05 WS-CAL-FIN          PIC 9(8).
           05 WS-CAL-LIBELLE      PIC X(23).
