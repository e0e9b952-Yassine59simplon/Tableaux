      * Etat fichier des clotures, criteres et resultat du paragraphe
      * VERIFIER-CLOTURE (CLOTURE-PARA.CPY) : le lecteur renseigne
      * classe, annee et trimestre et recoit l'etat de la periode,
      * avec la date, l'operateur et le motif du dernier mouvement.
       77 WS-CLO-STATUS       PIC XX VALUE "00".
       77 WS-FIN-CLOTURES     PIC X VALUE "N".
           88 FIN-CLOTURES VALUE "O".
       77 WS-CLO-CRIT-CLASSE  PIC X(8) VALUE SPACES.
       77 WS-CLO-CRIT-ANNEE   PIC X(9) VALUE SPACES.
       77 WS-CLO-CRIT-TRIMESTRE PIC 9 VALUE 0.
       77 WS-CLO-PERIODE-FLAG PIC X VALUE "N".
           88 PERIODE-CLOSE VALUE "O".
       77 WS-CLO-DER-DATE     PIC 9(8) VALUE 0.
       77 WS-CLO-DER-OPERATEUR PIC X(8) VALUE SPACES.
       77 WS-CLO-DER-MOTIF    PIC X(40) VALUE SPACES.
