      * Etat fichier des evaluations et indicateur de fin de lecture.
       77 WS-EVAL-STATUS      PIC XX VALUE "00".
       77 WS-FIN-EVAL         PIC X VALUE "N".
           88 FIN-EVAL VALUE "O".
