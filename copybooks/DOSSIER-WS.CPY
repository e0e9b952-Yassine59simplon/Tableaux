      * Etat fichier du dossier de transfert (DOSSIER-FD.CPY).
       77 WS-DOS-STATUS       PIC XX VALUE "00".
