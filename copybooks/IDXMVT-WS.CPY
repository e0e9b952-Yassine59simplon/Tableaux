      * Etat fichier du journal des mouvements de l'index et temoin
      * d'ouverture (OUVRIR-JOURNAL-INDEX, IDXMVT-PARA.CPY) : un
      * journal indisponible ne bloque jamais la mise a jour de
      * l'effectif, l'index est rattrape a la reconstruction.
       77 WS-MVT-STATUS       PIC XX VALUE "00".
       77 WS-MVT-OUVERT-FLAG  PIC X VALUE "N".
           88 MVT-OUVERT VALUE "O".
