      * Etat fichier des responsables, cle relative et resultat du
      * paragraphe CHERCHER-DESTINATAIRES (RESP-PARA.CPY) : le
      * lecteur renseigne WS-RESP-CRIT-MATRICULE et recoit la liste
      * des destinataires du courrier, un exemplaire a editer par
      * destinataire.
       77 WS-RESP-STATUS      PIC XX VALUE "00".
       77 WS-RESP-RELKEY      PIC 9(4) VALUE 0.
       77 WS-RESP-CRIT-MATRICULE PIC 9(4) VALUE 0.
       77 WS-I-DEST           PIC 9 VALUE 0.
       77 WS-I-POSTE          PIC 9 VALUE 0.
       01 WS-DESTINATAIRES.
          05 WS-DEST-NB PIC 9 VALUE 0.
          05 WS-DEST OCCURS 2 TIMES.
             10 WS-DEST-NOM      PIC X(30).
             10 WS-DEST-ADRESSE  PIC X(32).
             10 WS-DEST-CP-VILLE PIC X(32).
