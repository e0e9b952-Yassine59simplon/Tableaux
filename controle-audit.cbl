      * dans la zone indice (programme tableaux) ; les saisies par
      * numero d'ordre 1-3 des autres programmes ne sont confrontees
      * qu'au referentiel des operateurs.
      * Les totaux de chaque passage sont ajoutes au journal AUDITCTL
      * (date, lus, anomalies par famille) que relit l'etat du matin
      * (ETAT-MATIN).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE-AUDIT.
       AUTHOR. Yassine.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ASSIGN TO des noms externes (non litteraux) pour que les DD
      * de jcl/CTLAUDIT.JCL (ELEVES, AUDITLOG, OPERATRS, AUDITCTL)
      * designent reellement ces fichiers ; en local GnuCOBOL
      * retombe sur le nom lui-meme a defaut de variable
      * d'environnement.
           SELECT ELEVES-FILE ASSIGN TO ELEVES
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
           SELECT OPERATEURS-FILE ASSIGN TO OPERATRS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATEURS-STATUS.
      * Journal des passages du controle : un enregistrement par
      * execution, ajoute en fin de travail.
           SELECT AUDIT-CTL-FILE ASSIGN TO AUDITCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "AUDIT-FD.CPY".
       COPY "OPERAT-FD.CPY".

       FD  AUDIT-CTL-FILE.
       01  WS-AUDIT-CTL-REC.
           05 WS-ACT-DATE        PIC X(8).
           05 WS-ACT-NB-LUS      PIC 9(6).
           05 WS-ACT-SANS-AUDIT  PIC 9(4).
           05 WS-ACT-DIVERGENT   PIC 9(4).
           05 WS-ACT-OPERATEUR   PIC 9(4).
      * ANOMALIE si au moins une famille est non nulle, CONFORME
      * sinon.
           05 WS-ACT-STATUT      PIC X(8).

       WORKING-STORAGE SECTION.

       77 WS-ELEVES-STATUS     PIC XX VALUE "00".
       77 WS-NB-EXC-DIVERGENT  PIC 9(4) VALUE 0.
       77 WS-NB-EXC-OPERATEUR  PIC 9(4) VALUE 0.
       77 WS-NB-AUDIT-LUS      PIC 9(6) VALUE 0.
       77 WS-AUDIT-CTL-STATUS  PIC XX VALUE "00".
       77 WS-DATE-JOUR         PIC 9(8).

      * Zones d'etat du journal d'audit (lu ici, jamais ecrit).
       COPY "AUDIT-WS.CPY".
           PERFORM CHARGER-ELEVES
           PERFORM LIRE-AUDIT
           PERFORM EDITER-EXCEPTIONS
           PERFORM ENREGISTRER-CONTROLE
           STOP RUN.

       CHARGER-OPERATEURS.
           ELSE
               DISPLAY "CONTROLE TERMINE - AUCUNE ANOMALIE"
           END-IF.

      * Consigne les totaux du passage dans AUDITCTL, comme
      * PROMOTION dans PROMOTION.CTL : fichier cree au premier
      * passage. Un echec d'ouverture est signale sans changer le
      * code retour du controle lui-meme.
       ENREGISTRER-CONTROLE.
           OPEN EXTEND AUDIT-CTL-FILE
           IF WS-AUDIT-CTL-STATUS = "05" OR WS-AUDIT-CTL-STATUS = "35"
               OPEN OUTPUT AUDIT-CTL-FILE
           END-IF
           IF WS-AUDIT-CTL-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE AUDITCTL ("
                   WS-AUDIT-CTL-STATUS ") - PASSAGE NON CONSIGNE"
           ELSE
               ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
               MOVE SPACES TO WS-AUDIT-CTL-REC
               MOVE WS-DATE-JOUR         TO WS-ACT-DATE
               MOVE WS-NB-AUDIT-LUS      TO WS-ACT-NB-LUS
               MOVE WS-NB-EXC-SANS-AUDIT TO WS-ACT-SANS-AUDIT
               MOVE WS-NB-EXC-DIVERGENT  TO WS-ACT-DIVERGENT
               MOVE WS-NB-EXC-OPERATEUR  TO WS-ACT-OPERATEUR
               IF WS-NB-EXC-SANS-AUDIT > 0 OR WS-NB-EXC-DIVERGENT > 0
                       OR WS-NB-EXC-OPERATEUR > 0
                   MOVE "ANOMALIE" TO WS-ACT-STATUT
               ELSE
                   MOVE "CONFORME" TO WS-ACT-STATUT
               END-IF
               WRITE WS-AUDIT-CTL-REC
               CLOSE AUDIT-CTL-FILE
           END-IF.
