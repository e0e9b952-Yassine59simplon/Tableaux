      * Etat du matin : l'analyste de permanence ouvrait chaque matin
      * une douzaine de SYSOUT (SAUVNUIT, CTLAUDIT, BATCHNOT,
      * EXPACAD, RETACAD, ARCHAUDI) pour savoir si la nuit s'etait
      * bien passee. Ce travail, dernier step de la chaine de nuit,
      * relit les journaux de controle deja tenus par ces travaux et
      * edite une seule page d'etat, une ligne par point surveille,
      * chacune marquee OK ou ALERTE :
      *   - dernier lot NOTES-IN mene a bien (RUNCTL de BATCH-NOTES)
      *     et taux de rejet de la derniere generation NOTESREJ
      *     d'EDIT-NOTES, compare au seuil d'EDIT-NOTES ;
      *   - derniere sauvegarde VERIFIEE de chacun des cinq fichiers
      *     maitres (SAUVECTL) et son age en jours ;
      *   - dernier passage de fin d'annee (PROMOTION.CTL) ;
      *   - rejets de l'academie sur la derniere extraction montee
      *     (ACADEMIE, generation courante) d'apres le fichier de
      *     reponses RETOUR, et details restes sans reponse ;
      *   - corrections de notes en attente de validation dans
      *     ATTENTE-MAJ.DAT depuis plus de N jours (parametre
      *     AGE-ATTENTE du fichier PARAMS) ;
      *   - anomalies du dernier passage de CONTROLE-AUDIT (journal
      *     AUDITCTL).
      * Tous les fichiers sont lus, aucun n'est ecrit. Un journal
      * absent est lui-meme signale quand le travail qui le tient
      * doit passer chaque nuit (RUNCTL, SAUVECTL, AUDITCTL) ; pour
      * les travaux occasionnels (passage, academie, corrections) un
      * fichier absent veut seulement dire qu'il n'y a rien a voir.
      * Un controle de nuit est tenu pour perime au-dela d'un jour.
      * Code retour 4 des qu'une ligne est en ALERTE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETAT-MATIN.
       AUTHOR. Yassine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ASSIGN TO des noms externes (non litteraux) pour que les DD
      * de jcl/ETATMAT.JCL designent reellement ces fichiers ; en
      * local GnuCOBOL retombe sur le nom lui-meme a defaut de
      * variable d'environnement.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT NOTES-REJ-FILE ASSIGN TO NOTESREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTES-REJ-STATUS.
           SELECT CTL-FILE ASSIGN TO SAUVECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PROMO-CTL-FILE ASSIGN TO PROMOCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROMO-CTL-STATUS.
           SELECT ACADEMIE-FILE ASSIGN TO ACADEMIE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACADEMIE-STATUS.
           SELECT RETOUR-FILE ASSIGN TO RETOUR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETOUR-STATUS.
           SELECT ATTENTE-FILE ASSIGN TO ATTENTE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATTENTE-STATUS.
           SELECT AUDIT-CTL-FILE ASSIGN TO AUDITCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-CTL-STATUS.
       COPY "PARAM-SELECT.CPY".

       DATA DIVISION.
       FILE SECTION.
      * Journal des lots de BATCH-NOTES (dessin de 34 octets).
       FD  RUNCTL-FILE.
       01  WS-RUNCTL-REC.
           05 WS-RC-RUN-ID      PIC X(11).
           05 WS-RC-DATE-TRT    PIC X(8).
           05 WS-RC-NB-ENREG    PIC 9(5).
           05 WS-RC-NB-CLASSES  PIC 9(2).
           05 WS-RC-STATUT      PIC X(8).

      * Rejets d'EDIT-NOTES : image d'entree et code motif. Seul le
      * nombre d'enregistrements sert ici.
       FD  NOTES-REJ-FILE.
       01  WS-NOTES-REJ-REC     PIC X(53).

       FD  CTL-FILE.
       01  WS-CTL-REC.
           05 WS-CTL-DATE     PIC X(8).
           05 WS-CTL-FICHIER  PIC X(8).
           05 WS-CTL-NB       PIC 9(7).
           05 WS-CTL-HACHAGE  PIC 9(8).
           05 WS-CTL-STATUT   PIC X(8).

       FD  PROMO-CTL-FILE.
       01  WS-PROMO-CTL-REC.
           05 WS-PCT-ANNEE-CIBLE PIC X(9).
           05 WS-PCT-DATE        PIC X(8).
           05 WS-PCT-NB-PROMUS   PIC 9(3).
           05 WS-PCT-NB-REDOUB   PIC 9(3).
           05 WS-PCT-STATUT      PIC X(8).

      * Extraction montee et reponses de l'academie : dessin fixe de
      * 60 octets, type en tete (2 = detail), voir RETOUR-ACADEMIE.
       FD  ACADEMIE-FILE.
       01  WS-ACADEMIE-REC.
           05 WS-ACA-TYPE        PIC X.
           05 FILLER             PIC X(59).

       FD  RETOUR-FILE.
       01  WS-RETOUR-REC.
           05 WS-RET-TYPE        PIC X.
           05 WS-RET-MATRICULE   PIC 9(4).
           05 WS-RET-MAT-CODE    PIC X(4).
           05 WS-RET-STATUT      PIC X.
           05 WS-RET-CODE-ERR    PIC X(3).
           05 FILLER             PIC X(47).

       COPY "ATTENTE-FD.CPY".

      * Journal des passages de CONTROLE-AUDIT.
       FD  AUDIT-CTL-FILE.
       01  WS-AUDIT-CTL-REC.
           05 WS-ACT-DATE        PIC X(8).
           05 WS-ACT-NB-LUS      PIC 9(6).
           05 WS-ACT-SANS-AUDIT  PIC 9(4).
           05 WS-ACT-DIVERGENT   PIC 9(4).
           05 WS-ACT-OPERATEUR   PIC 9(4).
           05 WS-ACT-STATUT      PIC X(8).

       COPY "PARAM-FD.CPY".

       WORKING-STORAGE SECTION.

       77 WS-RUNCTL-STATUS     PIC XX VALUE "00".
       77 WS-NOTES-REJ-STATUS  PIC XX VALUE "00".
       77 WS-CTL-STATUS        PIC XX VALUE "00".
       77 WS-PROMO-CTL-STATUS  PIC XX VALUE "00".
       77 WS-ACADEMIE-STATUS   PIC XX VALUE "00".
       77 WS-RETOUR-STATUS     PIC XX VALUE "00".
       77 WS-ATTENTE-STATUS    PIC XX VALUE "00".
       77 WS-AUDIT-CTL-STATUS  PIC XX VALUE "00".
       COPY "PARAM-WS.CPY".
       COPY "DATE-WS.CPY".
       77 WS-FIN-FICHIER       PIC X VALUE "N".
           88 FIN-FICHIER VALUE "O".
       77 WS-I                 PIC 9.

       77 WS-DATE-JOUR         PIC 9(8).
       77 WS-RANG-JOUR         PIC 9(7) VALUE 0.
      * Age en jours d'une date lue (date du jour moins la date) ;
      * 9999 pour une date illisible, qui passe ainsi en alerte.
       77 WS-AGE-JOURS         PIC 9(4) VALUE 0.
       77 WS-DATE-LUE          PIC X(8).
      * Un controle de nuit date de plus d'un jour n'a pas tourne la
      * nuit derniere.
       77 WS-AGE-MAX-NUIT      PIC 9(4) VALUE 1.
      * Meme seuil de rejet (en %) que celui d'EDIT-NOTES.
       77 WS-SEUIL-REJET       PIC 99 VALUE 20.
       77 WS-AGE-MAX-ATTENTE   PIC 99.

      * Dernier lot consigne dans RUNCTL et rejets de la derniere
      * generation NOTESREJ.
       77 WS-RUN-TROUVE        PIC X VALUE "N".
           88 RUN-TROUVE VALUE "O".
       01 WS-DERNIER-RUN.
          05 WS-DR-RUN-ID      PIC X(11).
          05 WS-DR-DATE-TRT    PIC X(8).
          05 WS-DR-NB-ENREG    PIC 9(5).
          05 WS-DR-NB-CLASSES  PIC 9(2).
          05 WS-DR-STATUT      PIC X(8).
       77 WS-NB-REJETS         PIC 9(5) VALUE 0.
       77 WS-NB-LUS-LOT        PIC 9(6) VALUE 0.
       77 WS-TAUX-REJET        PIC 9(3) VALUE 0.

      * Derniere sauvegarde verifiee par fichier maitre : les cinq
      * fichiers de SAUVEGARDE.
       01 WS-SAUVEGARDES-ATTENDUES.
          05 FILLER PIC X(8) VALUE "ELEVES".
          05 FILLER PIC X(8) VALUE "HISTO".
          05 FILLER PIC X(8) VALUE "AUDITLOG".
          05 FILLER PIC X(8) VALUE "OPERATRS".
          05 FILLER PIC X(8) VALUE "MATIERES".
       01 FILLER REDEFINES WS-SAUVEGARDES-ATTENDUES.
          05 WS-SVG-ATTENDUE PIC X(8) OCCURS 5 TIMES.
       01 WS-SAUVEGARDES-VUES.
          05 WS-SVG-DERNIERE PIC X(8) OCCURS 5 TIMES.

      * Dernier passage de fin d'annee.
       77 WS-PASSAGE-TROUVE    PIC X VALUE "N".
           88 PASSAGE-TROUVE VALUE "O".
       01 WS-DERNIER-PASSAGE.
          05 WS-DP-ANNEE-CIBLE PIC X(9).
          05 WS-DP-DATE        PIC X(8).
          05 WS-DP-NB-PROMUS   PIC 9(3).
          05 WS-DP-NB-REDOUB   PIC 9(3).
          05 WS-DP-STATUT      PIC X(8).

      * Extraction academie et reponses.
       77 WS-NB-ENVOYES        PIC 9(5) VALUE 0.
       77 WS-NB-REPONSES       PIC 9(5) VALUE 0.
       77 WS-NB-REJ-ACADEMIE   PIC 9(5) VALUE 0.
       77 WS-NB-SANS-REPONSE   PIC 9(5) VALUE 0.

      * Corrections en attente.
       77 WS-NB-EN-ATTENTE     PIC 9(5) VALUE 0.
       77 WS-NB-ATTENTE-AGEES  PIC 9(5) VALUE 0.
       77 WS-ATT-PLUS-ANCIENNE PIC X(8) VALUE SPACES.

      * Dernier passage de CONTROLE-AUDIT.
       77 WS-AUDIT-TROUVE      PIC X VALUE "N".
           88 AUDIT-TROUVE VALUE "O".
       01 WS-DERNIER-AUDIT.
          05 WS-DA-DATE        PIC X(8).
          05 WS-DA-NB-LUS      PIC 9(6).
          05 WS-DA-SANS-AUDIT  PIC 9(4).
          05 WS-DA-DIVERGENT   PIC 9(4).
          05 WS-DA-OPERATEUR   PIC 9(4).
          05 WS-DA-STATUT      PIC X(8).

      * Ligne d'etat : indicateur, point surveille, detail.
       77 WS-NB-ALERTES        PIC 9(3) VALUE 0.
       77 WS-ETAT-LIGNE        PIC X VALUE "O".
           88 ETAT-OK VALUE "O".
           88 ETAT-ALERTE VALUE "A".
       01 WS-LIGNE.
          05 WS-LIG-ETAT       PIC X(6).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-LIG-POINT      PIC X(22).
          05 WS-LIG-DETAIL     PIC X(80).

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR TO WS-DATE-CALC
           PERFORM CALCULER-JOUR-ABSOLU
           MOVE WS-JOUR-ABSOLU TO WS-RANG-JOUR
           PERFORM CHARGER-PARAMETRES
           MOVE WS-AGE-ATTENTE TO WS-AGE-MAX-ATTENTE

           DISPLAY "=============================================="
           DISPLAY "ETAT DU MATIN - TRAVAUX DE NUIT - " WS-DATE-JOUR
           DISPLAY "=============================================="
           DISPLAY "ETAT    POINT SURVEILLE       DETAIL"
           DISPLAY "------  --------------------  ------"
           PERFORM CONTROLER-LOT-NOTES
           PERFORM CONTROLER-SAUVEGARDES
           PERFORM CONTROLER-PASSAGE
           PERFORM CONTROLER-ACADEMIE
           PERFORM CONTROLER-ATTENTE
           PERFORM CONTROLER-AUDIT
           DISPLAY "=============================================="
           IF WS-NB-ALERTES = 0
               DISPLAY "NUIT SANS ALERTE"
           ELSE
               DISPLAY WS-NB-ALERTES " ALERTE(S) - CONSULTER LE"
                   " SYSOUT DU TRAVAIL CONCERNE"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Dernier lot consigne par BATCH-NOTES et taux de rejet de la
      * derniere generation d'EDIT-NOTES. Le taux est calcule comme
      * dans EDIT-NOTES : rejetes sur lus, les lus etant les acceptes
      * (enregistrements relus par BATCH-NOTES, entete comprise) plus
      * les rejetes.
       CONTROLER-LOT-NOTES.
           MOVE "LOT NOTES-IN" TO WS-LIG-POINT
           MOVE "N" TO WS-RUN-TROUVE
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               MOVE SPACES TO WS-LIG-DETAIL
               STRING "JOURNAL RUNCTL ABSENT OU ILLISIBLE ("
                   WS-RUNCTL-STATUS ")"
                   DELIMITED BY SIZE INTO WS-LIG-DETAIL
               END-STRING
               SET ETAT-ALERTE TO TRUE
               PERFORM EDITER-LIGNE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ RUNCTL-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           MOVE WS-RUNCTL-REC TO WS-DERNIER-RUN
                           SET RUN-TROUVE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
               IF NOT RUN-TROUVE
                   MOVE "AUCUN LOT CONSIGNE DANS RUNCTL"
                       TO WS-LIG-DETAIL
                   SET ETAT-ALERTE TO TRUE
               ELSE
                   MOVE WS-DR-DATE-TRT TO WS-DATE-LUE
                   PERFORM CALCULER-AGE
                   MOVE SPACES TO WS-LIG-DETAIL
                   STRING "LOT " WS-DR-RUN-ID " TRAITE LE "
                       WS-DR-DATE-TRT " (" WS-AGE-JOURS " J) - "
                       WS-DR-NB-CLASSES " CLASSE(S) - "
                       WS-DR-STATUT
                       DELIMITED BY SIZE INTO WS-LIG-DETAIL
                   END-STRING
                   IF WS-DR-STATUT = "TERMINE"
                       SET ETAT-OK TO TRUE
                   ELSE
                       SET ETAT-ALERTE TO TRUE
                   END-IF
               END-IF
               PERFORM EDITER-LIGNE
           END-IF

           MOVE "REJETS NOTES-IN" TO WS-LIG-POINT
           MOVE 0 TO WS-NB-REJETS
           OPEN INPUT NOTES-REJ-FILE
           IF WS-NOTES-REJ-STATUS NOT = "00"
               MOVE SPACES TO WS-LIG-DETAIL
               STRING "GENERATION NOTESREJ ABSENTE ("
                   WS-NOTES-REJ-STATUS ") - TAUX NON CALCULE"
                   DELIMITED BY SIZE INTO WS-LIG-DETAIL
               END-STRING
               SET ETAT-ALERTE TO TRUE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ NOTES-REJ-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-REJETS
                   END-READ
               END-PERFORM
               CLOSE NOTES-REJ-FILE
               MOVE WS-NB-REJETS TO WS-NB-LUS-LOT
               IF RUN-TROUVE
                   ADD WS-DR-NB-ENREG TO WS-NB-LUS-LOT
               END-IF
               MOVE 0 TO WS-TAUX-REJET
               IF WS-NB-LUS-LOT > 0
                   COMPUTE WS-TAUX-REJET ROUNDED =
                           WS-NB-REJETS * 100 / WS-NB-LUS-LOT
               END-IF
               MOVE SPACES TO WS-LIG-DETAIL
               STRING WS-NB-REJETS " REJET(S) SUR " WS-NB-LUS-LOT
                   " LUS - TAUX " WS-TAUX-REJET " % (SEUIL "
                   WS-SEUIL-REJET " %)"
                   DELIMITED BY SIZE INTO WS-LIG-DETAIL
               END-STRING
               IF WS-TAUX-REJET > WS-SEUIL-REJET
                   SET ETAT-ALERTE TO TRUE
               ELSE
                   SET ETAT-OK TO TRUE
               END-IF
           END-IF
           PERFORM EDITER-LIGNE.

      * Derniere generation VERIFIEE de chaque fichier maitre : le
      * journal est ecrit dans l'ordre des nuits, la plus grande
      * date l'emporte quand meme par prudence.
       CONTROLER-SAUVEGARDES.
           MOVE SPACES TO WS-SAUVEGARDES-VUES
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               MOVE "SAUVEGARDES" TO WS-LIG-POINT
               MOVE SPACES TO WS-LIG-DETAIL
               STRING "JOURNAL SAUVECTL ABSENT OU ILLISIBLE ("
                   WS-CTL-STATUS ")"
                   DELIMITED BY SIZE INTO WS-LIG-DETAIL
               END-STRING
               SET ETAT-ALERTE TO TRUE
               PERFORM EDITER-LIGNE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ CTL-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           IF WS-CTL-STATUT = "VERIFIE"
                               PERFORM POINTER-SAUVEGARDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTL-FILE
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
                   PERFORM EDITER-SAUVEGARDE
               END-PERFORM
           END-IF.

       POINTER-SAUVEGARDE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               IF WS-CTL-FICHIER = WS-SVG-ATTENDUE(WS-I)
                       AND (WS-SVG-DERNIERE(WS-I) = SPACES
                           OR WS-CTL-DATE > WS-SVG-DERNIERE(WS-I))
                   MOVE WS-CTL-DATE TO WS-SVG-DERNIERE(WS-I)
               END-IF
           END-PERFORM.

       EDITER-SAUVEGARDE.
           MOVE SPACES TO WS-LIG-POINT
           STRING "SAUVEGARDE " WS-SVG-ATTENDUE(WS-I)
               DELIMITED BY SIZE INTO WS-LIG-POINT
           END-STRING
           IF WS-SVG-DERNIERE(WS-I) = SPACES
               MOVE "AUCUNE SAUVEGARDE VERIFIEE DANS SAUVECTL"
                   TO WS-LIG-DETAIL
               SET ETAT-ALERTE TO TRUE
           ELSE
               MOVE WS-SVG-DERNIERE(WS-I) TO WS-DATE-LUE
               PERFORM CALCULER-AGE
               MOVE SPACES TO WS-LIG-DETAIL
               STRING "DERNIERE VERIFIEE LE " WS-SVG-DERNIERE(WS-I)
                   " - AGE " WS-AGE-JOURS " J"
                   DELIMITED BY SIZE INTO WS-LIG-DETAIL
               END-STRING
               IF WS-AGE-JOURS > WS-AGE-MAX-NUIT
                   SET ETAT-ALERTE TO TRUE
               ELSE
                   SET ETAT-OK TO TRUE
               END-IF
           END-IF
           PERFORM EDITER-LIGNE.

      * Dernier passage de fin d'annee : travail annuel, un journal
      * absent n'est pas une alerte.
       CONTROLER-PASSAGE.
           MOVE "PASSAGE FIN D'ANNEE" TO WS-LIG-POINT
           MOVE "N" TO WS-PASSAGE-TROUVE
           OPEN INPUT PROMO-CTL-FILE
           IF WS-PROMO-CTL-STATUS = "00"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ PROMO-CTL-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           MOVE WS-PROMO-CTL-REC
                               TO WS-DERNIER-PASSAGE
                           SET PASSAGE-TROUVE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PROMO-CTL-FILE
           END-IF
           IF NOT PASSAGE-TROUVE
               MOVE "AUCUN PASSAGE CONSIGNE" TO WS-LIG-DETAIL
               SET ETAT-OK TO TRUE
           ELSE
               MOVE SPACES TO WS-LIG-DETAIL
               STRING "ANNEE CIBLE " WS-DP-ANNEE-CIBLE " LE "
                   WS-DP-DATE " - " WS-DP-NB-PROMUS " PROMU(S), "
                   WS-DP-NB-REDOUB " REDOUBLANT(S) - " WS-DP-STATUT
                   DELIMITED BY SIZE INTO WS-LIG-DETAIL
               END-STRING
               IF WS-DP-STATUT = "TERMINE"
                   SET ETAT-OK TO TRUE
               ELSE
                   SET ETAT-ALERTE TO TRUE
               END-IF
           END-IF
           PERFORM EDITER-LIGNE.

      * Derniere extraction montee et reponses recues : tout detail
      * rejete par l'academie reste a reprendre (alerte). Les
      * details sans reponse sont indiques sans alerte, le retour
      * pouvant arriver apres quelques jours.
       CONTROLER-ACADEMIE.
           MOVE "REJETS ACADEMIE" TO WS-LIG-POINT
           MOVE 0 TO WS-NB-ENVOYES
           MOVE 0 TO WS-NB-REPONSES
           MOVE 0 TO WS-NB-REJ-ACADEMIE
           OPEN INPUT ACADEMIE-FILE
           IF WS-ACADEMIE-STATUS NOT = "00"
               MOVE "AUCUNE EXTRACTION MONTEE" TO WS-LIG-DETAIL
               SET ETAT-OK TO TRUE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ ACADEMIE-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           IF WS-ACA-TYPE = "2"
                               ADD 1 TO WS-NB-ENVOYES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACADEMIE-FILE
               OPEN INPUT RETOUR-FILE
               IF WS-RETOUR-STATUS = "00"
                   MOVE "N" TO WS-FIN-FICHIER
                   PERFORM UNTIL FIN-FICHIER
                       READ RETOUR-FILE
                           AT END
                               SET FIN-FICHIER TO TRUE
                           NOT AT END
                               IF WS-RET-TYPE = "2"
                                   ADD 1 TO WS-NB-REPONSES
                                   IF WS-RET-STATUT = "R"
                                       ADD 1 TO WS-NB-REJ-ACADEMIE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RETOUR-FILE
               END-IF
               MOVE 0 TO WS-NB-SANS-REPONSE
               IF WS-NB-ENVOYES > WS-NB-REPONSES
                   COMPUTE WS-NB-SANS-REPONSE =
                           WS-NB-ENVOYES - WS-NB-REPONSES
               END-IF
               MOVE SPACES TO WS-LIG-DETAIL
               STRING WS-NB-REJ-ACADEMIE " REJETE(S) SUR "
                   WS-NB-ENVOYES " ENVOYE(S) - "
                   WS-NB-SANS-REPONSE " SANS REPONSE"
                   DELIMITED BY SIZE INTO WS-LIG-DETAIL
               END-STRING
               IF WS-NB-REJ-ACADEMIE > 0
                   SET ETAT-ALERTE TO TRUE
               ELSE
                   SET ETAT-OK TO TRUE
               END-IF
           END-IF
           PERFORM EDITER-LIGNE.

      * Corrections de notes encore en attente de validation
      * (statut E) depuis plus de AGE-ATTENTE jours ; a zero, toute
      * correction en attente est signalee.
       CONTROLER-ATTENTE.
           MOVE "CORRECTIONS ATTENTE" TO WS-LIG-POINT
           MOVE 0 TO WS-NB-EN-ATTENTE
           MOVE 0 TO WS-NB-ATTENTE-AGEES
           MOVE SPACES TO WS-ATT-PLUS-ANCIENNE
           OPEN INPUT ATTENTE-FILE
           IF WS-ATTENTE-STATUS = "00"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ ATTENTE-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           IF WS-ATT-STATUT = "E"
                               PERFORM POINTER-ATTENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTENTE-FILE
           END-IF
           MOVE SPACES TO WS-LIG-DETAIL
           IF WS-NB-ATTENTE-AGEES = 0
               STRING WS-NB-EN-ATTENTE " EN ATTENTE - AUCUNE DE PLUS"
                   " DE " WS-AGE-MAX-ATTENTE " J"
                   DELIMITED BY SIZE INTO WS-LIG-DETAIL
               END-STRING
               SET ETAT-OK TO TRUE
           ELSE
               STRING WS-NB-EN-ATTENTE " EN ATTENTE DONT "
                   WS-NB-ATTENTE-AGEES " DE PLUS DE "
                   WS-AGE-MAX-ATTENTE " J (PLUS ANCIENNE "
                   WS-ATT-PLUS-ANCIENNE ")"
                   DELIMITED BY SIZE INTO WS-LIG-DETAIL
               END-STRING
               SET ETAT-ALERTE TO TRUE
           END-IF
           PERFORM EDITER-LIGNE.

       POINTER-ATTENTE.
           ADD 1 TO WS-NB-EN-ATTENTE
           MOVE WS-ATT-DATE TO WS-DATE-LUE
           PERFORM CALCULER-AGE
           IF WS-AGE-JOURS > WS-AGE-MAX-ATTENTE
                   OR WS-AGE-MAX-ATTENTE = 0
               ADD 1 TO WS-NB-ATTENTE-AGEES
               IF WS-ATT-PLUS-ANCIENNE = SPACES
                       OR WS-ATT-DATE < WS-ATT-PLUS-ANCIENNE
                   MOVE WS-ATT-DATE TO WS-ATT-PLUS-ANCIENNE
               END-IF
           END-IF.

      * Dernier passage de CONTROLE-AUDIT : alerte sur anomalie, ou
      * si le controle n'a pas tourne la nuit derniere.
       CONTROLER-AUDIT.
           MOVE "CONTROLE AUDIT" TO WS-LIG-POINT
           MOVE "N" TO WS-AUDIT-TROUVE
           OPEN INPUT AUDIT-CTL-FILE
           IF WS-AUDIT-CTL-STATUS NOT = "00"
               MOVE SPACES TO WS-LIG-DETAIL
               STRING "JOURNAL AUDITCTL ABSENT OU ILLISIBLE ("
                   WS-AUDIT-CTL-STATUS ")"
                   DELIMITED BY SIZE INTO WS-LIG-DETAIL
               END-STRING
               SET ETAT-ALERTE TO TRUE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ AUDIT-CTL-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           MOVE WS-AUDIT-CTL-REC TO WS-DERNIER-AUDIT
                           SET AUDIT-TROUVE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-CTL-FILE
               IF NOT AUDIT-TROUVE
                   MOVE "AUCUN PASSAGE CONSIGNE DANS AUDITCTL"
                       TO WS-LIG-DETAIL
                   SET ETAT-ALERTE TO TRUE
               ELSE
                   MOVE WS-DA-DATE TO WS-DATE-LUE
                   PERFORM CALCULER-AGE
                   MOVE SPACES TO WS-LIG-DETAIL
                   STRING "LE " WS-DA-DATE " (" WS-AGE-JOURS " J) : "
                       WS-DA-SANS-AUDIT " SANS TRACE, "
                       WS-DA-DIVERGENT " DIVERGENT(S), "
                       WS-DA-OPERATEUR " OPER. INCONNU"
                       DELIMITED BY SIZE INTO WS-LIG-DETAIL
                   END-STRING
                   IF WS-DA-STATUT = "CONFORME"
                           AND WS-AGE-JOURS NOT > WS-AGE-MAX-NUIT
                       SET ETAT-OK TO TRUE
                   ELSE
                       SET ETAT-ALERTE TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM EDITER-LIGNE.

      * Age en jours de WS-DATE-LUE a la date du jour ; une date
      * illisible vaut 9999, une date future 0.
       CALCULER-AGE.
           MOVE WS-DATE-LUE TO WS-DATE-CALC
           PERFORM CALCULER-JOUR-ABSOLU
           IF NOT DATE-CALC-VALIDE
               MOVE 9999 TO WS-AGE-JOURS
           ELSE
               IF WS-JOUR-ABSOLU > WS-RANG-JOUR
                   MOVE 0 TO WS-AGE-JOURS
               ELSE
                   IF WS-RANG-JOUR - WS-JOUR-ABSOLU > 9999
                       MOVE 9999 TO WS-AGE-JOURS
                   ELSE
                       COMPUTE WS-AGE-JOURS =
                               WS-RANG-JOUR - WS-JOUR-ABSOLU
                   END-IF
               END-IF
           END-IF.

       EDITER-LIGNE.
           IF ETAT-ALERTE
               MOVE "ALERTE" TO WS-LIG-ETAT
               ADD 1 TO WS-NB-ALERTES
           ELSE
               MOVE "OK" TO WS-LIG-ETAT
           END-IF
           DISPLAY WS-LIGNE.

       COPY "DATE-PARA.CPY".
       COPY "PARAM-PARA.CPY".
