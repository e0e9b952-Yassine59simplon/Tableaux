      * Chargement du dossier de transfert d'un eleve arrive en cours
      * d'annee : sans lui, les trimestres passes dans l'etablissement
      * d'origine manquaient a HISTO-NOTES.DAT et BULLETIN-ANNUEL
      * comme PROMOTION calculaient la moyenne annuelle sur un ou
      * deux trimestres. Le dossier recu (dessin DOSSIER-FD, produit
      * chez nous par MAINT-ELEVES a une radiation pour demenagement)
      * est relu pour le matricule d'origine demande ; chaque releve
      * trimestriel valide est ajoute a l'historique sous le
      * matricule, le nom et la classe de l'eleve dans l'effectif,
      * chaque note numerique marquee E (note externe) pour que les
      * editions la distinguent des notes de l'ecole. Un trimestre
      * deja present dans l'historique n'est jamais recouvert. Les
      * releves ecartes partent vers un fichier de rejets avec code
      * motif et les totaux de controle lus = charges + rejetes sont
      * edites, comme IMPORT-RENTREE. Les absences du dossier sont
      * rappelees a l'edition pour report au bulletin.
      * Codes motif :
      *   01 releve hors dossier (sans identite) ou type inconnu
      *   02 dossier incomplet ou altere (fin absente, nombre de
      *      releves ou total de hachage faux)
      *   03 eleve inconnu de l'effectif
      *   04 nom du dossier different de celui de l'effectif
      *   05 annee scolaire differente de celle de l'eleve
      *   06 releve mal forme (trimestre, nombre de matieres,
      *      moyenne ou note illisible)
      *   07 trimestre deja enregistre dans l'historique, ou en
      *      double dans le dossier (le premier releve est charge)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-DOSSIER.
       AUTHOR. Yassine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "DOSSIER-SELECT.CPY".
       COPY "HISTO-SELECT.CPY".
      * ASSIGN TO des noms externes (non litteraux) pour que les DD
      * de jcl/IMPDOSS.JCL designent reellement ces fichiers ; en
      * local GnuCOBOL retombe sur le nom lui-meme a defaut de
      * variable d'environnement.
           SELECT REJETS-FILE ASSIGN TO REJETS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJETS-STATUS.
           SELECT ELEVES-FILE ASSIGN TO ELEVES
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-ELEVE-RELKEY
               FILE STATUS IS WS-ELEVES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "DOSSIER-FD.CPY".
       COPY "HISTO-FD.CPY".

      * Enregistrement rejete : l'image du dossier suivie du code
      * motif, pour expertise avec l'etablissement d'origine.
       FD  REJETS-FILE.
       01  WS-REJETS-REC.
           05 WS-REJ-IMAGE     PIC X(80).
           05 WS-REJ-MOTIF     PIC X(2).

       FD  ELEVES-FILE.
       01  WS-ELEVE-REC.
           03 WS-ELEVE-REC-MATRICULE PIC 9(4).
           03 WS-ELEVE-REC-NOTE   PIC 99.
           03 WS-ELEVE-REC-STATUT PIC X.
           03 WS-ELEVE-REC-NOM    PIC X(20).
           03 WS-ELEVE-REC-CLASSE PIC X(8).
           03 WS-ELEVE-REC-ANNEE  PIC X(9).

       WORKING-STORAGE SECTION.

       COPY "DOSSIER-WS.CPY".
       COPY "HISTO-WS.CPY".
      * Zones de NORMALISER-NOM : le nom du dossier et celui de
      * l'effectif sont compares sans accents ni casse.
       COPY "IDXELV-WS.CPY".
       77 WS-REJETS-STATUS   PIC XX VALUE "00".
       77 WS-ELEVES-STATUS   PIC XX VALUE "00".
       77 WS-ELEVE-RELKEY    PIC 9(4).
       77 WS-FIN-DOSSIER     PIC X VALUE "N".
           88 FIN-DOSSIER VALUE "O".
       77 WS-FIN-HISTO       PIC X VALUE "N".
           88 FIN-HISTO VALUE "O".
       77 WS-MOTIF           PIC X(2) VALUE SPACES.
       77 WS-I-T             PIC 9.
       77 WS-I-R             PIC 9.
       77 WS-I-M             PIC 99.
       77 WS-NOTE-TRAVAIL    PIC 99.
       77 WS-HACHAGE         PIC 9(6) VALUE 0.
       77 WS-AFFICHAGE-MOY-T PIC Z9.99.

      * Matricule du dossier a charger (etablissement d'origine) et
      * matricule de l'eleve dans l'effectif, lus en SYSIN.
       77 WS-MAT-ORIGINE     PIC 9(4) VALUE 0.
       77 WS-MAT-LOCAL       PIC 9(4) VALUE 0.

      * Eleve de l'effectif : lu une fois au depart, ses trimestres
      * deja presents dans l'historique pour son annee scolaire
      * sont releves avant tout chargement.
       77 WS-ELEVE-CONNU     PIC X VALUE "N".
           88 ELEVE-CONNU VALUE "O".
       77 WS-NOM-EFFECTIF    PIC X(20) VALUE SPACES.
       77 WS-CLASSE-EFFECTIF PIC X(8) VALUE SPACES.
       77 WS-ANNEE-EFFECTIF  PIC X(9) VALUE SPACES.
       77 WS-CLE-EFFECTIF    PIC X(20) VALUE SPACES.
       01 WS-TRIM-HISTO-TAB.
          05 WS-TRIM-HISTO   PIC X OCCURS 3 TIMES.
             88 TRIM-EN-HISTO VALUE "O".

      * Dossier en cours de lecture : l'identite, puis les releves
      * gardes en image jusqu'a l'enregistrement de fin qui les
      * valide en bloc ; au plus trois releves, un par trimestre.
       77 WS-DOSSIER-OUVERT  PIC X VALUE "N".
           88 DOSSIER-OUVERT VALUE "O".
       77 WS-DOSSIER-ALTERE  PIC X VALUE "N".
           88 DOSSIER-ALTERE VALUE "O".
       77 WS-NB-DOSSIERS     PIC 9(3) VALUE 0.
       77 WS-NB-AUTRES       PIC 9(5) VALUE 0.
      * Comptage et hachage annonces par l'enregistrement de fin,
      * mis de cote avant que les releves ne repassent dans la zone
      * d'enregistrement.
       77 WS-FIN-NB-RELEVES  PIC X.
       77 WS-FIN-HACHAGE     PIC X(6).
       01 WS-DOSSIER-RECU.
          05 WS-DRC-NOM       PIC X(20).
          05 WS-DRC-ANNEE     PIC X(9).
          05 WS-DRC-CLASSE    PIC X(8).
          05 WS-DRC-DATE-RAD  PIC X(8).
          05 WS-DRC-NB        PIC 9.
          05 WS-DRC-RELEVE    PIC X(80) OCCURS 3 TIMES.

      * Totaux de controle, en releves trimestriels.
       77 WS-NB-LUS          PIC 9(5) VALUE 0.
       77 WS-NB-CHARGES      PIC 9(5) VALUE 0.
       77 WS-NB-REJETES      PIC 9(5) VALUE 0.
       77 WS-NB-CONTROLE     PIC 9(5) VALUE 0.
       01 WS-REJETS-PAR-MOTIF VALUE ZEROES.
          05 WS-NB-MOTIF OCCURS 7 TIMES PIC 9(5).
       77 WS-I-MOTIF         PIC 9.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.

           DISPLAY "MATRICULE DANS L'ETABLISSEMENT D'ORIGINE :"
           ACCEPT WS-MAT-ORIGINE
           DISPLAY "MATRICULE DE L'ELEVE DANS L'EFFECTIF :"
           ACCEPT WS-MAT-LOCAL
           IF WS-MAT-ORIGINE = 0 OR WS-MAT-LOCAL = 0
               DISPLAY "LES DEUX MATRICULES SONT OBLIGATOIRES -"
                   " CHARGEMENT REFUSE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LIRE-ELEVE-EFFECTIF
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF
           IF ELEVE-CONNU
               PERFORM RELEVER-TRIMESTRES-HISTO
           END-IF

           OPEN INPUT DOSSIER-FILE
           IF WS-DOS-STATUS NOT = "00"
               DISPLAY "DOSSIER DE TRANSFERT INTROUVABLE ("
                   WS-DOS-STATUS ") - ARRET"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REJETS-FILE
           IF WS-REJETS-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REJETS ("
                   WS-REJETS-STATUS ") - ARRET"
               MOVE 16 TO RETURN-CODE
               CLOSE DOSSIER-FILE
               STOP RUN
           END-IF
           PERFORM OUVRIR-HISTO
           IF WS-HISTO-STATUS NOT = "00"
               DISPLAY "HISTO-NOTES.DAT INDISPONIBLE ("
                   WS-HISTO-STATUS ") - ARRET"
               MOVE 16 TO RETURN-CODE
               CLOSE DOSSIER-FILE
               CLOSE REJETS-FILE
               STOP RUN
           END-IF

           PERFORM UNTIL FIN-DOSSIER
               READ DOSSIER-FILE
                   AT END
                       SET FIN-DOSSIER TO TRUE
                   NOT AT END
                       IF WS-DOS-REC(2:4) = WS-MAT-ORIGINE
                           PERFORM TRAITER-ENREGISTREMENT
                       ELSE
                           ADD 1 TO WS-NB-AUTRES
                       END-IF
               END-READ
           END-PERFORM
      * Fin de fichier sans enregistrement de fin : le dossier a ete
      * tronque, ses releves sont ecartes.
           IF DOSSIER-OUVERT
               SET DOSSIER-ALTERE TO TRUE
               PERFORM CLORE-DOSSIER
           END-IF
           CLOSE DOSSIER-FILE
           CLOSE REJETS-FILE
           CLOSE HISTO-FILE
           PERFORM EDITER-TOTAUX
           STOP RUN.

      * L'eleve doit deja figurer a l'effectif (inscription par le
      * secretariat) : c'est de lui que viennent le nom et la classe
      * portes a l'historique.
       LIRE-ELEVE-EFFECTIF.
           OPEN INPUT ELEVES-FILE
           IF WS-ELEVES-STATUS NOT = "00"
               DISPLAY "ELEVES.DAT INDISPONIBLE ("
                   WS-ELEVES-STATUS ") - ARRET DU CHARGEMENT"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-MAT-LOCAL TO WS-ELEVE-RELKEY
               READ ELEVES-FILE
                   INVALID KEY
                       DISPLAY "MATRICULE " WS-MAT-LOCAL
                           " INCONNU DE L'EFFECTIF"
                   NOT INVALID KEY
                       SET ELEVE-CONNU TO TRUE
                       MOVE WS-ELEVE-REC-NOM TO WS-NOM-EFFECTIF
                       MOVE WS-ELEVE-REC-CLASSE TO WS-CLASSE-EFFECTIF
                       MOVE WS-ELEVE-REC-ANNEE TO WS-ANNEE-EFFECTIF
                       MOVE WS-ELEVE-REC-NOM TO WS-NRM-SOURCE
                       PERFORM NORMALISER-NOM
                       MOVE WS-NRM-CLE TO WS-CLE-EFFECTIF
                       DISPLAY "ELEVE  : " WS-ELEVE-REC-NOM
                           " (MATRICULE " WS-MAT-LOCAL ")"
                       DISPLAY "CLASSE : " WS-ELEVE-REC-CLASSE
                           "  ANNEE : " WS-ELEVE-REC-ANNEE
               END-READ
               CLOSE ELEVES-FILE
           END-IF.

      * Trimestres de l'annee de l'eleve deja presents dans
      * l'historique : une note de l'ecole ne se recouvre pas.
       RELEVER-TRIMESTRES-HISTO.
           MOVE SPACES TO WS-TRIM-HISTO-TAB
           OPEN INPUT HISTO-FILE
           IF WS-HISTO-STATUS = "00"
               PERFORM UNTIL FIN-HISTO
                   READ HISTO-FILE
                       AT END
                           SET FIN-HISTO TO TRUE
                       NOT AT END
                           IF WS-HISTO-MATRICULE = WS-MAT-LOCAL
                               AND WS-HISTO-ANNEE
                                   = WS-ANNEE-EFFECTIF
                               AND WS-HISTO-TRIMESTRE >= 1
                               AND WS-HISTO-TRIMESTRE <= 3
                               MOVE "O" TO
                                   WS-TRIM-HISTO(WS-HISTO-TRIMESTRE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTO-FILE
           END-IF.

      * Enregistrement du dossier demande, selon son type.
       TRAITER-ENREGISTREMENT.
           EVALUATE WS-DOS-I-TYPE
               WHEN "1"
                   IF DOSSIER-OUVERT
                       SET DOSSIER-ALTERE TO TRUE
                       PERFORM CLORE-DOSSIER
                   END-IF
                   PERFORM OUVRIR-DOSSIER
               WHEN "2"
                   ADD 1 TO WS-NB-LUS
                   IF NOT DOSSIER-OUVERT
                       MOVE "01" TO WS-MOTIF
                       PERFORM REJETER-RELEVE
                   ELSE
                       IF WS-DRC-NB = 3
                           MOVE "06" TO WS-MOTIF
                           PERFORM REJETER-RELEVE
                       ELSE
                           ADD 1 TO WS-DRC-NB
                           MOVE WS-DOS-REC
                               TO WS-DRC-RELEVE(WS-DRC-NB)
                       END-IF
                   END-IF
               WHEN "9"
                   IF DOSSIER-OUVERT
                       PERFORM CONTROLER-FIN-DOSSIER
                       PERFORM CLORE-DOSSIER
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-NB-LUS
                   MOVE "01" TO WS-MOTIF
                   PERFORM REJETER-RELEVE
           END-EVALUATE.

       OUVRIR-DOSSIER.
           INITIALIZE WS-DOSSIER-RECU
           MOVE "O" TO WS-DOSSIER-OUVERT
           MOVE "N" TO WS-DOSSIER-ALTERE
           ADD 1 TO WS-NB-DOSSIERS
           MOVE WS-DOS-I-NOM      TO WS-DRC-NOM
           MOVE WS-DOS-I-ANNEE    TO WS-DRC-ANNEE
           MOVE WS-DOS-I-CLASSE   TO WS-DRC-CLASSE
           MOVE WS-DOS-I-DATE-RAD TO WS-DRC-DATE-RAD
           DISPLAY "DOSSIER : " WS-DOS-I-NOM " " WS-DOS-I-CLASSE
               " " WS-DOS-I-ANNEE " RADIE LE " WS-DOS-I-DATE-RAD
           DISPLAY "ABSENCES DE L'ANNEE : " WS-DOS-I-ABS-TOTAL
               " DEMI-JOURNEE(S) DONT " WS-DOS-I-ABS-INJUST
               " INJUSTIFIEE(S)".

      * L'enregistrement de fin doit annoncer exactement les releves
      * recus et le total de leurs notes numeriques.
       CONTROLER-FIN-DOSSIER.
           MOVE WS-DOS-F-NB-RELEVES TO WS-FIN-NB-RELEVES
           MOVE WS-DOS-F-HACHAGE    TO WS-FIN-HACHAGE
           MOVE 0 TO WS-HACHAGE
           PERFORM VARYING WS-I-R FROM 1 BY 1 UNTIL WS-I-R > WS-DRC-NB
               MOVE WS-DRC-RELEVE(WS-I-R) TO WS-DOS-REC
               PERFORM HACHER-RELEVE
           END-PERFORM
           IF WS-FIN-NB-RELEVES NOT = WS-DRC-NB
                   OR WS-FIN-HACHAGE NOT = WS-HACHAGE
               SET DOSSIER-ALTERE TO TRUE
           END-IF.

      * Le hachage n'est repris que sur un releve lisible ; un
      * releve mal forme le fausse et fait ecarter le dossier.
       HACHER-RELEVE.
           IF WS-DOS-R-NB-MAT IS NUMERIC
               PERFORM VARYING WS-I-M FROM 1 BY 1
                       UNTIL WS-I-M > WS-DOS-R-NB-MAT
                   IF WS-DOS-R-NOTE(WS-I-M)(1:2) IS NUMERIC
                       MOVE WS-DOS-R-NOTE(WS-I-M)(1:2)
                           TO WS-NOTE-TRAVAIL
                       ADD WS-NOTE-TRAVAIL TO WS-HACHAGE
                   END-IF
               END-PERFORM
           END-IF.

      * Chaque releve garde en memoire est controle puis charge ou
      * rejete ; le dossier est ensuite referme.
       CLORE-DOSSIER.
           PERFORM VARYING WS-I-R FROM 1 BY 1 UNTIL WS-I-R > WS-DRC-NB
               MOVE WS-DRC-RELEVE(WS-I-R) TO WS-DOS-REC
               PERFORM CONTROLER-RELEVE
               IF WS-MOTIF = SPACES
                   PERFORM CHARGER-RELEVE
               ELSE
                   PERFORM REJETER-RELEVE
               END-IF
           END-PERFORM
           MOVE "N" TO WS-DOSSIER-OUVERT.

      * Controles dans l'ordre des motifs ; le premier controle en
      * echec rejette le releve avec son motif, comme EDIT-NOTES.
       CONTROLER-RELEVE.
           MOVE SPACES TO WS-MOTIF
           MOVE WS-DRC-NOM TO WS-NRM-SOURCE
           PERFORM NORMALISER-NOM
           EVALUATE TRUE
               WHEN DOSSIER-ALTERE
                   MOVE "02" TO WS-MOTIF
               WHEN NOT ELEVE-CONNU
                   MOVE "03" TO WS-MOTIF
               WHEN WS-NRM-CLE NOT = WS-CLE-EFFECTIF
                   MOVE "04" TO WS-MOTIF
               WHEN WS-DRC-ANNEE NOT = WS-ANNEE-EFFECTIF
                   MOVE "05" TO WS-MOTIF
               WHEN WS-DOS-R-TRIMESTRE IS NOT NUMERIC
                   MOVE "06" TO WS-MOTIF
               WHEN WS-DOS-R-TRIMESTRE < 1
                       OR WS-DOS-R-TRIMESTRE > 3
                   MOVE "06" TO WS-MOTIF
               WHEN WS-DOS-R-NB-MAT IS NOT NUMERIC
                   MOVE "06" TO WS-MOTIF
               WHEN WS-DOS-R-NB-MAT = 0
                   MOVE "06" TO WS-MOTIF
               WHEN WS-DOS-R-MOYENNE IS NOT NUMERIC
                   MOVE "06" TO WS-MOTIF
               WHEN TRIM-EN-HISTO(WS-DOS-R-TRIMESTRE)
                   MOVE "07" TO WS-MOTIF
               WHEN OTHER
                   PERFORM CONTROLER-NOTES-RELEVE
           END-EVALUATE.

      * Une note recevable : deux chiffres de 00 a 20 (troisieme
      * caractere blanc ou deja marque E), ABS, DIS ou blanc.
       CONTROLER-NOTES-RELEVE.
           PERFORM VARYING WS-I-M FROM 1 BY 1
                   UNTIL WS-I-M > WS-DOS-R-NB-MAT
               EVALUATE TRUE
                   WHEN WS-DOS-R-NOTE(WS-I-M) = SPACES
                   WHEN WS-DOS-R-NOTE(WS-I-M) = "ABS"
                   WHEN WS-DOS-R-NOTE(WS-I-M) = "DIS"
                       CONTINUE
                   WHEN WS-DOS-R-NOTE(WS-I-M)(1:2) IS NUMERIC
                           AND (WS-DOS-R-NOTE(WS-I-M)(3:1) = SPACE
                           OR WS-DOS-R-NOTE(WS-I-M)(3:1) = "E")
                       MOVE WS-DOS-R-NOTE(WS-I-M)(1:2)
                           TO WS-NOTE-TRAVAIL
                       IF WS-NOTE-TRAVAIL > 20
                           MOVE "06" TO WS-MOTIF
                       END-IF
                   WHEN OTHER
                       MOVE "06" TO WS-MOTIF
               END-EVALUATE
           END-PERFORM.

      * Le releve devient un trimestre d'historique de l'eleve :
      * matricule, nom et classe de l'effectif (la classe d'origine
      * ne veut rien dire ici), notes numeriques marquees E.
       CHARGER-RELEVE.
           MOVE SPACES TO WS-HISTO-REC
           MOVE WS-MAT-LOCAL        TO WS-HISTO-MATRICULE
           MOVE WS-NOM-EFFECTIF     TO WS-HISTO-NOM
           MOVE WS-CLASSE-EFFECTIF  TO WS-HISTO-CLASSE
           MOVE WS-ANNEE-EFFECTIF   TO WS-HISTO-ANNEE
           MOVE WS-DOS-R-TRIMESTRE  TO WS-HISTO-TRIMESTRE
           MOVE WS-DOS-R-NB-MAT     TO WS-HISTO-NB-MAT
           PERFORM VARYING WS-I-M FROM 1 BY 1
                   UNTIL WS-I-M > WS-DOS-R-NB-MAT
               MOVE WS-DOS-R-MAT-CODE(WS-I-M)
                   TO WS-HISTO-MAT-CODE(WS-I-M)
               MOVE WS-DOS-R-NOTE(WS-I-M) TO WS-HISTO-NOTE(WS-I-M)
               IF WS-DOS-R-NOTE(WS-I-M)(1:2) IS NUMERIC
                   SET HISTO-NOTE-EXTERNE(WS-I-M) TO TRUE
               END-IF
           END-PERFORM
           MOVE WS-DOS-R-MOYENNE    TO WS-HISTO-MOYENNE
           WRITE WS-HISTO-REC
           IF WS-HISTO-STATUS NOT = "00"
               DISPLAY "ERREUR ECRITURE HISTO-NOTES.DAT ("
                   WS-HISTO-STATUS ") - ARRET"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "O" TO WS-TRIM-HISTO(WS-DOS-R-TRIMESTRE)
           ADD 1 TO WS-NB-CHARGES
           MOVE WS-DOS-R-MOYENNE TO WS-AFFICHAGE-MOY-T
           DISPLAY "T" WS-DOS-R-TRIMESTRE " CHARGE - MOYENNE "
               WS-AFFICHAGE-MOY-T " - ABSENCES "
               WS-DOS-R-ABS-TOTAL " DONT " WS-DOS-R-ABS-INJUST
               " INJUSTIFIEE(S)".

       REJETER-RELEVE.
           ADD 1 TO WS-NB-REJETES
           MOVE WS-MOTIF TO WS-I-MOTIF
           ADD 1 TO WS-NB-MOTIF(WS-I-MOTIF)
           MOVE WS-DOS-REC TO WS-REJ-IMAGE
           MOVE WS-MOTIF TO WS-REJ-MOTIF
           WRITE WS-REJETS-REC.

       EDITER-TOTAUX.
           DISPLAY "=== CHARGEMENT DOSSIER DE TRANSFERT ==="
           DISPLAY "DOSSIERS DU MATRICULE " WS-MAT-ORIGINE " : "
               WS-NB-DOSSIERS
           DISPLAY "ENREGISTREMENTS D'AUTRES ELEVES IGNORES : "
               WS-NB-AUTRES
           DISPLAY "LUS     : " WS-NB-LUS
           DISPLAY "CHARGES : " WS-NB-CHARGES
           DISPLAY "REJETES : " WS-NB-REJETES
           DISPLAY "  01 RELEVE HORS DOSSIER      : " WS-NB-MOTIF(1)
           DISPLAY "  02 DOSSIER INCOMPLET        : " WS-NB-MOTIF(2)
           DISPLAY "  03 ELEVE INCONNU            : " WS-NB-MOTIF(3)
           DISPLAY "  04 NOM DIFFERENT            : " WS-NB-MOTIF(4)
           DISPLAY "  05 ANNEE DIFFERENTE         : " WS-NB-MOTIF(5)
           DISPLAY "  06 RELEVE MAL FORME         : " WS-NB-MOTIF(6)
           DISPLAY "  07 TRIMESTRE DEJA ENREGISTRE: " WS-NB-MOTIF(7)
           COMPUTE WS-NB-CONTROLE = WS-NB-CHARGES + WS-NB-REJETES
           IF WS-NB-CONTROLE = WS-NB-LUS
               DISPLAY "CONTROLE LUS = CHARGES + REJETES : EXACT"
           ELSE
               DISPLAY "DESACCORD LUS / CHARGES + REJETES -"
                   " EXPERTISER LE CHARGEMENT"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-NB-DOSSIERS = 0
               DISPLAY "AUCUN DOSSIER POUR LE MATRICULE "
                   WS-MAT-ORIGINE " - VERIFIER LE FICHIER RECU"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-NB-REJETES > 0
               DISPLAY "REJETS A EXPERTISER AVEC L'ETABLISSEMENT"
                   " D'ORIGINE"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       COPY "HISTO-PARA.CPY".
       COPY "IDXELV-PARA.CPY".
