      *   07 matricule inconnu de l'effectif ELEVES.DAT
      *   08 nom different de celui de l'effectif
      *   09 classe differente de celle de l'effectif
      *   10 periode (classe, annee, trimestre du lot) close par le
      *      secretariat apres le conseil de classe
      *   11 eleve non inscrit a la matiere a option (fichier INSCOPT
      *      tenu depuis MAINT-ELEVES)
      *   12 trimestre du lot incoherent avec sa date d'extraction
      *      selon le calendrier scolaire de l'annee (fichier CALEND :
      *      la date doit tomber dans l'annee scolaire, le trimestre
      *      etre celui de la date ou le precedent) ; sans calendrier
      *      complet pour l'annee, le controle ne s'applique pas
      * L'enregistrement d'entete (type H : date, sequence, trimestre
      * du lot) est recopie tel quel vers NOTESOK : c'est BATCH-NOTES
      * qui s'en sert pour son controle d'execution.
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-ELEVE-RELKEY
               FILE STATUS IS WS-ELEVES-STATUS.
      * Journal des clotures de periode tenu par MAINT-CLOTURES.
       COPY "CLOTURE-SELECT.CPY".
      * Inscriptions aux matieres a option tenues par MAINT-ELEVES.
       COPY "OPTION-SELECT.CPY".
       COPY "CALEND-SELECT.CPY".

       DATA DIVISION.
       FILE SECTION.
           03 WS-ELEVE-REC-CLASSE PIC X(8).
           03 WS-ELEVE-REC-ANNEE  PIC X(9).

       COPY "CLOTURE-FD.CPY".
       COPY "OPTION-FD.CPY".
       COPY "CALEND-FD.CPY".

       WORKING-STORAGE SECTION.

       77 WS-MATIERES-STATUS PIC XX VALUE "00".
           88 MATIERES-SIGNALE VALUE "O".
       77 WS-FIN-NOTES-IN    PIC X VALUE "N".
           88 FIN-NOTES-IN VALUE "O".
       77 WS-I-M             PIC 99.
       77 WS-IDX-MAT-LUE     PIC 9 VALUE 0.
       77 WS-MAT-TROUVEE     PIC X VALUE "N".
           88 MAT-TROUVEE VALUE "O".
       77 WS-MOTIF           PIC X(2) VALUE SPACES.
       77 WS-NB-ACCEPTES     PIC 9(5) VALUE 0.
       77 WS-NB-REJETES      PIC 9(5) VALUE 0.
       01 WS-REJETS-PAR-MOTIF VALUE ZEROES.
          05 WS-NB-MOTIF OCCURS 12 TIMES PIC 9(5).
       77 WS-I-MOTIF         PIC 99.

      * Trimestre du lot, porte par l'entete (ou a defaut par la
      * variable d'environnement TRIMESTRE, comme BATCH-NOTES) : avec
      * la classe et l'annee de chaque detail il designe la periode
      * visee. La periode n'est recherchee dans le journal des
      * clotures qu'a chaque changement de classe ou d'annee.
       77 WS-ENV-TRIMESTRE   PIC X VALUE SPACE.
       77 WS-TRIMESTRE-LOT   PIC 9 VALUE 0.
       77 WS-ANNEE-COURANTE  PIC X(9) VALUE SPACES.
       77 WS-PERIODE-LOT-FLAG PIC X VALUE "N".
           88 PERIODE-LOT-CLOSE VALUE "O".
       COPY "CLOTURE-WS.CPY".

      * Effectif charge depuis ELEVES.DAT ; fichier absent : les
      * controles d'inscription ne s'appliquent pas (signale une
      * programmes).
       COPY "MATIERES.CPY".

      * Inscriptions aux options de l'annee des details controles :
      * la table est rechargee quand l'annee scolaire change.
       COPY "OPTION-WS.CPY".

      * Calendrier scolaire de l'annee des details controles, recharge
      * quand l'annee change : la date d'extraction portee par
      * l'entete doit etre coherente avec le trimestre du lot.
       77 WS-DATE-LOT        PIC X(8) VALUE SPACES.
       77 WS-TRIM-LOT-FLAG   PIC X VALUE "N".
           88 TRIMESTRE-LOT-INCOHERENT VALUE "O".
       COPY "CALEND-WS.CPY".
       COPY "DATE-WS.CPY".

      * Doublons : une case par (numero d'eleve, matiere) de la
      * classe en cours, remise a blanc a chaque rupture de classe.
      * L'OCCURS couvre toute la plage du numero NIR-I-E (deux
      * le referentiel porte une grille par niveau de classe, et la
      * grille du niveau controle est rechargee a chaque rupture de
      * classe (CONTROLER-DETAIL).
           ACCEPT WS-ENV-TRIMESTRE FROM ENVIRONMENT "TRIMESTRE"
           IF WS-ENV-TRIMESTRE >= "1" AND WS-ENV-TRIMESTRE <= "3"
               MOVE WS-ENV-TRIMESTRE TO WS-TRIMESTRE-LOT
           END-IF
           PERFORM CHARGER-EFFECTIF
           IF EFFECTIF-DEBORDE
               DISPLAY "EFFECTIF PLUS GRAND QUE LA TABLE DE"
                                       TO MAT-LIBELLE(WS-NB-MATIERES)
                                   MOVE WS-MATIERE-REC-COEF
                                     TO MAT-COEFFICIENT(WS-NB-MATIERES)
                                   MOVE WS-MATIERE-REC-ACTIF
                                       TO MAT-OPTION(WS-NB-MATIERES)
                               END-IF
                           END-IF
                   END-READ
       CONTROLER-ENREGISTREMENT.
           MOVE SPACES TO WS-MOTIF
           IF NIR-TYPE = "H"
               IF NIR-ENT-TRIMESTRE >= 1 AND NIR-ENT-TRIMESTRE <= 3
                   MOVE NIR-ENT-TRIMESTRE TO WS-TRIMESTRE-LOT
               END-IF
               MOVE NIR-ENT-DATE TO WS-DATE-LOT
               ADD 1 TO WS-NB-ACCEPTES
               MOVE WS-NOTES-IN-REC TO WS-NOTES-OK-REC
               WRITE WS-NOTES-OK-REC
      * Rupture de classe : la grille de matieres du niveau de la
      * nouvelle classe remplace celle de la precedente.
               PERFORM CHARGER-MATIERES
               PERFORM CHERCHER-CLOTURE-LOT
           ELSE
               IF NIR-ANNEE NOT = WS-ANNEE-COURANTE
                   PERFORM CHERCHER-CLOTURE-LOT
               END-IF
           END-IF
           IF NIR-ANNEE NOT = WS-CAL-ANNEE-CHARGEE
               PERFORM CONTROLER-CALENDRIER-LOT
           END-IF
           EVALUATE TRUE
               WHEN NIR-TYPE NOT = "D"
                   IF WS-MOTIF = SPACES AND EFFECTIF-CHARGE
                       PERFORM CONTROLER-INSCRIPTION
                   END-IF
                   IF WS-MOTIF = SPACES
                           AND MAT-A-OPTION(WS-IDX-MAT-LUE)
                       PERFORM CONTROLER-OPTION
                   END-IF
                   IF WS-MOTIF = SPACES
                       PERFORM CONTROLER-DOUBLON
                   END-IF
                   IF WS-MOTIF = SPACES AND PERIODE-LOT-CLOSE
                       MOVE "10" TO WS-MOTIF
                   END-IF
                   IF WS-MOTIF = SPACES AND TRIMESTRE-LOT-INCOHERENT
                       MOVE "12" TO WS-MOTIF
                   END-IF
           END-EVALUATE
           IF WS-MOTIF = SPACES
               ADD 1 TO WS-NB-ACCEPTES
               WRITE WS-NOTES-REJ-REC
           END-IF.

      * Periode visee par les details de la classe courante : un
      * lot sans trimestre connu n'est pas controle (signale dans
      * les totaux).
       CHERCHER-CLOTURE-LOT.
           MOVE NIR-ANNEE TO WS-ANNEE-COURANTE
           MOVE "N" TO WS-PERIODE-LOT-FLAG
           IF WS-TRIMESTRE-LOT NOT = 0
               MOVE NIR-CLASSE       TO WS-CLO-CRIT-CLASSE
               MOVE NIR-ANNEE        TO WS-CLO-CRIT-ANNEE
               MOVE WS-TRIMESTRE-LOT TO WS-CLO-CRIT-TRIMESTRE
               PERFORM VERIFIER-CLOTURE
               IF PERIODE-CLOSE
                   MOVE "O" TO WS-PERIODE-LOT-FLAG
                   DISPLAY "PERIODE CLOSE : " NIR-CLASSE " "
                       NIR-ANNEE " TRIMESTRE " WS-TRIMESTRE-LOT
                       " - DETAILS REJETES (MOTIF 10)"
               END-IF
           END-IF.

      * Trimestre du lot confronte a sa date d'extraction selon le
      * calendrier de l'annee des details : un lot sans entete datee
      * ou sans trimestre connu n'est pas controle, une annee sans
      * calendrier complet est signalee et passe comme avant.
       CONTROLER-CALENDRIER-LOT.
           MOVE NIR-ANNEE TO WS-CAL-CRIT-ANNEE
           PERFORM CHARGER-CALENDRIER
           MOVE "N" TO WS-TRIM-LOT-FLAG
           IF NOT CALENDRIER-CONNU
               DISPLAY "CALENDRIER " NIR-ANNEE " ABSENT OU INCOMPLET"
                   " - TRIMESTRE DU LOT NON CONFRONTE A SA DATE"
           ELSE
               IF WS-TRIMESTRE-LOT NOT = 0 AND WS-DATE-LOT IS NUMERIC
                   MOVE WS-DATE-LOT      TO WS-CAL-CRIT-DATE
                   MOVE WS-TRIMESTRE-LOT TO WS-CAL-CRIT-TRIMESTRE
                   PERFORM VERIFIER-TRIMESTRE-DATE
                   IF NOT TRIMESTRE-COHERENT
                       MOVE "O" TO WS-TRIM-LOT-FLAG
                       DISPLAY "TRIMESTRE " WS-TRIMESTRE-LOT
                           " INCOHERENT AVEC LA DATE DU LOT "
                           WS-DATE-LOT " (CALENDRIER " NIR-ANNEE
                           ") - DETAILS REJETES (MOTIF 12)"
                       IF WS-CAL-TRIM-RATTACHE = 0
                           DISPLAY "DATE DU LOT : "
                               WS-CAL-MOTIF-LIBELLE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONTROLER-MATIERE.
           MOVE "N" TO WS-MAT-TROUVEE
           PERFORM VARYING WS-I-M FROM 1 BY 1
                   UNTIL WS-I-M > WS-NB-MATIERES
               IF MAT-CODE(WS-I-M) = NIR-MAT-CODE
                   SET MAT-TROUVEE TO TRUE
                   MOVE WS-I-M TO WS-IDX-MAT-LUE
               END-IF
           END-PERFORM
           IF NOT MAT-TROUVEE
                   MOVE "09" TO WS-MOTIF
           END-EVALUATE.

      * Matiere a option : la note n'est recevable que pour un eleve
      * inscrit a l'option pour l'annee du detail.
       CONTROLER-OPTION.
           IF NIR-ANNEE NOT = WS-OPT-ANNEE-CHARGEE
               MOVE NIR-ANNEE TO WS-OPT-CRIT-ANNEE
               PERFORM CHARGER-INSCRIPTIONS
           END-IF
           MOVE "N" TO WS-OPT-INSCRIT-FLAG
           IF NIR-MATRICULE IS NUMERIC
               MOVE NIR-MATRICULE TO WS-OPT-CRIT-MATRICULE
               MOVE NIR-MAT-CODE  TO WS-OPT-CRIT-MAT-CODE
               PERFORM VERIFIER-INSCRIPTION
           END-IF
           IF NOT OPT-INSCRIT
               MOVE "11" TO WS-MOTIF
           END-IF.

       EDITER-TOTAUX.
           DISPLAY "=== CONTROLE PREALABLE NOTES-IN ==="
           DISPLAY "LUS      : " WS-NB-LUS
           DISPLAY "  07 MATRICULE NON INSCRIT : " WS-NB-MOTIF(7)
           DISPLAY "  08 NOM DIFFERENT         : " WS-NB-MOTIF(8)
           DISPLAY "  09 CLASSE DIFFERENTE     : " WS-NB-MOTIF(9)
           DISPLAY "  10 PERIODE CLOSE         : " WS-NB-MOTIF(10)
           DISPLAY "  11 NON INSCRIT A L'OPTION : " WS-NB-MOTIF(11)
           DISPLAY "  12 TRIMESTRE/DATE DU LOT : " WS-NB-MOTIF(12)
           IF WS-TRIMESTRE-LOT = 0
               DISPLAY "TRIMESTRE DU LOT INCONNU - CLOTURES DE"
                   " PERIODE NON CONTROLEES"
           END-IF
           IF WS-NB-LUS > 0
               COMPUTE WS-TAUX-REJET ROUNDED =
                       WS-NB-REJETES * 100 / WS-NB-LUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       COPY "CLOTURE-PARA.CPY".
       COPY "OPTION-PARA.CPY".
       COPY "CALEND-PARA.CPY".
       COPY "DATE-PARA.CPY".
