      * Suivi de l'avancement des saisies avant le conseil de classe :
      * deux jours avant chaque conseil, le secretariat telephonait
      * aux professeurs pour savoir quelles notes manquaient encore,
      * sans autre indice que les trous reperes sur la feuille de
      * deliberation. Ce travail croise, pour l'annee et le trimestre
      * demandes :
      *   - l'effectif de chaque classe (ELEVES.DAT) ;
      *   - la grille de matieres du niveau de la classe (MATIERES.DAT,
      *     quatre premiers caracteres du nom de classe, matiere a
      *     niveau blanc valable pour tous les niveaux, comme
      *     CHARGER-MATIERES-CLASSE de BATCH-NOTES) - une matiere a
      *     option n'est attendue que des eleves inscrits (INSCOPT) ;
      *   - les notes deja calculees de l'historique HISTO-NOTES.DAT
      *     (dernier enregistrement de l'eleve pour le trimestre) ;
      *   - les notes des lots NOTES-IN en attente de calcul, c'est a
      *     dire dont l'entete n'est pas consignee TERMINE dans RUNCTL
      *     (une note en attente remplace celle de l'historique).
      * Pour chaque classe et chaque matiere : notes attendues,
      * saisies, ABS/DIS et manquantes, avec le nom des eleves dont
      * la note manque ; puis un recapitulatif de l'etablissement.
      * Une note a blanc dans l'historique (matiere jamais alimentee
      * dans le lot calcule) compte comme manquante.
      * SYSIN : annee scolaire, trimestre.
      * Code retour : 16 = effectif ou referentiel des matieres absent
      * (ou effectif plus grand que la table), 8 = SYSIN invalide ou
      * aucun eleve pour l'annee, 4 = au moins une note manquante,
      * 0 = toutes les notes attendues sont saisies. La chaine de nuit
      * teste ce code avant de lancer deliberations et exports.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUIVI-SAISIES.
       AUTHOR. Yassine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "HISTO-SELECT.CPY".
       COPY "OPTION-SELECT.CPY".
      * Referentiel des matieres : grille de chaque niveau.
           SELECT MATIERES-FILE ASSIGN TO MATIERES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MATIERES-STATUS.
      * Effectif : les eleves attendus de chaque classe.
           SELECT ELEVES-FILE ASSIGN TO ELEVES
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-ELEVE-RELKEY
               FILE STATUS IS WS-ELEVES-STATUS.
      * Lots de notes a calculer (generations NOTES-IN) et journal
      * des lots deja menes a bien par BATCH-NOTES.
           SELECT NOTES-IN-FILE ASSIGN TO NOTESIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTES-IN-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT TRI-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       COPY "HISTO-FD.CPY".
       COPY "OPTION-FD.CPY".

       FD  MATIERES-FILE.
       01  WS-MATIERE-REC.
           05 WS-MATIERE-REC-CODE     PIC X(4).
           05 WS-MATIERE-REC-LIBELLE  PIC X(20).
           05 WS-MATIERE-REC-COEF     PIC 9V9.
      * A (ou blanc) = active, O = active a option, I = desactivee.
           05 WS-MATIERE-REC-ACTIF    PIC X.
           05 WS-MATIERE-REC-NIVEAU   PIC X(4).

       FD  ELEVES-FILE.
       01  WS-ELEVE-REC.
           03 WS-ELEVE-REC-MATRICULE PIC 9(4).
           03 WS-ELEVE-REC-NOTE   PIC 99.
           03 WS-ELEVE-REC-STATUT PIC X.
           03 WS-ELEVE-REC-NOM    PIC X(20).
           03 WS-ELEVE-REC-CLASSE PIC X(8).
           03 WS-ELEVE-REC-ANNEE  PIC X(9).

      * Meme dessin que l'entree de EDIT-NOTES et BATCH-NOTES :
      * entete H (date, sequence, trimestre du lot) puis details D.
       FD  NOTES-IN-FILE.
       01  WS-NOTE-IN-REC.
           05 NIR-TYPE       PIC X.
           05 NIR-SUITE      PIC X(50).
           05 NIR-DETAIL REDEFINES NIR-SUITE.
              10 NIR-MATRICULE  PIC 9(4).
              10 NIR-I-E        PIC 9(2).
              10 NIR-NOM        PIC X(20).
              10 NIR-CLASSE     PIC X(8).
              10 NIR-ANNEE      PIC X(9).
              10 NIR-MAT-CODE   PIC X(4).
              10 NIR-NOTE       PIC X(3).
           05 NIR-ENTETE REDEFINES NIR-SUITE.
              10 NIR-ENT-DATE      PIC X(8).
              10 NIR-ENT-SEQ       PIC 9(3).
              10 NIR-ENT-TRIMESTRE PIC 9.
              10 FILLER            PIC X(38).

      * Journal des lots de BATCH-NOTES (dessin de 34 octets).
       FD  RUNCTL-FILE.
       01  WS-RUNCTL-REC.
           05 WS-RC-RUN-ID      PIC X(11).
           05 WS-RC-DATE-TRT    PIC X(8).
           05 WS-RC-NB-ENREG    PIC 9(5).
           05 WS-RC-NB-CLASSES  PIC 9(2).
           05 WS-RC-STATUT      PIC X(8).

      * Enregistrement de tri : un eleve de l'effectif, repere par
      * son rang dans la table de travail.
       SD  TRI-FILE.
       01  WS-TRI-REC.
           05 WS-TRI-CLASSE       PIC X(8).
           05 WS-TRI-NOM          PIC X(20).
           05 WS-TRI-MATRICULE    PIC 9(4).
           05 WS-TRI-I-EFF        PIC 9(4).

       WORKING-STORAGE SECTION.

       COPY "HISTO-WS.CPY".
      * Inscriptions aux options de l'annee demandee.
       COPY "OPTION-WS.CPY".
       77 WS-MATIERES-STATUS  PIC XX VALUE "00".
       77 WS-ELEVES-STATUS    PIC XX VALUE "00".
       77 WS-ELEVE-RELKEY     PIC 9(4) VALUE 0.
       77 WS-NOTES-IN-STATUS  PIC XX VALUE "00".
       77 WS-RUNCTL-STATUS    PIC XX VALUE "00".
       77 WS-FIN-MATIERES     PIC X VALUE "N".
           88 FIN-MATIERES VALUE "O".
       77 WS-FIN-ELEVES       PIC X VALUE "N".
           88 FIN-ELEVES VALUE "O".
       77 WS-FIN-HISTO        PIC X VALUE "N".
           88 FIN-HISTO VALUE "O".
       77 WS-FIN-NOTES-IN     PIC X VALUE "N".
           88 FIN-NOTES-IN VALUE "O".
       77 WS-FIN-RUNCTL       PIC X VALUE "N".
           88 FIN-RUNCTL VALUE "O".
       77 WS-FIN-TRI          PIC X VALUE "N".
           88 FIN-TRI VALUE "O".

      * Parametres du passage (SYSIN).
       77 WS-ANNEE-DEMANDEE   PIC X(9) VALUE SPACES.
       77 WS-TRIMESTRE        PIC 9 VALUE 0.

      * Matieres actives du referentiel, tous niveaux confondus.
       01 WS-REFERENTIEL.
          05 WS-REF-NB PIC 9(3) VALUE 0.
          05 WS-REF OCCURS 200 TIMES.
             10 WS-REF-CODE     PIC X(4).
             10 WS-REF-LIBELLE  PIC X(20).
             10 WS-REF-OPTION   PIC X.
             10 WS-REF-NIVEAU   PIC X(4).
       77 WS-I-R              PIC 9(3).

      * Grille de chaque niveau rencontre dans l'effectif, construite
      * du referentiel dans l'ordre du fichier (9 matieres au plus,
      * comme la table de BATCH-NOTES).
       01 WS-NIVEAUX.
          05 WS-NIV-NB PIC 99 VALUE 0.
          05 WS-NIV OCCURS 30 TIMES.
             10 WS-NIV-CODE     PIC X(4).
             10 WS-NIV-NB-MAT   PIC 99.
             10 WS-NIV-MAT OCCURS 9 TIMES.
                15 WS-NIV-MAT-CODE    PIC X(4).
                15 WS-NIV-MAT-LIBELLE PIC X(20).
                15 WS-NIV-MAT-OPTION  PIC X.
                   88 NIV-MAT-A-OPTION VALUE "O".
       77 WS-I-N              PIC 99.
       77 WS-NIV-TROUVE       PIC 99.
       77 WS-NIVEAU-CHERCHE   PIC X(4).

      * Effectif de l'annee et etat de chaque note attendue, rangee
      * au meme poste que la matiere dans la grille du niveau :
      * M = manquante, N = notee, A = absent, D = dispense,
      * X = matiere a option non suivie (non attendue). L'origine
      * dit d'ou vient l'etat : H = historique, L = lot en attente.
       01 WS-EFFECTIF.
          05 WS-EFF-NB PIC 9(4) VALUE 0.
          05 WS-EFF OCCURS 2000 TIMES.
             10 WS-EFF-MATRICULE PIC 9(4).
             10 WS-EFF-NOM       PIC X(20).
             10 WS-EFF-CLASSE    PIC X(8).
             10 WS-EFF-I-N       PIC 99.
             10 WS-EFF-NOTE OCCURS 9 TIMES.
                15 WS-EFF-ETAT    PIC X.
                   88 EFF-MANQUANTE  VALUE "M".
                   88 EFF-NOTEE      VALUE "N".
                   88 EFF-ABS-DIS    VALUE "A" "D".
                   88 EFF-NON-SUIVIE VALUE "X".
                15 WS-EFF-ORIGINE PIC X.
                   88 EFF-EN-ATTENTE VALUE "L".
       77 WS-I-EFF            PIC 9(4).
       77 WS-EFF-TROUVE       PIC 9(4).
       77 WS-EFFECTIF-DEBORDE PIC X VALUE "N".
           88 EFFECTIF-DEBORDE VALUE "O".
       77 WS-CRIT-MATRICULE   PIC 9(4).
       77 WS-CRIT-MAT-CODE    PIC X(4).
       77 WS-POS              PIC 99.
       77 WS-I-M              PIC 99.
       77 WS-I-H              PIC 99.
      * Note lue (historique ou lot) et etat qui en decoule.
       77 WS-NOTE-LUE         PIC X(3).
       77 WS-ETAT-LU          PIC X.
       77 WS-ORIGINE-LUE      PIC X.
       77 WS-NOTE-TRAVAIL     PIC 99.

      * Lots consignes TERMINE dans RUNCTL : leurs notes sont deja
      * dans l'historique.
       01 WS-LOTS-TRAITES.
          05 WS-LOT-NB PIC 9(3) VALUE 0.
          05 WS-LOT-RUN-ID PIC X(11) OCCURS 500 TIMES.
       77 WS-I-L              PIC 9(3).
       77 WS-RUN-ID           PIC X(11) VALUE SPACES.
       77 WS-LOT-RETENU       PIC X VALUE "N".
           88 LOT-RETENU VALUE "O".

      * Classe en cours de rupture : rangs des eleves dans la table.
       77 WS-CLS-CLASSE       PIC X(8) VALUE SPACES.
       01 WS-CLASSE-TRI.
          05 WS-CLS-NB PIC 9(3) VALUE 0.
          05 WS-CLS-I-EFF PIC 9(4) OCCURS 200 TIMES.
       77 WS-I-C              PIC 9(3).
       77 WS-CLS-MANQUANTES   PIC 9(5) VALUE 0.

      * Compteurs d'une matiere de la classe.
       77 WS-MAT-ATTENDUES    PIC 9(3) VALUE 0.
       77 WS-MAT-SAISIES      PIC 9(3) VALUE 0.
       77 WS-MAT-ABS-DIS      PIC 9(3) VALUE 0.
       77 WS-MAT-MANQUANTES   PIC 9(3) VALUE 0.

      * Compteurs de l'etablissement.
       77 WS-NB-CLASSES       PIC 9(3) VALUE 0.
       77 WS-NB-CLASSES-COMPLETES PIC 9(3) VALUE 0.
       77 WS-TOT-ATTENDUES    PIC 9(6) VALUE 0.
       77 WS-TOT-SAISIES      PIC 9(6) VALUE 0.
       77 WS-TOT-ABS-DIS      PIC 9(6) VALUE 0.
       77 WS-TOT-MANQUANTES   PIC 9(6) VALUE 0.
       77 WS-TOT-EN-ATTENTE   PIC 9(6) VALUE 0.
       77 WS-NB-HISTO-RETENUS PIC 9(6) VALUE 0.
       77 WS-NB-LOT-RETENUS   PIC 9(6) VALUE 0.

      * Images d'edition de la liste.
       77 WS-ED-ATTENDUES     PIC ZZ9.
       77 WS-ED-SAISIES       PIC ZZ9.
       77 WS-ED-ABS-DIS       PIC ZZ9.
       77 WS-ED-MANQUANTES    PIC ZZ9.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.

           DISPLAY "ANNEE SCOLAIRE (EX 2025-2026) :"
           ACCEPT WS-ANNEE-DEMANDEE
           DISPLAY "TRIMESTRE (1-3) :"
           ACCEPT WS-TRIMESTRE

           IF WS-ANNEE-DEMANDEE = SPACES
               DISPLAY "ANNEE SCOLAIRE OBLIGATOIRE - TRAVAIL REFUSE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRIMESTRE < 1 OR WS-TRIMESTRE > 3
               DISPLAY "TRIMESTRE INVALIDE EN SYSIN - TRAVAIL REFUSE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHARGER-REFERENTIEL
           IF WS-REF-NB = 0
               DISPLAY "REFERENTIEL DES MATIERES ABSENT OU VIDE ("
                   WS-MATIERES-STATUS ") - AUCUNE NOTE ATTENDUE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ANNEE-DEMANDEE TO WS-OPT-CRIT-ANNEE
           PERFORM CHARGER-INSCRIPTIONS
           PERFORM CHARGER-EFFECTIF
           IF WS-ELEVES-STATUS NOT = "00"
               DISPLAY "EFFECTIF ELEVES ABSENT ("
                   WS-ELEVES-STATUS ") - SUIVI IMPOSSIBLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF EFFECTIF-DEBORDE
               DISPLAY "EFFECTIF PLUS GRAND QUE LA TABLE DE SUIVI -"
                   " ARRET PLUTOT QU'UN SUIVI INCOMPLET"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EFF-NB = 0
               DISPLAY "AUCUN ELEVE INSCRIT POUR " WS-ANNEE-DEMANDEE
                   " - TRAVAIL REFUSE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LIRE-HISTORIQUE
           PERFORM CHARGER-LOTS-TRAITES
           PERFORM LIRE-LOTS-EN-ATTENTE

           DISPLAY "=== AVANCEMENT DES SAISIES " WS-ANNEE-DEMANDEE
               " TRIMESTRE " WS-TRIMESTRE " ==="
           SORT TRI-FILE
               ON ASCENDING KEY WS-TRI-CLASSE
               ON ASCENDING KEY WS-TRI-NOM
               ON ASCENDING KEY WS-TRI-MATRICULE
               INPUT PROCEDURE IS SELECTIONNER-EFFECTIF
               OUTPUT PROCEDURE IS EDITER-PAR-CLASSE

           DISPLAY "=============================================="
           DISPLAY "RECAPITULATIF DE L'ETABLISSEMENT"
           DISPLAY "CLASSES EXAMINEES          : " WS-NB-CLASSES
           DISPLAY "  DONT COMPLETES           : "
               WS-NB-CLASSES-COMPLETES
           DISPLAY "NOTES ATTENDUES            : " WS-TOT-ATTENDUES
           DISPLAY "NOTES SAISIES              : " WS-TOT-SAISIES
           DISPLAY "  DONT LOTS NON CALCULES   : " WS-TOT-EN-ATTENTE
           DISPLAY "ABS / DIS                  : " WS-TOT-ABS-DIS
           DISPLAY "NOTES MANQUANTES           : " WS-TOT-MANQUANTES
           DISPLAY "ENREG. HISTORIQUE RETENUS  : " WS-NB-HISTO-RETENUS
           DISPLAY "NOTES DE LOTS EN ATTENTE   : " WS-NB-LOT-RETENUS
           IF WS-TOT-MANQUANTES > 0
               DISPLAY "SAISIES INCOMPLETES - RELANCER LES PROFESSEURS"
                   " AVANT LE CONSEIL"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "TOUTES LES NOTES ATTENDUES SONT SAISIES"
           END-IF
           STOP RUN.

      * Matieres actives (A, O ou blanc) de tous les niveaux.
       CHARGER-REFERENTIEL.
           MOVE 0 TO WS-REF-NB
           OPEN INPUT MATIERES-FILE
           IF WS-MATIERES-STATUS = "00"
               PERFORM UNTIL FIN-MATIERES
                   READ MATIERES-FILE
                       AT END
                           SET FIN-MATIERES TO TRUE
                       NOT AT END
                           IF WS-MATIERE-REC-ACTIF NOT = "I"
                               PERFORM RANGER-MATIERE-REFERENTIEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATIERES-FILE
           END-IF.

       RANGER-MATIERE-REFERENTIEL.
           IF WS-REF-NB = 200
               DISPLAY "REFERENTIEL TROP GRAND - MATIERE "
                   WS-MATIERE-REC-CODE " IGNOREE"
           ELSE
               ADD 1 TO WS-REF-NB
               MOVE WS-MATIERE-REC-CODE    TO WS-REF-CODE(WS-REF-NB)
               MOVE WS-MATIERE-REC-LIBELLE
                   TO WS-REF-LIBELLE(WS-REF-NB)
               MOVE WS-MATIERE-REC-ACTIF   TO WS-REF-OPTION(WS-REF-NB)
               MOVE WS-MATIERE-REC-NIVEAU  TO WS-REF-NIVEAU(WS-REF-NB)
           END-IF.

      * Eleves de l'annee demandee, chacun rattache a la grille de
      * son niveau ; chaque note attendue part manquante.
       CHARGER-EFFECTIF.
           MOVE 0 TO WS-EFF-NB
           OPEN INPUT ELEVES-FILE
           IF WS-ELEVES-STATUS = "00"
               MOVE 1 TO WS-ELEVE-RELKEY
               START ELEVES-FILE KEY IS NOT LESS THAN WS-ELEVE-RELKEY
                   INVALID KEY
                       SET FIN-ELEVES TO TRUE
               END-START
               PERFORM UNTIL FIN-ELEVES
                   READ ELEVES-FILE NEXT RECORD
                       AT END
                           SET FIN-ELEVES TO TRUE
                       NOT AT END
                           IF WS-ELEVE-REC-ANNEE = WS-ANNEE-DEMANDEE
                               PERFORM RANGER-ELEVE-EFFECTIF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ELEVES-FILE
               MOVE "00" TO WS-ELEVES-STATUS
           END-IF.

       RANGER-ELEVE-EFFECTIF.
           IF WS-EFF-NB = 2000
               SET EFFECTIF-DEBORDE TO TRUE
           ELSE
               ADD 1 TO WS-EFF-NB
               MOVE WS-ELEVE-REC-MATRICULE
                   TO WS-EFF-MATRICULE(WS-EFF-NB)
               MOVE WS-ELEVE-REC-NOM    TO WS-EFF-NOM(WS-EFF-NB)
               MOVE WS-ELEVE-REC-CLASSE TO WS-EFF-CLASSE(WS-EFF-NB)
               MOVE WS-ELEVE-REC-CLASSE(1:4) TO WS-NIVEAU-CHERCHE
               PERFORM TROUVER-NIVEAU
               MOVE WS-NIV-TROUVE TO WS-EFF-I-N(WS-EFF-NB)
               PERFORM VARYING WS-I-M FROM 1 BY 1 UNTIL WS-I-M > 9
                   MOVE SPACE TO WS-EFF-ETAT(WS-EFF-NB, WS-I-M)
                   MOVE SPACE TO WS-EFF-ORIGINE(WS-EFF-NB, WS-I-M)
               END-PERFORM
               PERFORM VARYING WS-I-M FROM 1 BY 1
                       UNTIL WS-I-M > WS-NIV-NB-MAT(WS-NIV-TROUVE)
                   MOVE "M" TO WS-EFF-ETAT(WS-EFF-NB, WS-I-M)
                   IF NIV-MAT-A-OPTION(WS-NIV-TROUVE, WS-I-M)
                       MOVE WS-ELEVE-REC-MATRICULE
                           TO WS-OPT-CRIT-MATRICULE
                       MOVE WS-NIV-MAT-CODE(WS-NIV-TROUVE, WS-I-M)
                           TO WS-OPT-CRIT-MAT-CODE
                       PERFORM VERIFIER-INSCRIPTION
                       IF NOT OPT-INSCRIT
                           MOVE "X" TO WS-EFF-ETAT(WS-EFF-NB, WS-I-M)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * Grille du niveau WS-NIVEAU-CHERCHE, construite au premier
      * eleve qui la demande. Table des niveaux pleine : le dernier
      * poste est reutilise tel quel, ce qui est signale.
       TROUVER-NIVEAU.
           MOVE 0 TO WS-NIV-TROUVE
           PERFORM VARYING WS-I-N FROM 1 BY 1
                   UNTIL WS-I-N > WS-NIV-NB OR WS-NIV-TROUVE > 0
               IF WS-NIV-CODE(WS-I-N) = WS-NIVEAU-CHERCHE
                   MOVE WS-I-N TO WS-NIV-TROUVE
               END-IF
           END-PERFORM
           IF WS-NIV-TROUVE = 0
               IF WS-NIV-NB = 30
                   DISPLAY "TROP DE NIVEAUX - NIVEAU "
                       WS-NIVEAU-CHERCHE " SUIVI AVEC LE NIVEAU "
                       WS-NIV-CODE(30)
                   MOVE 30 TO WS-NIV-TROUVE
               ELSE
                   ADD 1 TO WS-NIV-NB
                   MOVE WS-NIV-NB TO WS-NIV-TROUVE
                   PERFORM CONSTRUIRE-GRILLE-NIVEAU
               END-IF
           END-IF.

       CONSTRUIRE-GRILLE-NIVEAU.
           MOVE WS-NIVEAU-CHERCHE TO WS-NIV-CODE(WS-NIV-TROUVE)
           MOVE 0 TO WS-NIV-NB-MAT(WS-NIV-TROUVE)
           PERFORM VARYING WS-I-R FROM 1 BY 1 UNTIL WS-I-R > WS-REF-NB
               IF WS-REF-NIVEAU(WS-I-R) = SPACES
                       OR WS-REF-NIVEAU(WS-I-R) = WS-NIVEAU-CHERCHE
                   IF WS-NIV-NB-MAT(WS-NIV-TROUVE) = 9
                       DISPLAY "TROP DE MATIERES POUR LE NIVEAU "
                           WS-NIVEAU-CHERCHE " - MATIERE "
                           WS-REF-CODE(WS-I-R) " IGNOREE"
                   ELSE
                       ADD 1 TO WS-NIV-NB-MAT(WS-NIV-TROUVE)
                       MOVE WS-NIV-NB-MAT(WS-NIV-TROUVE) TO WS-POS
                       MOVE WS-REF-CODE(WS-I-R)
                           TO WS-NIV-MAT-CODE(WS-NIV-TROUVE, WS-POS)
                       MOVE WS-REF-LIBELLE(WS-I-R)
                           TO WS-NIV-MAT-LIBELLE(WS-NIV-TROUVE, WS-POS)
                       MOVE WS-REF-OPTION(WS-I-R)
                           TO WS-NIV-MAT-OPTION(WS-NIV-TROUVE, WS-POS)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NIV-NB-MAT(WS-NIV-TROUVE) = 0
               DISPLAY "NIVEAU " WS-NIVEAU-CHERCHE
                   " SANS MATIERE AU REFERENTIEL - AUCUNE NOTE"
                   " ATTENDUE"
           END-IF.

      * Historique : seuls les enregistrements de l'annee et du
      * trimestre demandes comptent, le dernier d'un eleve remplacant
      * les precedents (lot relance). Historique absent : aucune note
      * encore calculee pour personne.
       LIRE-HISTORIQUE.
           OPEN INPUT HISTO-FILE
           IF WS-HISTO-STATUS NOT = "00"
               DISPLAY "HISTORIQUE ABSENT (" WS-HISTO-STATUS
                   ") - AUCUNE NOTE CALCULEE A CE JOUR"
           ELSE
               PERFORM UNTIL FIN-HISTO
                   READ HISTO-FILE
                       AT END
                           SET FIN-HISTO TO TRUE
                       NOT AT END
                           IF WS-HISTO-ANNEE = WS-ANNEE-DEMANDEE
                                   AND WS-HISTO-TRIMESTRE
                                       = WS-TRIMESTRE
                               PERFORM RETENIR-HISTORIQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTO-FILE
           END-IF.

       RETENIR-HISTORIQUE.
           MOVE WS-HISTO-MATRICULE TO WS-CRIT-MATRICULE
           PERFORM TROUVER-ELEVE
           IF WS-EFF-TROUVE > 0
               ADD 1 TO WS-NB-HISTO-RETENUS
               MOVE WS-EFF-I-N(WS-EFF-TROUVE) TO WS-I-N
               PERFORM VARYING WS-I-M FROM 1 BY 1
                       UNTIL WS-I-M > WS-NIV-NB-MAT(WS-I-N)
                   IF NOT EFF-NON-SUIVIE(WS-EFF-TROUVE, WS-I-M)
                       MOVE "M" TO WS-EFF-ETAT(WS-EFF-TROUVE, WS-I-M)
                       MOVE SPACE
                           TO WS-EFF-ORIGINE(WS-EFF-TROUVE, WS-I-M)
                   END-IF
               END-PERFORM
               MOVE "H" TO WS-ORIGINE-LUE
               PERFORM VARYING WS-I-H FROM 1 BY 1
                       UNTIL WS-I-H > WS-HISTO-NB-MAT
                   MOVE WS-HISTO-MAT-CODE(WS-I-H) TO WS-CRIT-MAT-CODE
                   MOVE WS-HISTO-NOTE(WS-I-H)     TO WS-NOTE-LUE
                   PERFORM PORTER-NOTE
               END-PERFORM
           END-IF.

      * Lots deja calcules : leurs generations NOTES-IN restent
      * cataloguees mais ne sont plus en attente.
       CHARGER-LOTS-TRAITES.
           MOVE 0 TO WS-LOT-NB
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL FIN-RUNCTL
                   READ RUNCTL-FILE
                       AT END
                           SET FIN-RUNCTL TO TRUE
                       NOT AT END
                           IF WS-RC-STATUT = "TERMINE"
                                   AND WS-LOT-NB < 500
                               ADD 1 TO WS-LOT-NB
                               MOVE WS-RC-RUN-ID
                                   TO WS-LOT-RUN-ID(WS-LOT-NB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.

      * Lots NOTES-IN : un lot (entete H et details qui la suivent)
      * est retenu s'il porte le trimestre demande et n'est pas
      * consigne TERMINE. Seules les notes recevables (0-20, ABS,
      * DIS) sont portees : EDIT-NOTES rejettera les autres. Fichier
      * absent : aucun lot en attente.
       LIRE-LOTS-EN-ATTENTE.
           MOVE "N" TO WS-LOT-RETENU
           OPEN INPUT NOTES-IN-FILE
           IF WS-NOTES-IN-STATUS = "00"
               PERFORM UNTIL FIN-NOTES-IN
                   READ NOTES-IN-FILE
                       AT END
                           SET FIN-NOTES-IN TO TRUE
                       NOT AT END
                           PERFORM TRAITER-ENREG-LOT
                   END-READ
               END-PERFORM
               CLOSE NOTES-IN-FILE
           END-IF.

       TRAITER-ENREG-LOT.
           IF NIR-TYPE = "H"
               MOVE "N" TO WS-LOT-RETENU
               IF NIR-ENT-TRIMESTRE = WS-TRIMESTRE
                   MOVE SPACES TO WS-RUN-ID
                   STRING NIR-ENT-DATE NIR-ENT-SEQ
                       DELIMITED BY SIZE INTO WS-RUN-ID
                   END-STRING
                   SET LOT-RETENU TO TRUE
                   PERFORM VARYING WS-I-L FROM 1 BY 1
                           UNTIL WS-I-L > WS-LOT-NB
                       IF WS-LOT-RUN-ID(WS-I-L) = WS-RUN-ID
                           MOVE "N" TO WS-LOT-RETENU
                       END-IF
                   END-PERFORM
                   IF LOT-RETENU
                       DISPLAY "LOT EN ATTENTE DE CALCUL : " WS-RUN-ID
                   END-IF
               END-IF
           ELSE
               IF NIR-TYPE = "D" AND LOT-RETENU
                       AND NIR-ANNEE = WS-ANNEE-DEMANDEE
                       AND NIR-MATRICULE IS NUMERIC
                   MOVE NIR-MATRICULE TO WS-CRIT-MATRICULE
                   PERFORM TROUVER-ELEVE
                   IF WS-EFF-TROUVE > 0
                       MOVE WS-EFF-I-N(WS-EFF-TROUVE) TO WS-I-N
                       MOVE NIR-MAT-CODE TO WS-CRIT-MAT-CODE
                       MOVE NIR-NOTE     TO WS-NOTE-LUE
                       MOVE "L" TO WS-ORIGINE-LUE
                       PERFORM PORTER-NOTE
                   END-IF
               END-IF
           END-IF.

      * Porte la note WS-NOTE-LUE de la matiere WS-CRIT-MAT-CODE sur
      * l'eleve WS-EFF-TROUVE (grille WS-I-N). Une matiere hors
      * grille ou une option non suivie est ignoree ; une note a
      * blanc laisse la matiere manquante ; une note de lot
      * irrecevable ne change rien. Une note d'historique marquee E
      * (reprise d'un dossier de transfert) compte comme saisie.
       PORTER-NOTE.
           MOVE 0 TO WS-POS
           PERFORM VARYING WS-I-M FROM 1 BY 1
                   UNTIL WS-I-M > WS-NIV-NB-MAT(WS-I-N) OR WS-POS > 0
               IF WS-NIV-MAT-CODE(WS-I-N, WS-I-M) = WS-CRIT-MAT-CODE
                   MOVE WS-I-M TO WS-POS
               END-IF
           END-PERFORM
           IF WS-POS > 0
               IF NOT EFF-NON-SUIVIE(WS-EFF-TROUVE, WS-POS)
                   MOVE SPACE TO WS-ETAT-LU
                   EVALUATE TRUE
                       WHEN WS-NOTE-LUE = "ABS"
                           MOVE "A" TO WS-ETAT-LU
                       WHEN WS-NOTE-LUE = "DIS"
                           MOVE "D" TO WS-ETAT-LU
                       WHEN WS-NOTE-LUE(1:2) IS NUMERIC
                               AND (WS-NOTE-LUE(3:1) = SPACE
                               OR WS-NOTE-LUE(3:1) = "E")
                           MOVE WS-NOTE-LUE(1:2) TO WS-NOTE-TRAVAIL
                           IF WS-NOTE-TRAVAIL <= 20
                               MOVE "N" TO WS-ETAT-LU
                           END-IF
                       WHEN WS-NOTE-LUE = SPACES
                               AND WS-ORIGINE-LUE = "H"
                           MOVE "M" TO WS-ETAT-LU
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF WS-ETAT-LU NOT = SPACE
                       MOVE WS-ETAT-LU
                           TO WS-EFF-ETAT(WS-EFF-TROUVE, WS-POS)
                       MOVE WS-ORIGINE-LUE
                           TO WS-EFF-ORIGINE(WS-EFF-TROUVE, WS-POS)
                       IF WS-ORIGINE-LUE = "L"
                           ADD 1 TO WS-NB-LOT-RETENUS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Rang dans la table de l'eleve WS-CRIT-MATRICULE (0 si hors
      * effectif de l'annee).
       TROUVER-ELEVE.
           MOVE 0 TO WS-EFF-TROUVE
           PERFORM VARYING WS-I-EFF FROM 1 BY 1
                   UNTIL WS-I-EFF > WS-EFF-NB OR WS-EFF-TROUVE > 0
               IF WS-EFF-MATRICULE(WS-I-EFF) = WS-CRIT-MATRICULE
                   MOVE WS-I-EFF TO WS-EFF-TROUVE
               END-IF
           END-PERFORM.

       SELECTIONNER-EFFECTIF.
           PERFORM VARYING WS-I-EFF FROM 1 BY 1
                   UNTIL WS-I-EFF > WS-EFF-NB
               MOVE WS-EFF-CLASSE(WS-I-EFF)    TO WS-TRI-CLASSE
               MOVE WS-EFF-NOM(WS-I-EFF)       TO WS-TRI-NOM
               MOVE WS-EFF-MATRICULE(WS-I-EFF) TO WS-TRI-MATRICULE
               MOVE WS-I-EFF                   TO WS-TRI-I-EFF
               RELEASE WS-TRI-REC
           END-PERFORM.

      * Rupture de classe sur l'effectif trie : la classe est editee
      * quand tous ses eleves sont connus.
       EDITER-PAR-CLASSE.
           MOVE 0 TO WS-CLS-NB
           PERFORM UNTIL FIN-TRI
               RETURN TRI-FILE
                   AT END
                       SET FIN-TRI TO TRUE
                   NOT AT END
                       IF WS-CLS-NB > 0
                               AND WS-TRI-CLASSE NOT = WS-CLS-CLASSE
                           PERFORM EDITER-CLASSE
                           MOVE 0 TO WS-CLS-NB
                       END-IF
                       MOVE WS-TRI-CLASSE TO WS-CLS-CLASSE
                       IF WS-CLS-NB = 200
                           DISPLAY "CLASSE " WS-CLS-CLASSE
                               " TROP GRANDE - ELEVE " WS-TRI-MATRICULE
                               " HORS SUIVI"
                       ELSE
                           ADD 1 TO WS-CLS-NB
                           MOVE WS-TRI-I-EFF TO WS-CLS-I-EFF(WS-CLS-NB)
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-CLS-NB > 0
               PERFORM EDITER-CLASSE
           END-IF.

      * Une ligne par matiere de la grille du niveau, suivie du nom
      * des eleves dont la note manque.
       EDITER-CLASSE.
           ADD 1 TO WS-NB-CLASSES
           MOVE 0 TO WS-CLS-MANQUANTES
           MOVE WS-CLS-I-EFF(1) TO WS-I-EFF
           MOVE WS-EFF-I-N(WS-I-EFF) TO WS-I-N
           DISPLAY "----------------------------------------------"
           DISPLAY "CLASSE " WS-CLS-CLASSE " - " WS-CLS-NB
               " ELEVE(S)"
           DISPLAY "  MATIERE                   ATT SAI A/D MAN"
           PERFORM VARYING WS-I-M FROM 1 BY 1
                   UNTIL WS-I-M > WS-NIV-NB-MAT(WS-I-N)
               PERFORM EDITER-MATIERE-CLASSE
           END-PERFORM
           IF WS-CLS-MANQUANTES = 0
               ADD 1 TO WS-NB-CLASSES-COMPLETES
               DISPLAY "  CLASSE COMPLETE"
           ELSE
               DISPLAY "  CLASSE INCOMPLETE : " WS-CLS-MANQUANTES
                   " NOTE(S) MANQUANTE(S)"
           END-IF.

       EDITER-MATIERE-CLASSE.
           MOVE 0 TO WS-MAT-ATTENDUES
           MOVE 0 TO WS-MAT-SAISIES
           MOVE 0 TO WS-MAT-ABS-DIS
           MOVE 0 TO WS-MAT-MANQUANTES
           PERFORM VARYING WS-I-C FROM 1 BY 1 UNTIL WS-I-C > WS-CLS-NB
               MOVE WS-CLS-I-EFF(WS-I-C) TO WS-I-EFF
               EVALUATE TRUE
                   WHEN EFF-NON-SUIVIE(WS-I-EFF, WS-I-M)
                       CONTINUE
                   WHEN EFF-NOTEE(WS-I-EFF, WS-I-M)
                       ADD 1 TO WS-MAT-ATTENDUES
                       ADD 1 TO WS-MAT-SAISIES
                   WHEN EFF-ABS-DIS(WS-I-EFF, WS-I-M)
                       ADD 1 TO WS-MAT-ATTENDUES
                       ADD 1 TO WS-MAT-ABS-DIS
                   WHEN OTHER
                       ADD 1 TO WS-MAT-ATTENDUES
                       ADD 1 TO WS-MAT-MANQUANTES
               END-EVALUATE
               IF EFF-EN-ATTENTE(WS-I-EFF, WS-I-M)
                       AND NOT EFF-MANQUANTE(WS-I-EFF, WS-I-M)
                   ADD 1 TO WS-TOT-EN-ATTENTE
               END-IF
           END-PERFORM
           MOVE WS-MAT-ATTENDUES  TO WS-ED-ATTENDUES
           MOVE WS-MAT-SAISIES    TO WS-ED-SAISIES
           MOVE WS-MAT-ABS-DIS    TO WS-ED-ABS-DIS
           MOVE WS-MAT-MANQUANTES TO WS-ED-MANQUANTES
           DISPLAY "  " WS-NIV-MAT-CODE(WS-I-N, WS-I-M) " "
               WS-NIV-MAT-LIBELLE(WS-I-N, WS-I-M) " "
               WS-ED-ATTENDUES " " WS-ED-SAISIES " "
               WS-ED-ABS-DIS " " WS-ED-MANQUANTES
           IF WS-MAT-MANQUANTES > 0
               PERFORM VARYING WS-I-C FROM 1 BY 1
                       UNTIL WS-I-C > WS-CLS-NB
                   MOVE WS-CLS-I-EFF(WS-I-C) TO WS-I-EFF
                   IF EFF-MANQUANTE(WS-I-EFF, WS-I-M)
                       DISPLAY "      MANQUE : "
                           WS-EFF-MATRICULE(WS-I-EFF) " "
                           WS-EFF-NOM(WS-I-EFF)
                   END-IF
               END-PERFORM
           END-IF
           ADD WS-MAT-ATTENDUES  TO WS-TOT-ATTENDUES
           ADD WS-MAT-SAISIES    TO WS-TOT-SAISIES
           ADD WS-MAT-ABS-DIS    TO WS-TOT-ABS-DIS
           ADD WS-MAT-MANQUANTES TO WS-TOT-MANQUANTES
           ADD WS-MAT-MANQUANTES TO WS-CLS-MANQUANTES.

       COPY "OPTION-PARA.CPY".
