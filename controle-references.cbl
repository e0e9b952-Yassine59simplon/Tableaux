      * Controle de nuit de l'integrite entre fichiers : CONTROLE-AUDIT
      * ne confronte que AUDIT.LOG a ELEVES.DAT, SAUVEGARDE ne verifie
      * que comptages et hachages, et rien ne detectait jusqu'ici les
      * references pendantes qui ont deja fait tomber un bulletin ou
      * un passage de fin d'annee. Trois categories sont controlees :
      *   01 matricule inconnu : un enregistrement de l'historique
      *      (HISTO-NOTES.DAT), des absences ou des appreciations dont
      *      le matricule n'est ni dans l'effectif (ELEVES.DAT), ni
      *      dans le registre des radiations, ni dans celui des
      *      anciens ;
      *   02 matiere hors grille : un code matiere de l'historique
      *      sans entree dans MATIERES.DAT pour le niveau de la classe
      *      (quatre premiers caracteres du nom de classe, matiere a
      *      niveau blanc valable pour tous les niveaux, comme
      *      CHARGER-MATIERES-CLASSE de BATCH-NOTES) - une matiere
      *      desactivee reste une entree du referentiel ;
      *   03 classe sans bareme : un eleve de l'effectif dont la
      *      classe n'a pas d'entree dans PASSAGE.DAT (PROMOTION ne
      *      traiterait pas la classe).
      * Le rapport edite chaque reference pendante par fichier et par
      * categorie, puis les totaux. La liste de correction LISTCORR
      * en reprend une ligne par correction a faire, avec une case a
      * cocher pour le secretariat : un matricule inconnu une fois
      * par fichier (nombre d'enregistrements en regard), une matiere
      * hors grille une fois par classe et annee (nombre d'eleves),
      * une classe sans bareme une fois (nombre d'eleves).
      * Les registres de sortie anonymises (matricule a zero) ne
      * comptent pas comme matricules connus.
      * Code retour : 4 = au moins une reference pendante, ou un
      * controle non effectue faute de fichier ; 8 = table de travail
      * debordee (controle incomplet) ; 16 = effectif absent.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE-REFERENCES.
       AUTHOR. Yassine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ASSIGN TO des noms externes (non litteraux) pour que les DD
      * de jcl/CTLREFER.JCL designent reellement ces fichiers ; en
      * local GnuCOBOL retombe sur le nom lui-meme a defaut de
      * variable d'environnement.
           SELECT ELEVES-FILE ASSIGN TO ELEVES
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-ELEVE-RELKEY
               FILE STATUS IS WS-ELEVES-STATUS.
           SELECT RADIATIONS-FILE ASSIGN TO RADIATIO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RADIATIONS-STATUS.
           SELECT ANCIENS-FILE ASSIGN TO ANCIENS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANCIENS-STATUS.
           SELECT MATIERES-FILE ASSIGN TO MATIERES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MATIERES-STATUS.
           SELECT PASSAGE-FILE ASSIGN TO PASSAGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PASSAGE-STATUS.
       COPY "HISTO-SELECT.CPY".
       COPY "ABSENC-SELECT.CPY".
       COPY "APPREC-SELECT.CPY".
      * Liste de correction pour le secretariat.
           SELECT CORR-FILE ASSIGN TO LISTCORR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELEVES-FILE.
       01  WS-ELEVE-REC.
           03 WS-ELEVE-REC-MATRICULE PIC 9(4).
           03 WS-ELEVE-REC-NOTE   PIC 99.
           03 WS-ELEVE-REC-STATUT PIC X.
           03 WS-ELEVE-REC-NOM    PIC X(20).
           03 WS-ELEVE-REC-CLASSE PIC X(8).
           03 WS-ELEVE-REC-ANNEE  PIC X(9).

      * Meme dessin que le registre ecrit par MAINT-ELEVES.
       FD  RADIATIONS-FILE.
       01  WS-RADIATION-REC.
           05 WS-RAD-MATRICULE PIC 9(4).
           05 WS-RAD-NOM       PIC X(20).
           05 WS-RAD-CLASSE    PIC X(8).
           05 WS-RAD-ANNEE     PIC X(9).
           05 WS-RAD-DATE      PIC X(8).
           05 WS-RAD-MOTIF     PIC X(2).

      * Meme dessin que l'archive ecrite par PROMOTION.
       FD  ANCIENS-FILE.
       01  WS-ANCIEN-REC.
           05 WS-ANC-MATRICULE PIC 9(4).
           05 WS-ANC-NOM       PIC X(20).
           05 WS-ANC-CLASSE    PIC X(8).
           05 WS-ANC-ANNEE     PIC X(9).
           05 WS-ANC-MOYENNE   PIC 99V99.
           05 WS-ANC-DATE      PIC X(8).

       FD  MATIERES-FILE.
       01  WS-MATIERE-REC.
           05 WS-MATIERE-REC-CODE     PIC X(4).
           05 WS-MATIERE-REC-LIBELLE  PIC X(20).
           05 WS-MATIERE-REC-COEF     PIC 9V9.
           05 WS-MATIERE-REC-ACTIF    PIC X.
           05 WS-MATIERE-REC-NIVEAU   PIC X(4).

       FD  PASSAGE-FILE.
       01  WS-PASSAGE-REC.
           05 WS-PASSAGE-REC-CLASSE   PIC X(8).
           05 WS-PASSAGE-REC-SUIVANTE PIC X(8).

       COPY "HISTO-FD.CPY".
       COPY "ABSENC-FD.CPY".
       COPY "APPREC-FD.CPY".

      * Une ligne par correction, lisible telle quelle a l'impression.
       FD  CORR-FILE.
       01  WS-CORR-REC.
           05 WS-COR-FICHIER   PIC X(8).
           05 FILLER           PIC X.
           05 WS-COR-CATEGORIE PIC X(2).
           05 FILLER           PIC X.
           05 WS-COR-MATRICULE PIC X(4).
           05 FILLER           PIC X.
           05 WS-COR-NOM       PIC X(20).
           05 FILLER           PIC X.
           05 WS-COR-CLASSE    PIC X(8).
           05 FILLER           PIC X.
           05 WS-COR-ANNEE     PIC X(9).
           05 FILLER           PIC X.
      * Code matiere (categorie 02), a blanc sinon.
           05 WS-COR-REFERENCE PIC X(4).
           05 FILLER           PIC X.
      * Enregistrements (categorie 01) ou eleves (02, 03) concernes.
           05 WS-COR-NB        PIC 9(5).
           05 FILLER           PIC X.
      * Case cochee par le secretariat une fois la correction faite.
           05 WS-COR-FAIT      PIC X(3).
           05 FILLER           PIC X(9).

       WORKING-STORAGE SECTION.

       77 WS-ELEVES-STATUS     PIC XX VALUE "00".
       77 WS-ELEVE-RELKEY      PIC 9(4).
       77 WS-RADIATIONS-STATUS PIC XX VALUE "00".
       77 WS-ANCIENS-STATUS    PIC XX VALUE "00".
       77 WS-MATIERES-STATUS   PIC XX VALUE "00".
       77 WS-PASSAGE-STATUS    PIC XX VALUE "00".
       COPY "HISTO-WS.CPY".
       COPY "ABSENC-WS.CPY".
       COPY "APPREC-WS.CPY".
       77 WS-CORR-STATUS       PIC XX VALUE "00".
       77 WS-FIN-FICHIER       PIC X VALUE "N".
           88 FIN-FICHIER VALUE "O".
       77 WS-I                 PIC 9(4).
       77 WS-J                 PIC 9(4).
       77 WS-I-M               PIC 99.
       77 WS-TROUVE            PIC X VALUE "N".
           88 TROUVE VALUE "O".
       77 WS-DEBORDEMENT       PIC X VALUE "N".
           88 DEBORDEMENT VALUE "O".
       77 WS-CONTROLE-INCOMPLET PIC X VALUE "N".
           88 CONTROLE-INCOMPLET VALUE "O".
       77 WS-DATE-JOUR         PIC 9(8).

      * Matricules connus, indices par le matricule lui-meme :
      * E = effectif, R = radiation, A = ancien, blanc = inconnu.
       01 WS-MATRICULES-CONNUS.
          05 WS-MAT-CONNU PIC X OCCURS 9999 TIMES.
       77 WS-MATRICULE         PIC 9(4).
       77 WS-ANNEE-LUE         PIC X(9).
       77 WS-NB-EFFECTIF       PIC 9(5) VALUE 0.
       77 WS-NB-RADIES         PIC 9(5) VALUE 0.
       77 WS-NB-ANCIENS        PIC 9(5) VALUE 0.

      * Referentiel des matieres : code et niveau de chaque entree.
       01 WS-REFERENTIEL.
          05 WS-REF-NB PIC 9(3) VALUE 0.
          05 WS-REF-ENTREE OCCURS 200 TIMES.
             10 WS-REF-CODE   PIC X(4).
             10 WS-REF-NIVEAU PIC X(4).
       77 WS-REFERENTIEL-LU    PIC X VALUE "N".
           88 REFERENTIEL-LU VALUE "O".

      * Classes du bareme de passage.
       01 WS-BAREME.
          05 WS-BAR-NB PIC 9(3) VALUE 0.
          05 WS-BAR-CLASSE PIC X(8) OCCURS 200 TIMES.
       77 WS-BAREME-LU         PIC X VALUE "N".
           88 BAREME-LU VALUE "O".

      * Matricules inconnus du fichier en cours de controle, un poste
      * par matricule ; nom, classe et annee de l'enregistrement le
      * plus recent lu (l'historique porte le nom, pas les absences
      * ni les appreciations).
       01 WS-INCONNUS.
          05 WS-INC-NB PIC 9(3) VALUE 0.
          05 WS-INC-ENTREE OCCURS 500 TIMES.
             10 WS-INC-MATRICULE PIC 9(4).
             10 WS-INC-NOM       PIC X(20).
             10 WS-INC-CLASSE    PIC X(8).
             10 WS-INC-ANNEE     PIC X(9).
             10 WS-INC-NB-ENREG  PIC 9(5).
      * Noms vus dans l'historique pour les matricules inconnus,
      * repris sur les lignes des absences et des appreciations.
       01 WS-NOMS-INCONNUS.
          05 WS-NIC-NB PIC 9(3) VALUE 0.
          05 WS-NIC-ENTREE OCCURS 500 TIMES.
             10 WS-NIC-MATRICULE PIC 9(4).
             10 WS-NIC-NOM       PIC X(20).
             10 WS-NIC-CLASSE    PIC X(8).

      * Matieres hors grille : un poste par classe, annee et code.
       01 WS-HORS-GRILLE.
          05 WS-HG-NB PIC 9(3) VALUE 0.
          05 WS-HG-ENTREE OCCURS 300 TIMES.
             10 WS-HG-CLASSE     PIC X(8).
             10 WS-HG-ANNEE      PIC X(9).
             10 WS-HG-CODE       PIC X(4).
             10 WS-HG-NB-ELEVES  PIC 9(5).

      * Classes de l'effectif sans bareme.
       01 WS-SANS-BAREME.
          05 WS-SB-NB PIC 9(3) VALUE 0.
          05 WS-SB-ENTREE OCCURS 200 TIMES.
             10 WS-SB-CLASSE     PIC X(8).
             10 WS-SB-ANNEE      PIC X(9).
             10 WS-SB-NB-ELEVES  PIC 9(5).

      * Fichier et totaux du controle en cours.
       77 WS-FICHIER-COURANT   PIC X(8).
       77 WS-NB-LUS            PIC 9(7) VALUE 0.
       77 WS-NB-ENREG-INCONNUS PIC 9(7) VALUE 0.
       01 WS-TOTAUX.
          05 WS-TOT-HISTO-LUS    PIC 9(7) VALUE 0.
          05 WS-TOT-HISTO-CAT01  PIC 9(7) VALUE 0.
          05 WS-TOT-HISTO-CAT02  PIC 9(7) VALUE 0.
          05 WS-TOT-ABS-LUS      PIC 9(7) VALUE 0.
          05 WS-TOT-ABS-CAT01    PIC 9(7) VALUE 0.
          05 WS-TOT-APP-LUS      PIC 9(7) VALUE 0.
          05 WS-TOT-APP-CAT01    PIC 9(7) VALUE 0.
          05 WS-TOT-ELV-CAT03    PIC 9(7) VALUE 0.
       77 WS-NB-LIGNES-CORR    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           DISPLAY "=== CONTROLE D'INTEGRITE ENTRE FICHIERS DU "
               WS-DATE-JOUR " ==="
           MOVE SPACES TO WS-MATRICULES-CONNUS
           PERFORM CHARGER-EFFECTIF
           IF RETURN-CODE >= 16
               STOP RUN
           END-IF
           PERFORM CHARGER-REGISTRES
           PERFORM CHARGER-REFERENTIEL
           PERFORM CHARGER-BAREME
           DISPLAY "MATRICULES CONNUS : EFFECTIF " WS-NB-EFFECTIF
               " - RADIES " WS-NB-RADIES " - ANCIENS " WS-NB-ANCIENS

           OPEN OUTPUT CORR-FILE
           IF WS-CORR-STATUS NOT = "00"
               DISPLAY "LISTE DE CORRECTION INUTILISABLE ("
                   WS-CORR-STATUS ") - RAPPORT SEUL"
               SET CONTROLE-INCOMPLET TO TRUE
           END-IF

           PERFORM CONTROLER-HISTORIQUE
           PERFORM CONTROLER-ABSENCES
           PERFORM CONTROLER-APPRECIATIONS
           PERFORM CONTROLER-CLASSES

           IF WS-CORR-STATUS = "00"
               CLOSE CORR-FILE
           END-IF
           PERFORM EDITER-TOTAUX
           STOP RUN.

      * Effectif : matricules connus E, et classes de l'effectif
      * confrontees au bareme une fois celui-ci charge.
       CHARGER-EFFECTIF.
           OPEN INPUT ELEVES-FILE
           IF WS-ELEVES-STATUS NOT = "00"
               DISPLAY "EFFECTIF ELEVES ABSENT (" WS-ELEVES-STATUS
                   ") - CONTROLE IMPOSSIBLE"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               MOVE 1 TO WS-ELEVE-RELKEY
               START ELEVES-FILE KEY IS NOT LESS THAN WS-ELEVE-RELKEY
                   INVALID KEY
                       SET FIN-FICHIER TO TRUE
               END-START
               PERFORM UNTIL FIN-FICHIER
                   READ ELEVES-FILE NEXT RECORD
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           IF WS-ELEVE-REC-MATRICULE > 0
                               MOVE "E" TO
                                   WS-MAT-CONNU(WS-ELEVE-REC-MATRICULE)
                               ADD 1 TO WS-NB-EFFECTIF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ELEVES-FILE
           END-IF.

      * Registres de sortie : un registre absent est traite comme
      * vide, mais signale - ses eleves sortiraient en matricules
      * inconnus.
       CHARGER-REGISTRES.
           OPEN INPUT RADIATIONS-FILE
           IF WS-RADIATIONS-STATUS NOT = "00"
               DISPLAY "REGISTRE DES RADIATIONS ABSENT ("
                   WS-RADIATIONS-STATUS ") - TRAITE COMME VIDE"
               SET CONTROLE-INCOMPLET TO TRUE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ RADIATIONS-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           MOVE WS-RAD-MATRICULE TO WS-MATRICULE
                           IF WS-RAD-MATRICULE IS NUMERIC
                                   AND WS-MATRICULE > 0
                                   AND WS-MAT-CONNU(WS-MATRICULE)
                                       = SPACE
                               MOVE "R" TO WS-MAT-CONNU(WS-MATRICULE)
                           END-IF
                           ADD 1 TO WS-NB-RADIES
                   END-READ
               END-PERFORM
               CLOSE RADIATIONS-FILE
           END-IF
           OPEN INPUT ANCIENS-FILE
           IF WS-ANCIENS-STATUS NOT = "00"
               DISPLAY "REGISTRE DES ANCIENS ABSENT ("
                   WS-ANCIENS-STATUS ") - TRAITE COMME VIDE"
               SET CONTROLE-INCOMPLET TO TRUE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ ANCIENS-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           MOVE WS-ANC-MATRICULE TO WS-MATRICULE
                           IF WS-ANC-MATRICULE IS NUMERIC
                                   AND WS-MATRICULE > 0
                                   AND WS-MAT-CONNU(WS-MATRICULE)
                                       = SPACE
                               MOVE "A" TO WS-MAT-CONNU(WS-MATRICULE)
                           END-IF
                           ADD 1 TO WS-NB-ANCIENS
                   END-READ
               END-PERFORM
               CLOSE ANCIENS-FILE
           END-IF.

      * Toutes les entrees du referentiel, actives ou non : une
      * matiere desactivee n'en a pas moins existe pour le niveau.
       CHARGER-REFERENTIEL.
           OPEN INPUT MATIERES-FILE
           IF WS-MATIERES-STATUS NOT = "00"
               DISPLAY "REFERENTIEL MATIERES ABSENT ("
                   WS-MATIERES-STATUS ") - CATEGORIE 02 NON CONTROLEE"
               SET CONTROLE-INCOMPLET TO TRUE
           ELSE
               SET REFERENTIEL-LU TO TRUE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ MATIERES-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           IF WS-REF-NB = 200
                               SET DEBORDEMENT TO TRUE
                           ELSE
                               ADD 1 TO WS-REF-NB
                               MOVE WS-MATIERE-REC-CODE
                                   TO WS-REF-CODE(WS-REF-NB)
                               MOVE WS-MATIERE-REC-NIVEAU
                                   TO WS-REF-NIVEAU(WS-REF-NB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATIERES-FILE
           END-IF.

       CHARGER-BAREME.
           OPEN INPUT PASSAGE-FILE
           IF WS-PASSAGE-STATUS NOT = "00"
               DISPLAY "BAREME PASSAGE ABSENT (" WS-PASSAGE-STATUS
                   ") - CATEGORIE 03 NON CONTROLEE"
               SET CONTROLE-INCOMPLET TO TRUE
           ELSE
               SET BAREME-LU TO TRUE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ PASSAGE-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           IF WS-BAR-NB = 200
                               SET DEBORDEMENT TO TRUE
                           ELSE
                               ADD 1 TO WS-BAR-NB
                               MOVE WS-PASSAGE-REC-CLASSE
                                   TO WS-BAR-CLASSE(WS-BAR-NB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PASSAGE-FILE
           END-IF.

      * Historique : categories 01 (matricule) et 02 (matieres).
       CONTROLER-HISTORIQUE.
           MOVE "HISTO" TO WS-FICHIER-COURANT
           MOVE 0 TO WS-INC-NB
           MOVE 0 TO WS-NB-LUS
           MOVE 0 TO WS-NB-ENREG-INCONNUS
           DISPLAY "----------------------------------------------"
           DISPLAY "HISTO-NOTES.DAT"
           OPEN INPUT HISTO-FILE
           IF WS-HISTO-STATUS NOT = "00"
               DISPLAY "  FICHIER ABSENT (" WS-HISTO-STATUS
                   ") - NON CONTROLE"
               SET CONTROLE-INCOMPLET TO TRUE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ HISTO-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-LUS
                           MOVE WS-HISTO-MATRICULE TO WS-MATRICULE
                           PERFORM TESTER-MATRICULE
                           IF NOT TROUVE
                               MOVE WS-HISTO-ANNEE TO WS-ANNEE-LUE
                               PERFORM RETENIR-INCONNU
                               PERFORM RETENIR-NOM-INCONNU
                           END-IF
                           IF REFERENTIEL-LU
                               PERFORM CONTROLER-MATIERES-HISTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTO-FILE
               DISPLAY "  01 MATRICULE INCONNU"
               PERFORM EDITER-INCONNUS
               DISPLAY "  02 MATIERE HORS GRILLE DU NIVEAU"
               PERFORM EDITER-HORS-GRILLE
           END-IF
           MOVE WS-NB-LUS TO WS-TOT-HISTO-LUS
           MOVE WS-NB-ENREG-INCONNUS TO WS-TOT-HISTO-CAT01.

      * Absences : categorie 01.
       CONTROLER-ABSENCES.
           MOVE "ABSENCES" TO WS-FICHIER-COURANT
           MOVE 0 TO WS-INC-NB
           MOVE 0 TO WS-NB-LUS
           MOVE 0 TO WS-NB-ENREG-INCONNUS
           DISPLAY "----------------------------------------------"
           DISPLAY "ABSENCES"
           OPEN INPUT ABSENCES-FILE
           IF WS-ABSENCES-STATUS NOT = "00"
               DISPLAY "  FICHIER ABSENT (" WS-ABSENCES-STATUS
                   ") - NON CONTROLE"
               SET CONTROLE-INCOMPLET TO TRUE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ ABSENCES-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-LUS
                           MOVE WS-ABS-MATRICULE TO WS-MATRICULE
                           PERFORM TESTER-MATRICULE
                           IF NOT TROUVE
                               MOVE WS-ABS-ANNEE TO WS-ANNEE-LUE
                               PERFORM RETENIR-INCONNU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENCES-FILE
               DISPLAY "  01 MATRICULE INCONNU"
               PERFORM EDITER-INCONNUS
           END-IF
           MOVE WS-NB-LUS TO WS-TOT-ABS-LUS
           MOVE WS-NB-ENREG-INCONNUS TO WS-TOT-ABS-CAT01.

      * Appreciations : categorie 01.
       CONTROLER-APPRECIATIONS.
           MOVE "APPRECIA" TO WS-FICHIER-COURANT
           MOVE 0 TO WS-INC-NB
           MOVE 0 TO WS-NB-LUS
           MOVE 0 TO WS-NB-ENREG-INCONNUS
           DISPLAY "----------------------------------------------"
           DISPLAY "APPRECIA"
           OPEN INPUT APPRECIATIONS-FILE
           IF WS-APPREC-STATUS NOT = "00"
               DISPLAY "  FICHIER ABSENT (" WS-APPREC-STATUS
                   ") - NON CONTROLE"
               SET CONTROLE-INCOMPLET TO TRUE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ APPRECIATIONS-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-LUS
                           MOVE WS-APP-MATRICULE TO WS-MATRICULE
                           PERFORM TESTER-MATRICULE
                           IF NOT TROUVE
                               MOVE WS-APP-ANNEE TO WS-ANNEE-LUE
                               PERFORM RETENIR-INCONNU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPRECIATIONS-FILE
               DISPLAY "  01 MATRICULE INCONNU"
               PERFORM EDITER-INCONNUS
           END-IF
           MOVE WS-NB-LUS TO WS-TOT-APP-LUS
           MOVE WS-NB-ENREG-INCONNUS TO WS-TOT-APP-CAT01.

      * Matricule de l'enregistrement courant (WS-MATRICULE) connu
      * de l'effectif ou d'un registre ; un matricule non numerique
      * ou nul est inconnu par definition.
       TESTER-MATRICULE.
           MOVE "N" TO WS-TROUVE
           IF WS-MATRICULE IS NUMERIC AND WS-MATRICULE > 0
               IF WS-MAT-CONNU(WS-MATRICULE) NOT = SPACE
                   SET TROUVE TO TRUE
               END-IF
           END-IF
           IF NOT TROUVE
               ADD 1 TO WS-NB-ENREG-INCONNUS
           END-IF.

      * Historique : nom et classe de l'enregistrement courant
      * portes sur le poste du matricule inconnu (WS-I), et retenus
      * pour les lignes des absences et des appreciations.
       RETENIR-NOM-INCONNU.
           IF TROUVE
               MOVE WS-HISTO-NOM TO WS-INC-NOM(WS-I)
               MOVE WS-HISTO-CLASSE TO WS-INC-CLASSE(WS-I)
           END-IF
           MOVE "N" TO WS-TROUVE
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NIC-NB OR TROUVE
               IF WS-NIC-MATRICULE(WS-J) = WS-MATRICULE
                   SET TROUVE TO TRUE
                   MOVE WS-HISTO-NOM TO WS-NIC-NOM(WS-J)
                   MOVE WS-HISTO-CLASSE TO WS-NIC-CLASSE(WS-J)
               END-IF
           END-PERFORM
           IF NOT TROUVE
               IF WS-NIC-NB = 500
                   SET DEBORDEMENT TO TRUE
               ELSE
                   ADD 1 TO WS-NIC-NB
                   MOVE WS-MATRICULE TO WS-NIC-MATRICULE(WS-NIC-NB)
                   MOVE WS-HISTO-NOM TO WS-NIC-NOM(WS-NIC-NB)
                   MOVE WS-HISTO-CLASSE TO WS-NIC-CLASSE(WS-NIC-NB)
               END-IF
           END-IF.

      * Poste du matricule inconnu WS-MATRICULE dans la table du
      * fichier en cours, cree au besoin ; WS-ANNEE-LUE porte
      * l'annee de l'enregistrement lu (la plus recente est gardee).
      * TROUVE en sortie si le poste existe (WS-I).
       RETENIR-INCONNU.
           PERFORM CHERCHER-INCONNU
           IF NOT TROUVE
               IF WS-INC-NB = 500
                   SET DEBORDEMENT TO TRUE
               ELSE
                   ADD 1 TO WS-INC-NB
                   MOVE WS-INC-NB TO WS-I
                   MOVE WS-MATRICULE TO WS-INC-MATRICULE(WS-I)
                   MOVE SPACES TO WS-INC-NOM(WS-I)
                   MOVE SPACES TO WS-INC-CLASSE(WS-I)
                   MOVE SPACES TO WS-INC-ANNEE(WS-I)
                   MOVE 0 TO WS-INC-NB-ENREG(WS-I)
                   PERFORM REPRENDRE-NOM-INCONNU
                   SET TROUVE TO TRUE
               END-IF
           END-IF
           IF TROUVE
               ADD 1 TO WS-INC-NB-ENREG(WS-I)
               IF WS-ANNEE-LUE > WS-INC-ANNEE(WS-I)
                   MOVE WS-ANNEE-LUE TO WS-INC-ANNEE(WS-I)
               END-IF
           END-IF.

       CHERCHER-INCONNU.
           MOVE "N" TO WS-TROUVE
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-INC-NB OR TROUVE
               IF WS-INC-MATRICULE(WS-I) = WS-MATRICULE
                   SET TROUVE TO TRUE
               ELSE
                   ADD 1 TO WS-I
               END-IF
           END-PERFORM.

      * Nom et classe d'un matricule inconnu deja vu dans
      * l'historique.
       REPRENDRE-NOM-INCONNU.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NIC-NB
               IF WS-NIC-MATRICULE(WS-J) = WS-MATRICULE
                   MOVE WS-NIC-NOM(WS-J) TO WS-INC-NOM(WS-I)
                   MOVE WS-NIC-CLASSE(WS-J) TO WS-INC-CLASSE(WS-I)
               END-IF
           END-PERFORM.

      * Chaque code matiere renseigne de l'enregistrement courant
      * doit avoir une entree du referentiel pour le niveau de la
      * classe, ou une entree a niveau blanc.
       CONTROLER-MATIERES-HISTO.
           PERFORM VARYING WS-I-M FROM 1 BY 1
                   UNTIL WS-I-M > 9 OR WS-I-M > WS-HISTO-NB-MAT
               IF WS-HISTO-MAT-CODE(WS-I-M) NOT = SPACES
                   PERFORM TESTER-MATIERE
               END-IF
           END-PERFORM.

       TESTER-MATIERE.
           MOVE "N" TO WS-TROUVE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-REF-NB OR TROUVE
               IF WS-REF-CODE(WS-I) = WS-HISTO-MAT-CODE(WS-I-M)
                       AND (WS-REF-NIVEAU(WS-I) = SPACES
                           OR WS-REF-NIVEAU(WS-I)
                               = WS-HISTO-CLASSE(1:4))
                   SET TROUVE TO TRUE
               END-IF
           END-PERFORM
           IF NOT TROUVE
               ADD 1 TO WS-TOT-HISTO-CAT02
               PERFORM RETENIR-HORS-GRILLE
           END-IF.

       RETENIR-HORS-GRILLE.
           MOVE "N" TO WS-TROUVE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HG-NB OR TROUVE
               IF WS-HG-CLASSE(WS-I) = WS-HISTO-CLASSE
                       AND WS-HG-ANNEE(WS-I) = WS-HISTO-ANNEE
                       AND WS-HG-CODE(WS-I) = WS-HISTO-MAT-CODE(WS-I-M)
                   SET TROUVE TO TRUE
                   ADD 1 TO WS-HG-NB-ELEVES(WS-I)
               END-IF
           END-PERFORM
           IF NOT TROUVE
               IF WS-HG-NB = 300
                   SET DEBORDEMENT TO TRUE
               ELSE
                   ADD 1 TO WS-HG-NB
                   MOVE WS-HISTO-CLASSE TO WS-HG-CLASSE(WS-HG-NB)
                   MOVE WS-HISTO-ANNEE TO WS-HG-ANNEE(WS-HG-NB)
                   MOVE WS-HISTO-MAT-CODE(WS-I-M)
                       TO WS-HG-CODE(WS-HG-NB)
                   MOVE 1 TO WS-HG-NB-ELEVES(WS-HG-NB)
               END-IF
           END-IF.

      * Effectif : categorie 03, une classe sans entree au bareme.
      * Relu apres le chargement du bareme.
       CONTROLER-CLASSES.
           DISPLAY "----------------------------------------------"
           DISPLAY "ELEVES.DAT"
           IF NOT BAREME-LU
               DISPLAY "  BAREME ABSENT - NON CONTROLE"
           ELSE
               OPEN INPUT ELEVES-FILE
               IF WS-ELEVES-STATUS NOT = "00"
                   DISPLAY "  FICHIER ABSENT (" WS-ELEVES-STATUS
                       ") - NON CONTROLE"
                   SET CONTROLE-INCOMPLET TO TRUE
               ELSE
                   PERFORM LISTER-CLASSES-SANS-BAREME
               END-IF
           END-IF.

       LISTER-CLASSES-SANS-BAREME.
           MOVE "N" TO WS-FIN-FICHIER
           MOVE 1 TO WS-ELEVE-RELKEY
           START ELEVES-FILE KEY IS NOT LESS THAN WS-ELEVE-RELKEY
               INVALID KEY
                   SET FIN-FICHIER TO TRUE
           END-START
           PERFORM UNTIL FIN-FICHIER
               READ ELEVES-FILE NEXT RECORD
                   AT END
                       SET FIN-FICHIER TO TRUE
                   NOT AT END
                       PERFORM TESTER-CLASSE
               END-READ
           END-PERFORM
           CLOSE ELEVES-FILE
           DISPLAY "  03 CLASSE SANS BAREME DE PASSAGE"
           MOVE "ELEVES" TO WS-FICHIER-COURANT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SB-NB
               DISPLAY "    CLASSE " WS-SB-CLASSE(WS-I)
                   " ANNEE " WS-SB-ANNEE(WS-I) " : "
                   WS-SB-NB-ELEVES(WS-I) " ELEVE(S)"
               MOVE SPACES TO WS-CORR-REC
               MOVE "03" TO WS-COR-CATEGORIE
               MOVE WS-SB-CLASSE(WS-I) TO WS-COR-CLASSE
               MOVE WS-SB-ANNEE(WS-I) TO WS-COR-ANNEE
               MOVE WS-SB-NB-ELEVES(WS-I) TO WS-COR-NB
               PERFORM ECRIRE-CORRECTION
           END-PERFORM
           IF WS-SB-NB = 0
               DISPLAY "    AUCUNE"
           END-IF.

       TESTER-CLASSE.
           MOVE "N" TO WS-TROUVE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BAR-NB OR TROUVE
               IF WS-BAR-CLASSE(WS-I) = WS-ELEVE-REC-CLASSE
                   SET TROUVE TO TRUE
               END-IF
           END-PERFORM
           IF NOT TROUVE
               ADD 1 TO WS-TOT-ELV-CAT03
               MOVE "N" TO WS-TROUVE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-SB-NB OR TROUVE
                   IF WS-SB-CLASSE(WS-I) = WS-ELEVE-REC-CLASSE
                       SET TROUVE TO TRUE
                       ADD 1 TO WS-SB-NB-ELEVES(WS-I)
                   END-IF
               END-PERFORM
               IF NOT TROUVE
                   IF WS-SB-NB = 200
                       SET DEBORDEMENT TO TRUE
                   ELSE
                       ADD 1 TO WS-SB-NB
                       MOVE WS-ELEVE-REC-CLASSE
                           TO WS-SB-CLASSE(WS-SB-NB)
                       MOVE WS-ELEVE-REC-ANNEE
                           TO WS-SB-ANNEE(WS-SB-NB)
                       MOVE 1 TO WS-SB-NB-ELEVES(WS-SB-NB)
                   END-IF
               END-IF
           END-IF.

      * Matricules inconnus du fichier en cours : rapport et liste
      * de correction.
       EDITER-INCONNUS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-INC-NB
               DISPLAY "    MATRICULE " WS-INC-MATRICULE(WS-I) " "
                   WS-INC-NOM(WS-I) " " WS-INC-CLASSE(WS-I)
                   " DERNIERE ANNEE " WS-INC-ANNEE(WS-I) " : "
                   WS-INC-NB-ENREG(WS-I) " ENREGISTREMENT(S)"
               MOVE SPACES TO WS-CORR-REC
               MOVE "01" TO WS-COR-CATEGORIE
               MOVE WS-INC-MATRICULE(WS-I) TO WS-COR-MATRICULE
               MOVE WS-INC-NOM(WS-I) TO WS-COR-NOM
               MOVE WS-INC-CLASSE(WS-I) TO WS-COR-CLASSE
               MOVE WS-INC-ANNEE(WS-I) TO WS-COR-ANNEE
               MOVE WS-INC-NB-ENREG(WS-I) TO WS-COR-NB
               PERFORM ECRIRE-CORRECTION
           END-PERFORM
           IF WS-INC-NB = 0
               DISPLAY "    AUCUN"
           END-IF.

       EDITER-HORS-GRILLE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HG-NB
               DISPLAY "    CLASSE " WS-HG-CLASSE(WS-I) " ANNEE "
                   WS-HG-ANNEE(WS-I) " MATIERE " WS-HG-CODE(WS-I)
                   " : " WS-HG-NB-ELEVES(WS-I) " ENREGISTREMENT(S)"
               MOVE SPACES TO WS-CORR-REC
               MOVE "02" TO WS-COR-CATEGORIE
               MOVE WS-HG-CLASSE(WS-I) TO WS-COR-CLASSE
               MOVE WS-HG-ANNEE(WS-I) TO WS-COR-ANNEE
               MOVE WS-HG-CODE(WS-I) TO WS-COR-REFERENCE
               MOVE WS-HG-NB-ELEVES(WS-I) TO WS-COR-NB
               PERFORM ECRIRE-CORRECTION
           END-PERFORM
           IF WS-HG-NB = 0
               DISPLAY "    AUCUNE"
           END-IF.

       ECRIRE-CORRECTION.
           IF WS-CORR-STATUS = "00"
               MOVE WS-FICHIER-COURANT TO WS-COR-FICHIER
               MOVE "[ ]" TO WS-COR-FAIT
               WRITE WS-CORR-REC
               ADD 1 TO WS-NB-LIGNES-CORR
           END-IF.

       EDITER-TOTAUX.
           DISPLAY "=============================================="
           DISPLAY "FICHIER   CAT  LIBELLE                    NOMBRE"
           DISPLAY "HISTO     01   MATRICULE INCONNU         "
               WS-TOT-HISTO-CAT01
           DISPLAY "HISTO     02   MATIERE HORS GRILLE       "
               WS-TOT-HISTO-CAT02
           DISPLAY "ABSENCES  01   MATRICULE INCONNU         "
               WS-TOT-ABS-CAT01
           DISPLAY "APPRECIA  01   MATRICULE INCONNU         "
               WS-TOT-APP-CAT01
           DISPLAY "ELEVES    03   CLASSE SANS BAREME        "
               WS-TOT-ELV-CAT03
           DISPLAY "ENREGISTREMENTS LUS : HISTO " WS-TOT-HISTO-LUS
               " - ABSENCES " WS-TOT-ABS-LUS " - APPRECIA "
               WS-TOT-APP-LUS
           DISPLAY "LIGNES DE LA LISTE DE CORRECTION : "
               WS-NB-LIGNES-CORR
           EVALUATE TRUE
               WHEN DEBORDEMENT
                   DISPLAY "TABLE DE TRAVAIL DEBORDEE - CONTROLE"
                       " INCOMPLET"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NB-LIGNES-CORR > 0
                       OR WS-TOT-HISTO-CAT01 > 0
                       OR WS-TOT-HISTO-CAT02 > 0
                       OR WS-TOT-ABS-CAT01 > 0
                       OR WS-TOT-APP-CAT01 > 0
                       OR WS-TOT-ELV-CAT03 > 0
                   DISPLAY "CONTROLE TERMINE - REFERENCES PENDANTES"
                       " A CORRIGER"
                   MOVE 4 TO RETURN-CODE
               WHEN CONTROLE-INCOMPLET
                   DISPLAY "CONTROLE TERMINE - CONTROLES NON"
                       " EFFECTUES, VOIR CI-DESSUS"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "CONTROLE TERMINE - AUCUNE REFERENCE"
                       " PENDANTE"
           END-EVALUATE.
