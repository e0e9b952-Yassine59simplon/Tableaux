      * Releve des donnees detenues sur un eleve, pour repondre aux
      * demandes d'acces des familles : la reponse obligeait a
      * fouiller a la main l'effectif, l'historique, les absences,
      * les appreciations, le journal d'audit, la file des
      * corrections et les registres de sortie. Ce travail prend un
      * matricule (SYSIN) et edite d'un seul tenant chaque
      * enregistrement qui le concerne, la source en tete de ligne :
      *   - ELEVES.DAT (effectif vif, lu a la cle = matricule) ;
      *   - RESPONSABLES (responsables legaux, meme cle) ;
      *   - INSCOPT (mouvements d'inscription aux options) ;
      *   - HISTO-NOTES.DAT et ses generations d'archive
      *     HISTO-ARCH-AAAAMMJJ.DAT listees dans ARCHLIST, comme pour
      *     les indicateurs ;
      *   - ABSENCES, APPRECIA ;
      *   - EVALUAT (notes d'evaluation, avec le nom porte a la
      *     saisie) et SIGNABS (signalements d'absences) ;
      *   - RADIATIONS.DAT et ANCIENS (registres de sortie) ;
      *   - ATTENTE-MAJ.DAT (corrections de notes soumises) ;
      *   - DOSTRANS (dossiers de transfert produits a la radiation :
      *     identite, releves trimestriels et totaux d'absences) ;
      *   - AUDIT.LOG : les saisies des programmes de notes portent
      *     selon les cas le matricule ou un simple numero d'ordre
      *     dans la zone indice (voir CONTROLE-AUDIT) ; une trace est
      *     donc retenue sur le nom de l'eleve, ou sur le matricule
      *     quand le nom n'y est pas porte.
      * Un recapitulatif donne le nombre d'enregistrements par
      * source. Une source absente est signalee comme telle dans le
      * releve, qui doit dire ce qui n'a pas pu etre consulte.
      * Code retour : 8 = matricule invalide, 4 = source absente ou
      * aucun enregistrement trouve, 0 = releve complet.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCES-DONNEES.
       AUTHOR. Yassine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ASSIGN TO des noms externes (non litteraux) pour que les DD
      * de jcl/ACCDONN.JCL designent reellement ces fichiers ; en
      * local GnuCOBOL retombe sur le nom lui-meme a defaut de
      * variable d'environnement.
           SELECT ELEVES-FILE ASSIGN TO ELEVES
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-ELEVE-RELKEY
               FILE STATUS IS WS-ELEVES-STATUS.
       COPY "RESP-SELECT.CPY".
       COPY "OPTION-SELECT.CPY".
       COPY "HISTO-SELECT.CPY".
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT ARCHLIST-FILE ASSIGN TO ARCHLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHLIST-STATUS.
       COPY "ABSENC-SELECT.CPY".
       COPY "APPREC-SELECT.CPY".
       COPY "EVAL-SELECT.CPY".
       COPY "DOSSIER-SELECT.CPY".
           SELECT SIGNABS-FILE ASSIGN TO SIGNABS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNABS-STATUS.
           SELECT RADIATIONS-FILE ASSIGN TO RADIATIO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RADIATIONS-STATUS.
           SELECT ANCIENS-FILE ASSIGN TO ANCIENS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANCIENS-STATUS.
           SELECT ATTENTE-FILE ASSIGN TO ATTENTE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATTENTE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

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

       COPY "RESP-FD.CPY".

       COPY "OPTION-FD.CPY".

       COPY "HISTO-FD.CPY".

       FD  ARCHIVE-FILE.
       01  WS-ARCHIVE-REC     PIC X(110).

       FD  ARCHLIST-FILE.
       01  WS-ARCHLIST-REC.
           05 WS-ARL-DATE     PIC X(8).
           05 FILLER          PIC X(72).

       COPY "ABSENC-FD.CPY".

       COPY "APPREC-FD.CPY".

       COPY "EVAL-FD.CPY".

       COPY "DOSSIER-FD.CPY".

      * Meme dessin que le fichier tenu par SUIVI-ABSENCES.
       FD  SIGNABS-FILE.
       01  WS-SIGNABS-REC.
           05 WS-SGA-MATRICULE    PIC 9(4).
           05 WS-SGA-MOIS         PIC 9(6).
           05 WS-SGA-DATE         PIC 9(8).
           05 WS-SGA-NB-MOIS      PIC 9(3).
           05 WS-SGA-NB-TRIM      PIC 9(3).
           05 WS-SGA-CLASSE       PIC X(8).
           05 WS-SGA-ANNEE        PIC X(9).
           05 WS-SGA-TRIMESTRE    PIC 9.

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

       COPY "ATTENTE-FD.CPY".

       COPY "AUDIT-FD.CPY".

       WORKING-STORAGE SECTION.

       77 WS-ELEVES-STATUS     PIC XX VALUE "00".
       77 WS-ELEVE-RELKEY      PIC 9(4).
       COPY "RESP-WS.CPY".
       COPY "OPTION-WS.CPY".
       COPY "HISTO-WS.CPY".
       COPY "ABSENC-WS.CPY".
       COPY "APPREC-WS.CPY".
       COPY "EVAL-WS.CPY".
       COPY "DOSSIER-WS.CPY".
       COPY "AUDIT-WS.CPY".
       77 WS-SIGNABS-STATUS    PIC XX VALUE "00".
       77 WS-ARCHIVE-STATUS    PIC XX VALUE "00".
       77 WS-ARCHLIST-STATUS   PIC XX VALUE "00".
       77 WS-RADIATIONS-STATUS PIC XX VALUE "00".
       77 WS-ANCIENS-STATUS    PIC XX VALUE "00".
       77 WS-ATTENTE-STATUS    PIC XX VALUE "00".
       77 WS-ARCHIVE-NOM       PIC X(23) VALUE SPACES.
       77 WS-FIN-FICHIER       PIC X VALUE "N".
           88 FIN-FICHIER VALUE "O".
       77 WS-FIN-ARCHLIST      PIC X VALUE "N".
           88 FIN-ARCHLIST VALUE "O".

       77 WS-MATRICULE-SAISI   PIC X(4) VALUE SPACES.
       77 WS-MATRICULE         PIC 9(4) VALUE 0.
       77 WS-DATE-JOUR         PIC 9(8).
       77 WS-I-M               PIC 99.
       77 WS-I-N               PIC 99.
       77 WS-NB-TOTAL          PIC 9(6) VALUE 0.
       77 WS-NB-SOURCE         PIC 9(6) VALUE 0.
       77 WS-PTR               PIC 9(3).

      * Noms sous lesquels l'eleve a ete connu (effectif, registres,
      * historique) : seule cle possible pour le journal d'audit.
       01 WS-NOMS-CONNUS.
          05 WS-NB-NOMS PIC 99 VALUE 0.
          05 WS-NOM-CONNU PIC X(20) OCCURS 10 TIMES.
       77 WS-NOM-TRAVAIL       PIC X(20).
       77 WS-NOM-TROUVE        PIC X VALUE "N".
           88 NOM-TROUVE VALUE "O".

      * Recapitulatif : une ligne par source consultee.
       01 WS-RECAP.
          05 WS-RCP-NB PIC 99 VALUE 0.
          05 WS-RCP-LIGNE OCCURS 40 TIMES.
             10 WS-RCP-SOURCE PIC X(23).
             10 WS-RCP-NB-ENR PIC 9(6).
             10 WS-RCP-ETAT   PIC X(8).

      * Ligne editee : source puis detail de l'enregistrement.
       01 WS-LIGNE.
          05 WS-LIG-SOURCE    PIC X(23).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-LIG-DETAIL    PIC X(100).
       77 WS-MOY-ED            PIC Z9.99.
       77 WS-POIDS-ED          PIC 9.9.
       77 WS-NB-ED             PIC ZZZZZ9.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.

           DISPLAY "MATRICULE DE L'ELEVE :"
           ACCEPT WS-MATRICULE-SAISI
           IF WS-MATRICULE-SAISI IS NOT NUMERIC
                   OR WS-MATRICULE-SAISI = "0000"
               DISPLAY "MATRICULE INVALIDE - ARRET"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MATRICULE-SAISI TO WS-MATRICULE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           DISPLAY "=============================================="
           DISPLAY "RELEVE DES DONNEES DETENUES - MATRICULE "
               WS-MATRICULE " - EDITE LE " WS-DATE-JOUR
           DISPLAY "=============================================="

      * Les sources nominatives d'abord : elles fournissent les noms
      * sous lesquels chercher dans le journal d'audit.
           PERFORM RELEVER-EFFECTIF
           PERFORM RELEVER-RESPONSABLES
           PERFORM RELEVER-RADIATIONS
           PERFORM RELEVER-ANCIENS
           PERFORM RELEVER-OPTIONS
           PERFORM RELEVER-ARCHIVES
           MOVE "HISTO-NOTES.DAT" TO WS-LIG-SOURCE
           PERFORM RELEVER-HISTORIQUE
           PERFORM RELEVER-ABSENCES
           PERFORM RELEVER-APPRECIATIONS
           PERFORM RELEVER-EVALUATIONS
           PERFORM RELEVER-SIGNALEMENTS
           PERFORM RELEVER-CORRECTIONS
           PERFORM RELEVER-DOSSIERS
           PERFORM RELEVER-AUDIT

           PERFORM EDITER-RECAPITULATIF
           STOP RUN.

      * Effectif vif : un seul enregistrement, a la cle relative
      * egale au matricule.
       RELEVER-EFFECTIF.
           MOVE "ELEVES.DAT" TO WS-LIG-SOURCE
           MOVE 0 TO WS-NB-SOURCE
           OPEN INPUT ELEVES-FILE
           IF WS-ELEVES-STATUS NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
           ELSE
               MOVE WS-MATRICULE TO WS-ELEVE-RELKEY
               READ ELEVES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-ELEVE-REC-MATRICULE = WS-MATRICULE
                           MOVE SPACES TO WS-LIG-DETAIL
                           STRING "NOM " WS-ELEVE-REC-NOM
                               " CLASSE " WS-ELEVE-REC-CLASSE
                               " ANNEE " WS-ELEVE-REC-ANNEE
                               " NOTE " WS-ELEVE-REC-NOTE
                               " STATUT " WS-ELEVE-REC-STATUT
                               DELIMITED BY SIZE INTO WS-LIG-DETAIL
                           END-STRING
                           PERFORM EDITER-LIGNE
                           MOVE WS-ELEVE-REC-NOM TO WS-NOM-TRAVAIL
                           PERFORM RETENIR-NOM
                       END-IF
               END-READ
               CLOSE ELEVES-FILE
               PERFORM CONSIGNER-SOURCE
           END-IF.

      * Responsables legaux : meme cle que l'effectif, deux postes.
       RELEVER-RESPONSABLES.
           MOVE "RESPONSABLES" TO WS-LIG-SOURCE
           MOVE 0 TO WS-NB-SOURCE
           OPEN INPUT RESPONSABLES-FILE
           IF WS-RESP-STATUS NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
           ELSE
               MOVE WS-MATRICULE TO WS-RESP-RELKEY
               READ RESPONSABLES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-I-POSTE FROM 1 BY 1
                               UNTIL WS-I-POSTE > 2
                           IF WS-RESP-NOM(WS-I-POSTE) NOT = SPACES
                               PERFORM EDITER-RESPONSABLE
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE RESPONSABLES-FILE
               PERFORM CONSIGNER-SOURCE
           END-IF.

       EDITER-RESPONSABLE.
           MOVE SPACES TO WS-LIG-DETAIL
           STRING "RESPONSABLE " WS-I-POSTE " : "
               WS-RESP-NOM(WS-I-POSTE)
               " TEL " WS-RESP-TELEPHONE(WS-I-POSTE)
               " COURRIER " WS-RESP-COURRIER(WS-I-POSTE)
               DELIMITED BY SIZE INTO WS-LIG-DETAIL
           END-STRING
           PERFORM EDITER-LIGNE
           MOVE SPACES TO WS-LIG-DETAIL
           STRING "  ADRESSE " WS-RESP-ADRESSE(WS-I-POSTE)
               " " WS-RESP-CP-VILLE(WS-I-POSTE)
               DELIMITED BY SIZE INTO WS-LIG-DETAIL
           END-STRING
           DISPLAY WS-LIGNE.

       RELEVER-RADIATIONS.
           MOVE "RADIATIONS.DAT" TO WS-LIG-SOURCE
           MOVE 0 TO WS-NB-SOURCE
           OPEN INPUT RADIATIONS-FILE
           IF WS-RADIATIONS-STATUS NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ RADIATIONS-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           IF WS-RAD-MATRICULE = WS-MATRICULE
                               MOVE SPACES TO WS-LIG-DETAIL
                               STRING "NOM " WS-RAD-NOM
                                   " CLASSE " WS-RAD-CLASSE
                                   " ANNEE " WS-RAD-ANNEE
                                   " RADIE LE " WS-RAD-DATE
                                   " MOTIF " WS-RAD-MOTIF
                                   DELIMITED BY SIZE
                                   INTO WS-LIG-DETAIL
                               END-STRING
                               PERFORM EDITER-LIGNE
                               MOVE WS-RAD-NOM TO WS-NOM-TRAVAIL
                               PERFORM RETENIR-NOM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RADIATIONS-FILE
               PERFORM CONSIGNER-SOURCE
           END-IF.

       RELEVER-ANCIENS.
           MOVE "ANCIENS" TO WS-LIG-SOURCE
           MOVE 0 TO WS-NB-SOURCE
           OPEN INPUT ANCIENS-FILE
           IF WS-ANCIENS-STATUS NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ ANCIENS-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           IF WS-ANC-MATRICULE = WS-MATRICULE
                               MOVE WS-ANC-MOYENNE TO WS-MOY-ED
                               MOVE SPACES TO WS-LIG-DETAIL
                               STRING "NOM " WS-ANC-NOM
                                   " CLASSE " WS-ANC-CLASSE
                                   " ANNEE " WS-ANC-ANNEE
                                   " MOYENNE " WS-MOY-ED
                                   " SORTI LE " WS-ANC-DATE
                                   DELIMITED BY SIZE
                                   INTO WS-LIG-DETAIL
                               END-STRING
                               PERFORM EDITER-LIGNE
                               MOVE WS-ANC-NOM TO WS-NOM-TRAVAIL
                               PERFORM RETENIR-NOM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANCIENS-FILE
               PERFORM CONSIGNER-SOURCE
           END-IF.

       RELEVER-OPTIONS.
           MOVE "INSCOPT" TO WS-LIG-SOURCE
           MOVE 0 TO WS-NB-SOURCE
           OPEN INPUT OPTIONS-FILE
           IF WS-OPT-STATUS NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ OPTIONS-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           IF WS-OPT-MATRICULE = WS-MATRICULE
                               MOVE SPACES TO WS-LIG-DETAIL
                               STRING "ANNEE " WS-OPT-ANNEE
                                   " OPTION " WS-OPT-MAT-CODE
                                   " ETAT " WS-OPT-ETAT
                                   " LE " WS-OPT-DATE
                                   " PAR " WS-OPT-OPERATEUR
                                   DELIMITED BY SIZE
                                   INTO WS-LIG-DETAIL
                               END-STRING
                               PERFORM EDITER-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPTIONS-FILE
               PERFORM CONSIGNER-SOURCE
           END-IF.

      * Generations d'archive de l'historique listees dans ARCHLIST,
      * chacune comptee comme une source. Pas de liste : seul
      * l'historique vif est consulte, et le releve le dit.
       RELEVER-ARCHIVES.
           OPEN INPUT ARCHLIST-FILE
           IF WS-ARCHLIST-STATUS NOT = "00"
               MOVE "ARCHLIST" TO WS-LIG-SOURCE
               PERFORM SIGNALER-SOURCE-ABSENTE
           ELSE
               PERFORM UNTIL FIN-ARCHLIST
                   READ ARCHLIST-FILE
                       AT END
                           SET FIN-ARCHLIST TO TRUE
                       NOT AT END
                           IF WS-ARL-DATE IS NUMERIC
                               MOVE SPACES TO WS-ARCHIVE-NOM
                               STRING "HISTO-ARCH-" WS-ARL-DATE ".DAT"
                                   DELIMITED BY SIZE
                                   INTO WS-ARCHIVE-NOM
                               END-STRING
                               MOVE WS-ARCHIVE-NOM TO WS-LIG-SOURCE
                               PERFORM RELEVER-HISTORIQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHLIST-FILE
           END-IF.

      * Historique vif ou generation d'archive selon WS-LIG-SOURCE :
      * les deux ont le dessin de HISTO-FD.
       RELEVER-HISTORIQUE.
           MOVE 0 TO WS-NB-SOURCE
           IF WS-LIG-SOURCE = "HISTO-NOTES.DAT"
               OPEN INPUT HISTO-FILE
               MOVE WS-HISTO-STATUS TO WS-ARCHIVE-STATUS
           ELSE
               OPEN INPUT ARCHIVE-FILE
           END-IF
           IF WS-ARCHIVE-STATUS NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   IF WS-LIG-SOURCE = "HISTO-NOTES.DAT"
                       READ HISTO-FILE
                           AT END
                               SET FIN-FICHIER TO TRUE
                       END-READ
                   ELSE
                       READ ARCHIVE-FILE INTO WS-HISTO-REC
                           AT END
                               SET FIN-FICHIER TO TRUE
                       END-READ
                   END-IF
                   IF NOT FIN-FICHIER
                           AND WS-HISTO-MATRICULE = WS-MATRICULE
                       PERFORM EDITER-HISTORIQUE
                   END-IF
               END-PERFORM
               IF WS-LIG-SOURCE = "HISTO-NOTES.DAT"
                   CLOSE HISTO-FILE
               ELSE
                   CLOSE ARCHIVE-FILE
               END-IF
               PERFORM CONSIGNER-SOURCE
           END-IF.

       EDITER-HISTORIQUE.
           MOVE WS-HISTO-MOYENNE TO WS-MOY-ED
           MOVE SPACES TO WS-LIG-DETAIL
           MOVE 1 TO WS-PTR
           STRING "ANNEE " WS-HISTO-ANNEE
               " T" WS-HISTO-TRIMESTRE
               " CLASSE " WS-HISTO-CLASSE
               " NOM " WS-HISTO-NOM
               " MOYENNE " WS-MOY-ED
               DELIMITED BY SIZE INTO WS-LIG-DETAIL
               WITH POINTER WS-PTR
           END-STRING
           PERFORM EDITER-LIGNE
           MOVE SPACES TO WS-LIG-DETAIL
           MOVE 3 TO WS-PTR
           PERFORM VARYING WS-I-M FROM 1 BY 1
                   UNTIL WS-I-M > WS-HISTO-NB-MAT
               STRING WS-HISTO-MAT-CODE(WS-I-M) " "
                   WS-HISTO-NOTE(WS-I-M) "  "
                   DELIMITED BY SIZE INTO WS-LIG-DETAIL
                   WITH POINTER WS-PTR
               END-STRING
           END-PERFORM
           DISPLAY WS-LIGNE
           MOVE WS-HISTO-NOM TO WS-NOM-TRAVAIL
           PERFORM RETENIR-NOM.

       RELEVER-ABSENCES.
           MOVE "ABSENCES" TO WS-LIG-SOURCE
           MOVE 0 TO WS-NB-SOURCE
           OPEN INPUT ABSENCES-FILE
           IF WS-ABSENCES-STATUS NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ ABSENCES-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           IF WS-ABS-MATRICULE = WS-MATRICULE
                               MOVE SPACES TO WS-LIG-DETAIL
                               STRING "ANNEE " WS-ABS-ANNEE
                                   " T" WS-ABS-TRIMESTRE
                                   " LE " WS-ABS-DATE
                                   " DEMI-JOURNEE "
                                   WS-ABS-DEMI-JOURNEE
                                   " JUSTIFIEE " WS-ABS-JUSTIFIEE
                                   DELIMITED BY SIZE
                                   INTO WS-LIG-DETAIL
                               END-STRING
                               PERFORM EDITER-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENCES-FILE
               PERFORM CONSIGNER-SOURCE
           END-IF.

       RELEVER-APPRECIATIONS.
           MOVE "APPRECIA" TO WS-LIG-SOURCE
           MOVE 0 TO WS-NB-SOURCE
           OPEN INPUT APPRECIATIONS-FILE
           IF WS-APPREC-STATUS NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ APPRECIATIONS-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           IF WS-APP-MATRICULE = WS-MATRICULE
                               PERFORM EDITER-APPRECIATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPRECIATIONS-FILE
               PERFORM CONSIGNER-SOURCE
           END-IF.

       EDITER-APPRECIATION.
           MOVE SPACES TO WS-LIG-DETAIL
           IF WS-APP-MAT-CODE = SPACES
               STRING "ANNEE " WS-APP-ANNEE " T" WS-APP-TRIMESTRE
                   " CONSEIL : " WS-APP-TEXTE-REC
                   DELIMITED BY SIZE INTO WS-LIG-DETAIL
               END-STRING
           ELSE
               STRING "ANNEE " WS-APP-ANNEE " T" WS-APP-TRIMESTRE
                   " " WS-APP-MAT-CODE "    : " WS-APP-TEXTE-REC
                   DELIMITED BY SIZE INTO WS-LIG-DETAIL
               END-STRING
           END-IF
           PERFORM EDITER-LIGNE.

      * Notes d'evaluation : le nom saisi avec la note est retenu
      * pour la recherche dans le journal d'audit.
       RELEVER-EVALUATIONS.
           MOVE "EVALUAT" TO WS-LIG-SOURCE
           MOVE 0 TO WS-NB-SOURCE
           OPEN INPUT EVALUATIONS-FILE
           IF WS-EVAL-STATUS NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ EVALUATIONS-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           IF WS-EVAL-MATRICULE = WS-MATRICULE
                               MOVE WS-EVAL-POIDS TO WS-POIDS-ED
                               MOVE SPACES TO WS-LIG-DETAIL
                               STRING "ANNEE " WS-EVAL-ANNEE
                                   " T" WS-EVAL-TRIMESTRE
                                   " " WS-EVAL-CLASSE
                                   " " WS-EVAL-MAT-CODE
                                   " LE " WS-EVAL-DATE
                                   " " WS-EVAL-LIBELLE
                                   " POIDS " WS-POIDS-ED
                                   " NOTE " WS-EVAL-NOTE
                                   " PAR " WS-EVAL-OPERATEUR
                                   DELIMITED BY SIZE
                                   INTO WS-LIG-DETAIL
                               END-STRING
                               PERFORM EDITER-LIGNE
                               MOVE WS-EVAL-NOM TO WS-NOM-TRAVAIL
                               PERFORM RETENIR-NOM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVALUATIONS-FILE
               PERFORM CONSIGNER-SOURCE
           END-IF.

       RELEVER-SIGNALEMENTS.
           MOVE "SIGNABS" TO WS-LIG-SOURCE
           MOVE 0 TO WS-NB-SOURCE
           OPEN INPUT SIGNABS-FILE
           IF WS-SIGNABS-STATUS NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ SIGNABS-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           IF WS-SGA-MATRICULE = WS-MATRICULE
                               MOVE SPACES TO WS-LIG-DETAIL
                               STRING "ANNEE " WS-SGA-ANNEE
                                   " T" WS-SGA-TRIMESTRE
                                   " " WS-SGA-CLASSE
                                   " MOIS " WS-SGA-MOIS
                                   " SIGNALE LE " WS-SGA-DATE
                                   " ABSENCES MOIS " WS-SGA-NB-MOIS
                                   " TRIMESTRE " WS-SGA-NB-TRIM
                                   DELIMITED BY SIZE
                                   INTO WS-LIG-DETAIL
                               END-STRING
                               PERFORM EDITER-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNABS-FILE
               PERFORM CONSIGNER-SOURCE
           END-IF.

      * File des corrections de notes : en attente (E), approuvees
      * (A) ou rejetees (R), toutes conservees comme trace.
       RELEVER-CORRECTIONS.
           MOVE "ATTENTE-MAJ.DAT" TO WS-LIG-SOURCE
           MOVE 0 TO WS-NB-SOURCE
           OPEN INPUT ATTENTE-FILE
           IF WS-ATTENTE-STATUS NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ ATTENTE-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           IF WS-ATT-MATRICULE = WS-MATRICULE
                               MOVE SPACES TO WS-LIG-DETAIL
                               STRING "STATUT " WS-ATT-STATUT
                                   " NOM " WS-ATT-NOM
                                   " NOTE " WS-ATT-ANC-NOTE
                                   " -> " WS-ATT-NOUV-NOTE
                                   " SAISIE " WS-ATT-DATE
                                   " PAR " WS-ATT-OPERATEUR
                                   " DECISION " WS-ATT-DATE-DECISION
                                   " " WS-ATT-VALIDEUR
                                   DELIMITED BY SIZE
                                   INTO WS-LIG-DETAIL
                               END-STRING
                               PERFORM EDITER-LIGNE
                               MOVE WS-ATT-NOM TO WS-NOM-TRAVAIL
                               PERFORM RETENIR-NOM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTENTE-FILE
               PERFORM CONSIGNER-SOURCE
           END-IF.

      * Dossiers de transfert ajoutes par MAINT-ELEVES a chaque
      * radiation pour demenagement : identite (type 1) et releves
      * trimestriels (type 2) portent le matricule d'origine. La fin
      * de dossier (type 9) ne porte que des totaux de controle.
       RELEVER-DOSSIERS.
           MOVE "DOSTRANS" TO WS-LIG-SOURCE
           MOVE 0 TO WS-NB-SOURCE
           OPEN INPUT DOSSIER-FILE
           IF WS-DOS-STATUS NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ DOSSIER-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           IF WS-DOS-I-TYPE = "1"
                                   AND WS-DOS-I-MATRICULE
                                       = WS-MATRICULE
                               PERFORM EDITER-DOSSIER-IDENTITE
                           END-IF
                           IF WS-DOS-R-TYPE = "2"
                                   AND WS-DOS-R-MATRICULE
                                       = WS-MATRICULE
                               PERFORM EDITER-DOSSIER-RELEVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOSSIER-FILE
               PERFORM CONSIGNER-SOURCE
           END-IF.

       EDITER-DOSSIER-IDENTITE.
           MOVE SPACES TO WS-LIG-DETAIL
           STRING "NOM " WS-DOS-I-NOM
               " CLASSE " WS-DOS-I-CLASSE
               " ANNEE " WS-DOS-I-ANNEE
               " RADIE LE " WS-DOS-I-DATE-RAD
               " EXTRAIT LE " WS-DOS-I-DATE-EXTR
               DELIMITED BY SIZE INTO WS-LIG-DETAIL
           END-STRING
           PERFORM EDITER-LIGNE
           MOVE SPACES TO WS-LIG-DETAIL
           STRING "  ABSENCES " WS-DOS-I-ABS-TOTAL
               " DEMI-JOURNEES DONT " WS-DOS-I-ABS-INJUST
               " NON JUSTIFIEES"
               DELIMITED BY SIZE INTO WS-LIG-DETAIL
           END-STRING
           DISPLAY WS-LIGNE
           MOVE WS-DOS-I-NOM TO WS-NOM-TRAVAIL
           PERFORM RETENIR-NOM.

       EDITER-DOSSIER-RELEVE.
           MOVE WS-DOS-R-MOYENNE TO WS-MOY-ED
           MOVE SPACES TO WS-LIG-DETAIL
           STRING "RELEVE T" WS-DOS-R-TRIMESTRE
               " MOYENNE " WS-MOY-ED
               " ABSENCES " WS-DOS-R-ABS-TOTAL
               " DONT " WS-DOS-R-ABS-INJUST " NON JUSTIFIEES"
               DELIMITED BY SIZE INTO WS-LIG-DETAIL
           END-STRING
           PERFORM EDITER-LIGNE
           MOVE SPACES TO WS-LIG-DETAIL
           MOVE 3 TO WS-PTR
           PERFORM VARYING WS-I-M FROM 1 BY 1
                   UNTIL WS-I-M > WS-DOS-R-NB-MAT
               STRING WS-DOS-R-MAT-CODE(WS-I-M) " "
                   WS-DOS-R-NOTE(WS-I-M) "  "
                   DELIMITED BY SIZE INTO WS-LIG-DETAIL
                   WITH POINTER WS-PTR
               END-STRING
           END-PERFORM
           DISPLAY WS-LIGNE.

      * Journal d'audit : trace retenue si elle porte l'un des noms
      * connus de l'eleve, ou son matricule sans nom.
       RELEVER-AUDIT.
           MOVE "AUDIT.LOG" TO WS-LIG-SOURCE
           MOVE 0 TO WS-NB-SOURCE
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ AUDIT-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           PERFORM TRIER-TRACE-AUDIT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               PERFORM CONSIGNER-SOURCE
           END-IF.

       TRIER-TRACE-AUDIT.
           MOVE "N" TO WS-NOM-TROUVE
           IF WS-AUDIT-ELEVE-NOM = SPACES
               IF WS-AUDIT-ELEVE-IDX = WS-MATRICULE
                   SET NOM-TROUVE TO TRUE
               END-IF
           ELSE
               PERFORM VARYING WS-I-N FROM 1 BY 1
                       UNTIL WS-I-N > WS-NB-NOMS OR NOM-TROUVE
                   IF WS-AUDIT-ELEVE-NOM = WS-NOM-CONNU(WS-I-N)
                       SET NOM-TROUVE TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF NOM-TROUVE
               MOVE SPACES TO WS-LIG-DETAIL
               STRING WS-AUDIT-DATE " " WS-AUDIT-HEURE
                   " " WS-AUDIT-OPERATEUR
                   " INDICE " WS-AUDIT-ELEVE-IDX
                   " " WS-AUDIT-ELEVE-NOM
                   " " WS-AUDIT-MATIERE
                   " " WS-AUDIT-VALEUR
                   DELIMITED BY SIZE INTO WS-LIG-DETAIL
               END-STRING
               PERFORM EDITER-LIGNE
           END-IF.

      * Nom retenu pour la recherche dans le journal d'audit, une
      * seule fois par graphie.
       RETENIR-NOM.
           MOVE "N" TO WS-NOM-TROUVE
           PERFORM VARYING WS-I-N FROM 1 BY 1
                   UNTIL WS-I-N > WS-NB-NOMS OR NOM-TROUVE
               IF WS-NOM-CONNU(WS-I-N) = WS-NOM-TRAVAIL
                   SET NOM-TROUVE TO TRUE
               END-IF
           END-PERFORM
           IF NOT NOM-TROUVE AND WS-NOM-TRAVAIL NOT = SPACES
                   AND WS-NB-NOMS < 10
               ADD 1 TO WS-NB-NOMS
               MOVE WS-NOM-TRAVAIL TO WS-NOM-CONNU(WS-NB-NOMS)
           END-IF.

       EDITER-LIGNE.
           DISPLAY WS-LIGNE
           ADD 1 TO WS-NB-SOURCE
           ADD 1 TO WS-NB-TOTAL.

       CONSIGNER-SOURCE.
           IF WS-NB-SOURCE = 0
               MOVE "AUCUN ENREGISTREMENT" TO WS-LIG-DETAIL
               DISPLAY WS-LIGNE
           END-IF
           IF WS-RCP-NB < 40
               ADD 1 TO WS-RCP-NB
               MOVE WS-LIG-SOURCE TO WS-RCP-SOURCE(WS-RCP-NB)
               MOVE WS-NB-SOURCE  TO WS-RCP-NB-ENR(WS-RCP-NB)
               MOVE "CONSULTE" TO WS-RCP-ETAT(WS-RCP-NB)
           END-IF.

      * Source illisible : le releve le dit, le code retour aussi.
       SIGNALER-SOURCE-ABSENTE.
           MOVE "FICHIER ABSENT OU ILLISIBLE - NON CONSULTE"
               TO WS-LIG-DETAIL
           DISPLAY WS-LIGNE
           MOVE 4 TO RETURN-CODE
           IF WS-RCP-NB < 40
               ADD 1 TO WS-RCP-NB
               MOVE WS-LIG-SOURCE TO WS-RCP-SOURCE(WS-RCP-NB)
               MOVE 0 TO WS-RCP-NB-ENR(WS-RCP-NB)
               MOVE "ABSENT" TO WS-RCP-ETAT(WS-RCP-NB)
           END-IF.

       EDITER-RECAPITULATIF.
           DISPLAY "=============================================="
           DISPLAY "RECAPITULATIF PAR SOURCE"
           PERFORM VARYING WS-I-N FROM 1 BY 1 UNTIL WS-I-N > WS-RCP-NB
               MOVE WS-RCP-NB-ENR(WS-I-N) TO WS-NB-ED
               DISPLAY "  " WS-RCP-SOURCE(WS-I-N) " " WS-NB-ED
                   " ENREGISTREMENT(S) " WS-RCP-ETAT(WS-I-N)
           END-PERFORM
           MOVE WS-NB-TOTAL TO WS-NB-ED
           DISPLAY "TOTAL : " WS-NB-ED " ENREGISTREMENT(S)"
           IF WS-NB-TOTAL = 0
               DISPLAY "AUCUNE DONNEE TROUVEE POUR CE MATRICULE"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "==============================================".
