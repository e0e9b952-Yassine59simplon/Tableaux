      * Purge des donnees des eleves sortis au terme de leur duree de
      * conservation : radiations et fins de scolarite s'empilaient
      * sans fin dans les registres, et avec eux l'historique des
      * notes, les absences et les appreciations d'eleves partis
      * depuis des annees. La duree de conservation (en annees, code
      * DUREE-CONSER du fichier PARAMS) court a partir de la date de
      * sortie portee par RADIATIONS.DAT ou ANCIENS ; un eleve dont
      * la sortie est anterieure a la date limite (date du jour moins
      * la duree) est purge :
      *   - ses enregistrements de l'historique vif, des generations
      *     d'archive listees dans ARCHLIST, des absences, des
      *     appreciations, des evaluations, des signalements
      *     d'absences (SIGNABS) et des inscriptions aux options
      *     sont supprimes, jusqu'a l'annee scolaire de sa sortie
      *     comprise : un matricule reattribue depuis garde les
      *     annees du nouvel eleve ;
      *   - ses dossiers de transfert (DOSTRANS : identite, releves
      *     et fin de dossier, retenus sur l'annee de l'identite) et
      *     ses corrections de notes (ATTENTE-MAJ.DAT, annee scolaire
      *     deduite de la date de saisie, qui commence en aout) sont
      *     supprimes selon la meme regle ;
      *   - sa fiche de responsables legaux (RESPONS, case du
      *     matricule) est supprimee si la case de l'effectif est
      *     restee libre ; reattribuee, elle est au nouvel eleve ;
      *   - son entree dans le registre de sortie est anonymisee
      *     (matricule a zero, nom ANONYMISE) : classe, annee, date,
      *     motif et moyenne restent pour les statistiques.
      * Un eleve revenu a l'effectif sous le meme matricule et le
      * meme nom n'est pas purge.
      * Garde-fou : la purge ne tourne que si la sauvegarde de la
      * nuit (SAUVEGARDE) a consigne une generation VERIFIEE du jour
      * pour chacun des cinq fichiers maitres dans SAUVECTL. Sinon
      * rien n'est touche et le travail sort en erreur. Les autres
      * fichiers recrits ici ne sont pas des maitres de SAUVEGARDE :
      *   - registres, absences, appreciations, evaluations,
      *     signalements, options, responsables, dossiers de
      *     transfert et corrections de notes sont copies par
      *     l'etape qui precede ce programme dans jcl/PURGCONS.JCL,
      *     la purge ne s'executant que si cette copie a reussi ;
      *   - chaque generation d'archive est recopiee en entier vers
      *     HISTO-ARCH-AAAAMMJJ-PRG-<date du jour>.DAT pendant sa
      *     lecture, et n'est recrite que si cette copie est
      *     complete.
      * Chaque fichier est ventile dans un fichier de travail
      * (conserves), puis recrit depuis lui, comme ARCHIVE-AUDIT :
      * lus avant = recrits apres + purges, sinon arret en erreur et
      * fichier de travail conserve pour la reprise. Les registres
      * de sortie ne sont anonymises qu'en dernier, une fois les
      * fichiers dependants purges : une reprise apres incident
      * retrouve ainsi les memes eleves a purger.
      * Code retour : 4 = duree non fixee (rien a faire) ou archive
      * absente, 8 = sauvegarde du jour absente ou controle en
      * desaccord, 16 = fichier indispensable absent.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGE-CONSERVATION.
       AUTHOR. Yassine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ASSIGN TO des noms externes (non litteraux) pour que les DD
      * de jcl/PURGCONS.JCL designent reellement ces fichiers ; en
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
       COPY "OPTION-SELECT.CPY".
       COPY "RESP-SELECT.CPY".
       COPY "DOSSIER-SELECT.CPY".
      * Meme dessin que la file tenue par VALID-MAJ (ATTENTE-FD.CPY).
           SELECT ATTENTE-FILE ASSIGN TO ATTENTE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATTENTE-STATUS.
           SELECT SIGNABS-FILE ASSIGN TO SIGNABS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNABS-STATUS.
      * Copie integrale d'une generation d'archive avant sa
      * recriture.
           SELECT ARCHSVG-FILE ASSIGN TO DYNAMIC WS-ARCHSVG-NOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHSVG-STATUS.
       COPY "PARAM-SELECT.CPY".
      * Journal des sauvegardes ecrit par SAUVEGARDE.
           SELECT CTL-FILE ASSIGN TO SAUVECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      * Copie de travail des enregistrements conserves, reutilisee
      * pour chaque fichier purge puis relue pour le recrire.
           SELECT TRAVAIL-FILE ASSIGN TO PURGETMP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAVAIL-STATUS.

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

       COPY "HISTO-FD.CPY".

       FD  ARCHIVE-FILE.
       01  WS-ARCHIVE-REC     PIC X(110).

       FD  ARCHSVG-FILE.
       01  WS-ARCHSVG-REC     PIC X(110).

       FD  ARCHLIST-FILE.
       01  WS-ARCHLIST-REC.
           05 WS-ARL-DATE     PIC X(8).
           05 FILLER          PIC X(72).

       COPY "ABSENC-FD.CPY".

       COPY "APPREC-FD.CPY".

       COPY "EVAL-FD.CPY".

       COPY "OPTION-FD.CPY".

       COPY "RESP-FD.CPY".

       COPY "DOSSIER-FD.CPY".

       COPY "ATTENTE-FD.CPY".

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

       COPY "PARAM-FD.CPY".

       FD  CTL-FILE.
       01  WS-CTL-REC.
           05 WS-CTL-DATE     PIC X(8).
           05 WS-CTL-FICHIER  PIC X(8).
           05 WS-CTL-NB       PIC 9(7).
           05 WS-CTL-HACHAGE  PIC 9(8).
           05 WS-CTL-STATUT   PIC X(8).

      * Longueur du plus long des enregistrements purges
      * (historique) ; les autres y sont cadres a gauche.
       FD  TRAVAIL-FILE.
       01  WS-TRAVAIL-REC     PIC X(110).

       WORKING-STORAGE SECTION.

       77 WS-ELEVES-STATUS     PIC XX VALUE "00".
       77 WS-ELEVE-RELKEY      PIC 9(4).
       77 WS-RADIATIONS-STATUS PIC XX VALUE "00".
       77 WS-ANCIENS-STATUS    PIC XX VALUE "00".
       COPY "HISTO-WS.CPY".
       COPY "ABSENC-WS.CPY".
       COPY "APPREC-WS.CPY".
       COPY "EVAL-WS.CPY".
       COPY "OPTION-WS.CPY".
       COPY "RESP-WS.CPY".
       COPY "DOSSIER-WS.CPY".
       COPY "PARAM-WS.CPY".
       77 WS-SIGNABS-STATUS    PIC XX VALUE "00".
       77 WS-ATTENTE-STATUS    PIC XX VALUE "00".
       77 WS-ARCHIVE-STATUS    PIC XX VALUE "00".
       77 WS-ARCHSVG-STATUS    PIC XX VALUE "00".
       77 WS-ARCHSVG-NOM       PIC X(40) VALUE SPACES.
       77 WS-ARCHLIST-STATUS   PIC XX VALUE "00".
       77 WS-CTL-STATUS        PIC XX VALUE "00".
       77 WS-TRAVAIL-STATUS    PIC XX VALUE "00".
       77 WS-ARCHIVE-NOM       PIC X(23) VALUE SPACES.
       77 WS-FIN-FICHIER       PIC X VALUE "N".
           88 FIN-FICHIER VALUE "O".
       77 WS-FIN-ARCHLIST      PIC X VALUE "N".
           88 FIN-ARCHLIST VALUE "O".
       77 WS-FIN-TRAVAIL       PIC X VALUE "N".
           88 FIN-TRAVAIL VALUE "O".

       77 WS-DATE-JOUR         PIC 9(8).
       77 WS-DUREE-ANNEES      PIC 99.
      * Date limite : une sortie strictement anterieure est purgee.
       01 WS-DATE-LIMITE.
          05 WS-LIM-AAAA       PIC 9(4).
          05 WS-LIM-MMJJ       PIC 9(4).
       77 WS-NOM-ANONYME       PIC X(20) VALUE "ANONYMISE".

      * Generations du jour attendues dans SAUVECTL : les cinq
      * fichiers maitres de SAUVEGARDE.
       01 WS-SAUVEGARDES-ATTENDUES.
          05 FILLER PIC X(8) VALUE "ELEVES".
          05 FILLER PIC X(8) VALUE "HISTO".
          05 FILLER PIC X(8) VALUE "AUDITLOG".
          05 FILLER PIC X(8) VALUE "OPERATRS".
          05 FILLER PIC X(8) VALUE "MATIERES".
       01 FILLER REDEFINES WS-SAUVEGARDES-ATTENDUES.
          05 WS-SVG-ATTENDUE PIC X(8) OCCURS 5 TIMES.
       01 WS-SAUVEGARDES-VUES.
          05 WS-SVG-VUE      PIC X OCCURS 5 TIMES.
             88 SVG-VUE VALUE "O".
       77 WS-SAUVEGARDE-OK     PIC X VALUE "O".
           88 SAUVEGARDE-OK VALUE "O".

      * Eleves a purger : matricule et annee scolaire de sortie,
      * tires des deux registres, et case de l'effectif restee libre
      * (O) ou reattribuee a un autre eleve (N).
       01 WS-A-PURGER.
          05 WS-PRG-NB PIC 9(4) VALUE 0.
          05 WS-PRG-ENTREE OCCURS 3000 TIMES.
             10 WS-PRG-MATRICULE PIC 9(4).
             10 WS-PRG-MILLESIME PIC 9(4).
             10 WS-PRG-CASE-LIBRE PIC X.
                88 PRG-CASE-LIBRE VALUE "O".
       77 WS-CASE-LIBRE        PIC X VALUE "N".
       77 WS-I                 PIC 9(4).
       77 WS-CRIT-MATRICULE    PIC 9(4).
       77 WS-CRIT-NOM          PIC X(20).
       77 WS-CRIT-ANNEE        PIC X(9).
       77 WS-CRIT-DATE         PIC X(8).
       77 WS-MILLESIME         PIC 9(4).
       77 WS-A-PURGER-FLAG     PIC X VALUE "N".
           88 A-PURGER VALUE "O".
      * Dossier de transfert en cours : seule l'identite (type 1)
      * porte l'annee ; releves et fin suivent son sort.
       77 WS-DOS-MATRICULE-EN-COURS PIC 9(4) VALUE 0.
       77 WS-DOS-PURGE         PIC X VALUE "N".
           88 DOSSIER-A-PURGER VALUE "O".
      * Date de saisie d'une correction, pour en deduire l'annee
      * scolaire (une date d'aout ou plus ouvre l'annee suivante).
       01 WS-DATE-CORRECTION.
          05 WS-DCO-AAAA       PIC 9(4).
          05 WS-DCO-MM         PIC 99.
          05 WS-DCO-JJ         PIC 99.

      * Compteurs du fichier en cours et cumuls de controle.
       77 WS-FICHIER-COURANT   PIC X(23) VALUE SPACES.
       77 WS-NB-AVANT          PIC 9(7) VALUE 0.
       77 WS-NB-PURGES         PIC 9(7) VALUE 0.
       77 WS-NB-CONSERVES      PIC 9(7) VALUE 0.
       77 WS-NB-APRES          PIC 9(7) VALUE 0.
       77 WS-NB-REVENUS        PIC 9(4) VALUE 0.
       77 WS-NB-DEJA-ANONYMES  PIC 9(6) VALUE 0.
       77 WS-ERREUR-ECRITURE   PIC X VALUE "N".
           88 ERREUR-ECRITURE VALUE "O".
      * Arret du traitement : plus aucun fichier n'est touche, le
      * fichier de travail garde la copie du fichier en defaut.
       77 WS-ARRET             PIC X VALUE "N".
           88 ARRET VALUE "O".

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           DISPLAY "=== PURGE DES DONNEES DES ELEVES SORTIS DU "
               WS-DATE-JOUR " ==="
           PERFORM CHARGER-PARAMETRES
           MOVE WS-DUREE-CONSERVATION TO WS-DUREE-ANNEES
           IF WS-DUREE-ANNEES = 0
               DISPLAY "DUREE DE CONSERVATION NON FIXEE (PARAMETRE"
                   " DUREE-CONSER) - AUCUNE PURGE"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATE-JOUR(1:4) TO WS-LIM-AAAA
           SUBTRACT WS-DUREE-ANNEES FROM WS-LIM-AAAA
           MOVE WS-DATE-JOUR(5:4) TO WS-LIM-MMJJ
           DISPLAY "DUREE DE CONSERVATION : " WS-DUREE-ANNEES
               " AN(S) - SORTIES ANTERIEURES AU " WS-DATE-LIMITE

           PERFORM VERIFIER-SAUVEGARDE
           IF NOT SAUVEGARDE-OK
               DISPLAY "PURGE REFUSEE : PAS DE SAUVEGARDE VERIFIEE"
                   " CETTE NUIT - AUCUN FICHIER TOUCHE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RECENSER-SORTANTS
           IF RETURN-CODE >= 16
               STOP RUN
           END-IF
           DISPLAY "ELEVES A PURGER : " WS-PRG-NB
               " - REVENUS A L'EFFECTIF, CONSERVES : " WS-NB-REVENUS
               " - DEJA ANONYMISES : " WS-NB-DEJA-ANONYMES
           IF WS-PRG-NB = 0
               DISPLAY "RIEN A PURGER"
               STOP RUN
           END-IF

           DISPLAY "----------------------------------------------"
           DISPLAY "FICHIER                   AVANT  PURGES   APRES"
           PERFORM PURGER-HISTORIQUE
           IF NOT ARRET
               PERFORM PURGER-ARCHIVES
           END-IF
           IF NOT ARRET
               PERFORM PURGER-ABSENCES
           END-IF
           IF NOT ARRET
               PERFORM PURGER-APPRECIATIONS
           END-IF
           IF NOT ARRET
               PERFORM PURGER-EVALUATIONS
           END-IF
           IF NOT ARRET
               PERFORM PURGER-SIGNALEMENTS
           END-IF
           IF NOT ARRET
               PERFORM PURGER-OPTIONS
           END-IF
           IF NOT ARRET
               PERFORM PURGER-RESPONSABLES
           END-IF
           IF NOT ARRET
               PERFORM PURGER-DOSSIERS
           END-IF
           IF NOT ARRET
               PERFORM PURGER-CORRECTIONS
           END-IF
           IF NOT ARRET
               PERFORM ANONYMISER-RADIATIONS
           END-IF
           IF NOT ARRET
               PERFORM ANONYMISER-ANCIENS
           END-IF
           DISPLAY "----------------------------------------------"
           IF ARRET
               DISPLAY "PURGE INTERROMPUE - VOIR LE FICHIER SIGNALE"
                   " ET LE FICHIER DE TRAVAIL PURGETMP"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "PURGE TERMINEE - COMPTEURS EQUILIBRES"
           END-IF
           STOP RUN.

      * La nuit doit avoir consigne une generation VERIFIEE du jour
      * pour chacun des cinq fichiers maitres.
       VERIFIER-SAUVEGARDE.
           MOVE SPACES TO WS-SAUVEGARDES-VUES
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "JOURNAL SAUVECTL ABSENT OU ILLISIBLE ("
                   WS-CTL-STATUS ")"
               MOVE "N" TO WS-SAUVEGARDE-OK
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ CTL-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           IF WS-CTL-DATE = WS-DATE-JOUR
                                   AND WS-CTL-STATUT = "VERIFIE"
                               PERFORM POINTER-SAUVEGARDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTL-FILE
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
                   IF NOT SVG-VUE(WS-I)
                       DISPLAY WS-SVG-ATTENDUE(WS-I)
                           " : AUCUNE SAUVEGARDE VERIFIEE LE "
                           WS-DATE-JOUR
                       MOVE "N" TO WS-SAUVEGARDE-OK
                   END-IF
               END-PERFORM
           END-IF.

       POINTER-SAUVEGARDE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               IF WS-CTL-FICHIER = WS-SVG-ATTENDUE(WS-I)
                   MOVE "O" TO WS-SVG-VUE(WS-I)
               END-IF
           END-PERFORM.

      * Premiere lecture des deux registres, sans rien ecrire : la
      * liste des eleves dont la sortie a depasse la duree.
       RECENSER-SORTANTS.
           OPEN INPUT ELEVES-FILE
           IF WS-ELEVES-STATUS NOT = "00"
               DISPLAY "ELEVES.DAT INTROUVABLE (" WS-ELEVES-STATUS
                   ") - ARRET"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT RADIATIONS-FILE
               IF WS-RADIATIONS-STATUS = "00"
                   MOVE "N" TO WS-FIN-FICHIER
                   PERFORM UNTIL FIN-FICHIER
                       READ RADIATIONS-FILE
                           AT END
                               SET FIN-FICHIER TO TRUE
                           NOT AT END
                               MOVE WS-RAD-MATRICULE
                                   TO WS-CRIT-MATRICULE
                               MOVE WS-RAD-NOM   TO WS-CRIT-NOM
                               MOVE WS-RAD-ANNEE TO WS-CRIT-ANNEE
                               MOVE WS-RAD-DATE  TO WS-CRIT-DATE
                               PERFORM RETENIR-SORTANT
                       END-READ
                   END-PERFORM
                   CLOSE RADIATIONS-FILE
               ELSE
                   DISPLAY "RADIATIONS.DAT INTROUVABLE ("
                       WS-RADIATIONS-STATUS ") - ARRET"
                   MOVE 16 TO RETURN-CODE
               END-IF
               OPEN INPUT ANCIENS-FILE
               IF WS-ANCIENS-STATUS = "00"
                   MOVE "N" TO WS-FIN-FICHIER
                   PERFORM UNTIL FIN-FICHIER
                       READ ANCIENS-FILE
                           AT END
                               SET FIN-FICHIER TO TRUE
                           NOT AT END
                               MOVE WS-ANC-MATRICULE
                                   TO WS-CRIT-MATRICULE
                               MOVE WS-ANC-NOM   TO WS-CRIT-NOM
                               MOVE WS-ANC-ANNEE TO WS-CRIT-ANNEE
                               MOVE WS-ANC-DATE  TO WS-CRIT-DATE
                               PERFORM RETENIR-SORTANT
                       END-READ
                   END-PERFORM
                   CLOSE ANCIENS-FILE
               ELSE
                   DISPLAY "ANCIENS INTROUVABLE ("
                       WS-ANCIENS-STATUS ") - ARRET"
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE ELEVES-FILE
           END-IF.

      * Entree de registre courante (WS-CRIT-...) : deja anonymisee,
      * sortie encore dans la duree, eleve revenu a l'effectif, ou
      * eleve a purger.
       RETENIR-SORTANT.
           IF WS-CRIT-NOM = WS-NOM-ANONYME
               ADD 1 TO WS-NB-DEJA-ANONYMES
           ELSE
               IF WS-CRIT-DATE IS NUMERIC
                       AND WS-CRIT-DATE < WS-DATE-LIMITE
                       AND WS-CRIT-ANNEE(1:4) IS NUMERIC
                   MOVE WS-CRIT-MATRICULE TO WS-ELEVE-RELKEY
                   READ ELEVES-FILE
                       INVALID KEY
                           MOVE "O" TO WS-CASE-LIBRE
                           PERFORM AJOUTER-A-PURGER
                       NOT INVALID KEY
                           IF WS-ELEVE-REC-MATRICULE
                                   = WS-CRIT-MATRICULE
                                   AND WS-ELEVE-REC-NOM = WS-CRIT-NOM
                               ADD 1 TO WS-NB-REVENUS
                           ELSE
                               MOVE "N" TO WS-CASE-LIBRE
                               PERFORM AJOUTER-A-PURGER
                           END-IF
                   END-READ
               END-IF
           END-IF.

       AJOUTER-A-PURGER.
           IF WS-PRG-NB = 3000
               DISPLAY "TABLE DES ELEVES A PURGER PLEINE - MATRICULE "
                   WS-CRIT-MATRICULE " REPORTE A LA PROCHAINE PURGE"
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-PRG-NB
               MOVE WS-CRIT-MATRICULE TO WS-PRG-MATRICULE(WS-PRG-NB)
               MOVE WS-CRIT-ANNEE(1:4)
                   TO WS-PRG-MILLESIME(WS-PRG-NB)
               MOVE WS-CASE-LIBRE TO WS-PRG-CASE-LIBRE(WS-PRG-NB)
               DISPLAY "A PURGER : MATRICULE " WS-CRIT-MATRICULE
                   " SORTI LE " WS-CRIT-DATE " (ANNEE "
                   WS-CRIT-ANNEE ")"
           END-IF.

      * Enregistrement (WS-CRIT-MATRICULE, WS-CRIT-ANNEE) d'un eleve
      * a purger, d'une annee scolaire anterieure ou egale a celle
      * de sa sortie.
       TESTER-A-PURGER.
           MOVE "N" TO WS-A-PURGER-FLAG
           IF WS-CRIT-ANNEE(1:4) IS NUMERIC
               MOVE WS-CRIT-ANNEE(1:4) TO WS-MILLESIME
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-PRG-NB OR A-PURGER
                   IF WS-PRG-MATRICULE(WS-I) = WS-CRIT-MATRICULE
                           AND WS-MILLESIME <= WS-PRG-MILLESIME(WS-I)
                       SET A-PURGER TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      * Historique vif : les conserves partent au fichier de
      * travail, puis le fichier est recrit s'il y a eu purge.
       PURGER-HISTORIQUE.
           MOVE "HISTO-NOTES.DAT" TO WS-FICHIER-COURANT
           PERFORM DEBUTER-VENTILATION
           OPEN INPUT HISTO-FILE
           IF WS-HISTO-STATUS NOT = "00"
               DISPLAY "HISTO-NOTES.DAT INTROUVABLE ("
                   WS-HISTO-STATUS ") - ARRET"
               MOVE 16 TO RETURN-CODE
               SET ARRET TO TRUE
               CLOSE TRAVAIL-FILE
           ELSE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ HISTO-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-AVANT
                           MOVE WS-HISTO-MATRICULE
                               TO WS-CRIT-MATRICULE
                           MOVE WS-HISTO-ANNEE TO WS-CRIT-ANNEE
                           PERFORM TESTER-A-PURGER
                           IF A-PURGER
                               ADD 1 TO WS-NB-PURGES
                           ELSE
                               MOVE WS-HISTO-REC TO WS-TRAVAIL-REC
                               PERFORM ECRIRE-TRAVAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTO-FILE
               CLOSE TRAVAIL-FILE
               IF WS-NB-PURGES > 0 AND NOT ERREUR-ECRITURE
                   OPEN INPUT TRAVAIL-FILE
                   IF WS-TRAVAIL-STATUS = "00"
                       OPEN OUTPUT HISTO-FILE
                       IF WS-HISTO-STATUS = "00"
                           PERFORM UNTIL FIN-TRAVAIL
                               READ TRAVAIL-FILE
                                   AT END
                                       SET FIN-TRAVAIL TO TRUE
                                   NOT AT END
                                       MOVE WS-TRAVAIL-REC
                                           TO WS-HISTO-REC
                                       WRITE WS-HISTO-REC
                                       IF WS-HISTO-STATUS = "00"
                                           ADD 1 TO WS-NB-APRES
                                       ELSE
                                           SET FIN-TRAVAIL TO TRUE
                                       END-IF
                               END-READ
                           END-PERFORM
                           CLOSE HISTO-FILE
                       END-IF
                       CLOSE TRAVAIL-FILE
                   END-IF
               ELSE
                   MOVE WS-NB-CONSERVES TO WS-NB-APRES
               END-IF
               PERFORM CONTROLER-FICHIER
           END-IF.

      * Generations d'archive de l'historique, une par une.
       PURGER-ARCHIVES.
           OPEN INPUT ARCHLIST-FILE
           IF WS-ARCHLIST-STATUS NOT = "00"
               DISPLAY "LISTE DES ARCHIVES ABSENTE ("
                   WS-ARCHLIST-STATUS ") - ARCHIVES NON PURGEES"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM UNTIL FIN-ARCHLIST OR ARRET
                   READ ARCHLIST-FILE
                       AT END
                           SET FIN-ARCHLIST TO TRUE
                       NOT AT END
                           IF WS-ARL-DATE IS NUMERIC
                               PERFORM PURGER-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHLIST-FILE
           END-IF.

       PURGER-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-NOM
           STRING "HISTO-ARCH-" WS-ARL-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NOM
           END-STRING
           MOVE WS-ARCHIVE-NOM TO WS-FICHIER-COURANT
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY WS-ARCHIVE-NOM " ILLISIBLE ("
                   WS-ARCHIVE-STATUS ") - GENERATION NON PURGEE"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM DEBUTER-VENTILATION
               PERFORM OUVRIR-COPIE-ARCHIVE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ ARCHIVE-FILE INTO WS-HISTO-REC
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-AVANT
                           PERFORM COPIER-ARCHIVE
                           MOVE WS-HISTO-MATRICULE
                               TO WS-CRIT-MATRICULE
                           MOVE WS-HISTO-ANNEE TO WS-CRIT-ANNEE
                           PERFORM TESTER-A-PURGER
                           IF A-PURGER
                               ADD 1 TO WS-NB-PURGES
                           ELSE
                               MOVE WS-HISTO-REC TO WS-TRAVAIL-REC
                               PERFORM ECRIRE-TRAVAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               CLOSE ARCHSVG-FILE
               CLOSE TRAVAIL-FILE
               IF WS-NB-PURGES > 0 AND NOT ERREUR-ECRITURE
                   OPEN INPUT TRAVAIL-FILE
                   IF WS-TRAVAIL-STATUS = "00"
                       OPEN OUTPUT ARCHIVE-FILE
                       IF WS-ARCHIVE-STATUS = "00"
                           PERFORM UNTIL FIN-TRAVAIL
                               READ TRAVAIL-FILE
                                   AT END
                                       SET FIN-TRAVAIL TO TRUE
                                   NOT AT END
                                       MOVE WS-TRAVAIL-REC
                                           TO WS-ARCHIVE-REC
                                       WRITE WS-ARCHIVE-REC
                                       IF WS-ARCHIVE-STATUS = "00"
                                           ADD 1 TO WS-NB-APRES
                                       ELSE
                                           SET FIN-TRAVAIL TO TRUE
                                       END-IF
                               END-READ
                           END-PERFORM
                           CLOSE ARCHIVE-FILE
                       END-IF
                       CLOSE TRAVAIL-FILE
                   END-IF
               ELSE
                   MOVE WS-NB-CONSERVES TO WS-NB-APRES
               END-IF
               PERFORM CONTROLER-FICHIER
           END-IF.

      * Copie integrale de la generation en cours de lecture : les
      * generations d'archive n'ont pas de DD, l'etape de copie du
      * JCL ne peut pas les prendre. Une copie en echec interdit la
      * recriture de la generation, comme une ventilation en echec.
       OUVRIR-COPIE-ARCHIVE.
           MOVE SPACES TO WS-ARCHSVG-NOM
           STRING "HISTO-ARCH-" WS-ARL-DATE "-PRG-" WS-DATE-JOUR
               ".DAT" DELIMITED BY SIZE INTO WS-ARCHSVG-NOM
           END-STRING
           OPEN OUTPUT ARCHSVG-FILE
           IF WS-ARCHSVG-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE COPIE " WS-ARCHSVG-NOM " ("
                   WS-ARCHSVG-STATUS ")"
               SET ERREUR-ECRITURE TO TRUE
           END-IF.

       COPIER-ARCHIVE.
           IF NOT ERREUR-ECRITURE
               WRITE WS-ARCHSVG-REC FROM WS-HISTO-REC
               IF WS-ARCHSVG-STATUS NOT = "00"
                   DISPLAY "ERREUR ECRITURE COPIE " WS-ARCHSVG-NOM
                       " (" WS-ARCHSVG-STATUS ")"
                   SET ERREUR-ECRITURE TO TRUE
               END-IF
           END-IF.

       PURGER-ABSENCES.
           MOVE "ABSENCES" TO WS-FICHIER-COURANT
           OPEN INPUT ABSENCES-FILE
           IF WS-ABSENCES-STATUS NOT = "00"
               DISPLAY "ABSENCES ILLISIBLE (" WS-ABSENCES-STATUS
                   ") - NON PURGE"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM DEBUTER-VENTILATION
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ ABSENCES-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-AVANT
                           MOVE WS-ABS-MATRICULE TO WS-CRIT-MATRICULE
                           MOVE WS-ABS-ANNEE TO WS-CRIT-ANNEE
                           PERFORM TESTER-A-PURGER
                           IF A-PURGER
                               ADD 1 TO WS-NB-PURGES
                           ELSE
                               MOVE WS-ABSENCE-REC TO WS-TRAVAIL-REC
                               PERFORM ECRIRE-TRAVAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENCES-FILE
               CLOSE TRAVAIL-FILE
               IF WS-NB-PURGES > 0 AND NOT ERREUR-ECRITURE
                   OPEN INPUT TRAVAIL-FILE
                   IF WS-TRAVAIL-STATUS = "00"
                       OPEN OUTPUT ABSENCES-FILE
                       IF WS-ABSENCES-STATUS = "00"
                           PERFORM UNTIL FIN-TRAVAIL
                               READ TRAVAIL-FILE
                                   AT END
                                       SET FIN-TRAVAIL TO TRUE
                                   NOT AT END
                                       MOVE WS-TRAVAIL-REC
                                           TO WS-ABSENCE-REC
                                       WRITE WS-ABSENCE-REC
                                       IF WS-ABSENCES-STATUS = "00"
                                           ADD 1 TO WS-NB-APRES
                                       ELSE
                                           SET FIN-TRAVAIL TO TRUE
                                       END-IF
                               END-READ
                           END-PERFORM
                           CLOSE ABSENCES-FILE
                       END-IF
                       CLOSE TRAVAIL-FILE
                   END-IF
               ELSE
                   MOVE WS-NB-CONSERVES TO WS-NB-APRES
               END-IF
               PERFORM CONTROLER-FICHIER
           END-IF.

       PURGER-APPRECIATIONS.
           MOVE "APPRECIA" TO WS-FICHIER-COURANT
           OPEN INPUT APPRECIATIONS-FILE
           IF WS-APPREC-STATUS NOT = "00"
               DISPLAY "APPRECIA ILLISIBLE (" WS-APPREC-STATUS
                   ") - NON PURGE"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM DEBUTER-VENTILATION
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ APPRECIATIONS-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-AVANT
                           MOVE WS-APP-MATRICULE TO WS-CRIT-MATRICULE
                           MOVE WS-APP-ANNEE TO WS-CRIT-ANNEE
                           PERFORM TESTER-A-PURGER
                           IF A-PURGER
                               ADD 1 TO WS-NB-PURGES
                           ELSE
                               MOVE WS-APPREC-REC TO WS-TRAVAIL-REC
                               PERFORM ECRIRE-TRAVAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPRECIATIONS-FILE
               CLOSE TRAVAIL-FILE
               IF WS-NB-PURGES > 0 AND NOT ERREUR-ECRITURE
                   OPEN INPUT TRAVAIL-FILE
                   IF WS-TRAVAIL-STATUS = "00"
                       OPEN OUTPUT APPRECIATIONS-FILE
                       IF WS-APPREC-STATUS = "00"
                           PERFORM UNTIL FIN-TRAVAIL
                               READ TRAVAIL-FILE
                                   AT END
                                       SET FIN-TRAVAIL TO TRUE
                                   NOT AT END
                                       MOVE WS-TRAVAIL-REC
                                           TO WS-APPREC-REC
                                       WRITE WS-APPREC-REC
                                       IF WS-APPREC-STATUS = "00"
                                           ADD 1 TO WS-NB-APRES
                                       ELSE
                                           SET FIN-TRAVAIL TO TRUE
                                       END-IF
                               END-READ
                           END-PERFORM
                           CLOSE APPRECIATIONS-FILE
                       END-IF
                       CLOSE TRAVAIL-FILE
                   END-IF
               ELSE
                   MOVE WS-NB-CONSERVES TO WS-NB-APRES
               END-IF
               PERFORM CONTROLER-FICHIER
           END-IF.

       PURGER-EVALUATIONS.
           MOVE "EVALUAT" TO WS-FICHIER-COURANT
           OPEN INPUT EVALUATIONS-FILE
           IF WS-EVAL-STATUS NOT = "00"
               DISPLAY "EVALUAT ILLISIBLE (" WS-EVAL-STATUS
                   ") - NON PURGE"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM DEBUTER-VENTILATION
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ EVALUATIONS-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-AVANT
                           MOVE WS-EVAL-MATRICULE TO WS-CRIT-MATRICULE
                           MOVE WS-EVAL-ANNEE TO WS-CRIT-ANNEE
                           PERFORM TESTER-A-PURGER
                           IF A-PURGER
                               ADD 1 TO WS-NB-PURGES
                           ELSE
                               MOVE WS-EVAL-REC TO WS-TRAVAIL-REC
                               PERFORM ECRIRE-TRAVAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVALUATIONS-FILE
               CLOSE TRAVAIL-FILE
               IF WS-NB-PURGES > 0 AND NOT ERREUR-ECRITURE
                   OPEN INPUT TRAVAIL-FILE
                   IF WS-TRAVAIL-STATUS = "00"
                       OPEN OUTPUT EVALUATIONS-FILE
                       IF WS-EVAL-STATUS = "00"
                           PERFORM UNTIL FIN-TRAVAIL
                               READ TRAVAIL-FILE
                                   AT END
                                       SET FIN-TRAVAIL TO TRUE
                                   NOT AT END
                                       MOVE WS-TRAVAIL-REC
                                           TO WS-EVAL-REC
                                       WRITE WS-EVAL-REC
                                       IF WS-EVAL-STATUS = "00"
                                           ADD 1 TO WS-NB-APRES
                                       ELSE
                                           SET FIN-TRAVAIL TO TRUE
                                       END-IF
                               END-READ
                           END-PERFORM
                           CLOSE EVALUATIONS-FILE
                       END-IF
                       CLOSE TRAVAIL-FILE
                   END-IF
               ELSE
                   MOVE WS-NB-CONSERVES TO WS-NB-APRES
               END-IF
               PERFORM CONTROLER-FICHIER
           END-IF.

       PURGER-SIGNALEMENTS.
           MOVE "SIGNABS" TO WS-FICHIER-COURANT
           OPEN INPUT SIGNABS-FILE
           IF WS-SIGNABS-STATUS NOT = "00"
               DISPLAY "SIGNABS ILLISIBLE (" WS-SIGNABS-STATUS
                   ") - NON PURGE"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM DEBUTER-VENTILATION
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ SIGNABS-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-AVANT
                           MOVE WS-SGA-MATRICULE TO WS-CRIT-MATRICULE
                           MOVE WS-SGA-ANNEE TO WS-CRIT-ANNEE
                           PERFORM TESTER-A-PURGER
                           IF A-PURGER
                               ADD 1 TO WS-NB-PURGES
                           ELSE
                               MOVE WS-SIGNABS-REC TO WS-TRAVAIL-REC
                               PERFORM ECRIRE-TRAVAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNABS-FILE
               CLOSE TRAVAIL-FILE
               IF WS-NB-PURGES > 0 AND NOT ERREUR-ECRITURE
                   OPEN INPUT TRAVAIL-FILE
                   IF WS-TRAVAIL-STATUS = "00"
                       OPEN OUTPUT SIGNABS-FILE
                       IF WS-SIGNABS-STATUS = "00"
                           PERFORM UNTIL FIN-TRAVAIL
                               READ TRAVAIL-FILE
                                   AT END
                                       SET FIN-TRAVAIL TO TRUE
                                   NOT AT END
                                       MOVE WS-TRAVAIL-REC
                                           TO WS-SIGNABS-REC
                                       WRITE WS-SIGNABS-REC
                                       IF WS-SIGNABS-STATUS = "00"
                                           ADD 1 TO WS-NB-APRES
                                       ELSE
                                           SET FIN-TRAVAIL TO TRUE
                                       END-IF
                               END-READ
                           END-PERFORM
                           CLOSE SIGNABS-FILE
                       END-IF
                       CLOSE TRAVAIL-FILE
                   END-IF
               ELSE
                   MOVE WS-NB-CONSERVES TO WS-NB-APRES
               END-IF
               PERFORM CONTROLER-FICHIER
           END-IF.

       PURGER-OPTIONS.
           MOVE "INSCOPT" TO WS-FICHIER-COURANT
           OPEN INPUT OPTIONS-FILE
           IF WS-OPT-STATUS NOT = "00"
               DISPLAY "INSCOPT ILLISIBLE (" WS-OPT-STATUS
                   ") - NON PURGE"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM DEBUTER-VENTILATION
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ OPTIONS-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-AVANT
                           MOVE WS-OPT-MATRICULE TO WS-CRIT-MATRICULE
                           MOVE WS-OPT-ANNEE TO WS-CRIT-ANNEE
                           PERFORM TESTER-A-PURGER
                           IF A-PURGER
                               ADD 1 TO WS-NB-PURGES
                           ELSE
                               MOVE WS-OPTION-REC TO WS-TRAVAIL-REC
                               PERFORM ECRIRE-TRAVAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPTIONS-FILE
               CLOSE TRAVAIL-FILE
               IF WS-NB-PURGES > 0 AND NOT ERREUR-ECRITURE
                   OPEN INPUT TRAVAIL-FILE
                   IF WS-TRAVAIL-STATUS = "00"
                       OPEN OUTPUT OPTIONS-FILE
                       IF WS-OPT-STATUS = "00"
                           PERFORM UNTIL FIN-TRAVAIL
                               READ TRAVAIL-FILE
                                   AT END
                                       SET FIN-TRAVAIL TO TRUE
                                   NOT AT END
                                       MOVE WS-TRAVAIL-REC
                                           TO WS-OPTION-REC
                                       WRITE WS-OPTION-REC
                                       IF WS-OPT-STATUS = "00"
                                           ADD 1 TO WS-NB-APRES
                                       ELSE
                                           SET FIN-TRAVAIL TO TRUE
                                       END-IF
                               END-READ
                           END-PERFORM
                           CLOSE OPTIONS-FILE
                       END-IF
                       CLOSE TRAVAIL-FILE
                   END-IF
               ELSE
                   MOVE WS-NB-CONSERVES TO WS-NB-APRES
               END-IF
               PERFORM CONTROLER-FICHIER
           END-IF.

      * Responsables legaux : fichier relatif, les fiches sont
      * supprimees en place (DELETE) sans passer par le fichier de
      * travail. Le controle avant = apres + purges s'appuie sur un
      * recomptage du fichier apres suppression.
       PURGER-RESPONSABLES.
           MOVE "RESPONS" TO WS-FICHIER-COURANT
           MOVE 0 TO WS-NB-AVANT
           MOVE 0 TO WS-NB-PURGES
           MOVE 0 TO WS-NB-APRES
           MOVE "N" TO WS-ERREUR-ECRITURE
           OPEN I-O RESPONSABLES-FILE
           IF WS-RESP-STATUS NOT = "00"
               DISPLAY "RESPONS ILLISIBLE (" WS-RESP-STATUS
                   ") - NON PURGE"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM DEBUTER-LECTURE-RESPONSABLES
               PERFORM UNTIL FIN-FICHIER
                   READ RESPONSABLES-FILE NEXT RECORD
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-AVANT
                           PERFORM TESTER-RESPONSABLE
                           IF A-PURGER
                               DELETE RESPONSABLES-FILE
                                   INVALID KEY
                                       DISPLAY "ERREUR SUPPRESSION"
                                           " RESPONS CASE "
                                           WS-RESP-RELKEY " ("
                                           WS-RESP-STATUS ")"
                                       SET ERREUR-ECRITURE TO TRUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-NB-PURGES
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM DEBUTER-LECTURE-RESPONSABLES
               PERFORM UNTIL FIN-FICHIER
                   READ RESPONSABLES-FILE NEXT RECORD
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-APRES
                   END-READ
               END-PERFORM
               CLOSE RESPONSABLES-FILE
               PERFORM CONTROLER-FICHIER
           END-IF.

       DEBUTER-LECTURE-RESPONSABLES.
           MOVE "N" TO WS-FIN-FICHIER
           MOVE 1 TO WS-RESP-RELKEY
           START RESPONSABLES-FILE KEY IS NOT LESS THAN WS-RESP-RELKEY
               INVALID KEY
                   SET FIN-FICHIER TO TRUE
           END-START.

      * Fiche d'un eleve a purger, sur sa propre case, et case de
      * l'effectif restee libre : une case reattribuee porte les
      * responsables du nouvel eleve.
       TESTER-RESPONSABLE.
           MOVE "N" TO WS-A-PURGER-FLAG
           IF WS-RESP-MATRICULE = WS-RESP-RELKEY
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-PRG-NB OR A-PURGER
                   IF WS-PRG-MATRICULE(WS-I) = WS-RESP-MATRICULE
                           AND PRG-CASE-LIBRE(WS-I)
                       SET A-PURGER TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      * Registres de sortie : tous les enregistrements sont
      * conserves, ceux des eleves purges anonymises ; la colonne
      * PURGES compte ici les anonymisations, et le controle
      * attend autant d'enregistrements apres qu'avant.
      * Dossiers de transfert : un dossier se lit identite (type 1),
      * releves (type 2), fin (type 9), tous au meme matricule. Le
      * sort du dossier est fixe sur l'identite, qui seule porte
      * l'annee scolaire, et s'applique aux enregistrements qui la
      * suivent sous le meme matricule.
       PURGER-DOSSIERS.
           MOVE "DOSTRANS" TO WS-FICHIER-COURANT
           OPEN INPUT DOSSIER-FILE
           IF WS-DOS-STATUS NOT = "00"
               DISPLAY "DOSTRANS ILLISIBLE (" WS-DOS-STATUS
                   ") - NON PURGE"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM DEBUTER-VENTILATION
               MOVE 0 TO WS-DOS-MATRICULE-EN-COURS
               MOVE "N" TO WS-DOS-PURGE
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ DOSSIER-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-AVANT
                           PERFORM TESTER-DOSSIER
                           IF DOSSIER-A-PURGER
                               ADD 1 TO WS-NB-PURGES
                           ELSE
                               MOVE WS-DOS-REC TO WS-TRAVAIL-REC
                               PERFORM ECRIRE-TRAVAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOSSIER-FILE
               CLOSE TRAVAIL-FILE
               IF WS-NB-PURGES > 0 AND NOT ERREUR-ECRITURE
                   OPEN INPUT TRAVAIL-FILE
                   IF WS-TRAVAIL-STATUS = "00"
                       OPEN OUTPUT DOSSIER-FILE
                       IF WS-DOS-STATUS = "00"
                           PERFORM UNTIL FIN-TRAVAIL
                               READ TRAVAIL-FILE
                                   AT END
                                       SET FIN-TRAVAIL TO TRUE
                                   NOT AT END
                                       MOVE WS-TRAVAIL-REC
                                           TO WS-DOS-REC
                                       WRITE WS-DOS-REC
                                       IF WS-DOS-STATUS = "00"
                                           ADD 1 TO WS-NB-APRES
                                       ELSE
                                           SET FIN-TRAVAIL TO TRUE
                                       END-IF
                               END-READ
                           END-PERFORM
                           CLOSE DOSSIER-FILE
                       END-IF
                       CLOSE TRAVAIL-FILE
                   END-IF
               ELSE
                   MOVE WS-NB-CONSERVES TO WS-NB-APRES
               END-IF
               PERFORM CONTROLER-FICHIER
           END-IF.

      * Identite : le dossier est a purger si l'eleve l'est pour
      * l'annee du dossier. Releve ou fin : meme sort que l'identite
      * qui precede, conserve s'il n'est pas rattache a elle.
       TESTER-DOSSIER.
           IF WS-DOS-I-TYPE = "1"
               MOVE WS-DOS-I-MATRICULE TO WS-DOS-MATRICULE-EN-COURS
               MOVE WS-DOS-I-MATRICULE TO WS-CRIT-MATRICULE
               MOVE WS-DOS-I-ANNEE TO WS-CRIT-ANNEE
               PERFORM TESTER-A-PURGER
               MOVE WS-A-PURGER-FLAG TO WS-DOS-PURGE
           ELSE
               IF WS-DOS-R-MATRICULE NOT = WS-DOS-MATRICULE-EN-COURS
                   MOVE "N" TO WS-DOS-PURGE
               END-IF
           END-IF.

      * Corrections de notes soumises, quel que soit leur statut :
      * la file ne porte pas d'annee scolaire, elle est deduite de
      * la date de saisie. Date illisible : correction conservee.
       PURGER-CORRECTIONS.
           MOVE "ATTENTE-MAJ.DAT" TO WS-FICHIER-COURANT
           OPEN INPUT ATTENTE-FILE
           IF WS-ATTENTE-STATUS NOT = "00"
               DISPLAY "ATTENTE-MAJ.DAT ILLISIBLE (" WS-ATTENTE-STATUS
                   ") - NON PURGE"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM DEBUTER-VENTILATION
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ ATTENTE-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-AVANT
                           MOVE WS-ATT-MATRICULE TO WS-CRIT-MATRICULE
                           MOVE SPACES TO WS-CRIT-ANNEE
                           IF WS-ATT-DATE IS NUMERIC
                               MOVE WS-ATT-DATE TO WS-DATE-CORRECTION
                               IF WS-DCO-MM < 8
                                   SUBTRACT 1 FROM WS-DCO-AAAA
                               END-IF
                               MOVE WS-DCO-AAAA TO WS-CRIT-ANNEE(1:4)
                           END-IF
                           PERFORM TESTER-A-PURGER
                           IF A-PURGER
                               ADD 1 TO WS-NB-PURGES
                           ELSE
                               MOVE WS-ATTENTE-REC TO WS-TRAVAIL-REC
                               PERFORM ECRIRE-TRAVAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTENTE-FILE
               CLOSE TRAVAIL-FILE
               IF WS-NB-PURGES > 0 AND NOT ERREUR-ECRITURE
                   OPEN INPUT TRAVAIL-FILE
                   IF WS-TRAVAIL-STATUS = "00"
                       OPEN OUTPUT ATTENTE-FILE
                       IF WS-ATTENTE-STATUS = "00"
                           PERFORM UNTIL FIN-TRAVAIL
                               READ TRAVAIL-FILE
                                   AT END
                                       SET FIN-TRAVAIL TO TRUE
                                   NOT AT END
                                       MOVE WS-TRAVAIL-REC
                                           TO WS-ATTENTE-REC
                                       WRITE WS-ATTENTE-REC
                                       IF WS-ATTENTE-STATUS = "00"
                                           ADD 1 TO WS-NB-APRES
                                       ELSE
                                           SET FIN-TRAVAIL TO TRUE
                                       END-IF
                               END-READ
                           END-PERFORM
                           CLOSE ATTENTE-FILE
                       END-IF
                       CLOSE TRAVAIL-FILE
                   END-IF
               ELSE
                   MOVE WS-NB-CONSERVES TO WS-NB-APRES
               END-IF
               PERFORM CONTROLER-FICHIER
           END-IF.

       ANONYMISER-RADIATIONS.
           MOVE "RADIATIONS.DAT" TO WS-FICHIER-COURANT
           OPEN INPUT RADIATIONS-FILE
           IF WS-RADIATIONS-STATUS NOT = "00"
               DISPLAY "RADIATIONS.DAT INTROUVABLE ("
                   WS-RADIATIONS-STATUS ") - ARRET"
               MOVE 16 TO RETURN-CODE
               SET ARRET TO TRUE
           ELSE
               PERFORM DEBUTER-VENTILATION
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ RADIATIONS-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-AVANT
                           MOVE WS-RAD-MATRICULE TO WS-CRIT-MATRICULE
                           MOVE WS-RAD-ANNEE TO WS-CRIT-ANNEE
                           PERFORM TESTER-A-PURGER
                           IF A-PURGER
                              AND WS-RAD-NOM NOT = WS-NOM-ANONYME
                               ADD 1 TO WS-NB-PURGES
                               MOVE 0 TO WS-RAD-MATRICULE
                               MOVE WS-NOM-ANONYME TO WS-RAD-NOM
                           END-IF
                           MOVE WS-RADIATION-REC TO WS-TRAVAIL-REC
                           PERFORM ECRIRE-TRAVAIL
                   END-READ
               END-PERFORM
               CLOSE RADIATIONS-FILE
               CLOSE TRAVAIL-FILE
               IF WS-NB-PURGES > 0 AND NOT ERREUR-ECRITURE
                   OPEN INPUT TRAVAIL-FILE
                   IF WS-TRAVAIL-STATUS = "00"
                       OPEN OUTPUT RADIATIONS-FILE
                       IF WS-RADIATIONS-STATUS = "00"
                           PERFORM UNTIL FIN-TRAVAIL
                               READ TRAVAIL-FILE
                                   AT END
                                       SET FIN-TRAVAIL TO TRUE
                                   NOT AT END
                                       MOVE WS-TRAVAIL-REC
                                           TO WS-RADIATION-REC
                                       WRITE WS-RADIATION-REC
                                       IF WS-RADIATIONS-STATUS = "00"
                                           ADD 1 TO WS-NB-APRES
                                       ELSE
                                           SET FIN-TRAVAIL TO TRUE
                                       END-IF
                               END-READ
                           END-PERFORM
                           CLOSE RADIATIONS-FILE
                       END-IF
                       CLOSE TRAVAIL-FILE
                   END-IF
               ELSE
                   MOVE WS-NB-CONSERVES TO WS-NB-APRES
               END-IF
               PERFORM CONTROLER-ANONYMISATION
           END-IF.

       ANONYMISER-ANCIENS.
           MOVE "ANCIENS" TO WS-FICHIER-COURANT
           OPEN INPUT ANCIENS-FILE
           IF WS-ANCIENS-STATUS NOT = "00"
               DISPLAY "ANCIENS INTROUVABLE ("
                   WS-ANCIENS-STATUS ") - ARRET"
               MOVE 16 TO RETURN-CODE
               SET ARRET TO TRUE
           ELSE
               PERFORM DEBUTER-VENTILATION
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL FIN-FICHIER
                   READ ANCIENS-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-AVANT
                           MOVE WS-ANC-MATRICULE TO WS-CRIT-MATRICULE
                           MOVE WS-ANC-ANNEE TO WS-CRIT-ANNEE
                           PERFORM TESTER-A-PURGER
                           IF A-PURGER
                              AND WS-ANC-NOM NOT = WS-NOM-ANONYME
                               ADD 1 TO WS-NB-PURGES
                               MOVE 0 TO WS-ANC-MATRICULE
                               MOVE WS-NOM-ANONYME TO WS-ANC-NOM
                           END-IF
                           MOVE WS-ANCIEN-REC TO WS-TRAVAIL-REC
                           PERFORM ECRIRE-TRAVAIL
                   END-READ
               END-PERFORM
               CLOSE ANCIENS-FILE
               CLOSE TRAVAIL-FILE
               IF WS-NB-PURGES > 0 AND NOT ERREUR-ECRITURE
                   OPEN INPUT TRAVAIL-FILE
                   IF WS-TRAVAIL-STATUS = "00"
                       OPEN OUTPUT ANCIENS-FILE
                       IF WS-ANCIENS-STATUS = "00"
                           PERFORM UNTIL FIN-TRAVAIL
                               READ TRAVAIL-FILE
                                   AT END
                                       SET FIN-TRAVAIL TO TRUE
                                   NOT AT END
                                       MOVE WS-TRAVAIL-REC
                                           TO WS-ANCIEN-REC
                                       WRITE WS-ANCIEN-REC
                                       IF WS-ANCIENS-STATUS = "00"
                                           ADD 1 TO WS-NB-APRES
                                       ELSE
                                           SET FIN-TRAVAIL TO TRUE
                                       END-IF
                               END-READ
                           END-PERFORM
                           CLOSE ANCIENS-FILE
                       END-IF
                       CLOSE TRAVAIL-FILE
                   END-IF
               ELSE
                   MOVE WS-NB-CONSERVES TO WS-NB-APRES
               END-IF
               PERFORM CONTROLER-ANONYMISATION
           END-IF.

      * Remise a zero des compteurs du fichier courant et ouverture
      * du fichier de travail (remplace a chaque fichier).
       DEBUTER-VENTILATION.
           MOVE 0 TO WS-NB-AVANT
           MOVE 0 TO WS-NB-PURGES
           MOVE 0 TO WS-NB-CONSERVES
           MOVE 0 TO WS-NB-APRES
           MOVE "N" TO WS-ERREUR-ECRITURE
           MOVE "N" TO WS-FIN-TRAVAIL
           OPEN OUTPUT TRAVAIL-FILE
           IF WS-TRAVAIL-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TRAVAIL PURGETMP ("
                   WS-TRAVAIL-STATUS ")"
               SET ERREUR-ECRITURE TO TRUE
           END-IF.

      * Un WRITE en echec interdit de recrire le fichier : il
      * passerait sinon pour une purge equilibree.
       ECRIRE-TRAVAIL.
           ADD 1 TO WS-NB-CONSERVES
           IF NOT ERREUR-ECRITURE
               WRITE WS-TRAVAIL-REC
               IF WS-TRAVAIL-STATUS NOT = "00"
                   DISPLAY "ERREUR ECRITURE TRAVAIL PURGETMP ("
                       WS-TRAVAIL-STATUS ")"
                   SET ERREUR-ECRITURE TO TRUE
               END-IF
           END-IF.

      * Controle du fichier courant : avant = apres + purges.
       CONTROLER-FICHIER.
           DISPLAY WS-FICHIER-COURANT " " WS-NB-AVANT " "
               WS-NB-PURGES " " WS-NB-APRES
           IF ERREUR-ECRITURE
               DISPLAY "  ERREUR D'ECRITURE EN VENTILATION - FICHIER"
                   " NON RECRIT"
               SET ARRET TO TRUE
           ELSE
               IF WS-NB-AVANT NOT = WS-NB-APRES + WS-NB-PURGES
                   DISPLAY "  CONTROLE AVANT = APRES + PURGES : ECART"
                       " - FICHIER A REPRENDRE DEPUIS PURGETMP"
                   SET ARRET TO TRUE
               END-IF
           END-IF.

      * Controle d'un registre anonymise : avant = apres.
       CONTROLER-ANONYMISATION.
           DISPLAY WS-FICHIER-COURANT " " WS-NB-AVANT " "
               WS-NB-PURGES " " WS-NB-APRES " (ANONYMISES)"
           IF ERREUR-ECRITURE
               DISPLAY "  ERREUR D'ECRITURE EN VENTILATION - FICHIER"
                   " NON RECRIT"
               SET ARRET TO TRUE
           ELSE
               IF WS-NB-AVANT NOT = WS-NB-APRES
                   DISPLAY "  CONTROLE AVANT = APRES : ECART - FICHIER"
                       " A REPRENDRE DEPUIS PURGETMP"
                   SET ARRET TO TRUE
               END-IF
           END-IF.

       COPY "PARAM-PARA.CPY".
