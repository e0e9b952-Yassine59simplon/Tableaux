      * Indicateurs pluriannuels de l'etablissement pour le rapport
      * annuel du chef d'etablissement a l'academie : REORG-HISTO
      * deplace les annees closes vers des archives datees
      * HISTO-ARCH-AAAAMMJJ.DAT et PROMOTION verse les sortants dans
      * ANCIENS, si bien qu'aucun programme ne voyait plus loin que
      * l'annee vive. Ce travail relit l'historique vif, les
      * generations d'archive listees dans ARCHLIST (une date
      * AAAAMMJJ par ligne) et le fichier des anciens, et calcule
      * pour les cinq annees scolaires qui se terminent a l'annee de
      * reference (SYSIN), par niveau (quatre premiers caracteres de
      * la classe) et pour l'ensemble de l'etablissement (TOUS) :
      *   - effectif (eleves ayant au moins un trimestre) ;
      *   - moyenne annuelle (moyenne des moyennes trimestrielles
      *     de chaque eleve, comme PROMOTION) ;
      *   - part des eleves au seuil de reussite et nombre de
      *     felicitations (seuils du fichier PARAMS en vigueur) ;
      *   - moyenne de chaque matiere sur les notes numeriques de
      *     l'ecole (les notes E d'un dossier de transfert sont
      *     laissees a l'etablissement d'origine) ;
      *   - promus, redoublants (regle du seuil de reussite) et
      *     sortants (eleve present dans ANCIENS pour l'annee), avec
      *     la moyenne finale des sortants.
      * Chaque valeur est editee avec son ecart a l'annee precedente
      * pour le meme niveau. Sorties : synthese imprimee (SYSOUT) et
      * fichier CSV pour le tableur du bureau, une ligne par valeur
      * (annee, niveau, indicateur, matiere, valeur, ecart).
      * Le traitement passe par un tri interne (annee, matricule) :
      * les archives sont relachees dans l'ordre de la liste puis
      * l'historique vif, le tri conserve l'ordre d'arrivee des
      * doublons, et le dernier enregistrement d'un trimestre
      * l'emporte comme chez tous les lecteurs de l'historique.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDICATEURS.
       AUTHOR. Yassine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "HISTO-SELECT.CPY".
      * Generation d'archive de l'historique : le nom est construit
      * a partir de la date lue dans ARCHLIST, comme REORG-HISTO l'a
      * construit a l'archivage.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
      * ASSIGN TO des noms externes (non litteraux) pour que les DD
      * de jcl/INDICATR.JCL designent reellement ces fichiers ; en
      * local GnuCOBOL retombe sur le nom lui-meme a defaut de
      * variable d'environnement.
           SELECT ARCHLIST-FILE ASSIGN TO ARCHLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHLIST-STATUS.
           SELECT ANCIENS-FILE ASSIGN TO ANCIENS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANCIENS-STATUS.
      * Export CSV des indicateurs pour le tableur du bureau.
           SELECT CSV-FILE ASSIGN TO INDICSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
       COPY "PARAM-SELECT.CPY".
           SELECT TRI-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       COPY "HISTO-FD.CPY".

       FD  ARCHIVE-FILE.
       01  WS-ARCHIVE-REC     PIC X(110).

      * Une generation par enregistrement : date d'archivage
      * AAAAMMJJ en tete, le reste est libre (commentaire).
       FD  ARCHLIST-FILE.
       01  WS-ARCHLIST-REC.
           05 WS-ARL-DATE     PIC X(8).
           05 FILLER          PIC X(72).

       FD  ANCIENS-FILE.
       01  WS-ANCIEN-REC.
           05 WS-ANC-MATRICULE PIC 9(4).
           05 WS-ANC-NOM       PIC X(20).
           05 WS-ANC-CLASSE    PIC X(8).
           05 WS-ANC-ANNEE     PIC X(9).
           05 WS-ANC-MOYENNE   PIC 99V99.
           05 WS-ANC-DATE      PIC X(8).

       FD  CSV-FILE.
       01  WS-CSV-LIGNE       PIC X(80).

       COPY "PARAM-FD.CPY".

      * Enregistrement de tri : l'image de l'historique avec les
      * cles nommees (annee puis matricule) sur le dessin d'origine.
       SD  TRI-FILE.
       01  WS-TRI-REC.
           05 WS-TRI-MATRICULE    PIC 9(4).
           05 WS-TRI-NOM          PIC X(20).
           05 WS-TRI-CLASSE       PIC X(8).
           05 WS-TRI-ANNEE        PIC X(9).
           05 WS-TRI-SUITE        PIC X(69).

       WORKING-STORAGE SECTION.

       COPY "HISTO-WS.CPY".
       COPY "PARAM-WS.CPY".
       77 WS-ARCHIVE-STATUS   PIC XX VALUE "00".
       77 WS-ARCHLIST-STATUS  PIC XX VALUE "00".
       77 WS-ANCIENS-STATUS   PIC XX VALUE "00".
       77 WS-CSV-STATUS       PIC XX VALUE "00".
       77 WS-ARCHIVE-NOM      PIC X(23) VALUE SPACES.
       77 WS-FIN-HISTO        PIC X VALUE "N".
           88 FIN-HISTO VALUE "O".
       77 WS-FIN-ARCHIVE      PIC X VALUE "N".
           88 FIN-ARCHIVE VALUE "O".
       77 WS-FIN-ARCHLIST     PIC X VALUE "N".
           88 FIN-ARCHLIST VALUE "O".
       77 WS-FIN-ANCIENS      PIC X VALUE "N".
           88 FIN-ANCIENS VALUE "O".
       77 WS-FIN-TRI          PIC X VALUE "N".
           88 FIN-TRI VALUE "O".

      * Annee de reference (SYSIN) et fenetre des cinq annees : une
      * annee scolaire est retenue si son millesime de debut est
      * dans la fenetre.
       77 WS-ANNEE-REFERENCE  PIC X(9) VALUE SPACES.
       77 WS-MILLESIME-FIN    PIC 9(4) VALUE 0.
       77 WS-MILLESIME-DEBUT  PIC 9(4) VALUE 0.
       77 WS-MILLESIME        PIC 9(4) VALUE 0.

      * Comptages de lecture, edites en fin de travail.
       77 WS-NB-GENERATIONS   PIC 9(3) VALUE 0.
       77 WS-NB-LUS-ARCHIVES  PIC 9(7) VALUE 0.
       77 WS-NB-LUS-VIF       PIC 9(7) VALUE 0.
       77 WS-NB-RETENUS       PIC 9(7) VALUE 0.
       77 WS-NB-ELEVES-ANNEE  PIC 9(6) VALUE 0.
       77 WS-NB-LIGNES-CSV    PIC 9(6) VALUE 0.

       77 WS-I-A              PIC 99.
       77 WS-I-P              PIC 99.
       77 WS-I-S              PIC 99.
       77 WS-I-N              PIC 99.
       77 WS-I-L              PIC 99.
       77 WS-I-T              PIC 9.
       77 WS-I-M              PIC 99.
       77 WS-I-X              PIC 99.
       77 WS-K                PIC 99.
       77 WS-I-ANC            PIC 9(4).
       77 WS-NOTE-TRAVAIL     PIC 99.
       77 WS-NB-TRIM-VUS      PIC 9.
       77 WS-SOMME-MOY        PIC 999V99.
       77 WS-MOYENNE-ANNEE    PIC 99V99.
       77 WS-DERNIER-TRIM     PIC 9.
       77 WS-SORT             PIC X.
       77 WS-MOY-SORTANT      PIC 99V99.
       77 WS-CODE-NIVEAU      PIC X(4).
       77 WS-CODE-MATIERE     PIC X(4).
       77 WS-POS              PIC 999.

      * Sortants par annee : matricule, annee et moyenne finale
      * tires d'ANCIENS pour les annees de la fenetre.
       01 WS-SORTANTS.
          05 WS-SRT-NB PIC 9(4) VALUE 0.
          05 WS-SRT-ENTREE OCCURS 3000 TIMES.
             10 WS-SRT-MATRICULE PIC 9(4).
             10 WS-SRT-ANNEE     PIC X(9).
             10 WS-SRT-MOYENNE   PIC 99V99.

      * Eleve en cours de rupture (annee, matricule) : dernier
      * enregistrement lu par trimestre.
       01 WS-ELEVE.
          05 WS-ELV-MATRICULE PIC 9(4).
          05 WS-ELV-ANNEE     PIC X(9).
          05 WS-ELV-CLASSE    PIC X(8).
          05 WS-ELV-TRIM OCCURS 3 TIMES.
             10 WS-ELV-TRIM-VU  PIC X.
                88 ELV-TRIM-VU VALUE "O".
             10 WS-ELV-CLASSE-T PIC X(8).
             10 WS-ELV-NB-MAT   PIC 9.
             10 WS-ELV-MAT OCCURS 9 TIMES.
                15 WS-ELV-MAT-CODE PIC X(4).
                15 WS-ELV-NOTE     PIC X(3).
             10 WS-ELV-MOYENNE  PIC 99V99.
       77 WS-ELEVE-EN-COURS   PIC X VALUE "N".
           88 ELEVE-EN-COURS VALUE "O".

      * Cumuls par annee de la fenetre et par niveau ; le niveau
      * TOUS cumule l'etablissement. Dix niveaux et quinze matieres
      * par niveau couvrent les grilles de plusieurs annees ; un
      * debordement est signale et le travail sort en erreur.
       01 WS-INDICATEURS.
          05 WS-IND-AN OCCURS 5 TIMES.
             10 WS-IND-ANNEE     PIC X(9).
             10 WS-IND-NB-NIV    PIC 99.
             10 WS-IND-NIV OCCURS 10 TIMES.
                15 WS-IND-NIVEAU      PIC X(4).
                15 WS-IND-EFFECTIF    PIC 9(4).
                15 WS-IND-SOMME-MOY   PIC 9(6)V99.
                15 WS-IND-NB-REUSSITE PIC 9(4).
                15 WS-IND-NB-FELICIT  PIC 9(4).
                15 WS-IND-NB-PROMUS   PIC 9(4).
                15 WS-IND-NB-REDOUB   PIC 9(4).
                15 WS-IND-NB-SORTANTS PIC 9(4).
                15 WS-IND-SOMME-SORT  PIC 9(6)V99.
                15 WS-IND-NB-MAT      PIC 99.
                15 WS-IND-MAT OCCURS 15 TIMES.
                   20 WS-IND-MAT-CODE  PIC X(4).
                   20 WS-IND-MAT-SOMME PIC 9(7).
                   20 WS-IND-MAT-NB    PIC 9(5).
       77 WS-TABLE-DEBORDEE   PIC X VALUE "N".
           88 TABLE-DEBORDEE VALUE "O".

      * Niveaux et matieres rencontres sur la fenetre, dans l'ordre
      * alphabetique pour l'edition.
       01 WS-LISTE-NIVEAUX.
          05 WS-LNV-NB PIC 99 VALUE 0.
          05 WS-LNV-CODE PIC X(4) OCCURS 10 TIMES.
       01 WS-LISTE-MATIERES.
          05 WS-LMT-NB PIC 99 VALUE 0.
          05 WS-LMT-CODE PIC X(4) OCCURS 20 TIMES.
       77 WS-TAMPON-CODE      PIC X(4).

      * Indicateurs edites : libelle de la synthese et code de la
      * colonne INDICATEUR du CSV ; l'indicateur 9 est la moyenne
      * d'une matiere.
       01 WS-LIBELLES-INDIC.
          05 FILLER PIC X(31) VALUE
             "EFFECTIF          EFFECTIF     ".
          05 FILLER PIC X(31) VALUE
             "MOYENNE ANNUELLE  MOYENNE      ".
          05 FILLER PIC X(31) VALUE
             "% REUSSITE        REUSSITE     ".
          05 FILLER PIC X(31) VALUE
             "FELICITATIONS     FELICITATIONS".
          05 FILLER PIC X(31) VALUE
             "PROMUS            PROMUS       ".
          05 FILLER PIC X(31) VALUE
             "REDOUBLANTS       REDOUBLANTS  ".
          05 FILLER PIC X(31) VALUE
             "SORTANTS          SORTANTS     ".
          05 FILLER PIC X(31) VALUE
             "MOYENNE SORTANTS  MOY-SORTANTS ".
          05 FILLER PIC X(31) VALUE
             "MOYENNE           MOY-MATIERE  ".
       01 FILLER REDEFINES WS-LIBELLES-INDIC.
          05 WS-INDIC OCCURS 9 TIMES.
             10 WS-INDIC-LIBELLE PIC X(18).
             10 WS-INDIC-CODE    PIC X(13).

      * Calcul d'une cellule (indicateur WS-K, annee WS-I-A, niveau
      * WS-CODE-NIVEAU, matiere WS-CODE-MATIERE pour l'indicateur 9)
      * et de la meme cellule l'annee precedente pour l'ecart.
       77 WS-CEL-PRESENTE     PIC X VALUE "N".
           88 CEL-PRESENTE VALUE "O".
       77 WS-CEL-VALEUR       PIC 9(4)V99.
       77 WS-PRC-PRESENTE     PIC X VALUE "N".
           88 PRC-PRESENTE VALUE "O".
       77 WS-PRC-VALEUR       PIC 9(4)V99.
       77 WS-ECART            PIC S9(4)V99.
       77 WS-TAUX-ARRONDI     PIC 999V9.
       77 WS-TYPE-VALEUR      PIC X.
           88 VALEUR-COMPTAGE VALUE "C".
           88 VALEUR-MOYENNE  VALUE "M".
           88 VALEUR-TAUX     VALUE "T".

      * Images editees de la valeur et de l'ecart.
       77 WS-ED-COMPTAGE      PIC ZZZZ9.
       77 WS-ED-MOYENNE       PIC Z9.99.
       77 WS-ED-TAUX          PIC ZZ9.9.
       77 WS-ED-EC-COMPTAGE   PIC +++++9.
       77 WS-ED-EC-MOYENNE    PIC ++9.99.
       77 WS-ED-EC-TAUX       PIC +++9.9.
       77 WS-CEL-VAL-ED       PIC X(6).
       77 WS-CEL-EC-ED        PIC X(6).
       01 WS-LIGNE-EDITION    PIC X(100).

      * Zones du CSV : valeurs cadrees a gauche.
       77 WS-CSV-PTR          PIC 9(3).
       77 WS-CADRE            PIC X(6).
       77 WS-CADRE-NB         PIC 99.
       77 WS-CSV-VALEUR       PIC X(6).
       77 WS-CSV-ECART        PIC X(6).

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.

           DISPLAY "ANNEE SCOLAIRE DE REFERENCE (EX 2025-2026) :"
           ACCEPT WS-ANNEE-REFERENCE
           IF WS-ANNEE-REFERENCE(1:4) IS NOT NUMERIC
               DISPLAY "ANNEE DE REFERENCE INVALIDE - ARRET"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ANNEE-REFERENCE(1:4) TO WS-MILLESIME-FIN
           COMPUTE WS-MILLESIME-DEBUT = WS-MILLESIME-FIN - 4
           PERFORM CHARGER-PARAMETRES
           INITIALIZE WS-INDICATEURS

           PERFORM CHARGER-SORTANTS

           SORT TRI-FILE
               ON ASCENDING KEY WS-TRI-ANNEE
                                WS-TRI-MATRICULE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECTIONNER-HISTORIQUES
               OUTPUT PROCEDURE IS CUMULER-PAR-RUPTURE

           IF RETURN-CODE >= 16
               STOP RUN
           END-IF
           IF WS-NB-RETENUS = 0
               DISPLAY "AUCUN RESULTAT DE " WS-MILLESIME-DEBUT
                   " A " WS-ANNEE-REFERENCE " DANS L'HISTORIQUE"
                   " ET LES ARCHIVES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM EDITER-INDICATEURS
           IF TABLE-DEBORDEE
               DISPLAY "TABLE DES INDICATEURS PLEINE - NIVEAUX OU"
                   " MATIERES IGNORES, RESULTATS INCOMPLETS"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Les sortants de la fenetre sont charges une fois. Fichier
      * absent : aucun sortant compte, avertissement.
       CHARGER-SORTANTS.
           OPEN INPUT ANCIENS-FILE
           IF WS-ANCIENS-STATUS NOT = "00"
               DISPLAY "FICHIER DES ANCIENS ABSENT ("
                   WS-ANCIENS-STATUS ") - SORTANTS NON COMPTES"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM UNTIL FIN-ANCIENS
                   READ ANCIENS-FILE
                       AT END
                           SET FIN-ANCIENS TO TRUE
                       NOT AT END
                           PERFORM RANGER-SORTANT
                   END-READ
               END-PERFORM
               CLOSE ANCIENS-FILE
           END-IF.

       RANGER-SORTANT.
           IF WS-ANC-ANNEE(1:4) IS NUMERIC
               MOVE WS-ANC-ANNEE(1:4) TO WS-MILLESIME
               IF WS-MILLESIME >= WS-MILLESIME-DEBUT
                       AND WS-MILLESIME <= WS-MILLESIME-FIN
                   IF WS-SRT-NB = 3000
                       SET TABLE-DEBORDEE TO TRUE
                   ELSE
                       ADD 1 TO WS-SRT-NB
                       MOVE WS-ANC-MATRICULE
                           TO WS-SRT-MATRICULE(WS-SRT-NB)
                       MOVE WS-ANC-ANNEE TO WS-SRT-ANNEE(WS-SRT-NB)
                       MOVE WS-ANC-MOYENNE
                           TO WS-SRT-MOYENNE(WS-SRT-NB)
                   END-IF
               END-IF
           END-IF.

      * Alimentation du tri : les generations d'archive de la liste
      * dans l'ordre, puis l'historique vif, qui l'emporte en cas de
      * doublon. Une generation illisible est signalee et sautee.
       SELECTIONNER-HISTORIQUES.
           OPEN INPUT ARCHLIST-FILE
           IF WS-ARCHLIST-STATUS NOT = "00"
               DISPLAY "LISTE DES ARCHIVES ABSENTE ("
                   WS-ARCHLIST-STATUS ") - HISTORIQUE VIF SEUL"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM UNTIL FIN-ARCHLIST
                   READ ARCHLIST-FILE
                       AT END
                           SET FIN-ARCHLIST TO TRUE
                       NOT AT END
                           IF WS-ARL-DATE IS NUMERIC
                               PERFORM RELACHER-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHLIST-FILE
           END-IF
           OPEN INPUT HISTO-FILE
           IF WS-HISTO-STATUS NOT = "00"
               DISPLAY "HISTO-NOTES.DAT INTROUVABLE ("
                   WS-HISTO-STATUS ") - ARRET"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL FIN-HISTO
                   READ HISTO-FILE
                       AT END
                           SET FIN-HISTO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-LUS-VIF
                           PERFORM RELACHER-HISTORIQUE
                   END-READ
               END-PERFORM
               CLOSE HISTO-FILE
           END-IF.

       RELACHER-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-NOM
           STRING "HISTO-ARCH-" WS-ARL-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NOM
           END-STRING
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "ARCHIVE " WS-ARCHIVE-NOM " ILLISIBLE ("
                   WS-ARCHIVE-STATUS ") - GENERATION IGNOREE"
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-NB-GENERATIONS
               MOVE "N" TO WS-FIN-ARCHIVE
               PERFORM UNTIL FIN-ARCHIVE
                   READ ARCHIVE-FILE
                       AT END
                           SET FIN-ARCHIVE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-LUS-ARCHIVES
                           MOVE WS-ARCHIVE-REC TO WS-HISTO-REC
                           PERFORM RELACHER-HISTORIQUE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

      * Seuls les trimestres valables des annees de la fenetre sont
      * relaches.
       RELACHER-HISTORIQUE.
           IF WS-HISTO-ANNEE(1:4) IS NUMERIC
                   AND WS-HISTO-TRIMESTRE >= 1
                   AND WS-HISTO-TRIMESTRE <= 3
               MOVE WS-HISTO-ANNEE(1:4) TO WS-MILLESIME
               IF WS-MILLESIME >= WS-MILLESIME-DEBUT
                       AND WS-MILLESIME <= WS-MILLESIME-FIN
                   ADD 1 TO WS-NB-RETENUS
                   MOVE WS-HISTO-REC TO WS-TRI-REC
                   RELEASE WS-TRI-REC
               END-IF
           END-IF.

      * Rupture (annee, matricule) sur la sortie triee : chaque
      * trimestre relu recouvre le poste de l'eleve en cours, le
      * changement d'eleve verse ses resultats dans les cumuls.
       CUMULER-PAR-RUPTURE.
           PERFORM UNTIL FIN-TRI
               RETURN TRI-FILE
                   AT END
                       SET FIN-TRI TO TRUE
                   NOT AT END
                       MOVE WS-TRI-REC TO WS-HISTO-REC
                       IF NOT ELEVE-EN-COURS
                           PERFORM DEBUT-D-ELEVE
                       ELSE
                           IF WS-HISTO-MATRICULE NOT = WS-ELV-MATRICULE
                                   OR WS-HISTO-ANNEE NOT = WS-ELV-ANNEE
                               PERFORM CUMULER-ELEVE
                               PERFORM DEBUT-D-ELEVE
                           END-IF
                       END-IF
                       PERFORM RANGER-TRIMESTRE
               END-RETURN
           END-PERFORM
           IF ELEVE-EN-COURS
               PERFORM CUMULER-ELEVE
           END-IF.

       DEBUT-D-ELEVE.
           INITIALIZE WS-ELEVE
           MOVE WS-HISTO-MATRICULE TO WS-ELV-MATRICULE
           MOVE WS-HISTO-ANNEE     TO WS-ELV-ANNEE
           MOVE "O" TO WS-ELEVE-EN-COURS.

       RANGER-TRIMESTRE.
           MOVE WS-HISTO-TRIMESTRE TO WS-I-T
           MOVE "O" TO WS-ELV-TRIM-VU(WS-I-T)
           MOVE WS-HISTO-CLASSE TO WS-ELV-CLASSE-T(WS-I-T)
           MOVE WS-HISTO-NB-MAT TO WS-ELV-NB-MAT(WS-I-T)
           PERFORM VARYING WS-I-M FROM 1 BY 1 UNTIL WS-I-M > 9
               MOVE WS-HISTO-MAT-CODE(WS-I-M)
                   TO WS-ELV-MAT-CODE(WS-I-T, WS-I-M)
               MOVE WS-HISTO-NOTE(WS-I-M)
                   TO WS-ELV-NOTE(WS-I-T, WS-I-M)
           END-PERFORM
           MOVE WS-HISTO-MOYENNE TO WS-ELV-MOYENNE(WS-I-T).

      * Cloture d'un eleve : moyenne annuelle, niveau de la classe du
      * dernier trimestre enregistre, sort de l'annee, puis cumul
      * dans son niveau et dans TOUS.
       CUMULER-ELEVE.
           ADD 1 TO WS-NB-ELEVES-ANNEE
           MOVE 0 TO WS-NB-TRIM-VUS
           MOVE 0 TO WS-SOMME-MOY
           MOVE 0 TO WS-DERNIER-TRIM
           PERFORM VARYING WS-I-T FROM 1 BY 1 UNTIL WS-I-T > 3
               IF ELV-TRIM-VU(WS-I-T)
                   ADD 1 TO WS-NB-TRIM-VUS
                   ADD WS-ELV-MOYENNE(WS-I-T) TO WS-SOMME-MOY
                   MOVE WS-I-T TO WS-DERNIER-TRIM
               END-IF
           END-PERFORM
           COMPUTE WS-MOYENNE-ANNEE ROUNDED =
                   WS-SOMME-MOY / WS-NB-TRIM-VUS
           MOVE WS-ELV-CLASSE-T(WS-DERNIER-TRIM) TO WS-ELV-CLASSE
           MOVE WS-ELV-ANNEE(1:4) TO WS-MILLESIME
           COMPUTE WS-I-A = WS-MILLESIME - WS-MILLESIME-DEBUT + 1
           MOVE WS-ELV-ANNEE TO WS-IND-ANNEE(WS-I-A)
      * Sort de l'annee : sortant si l'eleve figure aux anciens
      * pour cette annee, sinon regle du seuil de reussite.
           MOVE "R" TO WS-SORT
           IF WS-MOYENNE-ANNEE >= WS-SEUIL-REUSSITE
               MOVE "P" TO WS-SORT
           END-IF
           PERFORM VARYING WS-I-ANC FROM 1 BY 1
                   UNTIL WS-I-ANC > WS-SRT-NB OR WS-SORT = "S"
               IF WS-SRT-MATRICULE(WS-I-ANC) = WS-ELV-MATRICULE
                       AND WS-SRT-ANNEE(WS-I-ANC) = WS-ELV-ANNEE
                   MOVE "S" TO WS-SORT
                   MOVE WS-SRT-MOYENNE(WS-I-ANC) TO WS-MOY-SORTANT
               END-IF
           END-PERFORM
           MOVE WS-ELV-CLASSE(1:4) TO WS-CODE-NIVEAU
           PERFORM CUMULER-NIVEAU
           MOVE "TOUS" TO WS-CODE-NIVEAU
           PERFORM CUMULER-NIVEAU
           MOVE "N" TO WS-ELEVE-EN-COURS.

       CUMULER-NIVEAU.
           PERFORM TROUVER-NIVEAU
           IF WS-I-N = 0
               IF WS-IND-NB-NIV(WS-I-A) = 10
                   SET TABLE-DEBORDEE TO TRUE
               ELSE
                   ADD 1 TO WS-IND-NB-NIV(WS-I-A)
                   MOVE WS-IND-NB-NIV(WS-I-A) TO WS-I-N
                   MOVE WS-CODE-NIVEAU
                       TO WS-IND-NIVEAU(WS-I-A, WS-I-N)
                   PERFORM AJOUTER-NIVEAU-LISTE
               END-IF
           END-IF
           IF WS-I-N > 0
               ADD 1 TO WS-IND-EFFECTIF(WS-I-A, WS-I-N)
               ADD WS-MOYENNE-ANNEE
                   TO WS-IND-SOMME-MOY(WS-I-A, WS-I-N)
               IF WS-MOYENNE-ANNEE >= WS-SEUIL-REUSSITE
                   ADD 1 TO WS-IND-NB-REUSSITE(WS-I-A, WS-I-N)
               END-IF
               IF WS-MOYENNE-ANNEE >= WS-SEUIL-FELICITATIONS
                   ADD 1 TO WS-IND-NB-FELICIT(WS-I-A, WS-I-N)
               END-IF
               EVALUATE WS-SORT
                   WHEN "P"
                       ADD 1 TO WS-IND-NB-PROMUS(WS-I-A, WS-I-N)
                   WHEN "R"
                       ADD 1 TO WS-IND-NB-REDOUB(WS-I-A, WS-I-N)
                   WHEN "S"
                       ADD 1 TO WS-IND-NB-SORTANTS(WS-I-A, WS-I-N)
                       ADD WS-MOY-SORTANT
                           TO WS-IND-SOMME-SORT(WS-I-A, WS-I-N)
               END-EVALUATE
               PERFORM VARYING WS-I-T FROM 1 BY 1 UNTIL WS-I-T > 3
                   IF ELV-TRIM-VU(WS-I-T)
                       PERFORM CUMULER-NOTES-TRIMESTRE
                   END-IF
               END-PERFORM
           END-IF.

      * Notes numeriques de l'ecole du trimestre WS-I-T dans la
      * matiere correspondante du niveau (ABS, DIS, blanc et notes E
      * d'un autre etablissement n'entrent pas).
       CUMULER-NOTES-TRIMESTRE.
           PERFORM VARYING WS-I-M FROM 1 BY 1
                   UNTIL WS-I-M > WS-ELV-NB-MAT(WS-I-T)
               IF WS-ELV-NOTE(WS-I-T, WS-I-M)(1:2) IS NUMERIC
                       AND WS-ELV-NOTE(WS-I-T, WS-I-M)(3:1) = SPACE
                   MOVE WS-ELV-MAT-CODE(WS-I-T, WS-I-M)
                       TO WS-CODE-MATIERE
                   PERFORM TROUVER-MATIERE
                   IF WS-I-X = 0
                       IF WS-IND-NB-MAT(WS-I-A, WS-I-N) = 15
                           SET TABLE-DEBORDEE TO TRUE
                       ELSE
                           ADD 1 TO WS-IND-NB-MAT(WS-I-A, WS-I-N)
                           MOVE WS-IND-NB-MAT(WS-I-A, WS-I-N)
                               TO WS-I-X
                           MOVE WS-CODE-MATIERE
                               TO WS-IND-MAT-CODE(WS-I-A, WS-I-N,
                                                  WS-I-X)
                       END-IF
                   END-IF
                   IF WS-I-X > 0
                       MOVE WS-ELV-NOTE(WS-I-T, WS-I-M)(1:2)
                           TO WS-NOTE-TRAVAIL
                       ADD WS-NOTE-TRAVAIL
                           TO WS-IND-MAT-SOMME(WS-I-A, WS-I-N, WS-I-X)
                       ADD 1 TO WS-IND-MAT-NB(WS-I-A, WS-I-N, WS-I-X)
                   END-IF
               END-IF
           END-PERFORM.

      * Rang du niveau WS-CODE-NIVEAU dans l'annee WS-I-A (0 si
      * absent).
       TROUVER-NIVEAU.
           MOVE 0 TO WS-I-N
           PERFORM VARYING WS-I-L FROM 1 BY 1
                   UNTIL WS-I-L > WS-IND-NB-NIV(WS-I-A) OR WS-I-N > 0
               IF WS-IND-NIVEAU(WS-I-A, WS-I-L) = WS-CODE-NIVEAU
                   MOVE WS-I-L TO WS-I-N
               END-IF
           END-PERFORM.

      * Rang de la matiere WS-CODE-MATIERE dans le niveau WS-I-N de
      * l'annee WS-I-A (0 si absente).
       TROUVER-MATIERE.
           MOVE 0 TO WS-I-X
           PERFORM VARYING WS-I-L FROM 1 BY 1
                   UNTIL WS-I-L > WS-IND-NB-MAT(WS-I-A, WS-I-N)
                       OR WS-I-X > 0
               IF WS-IND-MAT-CODE(WS-I-A, WS-I-N, WS-I-L)
                       = WS-CODE-MATIERE
                   MOVE WS-I-L TO WS-I-X
               END-IF
           END-PERFORM.

       AJOUTER-NIVEAU-LISTE.
           MOVE 0 TO WS-I-X
           PERFORM VARYING WS-I-L FROM 1 BY 1
                   UNTIL WS-I-L > WS-LNV-NB OR WS-I-X > 0
               IF WS-LNV-CODE(WS-I-L) = WS-CODE-NIVEAU
                   MOVE WS-I-L TO WS-I-X
               END-IF
           END-PERFORM
           IF WS-I-X = 0
               IF WS-LNV-NB = 10
                   SET TABLE-DEBORDEE TO TRUE
               ELSE
                   ADD 1 TO WS-LNV-NB
                   MOVE WS-CODE-NIVEAU TO WS-LNV-CODE(WS-LNV-NB)
               END-IF
           END-IF.

      * Synthese imprimee et CSV : un bloc par niveau (ordre
      * alphabetique, TOUS en dernier), une ligne par indicateur et
      * une colonne par annee de la fenetre.
       EDITER-INDICATEURS.
           OPEN OUTPUT CSV-FILE
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE CSV DES INDICATEURS ("
                   WS-CSV-STATUS ") - SYNTHESE IMPRIMEE SEULE"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "ANNEE,NIVEAU,INDICATEUR,MATIERE,VALEUR,ECART"
                   TO WS-CSV-LIGNE
               WRITE WS-CSV-LIGNE
           END-IF
           PERFORM VARYING WS-I-A FROM 1 BY 1 UNTIL WS-I-A > 5
               IF WS-IND-ANNEE(WS-I-A) = SPACES
                   COMPUTE WS-MILLESIME = WS-MILLESIME-DEBUT
                           + WS-I-A - 1
                   MOVE WS-MILLESIME TO WS-IND-ANNEE(WS-I-A)(1:4)
                   MOVE "-" TO WS-IND-ANNEE(WS-I-A)(5:1)
                   ADD 1 TO WS-MILLESIME
                   MOVE WS-MILLESIME TO WS-IND-ANNEE(WS-I-A)(6:4)
               END-IF
           END-PERFORM
           DISPLAY "=============================================="
           DISPLAY "INDICATEURS DE L'ETABLISSEMENT "
               WS-IND-ANNEE(1) " A " WS-ANNEE-REFERENCE
           DISPLAY "GENERATIONS D'ARCHIVE LUES : " WS-NB-GENERATIONS
               " (" WS-NB-LUS-ARCHIVES " ENREGISTREMENTS), VIF : "
               WS-NB-LUS-VIF
           DISPLAY "RESULTATS RETENUS : " WS-NB-RETENUS
               " TRIMESTRE(S), " WS-NB-ELEVES-ANNEE " ELEVE(S)-ANNEE"
           DISPLAY "SEUILS EN VIGUEUR : REUSSITE " WS-SEUIL-REUSSITE
               " FELICITATIONS " WS-SEUIL-FELICITATIONS
           PERFORM TRIER-NIVEAUX
           PERFORM VARYING WS-I-P FROM 1 BY 1 UNTIL WS-I-P > WS-LNV-NB
               MOVE WS-LNV-CODE(WS-I-P) TO WS-CODE-NIVEAU
               PERFORM EDITER-NIVEAU
           END-PERFORM
           DISPLAY "=============================================="
           IF WS-CSV-STATUS = "00"
               CLOSE CSV-FILE
               DISPLAY "CSV DES INDICATEURS : " WS-NB-LIGNES-CSV
                   " LIGNE(S)"
           END-IF.

      * Tri a bulles des codes de niveau ; TOUS, hors ordre
      * alphabetique des chiffres, ferme la liste.
       TRIER-NIVEAUX.
           PERFORM VARYING WS-I-L FROM 1 BY 1 UNTIL WS-I-L >= WS-LNV-NB
               PERFORM VARYING WS-I-X FROM 1 BY 1
                       UNTIL WS-I-X > WS-LNV-NB - WS-I-L
                   IF WS-LNV-CODE(WS-I-X) > WS-LNV-CODE(WS-I-X + 1)
                       MOVE WS-LNV-CODE(WS-I-X) TO WS-TAMPON-CODE
                       MOVE WS-LNV-CODE(WS-I-X + 1)
                           TO WS-LNV-CODE(WS-I-X)
                       MOVE WS-TAMPON-CODE TO WS-LNV-CODE(WS-I-X + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       EDITER-NIVEAU.
           DISPLAY "----------------------------------------------"
           MOVE SPACES TO WS-LIGNE-EDITION
           IF WS-CODE-NIVEAU = "TOUS"
               MOVE "ETABLISSEMENT" TO WS-LIGNE-EDITION(1:18)
           ELSE
               STRING "NIVEAU " WS-CODE-NIVEAU
                   DELIMITED BY SIZE INTO WS-LIGNE-EDITION
               END-STRING
           END-IF
           PERFORM VARYING WS-I-A FROM 1 BY 1 UNTIL WS-I-A > 5
               COMPUTE WS-POS = 19 + (WS-I-A - 1) * 16 + 3
               MOVE WS-IND-ANNEE(WS-I-A)
                   TO WS-LIGNE-EDITION(WS-POS:9)
           END-PERFORM
           DISPLAY WS-LIGNE-EDITION
           MOVE SPACES TO WS-CODE-MATIERE
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 8
               MOVE SPACES TO WS-LIGNE-EDITION
               MOVE WS-INDIC-LIBELLE(WS-K) TO WS-LIGNE-EDITION(1:18)
               PERFORM EDITER-LIGNE-INDICATEUR
           END-PERFORM
      * Moyennes par matiere : toutes les matieres notees dans le
      * niveau sur la fenetre, dans l'ordre alphabetique.
           PERFORM LISTER-MATIERES-NIVEAU
           MOVE 9 TO WS-K
           PERFORM VARYING WS-I-S FROM 1 BY 1 UNTIL WS-I-S > WS-LMT-NB
               MOVE WS-LMT-CODE(WS-I-S) TO WS-CODE-MATIERE
               MOVE SPACES TO WS-LIGNE-EDITION
               STRING "MOYENNE " WS-CODE-MATIERE
                   DELIMITED BY SIZE INTO WS-LIGNE-EDITION
               END-STRING
               PERFORM EDITER-LIGNE-INDICATEUR
           END-PERFORM.

      * Une cellule par annee : valeur et ecart a l'annee
      * precedente ; chaque valeur presente donne une ligne CSV.
       EDITER-LIGNE-INDICATEUR.
           MOVE "N" TO WS-PRC-PRESENTE
           PERFORM VARYING WS-I-A FROM 1 BY 1 UNTIL WS-I-A > 5
               PERFORM CALCULER-CELLULE
               COMPUTE WS-POS = 19 + (WS-I-A - 1) * 16
               IF NOT CEL-PRESENTE
                   MOVE "    --" TO WS-LIGNE-EDITION(WS-POS:6)
               ELSE
                   PERFORM FORMATER-CELLULE
                   MOVE WS-CEL-VAL-ED TO WS-LIGNE-EDITION(WS-POS:6)
                   IF WS-CEL-EC-ED NOT = SPACES
                       ADD 6 TO WS-POS
                       MOVE " (" TO WS-LIGNE-EDITION(WS-POS:2)
                       ADD 2 TO WS-POS
                       MOVE WS-CEL-EC-ED TO WS-LIGNE-EDITION(WS-POS:6)
                       ADD 6 TO WS-POS
                       MOVE ")" TO WS-LIGNE-EDITION(WS-POS:1)
                   END-IF
                   PERFORM ECRIRE-LIGNE-CSV
               END-IF
               MOVE WS-CEL-PRESENTE TO WS-PRC-PRESENTE
               MOVE WS-CEL-VALEUR   TO WS-PRC-VALEUR
           END-PERFORM
           DISPLAY WS-LIGNE-EDITION.

      * Valeur de la cellule courante (annee WS-I-A) ; celle de
      * l'annee precedente, pour l'ecart, a ete gardee au tour
      * precedent de la boucle (WS-PRC-...).
       CALCULER-CELLULE.
           MOVE "N" TO WS-CEL-PRESENTE
           MOVE 0 TO WS-CEL-VALEUR
           PERFORM TROUVER-NIVEAU
           IF WS-I-N > 0
               MOVE "O" TO WS-CEL-PRESENTE
               EVALUATE WS-K
                   WHEN 1
                       MOVE "C" TO WS-TYPE-VALEUR
                       MOVE WS-IND-EFFECTIF(WS-I-A, WS-I-N)
                           TO WS-CEL-VALEUR
                   WHEN 2
                       MOVE "M" TO WS-TYPE-VALEUR
                       COMPUTE WS-CEL-VALEUR ROUNDED =
                           WS-IND-SOMME-MOY(WS-I-A, WS-I-N)
                           / WS-IND-EFFECTIF(WS-I-A, WS-I-N)
                   WHEN 3
                       MOVE "T" TO WS-TYPE-VALEUR
                       COMPUTE WS-TAUX-ARRONDI ROUNDED =
                           WS-IND-NB-REUSSITE(WS-I-A, WS-I-N) * 100
                           / WS-IND-EFFECTIF(WS-I-A, WS-I-N)
                       MOVE WS-TAUX-ARRONDI TO WS-CEL-VALEUR
                   WHEN 4
                       MOVE "C" TO WS-TYPE-VALEUR
                       MOVE WS-IND-NB-FELICIT(WS-I-A, WS-I-N)
                           TO WS-CEL-VALEUR
                   WHEN 5
                       MOVE "C" TO WS-TYPE-VALEUR
                       MOVE WS-IND-NB-PROMUS(WS-I-A, WS-I-N)
                           TO WS-CEL-VALEUR
                   WHEN 6
                       MOVE "C" TO WS-TYPE-VALEUR
                       MOVE WS-IND-NB-REDOUB(WS-I-A, WS-I-N)
                           TO WS-CEL-VALEUR
                   WHEN 7
                       MOVE "C" TO WS-TYPE-VALEUR
                       MOVE WS-IND-NB-SORTANTS(WS-I-A, WS-I-N)
                           TO WS-CEL-VALEUR
                   WHEN 8
                       MOVE "M" TO WS-TYPE-VALEUR
                       IF WS-IND-NB-SORTANTS(WS-I-A, WS-I-N) = 0
                           MOVE "N" TO WS-CEL-PRESENTE
                       ELSE
                           COMPUTE WS-CEL-VALEUR ROUNDED =
                               WS-IND-SOMME-SORT(WS-I-A, WS-I-N)
                               / WS-IND-NB-SORTANTS(WS-I-A, WS-I-N)
                       END-IF
                   WHEN OTHER
                       MOVE "M" TO WS-TYPE-VALEUR
                       PERFORM TROUVER-MATIERE
                       IF WS-I-X = 0
                           MOVE "N" TO WS-CEL-PRESENTE
                       ELSE
                           COMPUTE WS-CEL-VALEUR ROUNDED =
                               WS-IND-MAT-SOMME(WS-I-A, WS-I-N, WS-I-X)
                               / WS-IND-MAT-NB(WS-I-A, WS-I-N, WS-I-X)
                       END-IF
               END-EVALUATE
           END-IF.

      * Images de la valeur et de l'ecart selon le type de
      * l'indicateur ; pas d'ecart sans valeur l'annee precedente.
       FORMATER-CELLULE.
           MOVE SPACES TO WS-CEL-EC-ED
           EVALUATE TRUE
               WHEN VALEUR-COMPTAGE
                   MOVE WS-CEL-VALEUR TO WS-ED-COMPTAGE
                   MOVE WS-ED-COMPTAGE TO WS-CEL-VAL-ED
               WHEN VALEUR-MOYENNE
                   MOVE WS-CEL-VALEUR TO WS-ED-MOYENNE
                   MOVE WS-ED-MOYENNE TO WS-CEL-VAL-ED
               WHEN OTHER
                   MOVE WS-CEL-VALEUR TO WS-ED-TAUX
                   MOVE WS-ED-TAUX TO WS-CEL-VAL-ED
           END-EVALUATE
           IF PRC-PRESENTE
               COMPUTE WS-ECART = WS-CEL-VALEUR - WS-PRC-VALEUR
               EVALUATE TRUE
                   WHEN VALEUR-COMPTAGE
                       MOVE WS-ECART TO WS-ED-EC-COMPTAGE
                       MOVE WS-ED-EC-COMPTAGE TO WS-CEL-EC-ED
                   WHEN VALEUR-MOYENNE
                       MOVE WS-ECART TO WS-ED-EC-MOYENNE
                       MOVE WS-ED-EC-MOYENNE TO WS-CEL-EC-ED
                   WHEN OTHER
                       MOVE WS-ECART TO WS-ED-EC-TAUX
                       MOVE WS-ED-EC-TAUX TO WS-CEL-EC-ED
               END-EVALUATE
           END-IF.

      * Ligne CSV de la cellule courante, valeur et ecart cadres a
      * gauche.
       ECRIRE-LIGNE-CSV.
           IF WS-CSV-STATUS = "00"
               MOVE WS-CEL-VAL-ED TO WS-CADRE
               PERFORM CADRER-A-GAUCHE
               MOVE WS-CADRE TO WS-CSV-VALEUR
               MOVE WS-CEL-EC-ED TO WS-CADRE
               PERFORM CADRER-A-GAUCHE
               MOVE WS-CADRE TO WS-CSV-ECART
               MOVE SPACES TO WS-CSV-LIGNE
               MOVE 1 TO WS-CSV-PTR
               STRING WS-IND-ANNEE(WS-I-A) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-CODE-NIVEAU DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-INDIC-CODE(WS-K) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-CODE-MATIERE DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-CSV-VALEUR DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-CSV-ECART DELIMITED BY SPACE
                      INTO WS-CSV-LIGNE
                      WITH POINTER WS-CSV-PTR
               END-STRING
               WRITE WS-CSV-LIGNE
               IF WS-CSV-STATUS NOT = "00"
                   DISPLAY "ERREUR ECRITURE CSV DES INDICATEURS ("
                       WS-CSV-STATUS ")"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-NB-LIGNES-CSV
               END-IF
           END-IF.

       CADRER-A-GAUCHE.
           MOVE 0 TO WS-CADRE-NB
           INSPECT WS-CADRE TALLYING WS-CADRE-NB FOR LEADING SPACES
           IF WS-CADRE-NB > 0 AND WS-CADRE-NB < 6
               MOVE WS-CADRE(WS-CADRE-NB + 1:) TO WS-CADRE
           END-IF.

      * Matieres notees dans le niveau courant sur toute la fenetre,
      * triees par code.
       LISTER-MATIERES-NIVEAU.
           MOVE 0 TO WS-LMT-NB
           PERFORM VARYING WS-I-A FROM 1 BY 1 UNTIL WS-I-A > 5
               PERFORM TROUVER-NIVEAU
               IF WS-I-N > 0
                   PERFORM VARYING WS-I-M FROM 1 BY 1
                           UNTIL WS-I-M > WS-IND-NB-MAT(WS-I-A, WS-I-N)
                       PERFORM AJOUTER-MATIERE-LISTE
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I-L FROM 1 BY 1 UNTIL WS-I-L >= WS-LMT-NB
               PERFORM VARYING WS-I-X FROM 1 BY 1
                       UNTIL WS-I-X > WS-LMT-NB - WS-I-L
                   IF WS-LMT-CODE(WS-I-X) > WS-LMT-CODE(WS-I-X + 1)
                       MOVE WS-LMT-CODE(WS-I-X) TO WS-TAMPON-CODE
                       MOVE WS-LMT-CODE(WS-I-X + 1)
                           TO WS-LMT-CODE(WS-I-X)
                       MOVE WS-TAMPON-CODE TO WS-LMT-CODE(WS-I-X + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       AJOUTER-MATIERE-LISTE.
           MOVE 0 TO WS-I-X
           PERFORM VARYING WS-I-L FROM 1 BY 1
                   UNTIL WS-I-L > WS-LMT-NB OR WS-I-X > 0
               IF WS-LMT-CODE(WS-I-L)
                       = WS-IND-MAT-CODE(WS-I-A, WS-I-N, WS-I-M)
                   MOVE WS-I-L TO WS-I-X
               END-IF
           END-PERFORM
           IF WS-I-X = 0
               IF WS-LMT-NB = 20
                   SET TABLE-DEBORDEE TO TRUE
               ELSE
                   ADD 1 TO WS-LMT-NB
                   MOVE WS-IND-MAT-CODE(WS-I-A, WS-I-N, WS-I-M)
                       TO WS-LMT-CODE(WS-LMT-NB)
               END-IF
           END-IF.

       COPY "PARAM-PARA.CPY".
