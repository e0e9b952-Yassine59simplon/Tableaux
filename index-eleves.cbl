      * Reconstruction nocturne de l'index nom/classe des eleves
      * (INDEXELV) : ELEVES.DAT n'est accessible que par matricule,
      * et retrouver un enfant d'apres son nom obligeait le
      * secretariat a lister l'effectif classe par classe. Ce travail
      * reprend :
      *   - l'effectif vif (ELEVES.DAT) : eleves inscrits, etat I ;
      *   - le registre des radiations (RADIATIONS.DAT) : eleves
      *     radies, etat R ;
      *   - l'archive des anciens (ANCIENS) : eleves sortis en fin de
      *     scolarite, etat S ;
      * un eleve present a l'effectif vif n'y figurant que comme
      * inscrit, et pour un eleve hors effectif le mouvement le plus
      * recent des deux registres l'emportant. Chaque eleve donne
      * deux postes (cle classe + nom, cle nom + classe), tries puis
      * ecrits dans l'index. Une fois l'index reecrit et controle
      * (postes ecrits = deux par eleve retenu), le journal des
      * mouvements INDEXMVT alimente dans la journee par MAINT-ELEVES,
      * IMPORT-RENTREE et PROMOTION est remis a vide : son contenu
      * est desormais dans l'index.
      * Code retour : 16 = effectif absent, 8 = index non ecrit ou
      * controle en desaccord (journal conserve), 0 = index a jour.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDEX-ELEVES.
       AUTHOR. Yassine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "IDXELV-SELECT.CPY".
       COPY "IDXMVT-SELECT.CPY".
      * ASSIGN TO des noms externes (non litteraux) pour que les DD
      * du travail REIDXELV designent reellement ces fichiers.
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
           SELECT TRI-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       COPY "IDXELV-FD.CPY".
       COPY "IDXMVT-FD.CPY".

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

      * Enregistrement de tri : le poste d'index lui-meme.
       SD  TRI-FILE.
       01  WS-TRI-REC.
           05 WS-TRI-TYPE         PIC X.
           05 WS-TRI-CLE          PIC X(28).
           05 WS-TRI-MATRICULE    PIC 9(4).
           05 WS-TRI-NOM          PIC X(20).
           05 WS-TRI-CLASSE       PIC X(8).
           05 WS-TRI-ANNEE        PIC X(9).
           05 WS-TRI-ETAT         PIC X.
           05 FILLER              PIC X(9).

       WORKING-STORAGE SECTION.

      * Etat fichier de l'index et normalisation des noms.
       COPY "IDXELV-WS.CPY".
      * Etat fichier du journal des mouvements.
       COPY "IDXMVT-WS.CPY".
       77 WS-ELEVES-STATUS    PIC XX VALUE "00".
       77 WS-ELEVE-RELKEY     PIC 9(4) VALUE 0.
       77 WS-RADIATIONS-STATUS PIC XX VALUE "00".
       77 WS-ANCIENS-STATUS   PIC XX VALUE "00".
       77 WS-FIN-ELEVES       PIC X VALUE "N".
           88 FIN-ELEVES VALUE "O".
       77 WS-FIN-RADIATIONS   PIC X VALUE "N".
           88 FIN-RADIATIONS VALUE "O".
       77 WS-FIN-ANCIENS      PIC X VALUE "N".
           88 FIN-ANCIENS VALUE "O".
       77 WS-FIN-TRI          PIC X VALUE "N".
           88 FIN-TRI VALUE "O".
       77 WS-INDEX-ECRIT      PIC X VALUE "N".
           88 INDEX-ECRIT VALUE "O".
       77 WS-I-MAT            PIC 9(5) VALUE 0.

      * Eleves hors effectif vif, ranges directement au rang de leur
      * matricule (quatre chiffres : 9999 postes couvrent tous les
      * matricules possibles). Etat I = deja indexe comme inscrit,
      * R / S = radie / sorti a indexer, blanc = inconnu. Pour un
      * matricule vu dans les deux registres, la date la plus recente
      * l'emporte (a date egale, le dernier lu).
       01 WS-HORS-EFFECTIF.
          05 WS-HE-ELEVE OCCURS 9999 TIMES.
             10 WS-HE-ETAT       PIC X.
             10 WS-HE-DATE       PIC X(8).
             10 WS-HE-NOM        PIC X(20).
             10 WS-HE-CLASSE     PIC X(8).
             10 WS-HE-ANNEE      PIC X(9).

      * Eleve en cours de versement au tri.
       01 WS-ELEVE-COURANT.
          05 WS-COU-MATRICULE    PIC 9(4).
          05 WS-COU-NOM          PIC X(20).
          05 WS-COU-CLASSE       PIC X(8).
          05 WS-COU-ANNEE        PIC X(9).
          05 WS-COU-ETAT         PIC X.

      * Compteurs de controle.
       77 WS-NB-INSCRITS      PIC 9(5) VALUE 0.
       77 WS-NB-RADIES        PIC 9(5) VALUE 0.
       77 WS-NB-SORTIS        PIC 9(5) VALUE 0.
       77 WS-NB-RETENUS       PIC 9(5) VALUE 0.
       77 WS-NB-POSTES-VERSES PIC 9(5) VALUE 0.
       77 WS-NB-POSTES-ECRITS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.

           OPEN INPUT ELEVES-FILE
           IF WS-ELEVES-STATUS NOT = "00"
               DISPLAY "EFFECTIF ELEVES ABSENT (" WS-ELEVES-STATUS
                   ") - INDEX NON RECONSTRUIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE WS-HORS-EFFECTIF

           SORT TRI-FILE
               ON ASCENDING KEY WS-TRI-TYPE
               ON ASCENDING KEY WS-TRI-CLE
               ON ASCENDING KEY WS-TRI-MATRICULE
               INPUT PROCEDURE IS SELECTIONNER-ELEVES
               OUTPUT PROCEDURE IS ECRIRE-INDEX
           CLOSE ELEVES-FILE

           COMPUTE WS-NB-RETENUS = WS-NB-INSCRITS + WS-NB-RADIES
               + WS-NB-SORTIS
           DISPLAY "=== RECONSTRUCTION DE L'INDEX DES ELEVES ==="
           DISPLAY "ELEVES INSCRITS            : " WS-NB-INSCRITS
           DISPLAY "ELEVES RADIES              : " WS-NB-RADIES
           DISPLAY "ELEVES SORTIS              : " WS-NB-SORTIS
           DISPLAY "POSTES VERSES AU TRI       : " WS-NB-POSTES-VERSES
           DISPLAY "POSTES ECRITS DANS L'INDEX : " WS-NB-POSTES-ECRITS
           IF NOT INDEX-ECRIT
               DISPLAY "INDEX INDISPONIBLE (" WS-IDX-STATUS
                   ") - JOURNAL DES MOUVEMENTS CONSERVE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NB-POSTES-ECRITS NOT = WS-NB-POSTES-VERSES
                   OR WS-NB-POSTES-ECRITS NOT = WS-NB-RETENUS * 2
               DISPLAY "DESACCORD DES COMPTEURS - INDEX A EXPERTISER,"
                   " JOURNAL DES MOUVEMENTS CONSERVE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * Index controle : les mouvements de la journee y sont repris,
      * le journal repart a vide.
           OPEN OUTPUT MVT-INDEX-FILE
           IF WS-MVT-STATUS NOT = "00"
               DISPLAY "JOURNAL INDEXMVT NON REMIS A VIDE ("
                   WS-MVT-STATUS ") - SES MOUVEMENTS SERONT RELUS"
                   " EN PLUS DE L'INDEX"
           ELSE
               CLOSE MVT-INDEX-FILE
               DISPLAY "JOURNAL DES MOUVEMENTS REMIS A VIDE"
           END-IF
           STOP RUN.

      * Effectif vif d'abord (chaque eleve est marque inscrit), puis
      * les deux registres pour les seuls matricules hors effectif,
      * enfin versement au tri des radies et sortis retenus.
       SELECTIONNER-ELEVES.
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
                       IF WS-ELEVE-REC-MATRICULE IS NUMERIC
                               AND WS-ELEVE-REC-MATRICULE > 0
                           PERFORM VERSER-INSCRIT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM LIRE-RADIATIONS
           PERFORM LIRE-ANCIENS

           PERFORM VARYING WS-I-MAT FROM 1 BY 1 UNTIL WS-I-MAT > 9999
               IF WS-HE-ETAT(WS-I-MAT) = "R"
                       OR WS-HE-ETAT(WS-I-MAT) = "S"
                   MOVE WS-I-MAT              TO WS-COU-MATRICULE
                   MOVE WS-HE-NOM(WS-I-MAT)    TO WS-COU-NOM
                   MOVE WS-HE-CLASSE(WS-I-MAT) TO WS-COU-CLASSE
                   MOVE WS-HE-ANNEE(WS-I-MAT)  TO WS-COU-ANNEE
                   MOVE WS-HE-ETAT(WS-I-MAT)   TO WS-COU-ETAT
                   IF WS-COU-ETAT = "R"
                       ADD 1 TO WS-NB-RADIES
                   ELSE
                       ADD 1 TO WS-NB-SORTIS
                   END-IF
                   PERFORM VERSER-POSTES
               END-IF
           END-PERFORM.

       VERSER-INSCRIT.
           MOVE "I" TO WS-HE-ETAT(WS-ELEVE-REC-MATRICULE)
           MOVE WS-ELEVE-REC-MATRICULE TO WS-COU-MATRICULE
           MOVE WS-ELEVE-REC-NOM       TO WS-COU-NOM
           MOVE WS-ELEVE-REC-CLASSE    TO WS-COU-CLASSE
           MOVE WS-ELEVE-REC-ANNEE     TO WS-COU-ANNEE
           MOVE "I"                    TO WS-COU-ETAT
           ADD 1 TO WS-NB-INSCRITS
           PERFORM VERSER-POSTES.

      * Registre absent : aucun eleve radie a indexer, ce n'est pas
      * une anomalie (aucune radiation encore prononcee).
       LIRE-RADIATIONS.
           OPEN INPUT RADIATIONS-FILE
           IF WS-RADIATIONS-STATUS NOT = "00"
               DISPLAY "REGISTRE DES RADIATIONS ABSENT ("
                   WS-RADIATIONS-STATUS ") - AUCUN RADIE INDEXE"
           ELSE
               PERFORM UNTIL FIN-RADIATIONS
                   READ RADIATIONS-FILE
                       AT END
                           SET FIN-RADIATIONS TO TRUE
                       NOT AT END
                           IF WS-RAD-MATRICULE IS NUMERIC
                                   AND WS-RAD-MATRICULE > 0
                               PERFORM RETENIR-RADIATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RADIATIONS-FILE
           END-IF.

       RETENIR-RADIATION.
           IF WS-HE-ETAT(WS-RAD-MATRICULE) NOT = "I"
                   AND WS-RAD-DATE >= WS-HE-DATE(WS-RAD-MATRICULE)
               MOVE "R"           TO WS-HE-ETAT(WS-RAD-MATRICULE)
               MOVE WS-RAD-DATE   TO WS-HE-DATE(WS-RAD-MATRICULE)
               MOVE WS-RAD-NOM    TO WS-HE-NOM(WS-RAD-MATRICULE)
               MOVE WS-RAD-CLASSE TO WS-HE-CLASSE(WS-RAD-MATRICULE)
               MOVE WS-RAD-ANNEE  TO WS-HE-ANNEE(WS-RAD-MATRICULE)
           END-IF.

      * Archive absente : aucun eleve sorti a indexer (aucun passage
      * de fin d'annee encore applique).
       LIRE-ANCIENS.
           OPEN INPUT ANCIENS-FILE
           IF WS-ANCIENS-STATUS NOT = "00"
               DISPLAY "ARCHIVE DES ANCIENS ABSENTE ("
                   WS-ANCIENS-STATUS ") - AUCUN SORTI INDEXE"
           ELSE
               PERFORM UNTIL FIN-ANCIENS
                   READ ANCIENS-FILE
                       AT END
                           SET FIN-ANCIENS TO TRUE
                       NOT AT END
                           IF WS-ANC-MATRICULE IS NUMERIC
                                   AND WS-ANC-MATRICULE > 0
                               PERFORM RETENIR-ANCIEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANCIENS-FILE
           END-IF.

       RETENIR-ANCIEN.
           IF WS-HE-ETAT(WS-ANC-MATRICULE) NOT = "I"
                   AND WS-ANC-DATE >= WS-HE-DATE(WS-ANC-MATRICULE)
               MOVE "S"           TO WS-HE-ETAT(WS-ANC-MATRICULE)
               MOVE WS-ANC-DATE   TO WS-HE-DATE(WS-ANC-MATRICULE)
               MOVE WS-ANC-NOM    TO WS-HE-NOM(WS-ANC-MATRICULE)
               MOVE WS-ANC-CLASSE TO WS-HE-CLASSE(WS-ANC-MATRICULE)
               MOVE WS-ANC-ANNEE  TO WS-HE-ANNEE(WS-ANC-MATRICULE)
           END-IF.

      * Deux postes par eleve : cle classe + nom normalise, puis cle
      * nom normalise + classe.
       VERSER-POSTES.
           MOVE WS-COU-NOM TO WS-NRM-SOURCE
           PERFORM NORMALISER-NOM
           MOVE SPACES TO WS-TRI-REC
           MOVE WS-COU-MATRICULE TO WS-TRI-MATRICULE
           MOVE WS-COU-NOM       TO WS-TRI-NOM
           MOVE WS-COU-CLASSE    TO WS-TRI-CLASSE
           MOVE WS-COU-ANNEE     TO WS-TRI-ANNEE
           MOVE WS-COU-ETAT      TO WS-TRI-ETAT
           MOVE "C" TO WS-TRI-TYPE
           STRING WS-COU-CLASSE WS-NRM-CLE
               DELIMITED BY SIZE INTO WS-TRI-CLE
           END-STRING
           RELEASE WS-TRI-REC
           MOVE "N" TO WS-TRI-TYPE
           MOVE SPACES TO WS-TRI-CLE
           STRING WS-NRM-CLE WS-COU-CLASSE
               DELIMITED BY SIZE INTO WS-TRI-CLE
           END-STRING
           RELEASE WS-TRI-REC
           ADD 2 TO WS-NB-POSTES-VERSES.

      * L'index est reecrit en entier. Ouverture impossible : les
      * postes tries sont consommes sans ecriture et le travail sort
      * en erreur, journal conserve.
       ECRIRE-INDEX.
           OPEN OUTPUT INDEX-ELEVES-FILE
           IF WS-IDX-STATUS = "00"
               SET INDEX-ECRIT TO TRUE
           END-IF
           PERFORM UNTIL FIN-TRI
               RETURN TRI-FILE
                   AT END
                       SET FIN-TRI TO TRUE
                   NOT AT END
                       IF INDEX-ECRIT
                           WRITE WS-IDX-REC FROM WS-TRI-REC
                           IF WS-IDX-STATUS = "00"
                               ADD 1 TO WS-NB-POSTES-ECRITS
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM
           IF INDEX-ECRIT
               CLOSE INDEX-ELEVES-FILE
           END-IF.

       COPY "IDXELV-PARA.CPY".
