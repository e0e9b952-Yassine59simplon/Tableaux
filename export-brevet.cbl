      * Controle continu du diplome national du brevet : le bureau
      * calculait chaque printemps, a la main et depuis les bulletins
      * imprimes, les points de chaque eleve de 3EME. Ce travail les
      * tire de l'historique HISTO-NOTES.DAT.
      * Pour chaque eleve d'une classe de 3EME (quatre premiers
      * caracteres du nom de classe) de l'annee demandee :
      *   - moyenne annuelle de chaque matiere de la grille 3EME de
      *     MATIERES.DAT = moyenne des notes chiffrees des trimestres
      *     (le dernier enregistrement d'un trimestre relance
      *     l'emporte, comme dans BULLETIN-ANNUEL) ;
      *   - chaque composante du socle evaluee au brevet recoit la
      *     moyenne des matieres qui lui sont rattachees par la table
      *     de correspondance BREVDOM (une matiere peut nourrir
      *     plusieurs composantes) ;
      *   - la moyenne de la composante donne le niveau de maitrise
      *     (1 insuffisante, 2 fragile, 3 satisfaisante, 4 tres bonne)
      *     et les points du bareme officiel (10, 25, 40, 50), soit
      *     400 points au plus pour les huit composantes.
      * Une matiere a option de la grille (indicateur O de
      * MATIERES.DAT) n'est attendue que des eleves inscrits a
      * l'option dans le fichier INSCOPT pour l'annee demandee.
      * Une matiere de la grille sans aucune note chiffree dans
      * l'annee (absente de l'historique, ABS partout) ou dispensee
      * (DIS sans note chiffree) ne compte pas zero : elle est ecartee
      * du calcul et l'eleve est signale INCOMPLET sur la liste de
      * controle, avec le code de la matiere. Une composante sans
      * aucune matiere notee sort au niveau 0 (non evaluee) - jamais
      * a 10 points par defaut.
      * Sorties : liste de controle par classe (SYSOUT) et fichier
      * des candidats a dessin fixe pour le service des examens
      * (BREVET : entete, un detail par candidat, fin avec comptage
      * et total de hachage des points, comme l'export academie).
      * SYSIN : code etablissement, annee scolaire.
      * Code retour : 16 = historique ou table de correspondance
      * absent, 8 = SYSIN invalide, aucun eleve de 3EME ou fichier
      * des candidats inutilisable, 4 = candidat(s) incomplet(s).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-BREVET.
       AUTHOR. Yassine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "HISTO-SELECT.CPY".
      * Grille des matieres du niveau 3EME.
           SELECT MATIERES-FILE ASSIGN TO MATIERES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MATIERES-STATUS.
      * Table de correspondance matiere -> composante du brevet.
           SELECT BREVDOM-FILE ASSIGN TO BREVDOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BREVDOM-STATUS.
           SELECT BREVET-FILE ASSIGN TO BREVET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BREVET-STATUS.
           SELECT TRI-FILE ASSIGN TO SORTWK.
       COPY "OPTION-SELECT.CPY".

       DATA DIVISION.
       FILE SECTION.
       COPY "HISTO-FD.CPY".

       FD  MATIERES-FILE.
       01  WS-MATIERE-REC.
           05 WS-MATIERE-REC-CODE     PIC X(4).
           05 WS-MATIERE-REC-LIBELLE  PIC X(20).
           05 WS-MATIERE-REC-COEF     PIC 9V9.
           05 WS-MATIERE-REC-ACTIF    PIC X.
           05 WS-MATIERE-REC-NIVEAU   PIC X(4).

      * Un enregistrement par rattachement : MAT-CODE de MATIERES.DAT
      * et code de composante (D11 francais, D12 langues, D13
      * langages mathematiques et scientifiques, D14 arts et corps,
      * D2 methodes, D3 personne et citoyen, D4 systemes naturels et
      * techniques, D5 representations du monde). Tenu par le
      * secretariat comme le bareme PASSAGE.DAT.
       FD  BREVDOM-FILE.
       01  WS-BREVDOM-REC.
           05 WS-BREVDOM-MAT-CODE     PIC X(4).
           05 WS-BREVDOM-DOMAINE      PIC X(4).

      * Dessin fixe de 80 octets, type en tete : 1 = entete,
      * 2 = candidat, 9 = fin de fichier. Par composante : niveau
      * (0 = non evaluee, 1 a 4) et points. Etat du candidat :
      * C = complet, I = incomplet (matiere manquante ou dispensee,
      * composante non evaluee - voir la liste de controle).
       FD  BREVET-FILE.
       01  WS-BREVET-REC          PIC X(80).
       01  WS-BRV-ENTETE REDEFINES WS-BREVET-REC.
           05 WS-BRV-E-TYPE       PIC X.
           05 WS-BRV-E-ETAB       PIC X(8).
           05 WS-BRV-E-ANNEE      PIC X(9).
           05 WS-BRV-E-DATE       PIC X(8).
           05 FILLER              PIC X(54).
       01  WS-BRV-DETAIL REDEFINES WS-BREVET-REC.
           05 WS-BRV-D-TYPE       PIC X.
           05 WS-BRV-D-MATRICULE  PIC 9(4).
           05 WS-BRV-D-NOM        PIC X(20).
           05 WS-BRV-D-CLASSE     PIC X(8).
           05 WS-BRV-D-COMPOSANTE OCCURS 8 TIMES.
              10 WS-BRV-D-NIVEAU  PIC 9.
              10 WS-BRV-D-POINTS  PIC 9(2).
           05 WS-BRV-D-TOTAL      PIC 9(3).
           05 WS-BRV-D-ETAT       PIC X.
           05 FILLER              PIC X(19).
       01  WS-BRV-FIN REDEFINES WS-BREVET-REC.
           05 WS-BRV-F-TYPE       PIC X.
           05 WS-BRV-F-NB-DETAILS PIC 9(6).
           05 WS-BRV-F-HACHAGE    PIC 9(8).
           05 FILLER              PIC X(65).

      * Enregistrement de tri : l'image de l'historique precedee des
      * cles de la liste (classe, nom).
       SD  TRI-FILE.
       01  WS-TRI-REC.
           05 WS-TRI-CLASSE       PIC X(8).
           05 WS-TRI-NOM          PIC X(20).
           05 WS-TRI-MATRICULE    PIC 9(4).
           05 WS-TRI-TRIMESTRE    PIC 9.
           05 WS-TRI-HISTO        PIC X(110).

       COPY "OPTION-FD.CPY".

       WORKING-STORAGE SECTION.

       COPY "HISTO-WS.CPY".
      * Inscriptions aux options de l'annee demandee.
       COPY "OPTION-WS.CPY".
       77 WS-MATIERES-STATUS  PIC XX VALUE "00".
       77 WS-BREVDOM-STATUS   PIC XX VALUE "00".
       77 WS-BREVET-STATUS    PIC XX VALUE "00".
       77 WS-FIN-HISTO        PIC X VALUE "N".
           88 FIN-HISTO VALUE "O".
       77 WS-FIN-MATIERES     PIC X VALUE "N".
           88 FIN-MATIERES VALUE "O".
       77 WS-FIN-BREVDOM      PIC X VALUE "N".
           88 FIN-BREVDOM VALUE "O".
       77 WS-FIN-TRI          PIC X VALUE "N".
           88 FIN-TRI VALUE "O".
       77 WS-ETAB-CODE        PIC X(8) VALUE SPACES.
       77 WS-ANNEE-DEMANDEE   PIC X(9) VALUE SPACES.
       77 WS-DATE-JOUR        PIC 9(8).
       77 WS-NIVEAU-BREVET    PIC X(4) VALUE "3EME".
       77 WS-I                PIC 99.
       77 WS-J                PIC 99.
       77 WS-I-T              PIC 9.
       77 WS-I-M              PIC 99.
       77 WS-I-D              PIC 9.
       77 WS-NOTE-TRAVAIL     PIC 99.

      * Composantes du socle evaluees au brevet, dans l'ordre du
      * fichier des candidats.
       01 WS-DOMAINES.
          05 WS-DOM OCCURS 8 TIMES.
             10 WS-DOM-CODE     PIC X(4).
             10 WS-DOM-LIBELLE  PIC X(30).
      * Points du bareme officiel par niveau de maitrise, et bornes
      * de moyenne sur 20 qui font passer au niveau suivant.
       01 WS-BAREME.
          05 WS-BAR-POINTS PIC 9(2) OCCURS 4 TIMES.
       77 WS-BORNE-FRAGILE    PIC 99V99 VALUE 5.
       77 WS-BORNE-SATISF     PIC 99V99 VALUE 10.
       77 WS-BORNE-TRES-BONNE PIC 99V99 VALUE 15.

      * Grille 3EME chargee de MATIERES.DAT ; sans fichier, la grille
      * est celle que porte l'historique de chaque eleve.
       01 WS-GRILLE.
          05 WS-GRI-NB PIC 9 VALUE 0.
          05 WS-GRI-MAT OCCURS 9 TIMES.
             10 WS-GRI-CODE     PIC X(4).
             10 WS-GRI-LIBELLE  PIC X(20).
             10 WS-GRI-OPTION   PIC X.
                88 GRI-A-OPTION VALUE "O".
       77 WS-GRILLE-FICHIER   PIC X VALUE "N".
           88 GRILLE-FICHIER VALUE "O".

      * Table de correspondance chargee de BREVDOM.
       01 WS-CORRESPONDANCE.
          05 WS-COR-NB PIC 99 VALUE 0.
          05 WS-COR OCCURS 50 TIMES.
             10 WS-COR-MAT-CODE PIC X(4).
             10 WS-COR-I-D      PIC 9.

      * Eleve en cours de rupture : trois sous-postes trimestriels,
      * le dernier enregistrement d'un trimestre l'emportant.
       01 WS-ANNUEL.
          05 WS-AN-MATRICULE PIC 9(4).
          05 WS-AN-NOM       PIC X(20).
          05 WS-AN-CLASSE    PIC X(8).
          05 WS-AN-TRIM OCCURS 3 TIMES.
             10 WS-AN-TRIM-VU   PIC X.
                88 AN-TRIM-VU VALUE "O".
             10 WS-AN-NB-MAT    PIC 9.
             10 WS-AN-MAT OCCURS 9 TIMES.
                15 WS-AN-MAT-CODE PIC X(4).
                15 WS-AN-NOTE     PIC X(3).
       77 WS-ELEVE-EN-COURS   PIC X VALUE "N".
           88 ELEVE-EN-COURS VALUE "O".
       77 WS-CLASSE-EN-COURS  PIC X(8) VALUE SPACES.

      * Matieres de l'eleve : moyenne annuelle et etat (N = notee,
      * D = dispensee, M = manquante).
       01 WS-MATIERES-ELEVE.
          05 WS-ME-NB PIC 99 VALUE 0.
          05 WS-ME OCCURS 18 TIMES.
             10 WS-ME-CODE      PIC X(4).
             10 WS-ME-SOMME     PIC 9(3).
             10 WS-ME-NB-NOTES  PIC 9.
             10 WS-ME-NB-DIS    PIC 9.
             10 WS-ME-MOYENNE   PIC 99V99.
             10 WS-ME-ETAT      PIC X.
                88 ME-NOTEE       VALUE "N".
                88 ME-DISPENSEE   VALUE "D".
                88 ME-MANQUANTE   VALUE "M".

      * Composantes de l'eleve.
       01 WS-COMPOSANTES-ELEVE.
          05 WS-CE OCCURS 8 TIMES.
             10 WS-CE-SOMME     PIC 9(3)V99.
             10 WS-CE-NB        PIC 99.
             10 WS-CE-MOYENNE   PIC 99V99.
             10 WS-CE-NIVEAU    PIC 9.
             10 WS-CE-POINTS    PIC 9(2).
       77 WS-ELV-TOTAL        PIC 9(3) VALUE 0.
       77 WS-ELV-ETAT         PIC X VALUE "C".
           88 ELV-COMPLET VALUE "C".

      * Compteurs de controle, par classe et pour l'etablissement.
       77 WS-CLS-NB-ELEVES    PIC 9(3) VALUE 0.
       77 WS-CLS-NB-INCOMPLETS PIC 9(3) VALUE 0.
       77 WS-NB-CLASSES       PIC 9(3) VALUE 0.
       77 WS-NB-DETAILS       PIC 9(6) VALUE 0.
       77 WS-NB-INCOMPLETS    PIC 9(5) VALUE 0.
       77 WS-HACHAGE          PIC 9(8) VALUE 0.
       77 WS-NB-SANS-DOMAINE  PIC 9(3) VALUE 0.

      * Images d'edition de la liste.
       77 WS-MOY-EDIT         PIC Z9.99.
       77 WS-LIGNE-LISTE      PIC X(72).
       77 WS-POS              PIC 99.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.

           DISPLAY "CODE ETABLISSEMENT :"
           ACCEPT WS-ETAB-CODE
           DISPLAY "ANNEE SCOLAIRE :"
           ACCEPT WS-ANNEE-DEMANDEE

           IF WS-ETAB-CODE = SPACES OR WS-ANNEE-DEMANDEE = SPACES
               DISPLAY "CODE ETABLISSEMENT ET ANNEE SCOLAIRE"
                   " OBLIGATOIRES - EXTRACTION REFUSEE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT HISTO-FILE
           IF WS-HISTO-STATUS NOT = "00"
               DISPLAY "HISTO-NOTES.DAT ABSENT ("
                   WS-HISTO-STATUS ") - EXTRACTION REFUSEE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE HISTO-FILE

           PERFORM CHARGER-DOMAINES
           PERFORM CHARGER-CORRESPONDANCE
           IF WS-COR-NB = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGER-GRILLE
           MOVE WS-ANNEE-DEMANDEE TO WS-OPT-CRIT-ANNEE
           PERFORM CHARGER-INSCRIPTIONS

           OPEN OUTPUT BREVET-FILE
           IF WS-BREVET-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE FICHIER DES CANDIDATS ("
                   WS-BREVET-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE SPACES TO WS-BREVET-REC
           MOVE "1" TO WS-BRV-E-TYPE
           MOVE WS-ETAB-CODE      TO WS-BRV-E-ETAB
           MOVE WS-ANNEE-DEMANDEE TO WS-BRV-E-ANNEE
           MOVE WS-DATE-JOUR      TO WS-BRV-E-DATE
           WRITE WS-BREVET-REC

           DISPLAY "=== BREVET - CONTROLE CONTINU " WS-ANNEE-DEMANDEE
               " ==="
           SORT TRI-FILE
               ON ASCENDING KEY WS-TRI-CLASSE
               ON ASCENDING KEY WS-TRI-NOM
               ON ASCENDING KEY WS-TRI-MATRICULE
               ON ASCENDING KEY WS-TRI-TRIMESTRE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECTIONNER-HISTORIQUE
               OUTPUT PROCEDURE IS CALCULER-PAR-RUPTURE

           MOVE SPACES TO WS-BREVET-REC
           MOVE "9" TO WS-BRV-F-TYPE
           MOVE WS-NB-DETAILS TO WS-BRV-F-NB-DETAILS
           MOVE WS-HACHAGE    TO WS-BRV-F-HACHAGE
           WRITE WS-BREVET-REC
           CLOSE BREVET-FILE

           DISPLAY "=============================================="
           DISPLAY "CLASSES DE " WS-NIVEAU-BREVET "      : "
               WS-NB-CLASSES
           DISPLAY "CANDIDATS EXTRAITS : " WS-NB-DETAILS
               " (HACHAGE " WS-HACHAGE ")"
           DISPLAY "DONT INCOMPLETS    : " WS-NB-INCOMPLETS
           IF WS-NB-DETAILS = 0
               DISPLAY "AUCUN ELEVE DE " WS-NIVEAU-BREVET " POUR "
                   WS-ANNEE-DEMANDEE " - FICHIER A NE PAS TRANSMETTRE"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NB-INCOMPLETS > 0
                   DISPLAY "CANDIDATS INCOMPLETS A REGULARISER AVANT"
                       " TRANSMISSION"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       CHARGER-DOMAINES.
           MOVE "D11"  TO WS-DOM-CODE(1)
           MOVE "LANGUE FRANCAISE" TO WS-DOM-LIBELLE(1)
           MOVE "D12"  TO WS-DOM-CODE(2)
           MOVE "LANGUES ETRANGERES/REGIONALES" TO WS-DOM-LIBELLE(2)
           MOVE "D13"  TO WS-DOM-CODE(3)
           MOVE "LANGAGES MATH. SCIENT. INFORM."
               TO WS-DOM-LIBELLE(3)
           MOVE "D14"  TO WS-DOM-CODE(4)
           MOVE "LANGAGES DES ARTS ET DU CORPS" TO WS-DOM-LIBELLE(4)
           MOVE "D2"   TO WS-DOM-CODE(5)
           MOVE "METHODES ET OUTILS" TO WS-DOM-LIBELLE(5)
           MOVE "D3"   TO WS-DOM-CODE(6)
           MOVE "FORMATION PERSONNE/CITOYEN" TO WS-DOM-LIBELLE(6)
           MOVE "D4"   TO WS-DOM-CODE(7)
           MOVE "SYSTEMES NATURELS/TECHNIQUES" TO WS-DOM-LIBELLE(7)
           MOVE "D5"   TO WS-DOM-CODE(8)
           MOVE "REPRESENTATIONS DU MONDE" TO WS-DOM-LIBELLE(8)
           MOVE 10 TO WS-BAR-POINTS(1)
           MOVE 25 TO WS-BAR-POINTS(2)
           MOVE 40 TO WS-BAR-POINTS(3)
           MOVE 50 TO WS-BAR-POINTS(4).

      * Table absente ou vide : aucun point ne peut etre calcule, le
      * travail s'arrete. Un code de composante inconnu est signale
      * et la ligne ignoree.
       CHARGER-CORRESPONDANCE.
           MOVE 0 TO WS-COR-NB
           OPEN INPUT BREVDOM-FILE
           IF WS-BREVDOM-STATUS NOT = "00"
               DISPLAY "TABLE DE CORRESPONDANCE BREVDOM ABSENTE ("
                   WS-BREVDOM-STATUS ") - EXTRACTION REFUSEE"
           ELSE
               PERFORM UNTIL FIN-BREVDOM
                   READ BREVDOM-FILE
                       AT END
                           SET FIN-BREVDOM TO TRUE
                       NOT AT END
                           PERFORM RANGER-CORRESPONDANCE
                   END-READ
               END-PERFORM
               CLOSE BREVDOM-FILE
               IF WS-COR-NB = 0
                   DISPLAY "TABLE DE CORRESPONDANCE BREVDOM VIDE -"
                       " EXTRACTION REFUSEE"
               END-IF
           END-IF.

       RANGER-CORRESPONDANCE.
           MOVE 0 TO WS-I-D
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > 8 OR WS-I-D > 0
               IF WS-DOM-CODE(WS-I) = WS-BREVDOM-DOMAINE
                   MOVE WS-I TO WS-I-D
               END-IF
           END-PERFORM
           IF WS-I-D = 0
               DISPLAY "BREVDOM : COMPOSANTE INCONNUE "
                   WS-BREVDOM-DOMAINE " (MATIERE "
                   WS-BREVDOM-MAT-CODE ") - LIGNE IGNOREE"
           ELSE
               IF WS-COR-NB = 50
                   DISPLAY "BREVDOM : TABLE PLEINE - MATIERE "
                       WS-BREVDOM-MAT-CODE " IGNOREE"
               ELSE
                   ADD 1 TO WS-COR-NB
                   MOVE WS-BREVDOM-MAT-CODE
                       TO WS-COR-MAT-CODE(WS-COR-NB)
                   MOVE WS-I-D TO WS-COR-I-D(WS-COR-NB)
               END-IF
           END-IF.

      * Grille du niveau 3EME : matieres actives de niveau 3EME ou a
      * niveau blanc, comme CHARGER-MATIERES-CLASSE de BATCH-NOTES.
       CHARGER-GRILLE.
           MOVE 0 TO WS-GRI-NB
           OPEN INPUT MATIERES-FILE
           IF WS-MATIERES-STATUS NOT = "00"
               DISPLAY "MATIERES.DAT ABSENT - GRILLE PRISE DANS"
                   " L'HISTORIQUE DE CHAQUE ELEVE"
           ELSE
               PERFORM UNTIL FIN-MATIERES
                   READ MATIERES-FILE
                       AT END
                           SET FIN-MATIERES TO TRUE
                       NOT AT END
                           IF WS-MATIERE-REC-ACTIF = "I"
                                   OR (WS-MATIERE-REC-NIVEAU
                                           NOT = SPACES
                                       AND WS-MATIERE-REC-NIVEAU
                                           NOT = WS-NIVEAU-BREVET)
                               CONTINUE
                           ELSE
                               IF WS-GRI-NB = 9
                                   DISPLAY "TROP DE MATIERES - "
                                       "LIGNES IGNOREES"
                               ELSE
                                   ADD 1 TO WS-GRI-NB
                                   MOVE WS-MATIERE-REC-CODE
                                       TO WS-GRI-CODE(WS-GRI-NB)
                                   MOVE WS-MATIERE-REC-LIBELLE
                                       TO WS-GRI-LIBELLE(WS-GRI-NB)
                                   MOVE WS-MATIERE-REC-ACTIF
                                       TO WS-GRI-OPTION(WS-GRI-NB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATIERES-FILE
               IF WS-GRI-NB > 0
                   SET GRILLE-FICHIER TO TRUE
               END-IF
           END-IF
      * Une matiere de la grille sans composante ne rapporte aucun
      * point : signalee une fois pour que la table soit completee.
           PERFORM VARYING WS-I-M FROM 1 BY 1 UNTIL WS-I-M > WS-GRI-NB
               MOVE 0 TO WS-J
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-COR-NB OR WS-J > 0
                   IF WS-COR-MAT-CODE(WS-I) = WS-GRI-CODE(WS-I-M)
                       MOVE WS-I TO WS-J
                   END-IF
               END-PERFORM
               IF WS-J = 0
                   DISPLAY "MATIERE " WS-GRI-CODE(WS-I-M)
                       " SANS COMPOSANTE DANS BREVDOM - HORS POINTS"
                   ADD 1 TO WS-NB-SANS-DOMAINE
               END-IF
           END-PERFORM
      * Une composante qu'aucune ligne de la table ne nourrit sortira
      * non evaluee pour tous les candidats.
           PERFORM VARYING WS-I-D FROM 1 BY 1 UNTIL WS-I-D > 8
               MOVE 0 TO WS-J
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-COR-NB OR WS-J > 0
                   IF WS-COR-I-D(WS-I) = WS-I-D
                       MOVE WS-I TO WS-J
                   END-IF
               END-PERFORM
               IF WS-J = 0
                   DISPLAY "COMPOSANTE " WS-DOM-CODE(WS-I-D)
                       " SANS MATIERE DANS BREVDOM - NON EVALUEE"
               END-IF
           END-PERFORM.

       SELECTIONNER-HISTORIQUE.
           OPEN INPUT HISTO-FILE
           PERFORM UNTIL FIN-HISTO
               READ HISTO-FILE
                   AT END
                       SET FIN-HISTO TO TRUE
                   NOT AT END
                       IF WS-HISTO-ANNEE = WS-ANNEE-DEMANDEE
                               AND WS-HISTO-CLASSE(1:4)
                                   = WS-NIVEAU-BREVET
                               AND WS-HISTO-TRIMESTRE >= 1
                               AND WS-HISTO-TRIMESTRE <= 3
                           MOVE WS-HISTO-CLASSE    TO WS-TRI-CLASSE
                           MOVE WS-HISTO-NOM       TO WS-TRI-NOM
                           MOVE WS-HISTO-MATRICULE TO WS-TRI-MATRICULE
                           MOVE WS-HISTO-TRIMESTRE TO WS-TRI-TRIMESTRE
                           MOVE WS-HISTO-REC       TO WS-TRI-HISTO
                           RELEASE WS-TRI-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTO-FILE.

      * Double rupture sur la sortie triee : classe (titre et
      * compteurs de la liste), eleve (calcul et detail candidat).
       CALCULER-PAR-RUPTURE.
           PERFORM UNTIL FIN-TRI
               RETURN TRI-FILE
                   AT END
                       SET FIN-TRI TO TRUE
                   NOT AT END
                       MOVE WS-TRI-HISTO TO WS-HISTO-REC
                       IF ELEVE-EN-COURS
                           IF WS-HISTO-MATRICULE NOT = WS-AN-MATRICULE
                                   OR WS-HISTO-CLASSE
                                       NOT = WS-AN-CLASSE
                               PERFORM FIN-D-ELEVE
                           END-IF
                       END-IF
                       IF WS-HISTO-CLASSE NOT = WS-CLASSE-EN-COURS
                           IF WS-CLASSE-EN-COURS NOT = SPACES
                               PERFORM FIN-DE-CLASSE
                           END-IF
                           PERFORM DEBUT-DE-CLASSE
                       END-IF
                       IF NOT ELEVE-EN-COURS
                           PERFORM DEBUT-D-ELEVE
                       END-IF
                       PERFORM RANGER-TRIMESTRE
               END-RETURN
           END-PERFORM
           IF ELEVE-EN-COURS
               PERFORM FIN-D-ELEVE
           END-IF
           IF WS-CLASSE-EN-COURS NOT = SPACES
               PERFORM FIN-DE-CLASSE
           END-IF.

       DEBUT-DE-CLASSE.
           MOVE WS-HISTO-CLASSE TO WS-CLASSE-EN-COURS
           MOVE 0 TO WS-CLS-NB-ELEVES
           MOVE 0 TO WS-CLS-NB-INCOMPLETS
           ADD 1 TO WS-NB-CLASSES
           DISPLAY "----------------------------------------------"
           DISPLAY "CLASSE " WS-CLASSE-EN-COURS
           DISPLAY "----------------------------------------------".

       FIN-DE-CLASSE.
           DISPLAY "  " WS-CLASSE-EN-COURS " : " WS-CLS-NB-ELEVES
               " CANDIDAT(S), DONT " WS-CLS-NB-INCOMPLETS
               " INCOMPLET(S)".

       DEBUT-D-ELEVE.
           INITIALIZE WS-ANNUEL
           MOVE WS-HISTO-MATRICULE TO WS-AN-MATRICULE
           MOVE WS-HISTO-CLASSE    TO WS-AN-CLASSE
           SET ELEVE-EN-COURS TO TRUE.

       RANGER-TRIMESTRE.
           MOVE WS-HISTO-NOM TO WS-AN-NOM
           MOVE WS-HISTO-TRIMESTRE TO WS-I-T
           MOVE "O" TO WS-AN-TRIM-VU(WS-I-T)
           MOVE WS-HISTO-NB-MAT TO WS-AN-NB-MAT(WS-I-T)
           PERFORM VARYING WS-I-M FROM 1 BY 1
                   UNTIL WS-I-M > WS-HISTO-NB-MAT
               MOVE WS-HISTO-MAT-CODE(WS-I-M)
                   TO WS-AN-MAT-CODE(WS-I-T, WS-I-M)
               MOVE WS-HISTO-NOTE(WS-I-M)
                   TO WS-AN-NOTE(WS-I-T, WS-I-M)
           END-PERFORM.

      * Fin d'eleve : moyennes annuelles des matieres, points des
      * composantes, liste de controle et detail candidat.
       FIN-D-ELEVE.
           PERFORM CALCULER-MATIERES-ELEVE
           PERFORM CALCULER-COMPOSANTES
           PERFORM EDITER-ELEVE
           PERFORM ECRIRE-CANDIDAT
           MOVE "N" TO WS-ELEVE-EN-COURS.

      * Matieres attendues : la grille 3EME (sans les options que
      * l'eleve ne suit pas), ou a defaut toutes les matieres que
      * porte l'historique de l'eleve ; puis cumul des notes de
      * chaque trimestre vu.
       CALCULER-MATIERES-ELEVE.
           INITIALIZE WS-MATIERES-ELEVE
           IF GRILLE-FICHIER
               PERFORM VARYING WS-I-M FROM 1 BY 1
                       UNTIL WS-I-M > WS-GRI-NB
                   MOVE "O" TO WS-OPT-INSCRIT-FLAG
                   IF GRI-A-OPTION(WS-I-M)
                       MOVE WS-AN-MATRICULE TO WS-OPT-CRIT-MATRICULE
                       MOVE WS-GRI-CODE(WS-I-M) TO WS-OPT-CRIT-MAT-CODE
                       PERFORM VERIFIER-INSCRIPTION
                   END-IF
                   IF OPT-INSCRIT
                       ADD 1 TO WS-ME-NB
                       MOVE WS-GRI-CODE(WS-I-M) TO WS-ME-CODE(WS-ME-NB)
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-I-T FROM 1 BY 1 UNTIL WS-I-T > 3
                   IF AN-TRIM-VU(WS-I-T)
                       PERFORM VARYING WS-I-M FROM 1 BY 1
                               UNTIL WS-I-M > WS-AN-NB-MAT(WS-I-T)
                           PERFORM AJOUTER-MATIERE-HISTO
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-I-T FROM 1 BY 1 UNTIL WS-I-T > 3
               IF AN-TRIM-VU(WS-I-T)
                   PERFORM VARYING WS-I-M FROM 1 BY 1
                           UNTIL WS-I-M > WS-AN-NB-MAT(WS-I-T)
                       PERFORM CUMULER-NOTE-TRIMESTRE
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ME-NB
               EVALUATE TRUE
                   WHEN WS-ME-NB-NOTES(WS-I) > 0
                       COMPUTE WS-ME-MOYENNE(WS-I) ROUNDED =
                           WS-ME-SOMME(WS-I) / WS-ME-NB-NOTES(WS-I)
                       MOVE "N" TO WS-ME-ETAT(WS-I)
                   WHEN WS-ME-NB-DIS(WS-I) > 0
                       MOVE "D" TO WS-ME-ETAT(WS-I)
                   WHEN OTHER
                       MOVE "M" TO WS-ME-ETAT(WS-I)
               END-EVALUATE
           END-PERFORM.

       AJOUTER-MATIERE-HISTO.
           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ME-NB OR WS-J > 0
               IF WS-ME-CODE(WS-I) = WS-AN-MAT-CODE(WS-I-T, WS-I-M)
                   MOVE WS-I TO WS-J
               END-IF
           END-PERFORM
           IF WS-J = 0 AND WS-ME-NB < 18
               ADD 1 TO WS-ME-NB
               MOVE WS-AN-MAT-CODE(WS-I-T, WS-I-M)
                   TO WS-ME-CODE(WS-ME-NB)
           END-IF.

      * Note WS-I-M du trimestre WS-I-T portee sur la matiere de meme
      * code ; une matiere hors grille n'est pas retenue.
       CUMULER-NOTE-TRIMESTRE.
           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ME-NB OR WS-J > 0
               IF WS-ME-CODE(WS-I) = WS-AN-MAT-CODE(WS-I-T, WS-I-M)
                   MOVE WS-I TO WS-J
               END-IF
           END-PERFORM
           IF WS-J > 0
               EVALUATE TRUE
                   WHEN WS-AN-NOTE(WS-I-T, WS-I-M) = "DIS"
                       ADD 1 TO WS-ME-NB-DIS(WS-J)
                   WHEN WS-AN-NOTE(WS-I-T, WS-I-M)(1:2) IS NUMERIC
                       MOVE WS-AN-NOTE(WS-I-T, WS-I-M)(1:2)
                           TO WS-NOTE-TRAVAIL
                       ADD WS-NOTE-TRAVAIL TO WS-ME-SOMME(WS-J)
                       ADD 1 TO WS-ME-NB-NOTES(WS-J)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Chaque matiere notee nourrit les composantes auxquelles la
      * table la rattache ; la moyenne de la composante donne le
      * niveau et les points.
       CALCULER-COMPOSANTES.
           INITIALIZE WS-COMPOSANTES-ELEVE
           MOVE 0 TO WS-ELV-TOTAL
           MOVE "C" TO WS-ELV-ETAT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ME-NB
               IF ME-NOTEE(WS-I)
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-COR-NB
                       IF WS-COR-MAT-CODE(WS-J) = WS-ME-CODE(WS-I)
                           MOVE WS-COR-I-D(WS-J) TO WS-I-D
                           ADD WS-ME-MOYENNE(WS-I)
                               TO WS-CE-SOMME(WS-I-D)
                           ADD 1 TO WS-CE-NB(WS-I-D)
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE "I" TO WS-ELV-ETAT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I-D FROM 1 BY 1 UNTIL WS-I-D > 8
               IF WS-CE-NB(WS-I-D) = 0
                   MOVE 0 TO WS-CE-NIVEAU(WS-I-D)
                   MOVE 0 TO WS-CE-POINTS(WS-I-D)
                   MOVE "I" TO WS-ELV-ETAT
               ELSE
                   COMPUTE WS-CE-MOYENNE(WS-I-D) ROUNDED =
                       WS-CE-SOMME(WS-I-D) / WS-CE-NB(WS-I-D)
                   EVALUATE TRUE
                       WHEN WS-CE-MOYENNE(WS-I-D) < WS-BORNE-FRAGILE
                           MOVE 1 TO WS-CE-NIVEAU(WS-I-D)
                       WHEN WS-CE-MOYENNE(WS-I-D) < WS-BORNE-SATISF
                           MOVE 2 TO WS-CE-NIVEAU(WS-I-D)
                       WHEN WS-CE-MOYENNE(WS-I-D)
                               < WS-BORNE-TRES-BONNE
                           MOVE 3 TO WS-CE-NIVEAU(WS-I-D)
                       WHEN OTHER
                           MOVE 4 TO WS-CE-NIVEAU(WS-I-D)
                   END-EVALUATE
                   MOVE WS-BAR-POINTS(WS-CE-NIVEAU(WS-I-D))
                       TO WS-CE-POINTS(WS-I-D)
                   ADD WS-CE-POINTS(WS-I-D) TO WS-ELV-TOTAL
               END-IF
           END-PERFORM.

      * Liste de controle : moyennes des matieres (DIS ou MANQ a la
      * place d'une note absente), composantes avec niveau et points,
      * total et motifs d'incompletude.
       EDITER-ELEVE.
           DISPLAY "  " WS-AN-MATRICULE " " WS-AN-NOM
           MOVE SPACES TO WS-LIGNE-LISTE
           MOVE 7 TO WS-POS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ME-NB
               IF WS-POS > 60
                   DISPLAY WS-LIGNE-LISTE
                   MOVE SPACES TO WS-LIGNE-LISTE
                   MOVE 7 TO WS-POS
               END-IF
               MOVE WS-ME-CODE(WS-I) TO WS-LIGNE-LISTE(WS-POS:4)
               EVALUATE TRUE
                   WHEN ME-NOTEE(WS-I)
                       MOVE WS-ME-MOYENNE(WS-I) TO WS-MOY-EDIT
                       MOVE WS-MOY-EDIT
                           TO WS-LIGNE-LISTE(WS-POS + 5:5)
                   WHEN ME-DISPENSEE(WS-I)
                       MOVE "  DIS" TO WS-LIGNE-LISTE(WS-POS + 5:5)
                   WHEN OTHER
                       MOVE " MANQ" TO WS-LIGNE-LISTE(WS-POS + 5:5)
               END-EVALUATE
               ADD 12 TO WS-POS
           END-PERFORM
           DISPLAY WS-LIGNE-LISTE
           MOVE SPACES TO WS-LIGNE-LISTE
           MOVE 7 TO WS-POS
           PERFORM VARYING WS-I-D FROM 1 BY 1 UNTIL WS-I-D > 8
               IF WS-POS > 60
                   DISPLAY WS-LIGNE-LISTE
                   MOVE SPACES TO WS-LIGNE-LISTE
                   MOVE 7 TO WS-POS
               END-IF
               MOVE WS-DOM-CODE(WS-I-D) TO WS-LIGNE-LISTE(WS-POS:4)
               IF WS-CE-NB(WS-I-D) = 0
                   MOVE "NON EVAL" TO WS-LIGNE-LISTE(WS-POS + 4:8)
               ELSE
                   MOVE WS-CE-NIVEAU(WS-I-D)
                       TO WS-LIGNE-LISTE(WS-POS + 4:1)
                   MOVE "/" TO WS-LIGNE-LISTE(WS-POS + 5:1)
                   MOVE WS-CE-POINTS(WS-I-D)
                       TO WS-LIGNE-LISTE(WS-POS + 6:2)
               END-IF
               ADD 14 TO WS-POS
           END-PERFORM
           DISPLAY WS-LIGNE-LISTE
           IF ELV-COMPLET
               DISPLAY "      TOTAL CONTROLE CONTINU : " WS-ELV-TOTAL
                   " / 400"
           ELSE
               DISPLAY "      TOTAL CONTROLE CONTINU : " WS-ELV-TOTAL
                   " / 400   *** INCOMPLET ***"
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ME-NB
                   IF ME-DISPENSEE(WS-I)
                       DISPLAY "      *** MATIERE " WS-ME-CODE(WS-I)
                           " DISPENSEE - HORS CALCUL"
                   END-IF
                   IF ME-MANQUANTE(WS-I)
                       DISPLAY "      *** MATIERE " WS-ME-CODE(WS-I)
                           " SANS NOTE DANS L'ANNEE - HORS CALCUL"
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-I-D FROM 1 BY 1 UNTIL WS-I-D > 8
                   IF WS-CE-NB(WS-I-D) = 0
                       DISPLAY "      *** COMPOSANTE "
                           WS-DOM-CODE(WS-I-D) " "
                           WS-DOM-LIBELLE(WS-I-D) " NON EVALUEE"
                   END-IF
               END-PERFORM
           END-IF.

       ECRIRE-CANDIDAT.
           MOVE SPACES TO WS-BREVET-REC
           MOVE "2" TO WS-BRV-D-TYPE
           MOVE WS-AN-MATRICULE TO WS-BRV-D-MATRICULE
           MOVE WS-AN-NOM       TO WS-BRV-D-NOM
           MOVE WS-AN-CLASSE    TO WS-BRV-D-CLASSE
           PERFORM VARYING WS-I-D FROM 1 BY 1 UNTIL WS-I-D > 8
               MOVE WS-CE-NIVEAU(WS-I-D) TO WS-BRV-D-NIVEAU(WS-I-D)
               MOVE WS-CE-POINTS(WS-I-D) TO WS-BRV-D-POINTS(WS-I-D)
           END-PERFORM
           MOVE WS-ELV-TOTAL TO WS-BRV-D-TOTAL
           MOVE WS-ELV-ETAT  TO WS-BRV-D-ETAT
           WRITE WS-BREVET-REC
           ADD 1 TO WS-NB-DETAILS
           ADD 1 TO WS-CLS-NB-ELEVES
           ADD WS-ELV-TOTAL TO WS-HACHAGE
           IF NOT ELV-COMPLET
               ADD 1 TO WS-NB-INCOMPLETS
               ADD 1 TO WS-CLS-NB-INCOMPLETS
           END-IF.

       COPY "OPTION-PARA.CPY".
