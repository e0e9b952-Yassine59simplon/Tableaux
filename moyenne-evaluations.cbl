      * Moyenne de fin de trimestre a partir des evaluations : chaque
      * matiere recevait une seule note par trimestre, saisie d'un
      * bloc, sans trace des devoirs et interrogations qui l'avaient
      * produite. Ce travail relit le fichier cumulatif des
      * evaluations (EVALUAT, alimente par SAISIE-EVALUATIONS) pour
      * l'annee et le trimestre demandes, calcule pour chaque eleve
      * et chaque matiere la moyenne des notes ponderee par le poids
      * de chaque epreuve, et ecrit une generation NOTES-IN complete
      * - entete H (date, sequence, trimestre) puis un detail D par
      * (eleve, matiere) - qui entre telle quelle dans la chaine
      * BATCHNOT (tri, EDIT-NOTES, BATCH-NOTES).
      * Regles de calcul : une note ABS ou DIS n'entre ni valeur ni
      * poids dans la moyenne ; une matiere sans aucune note chiffree
      * sort DIS si toutes ses epreuves sont DIS, ABS sinon. La
      * moyenne est arrondie a l'entier, la note de NOTES-IN tenant
      * sur deux chiffres. Une epreuve ressaisie (meme date, meme
      * libelle) ne compte qu'une fois : le dernier enregistrement
      * l'emporte, comme pour les appreciations.
      * Tracabilite : le SYSOUT detaille, pour chaque note
      * trimestrielle produite, chaque epreuve retenue (date,
      * libelle, poids, note) - la note d'un bulletin se retrouve
      * ainsi jusqu'aux copies.
      * Le tri (classe, nom, matricule, matiere, date, libelle) donne
      * le numero d'ordre NIR-I-E dans l'ordre alphabetique de la
      * classe, comme la saisie d'une matiere pour une classe.
      * SYSIN : annee scolaire, trimestre, sequence du lot.
      * Code retour : 16 = fichier des evaluations absent, 8 = aucune
      * note produite ou generation incomplete.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOYENNE-EVALUATIONS.
       AUTHOR. Yassine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "EVAL-SELECT.CPY".
      * Generation produite : meme dessin que l'entree de BATCH-NOTES
      * et d'EDIT-NOTES (entete H + details D).
           SELECT NOTES-OUT-FILE ASSIGN TO NOTESOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTES-OUT-STATUS.
           SELECT TRI-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       COPY "EVAL-FD.CPY".

      * Meme dessin que l'entree de BATCH-NOTES : un octet de type
      * (H = entete de lot, D = detail) puis, selon le type, soit
      * l'identification du lot soit la note.
       FD  NOTES-OUT-FILE.
       01  WS-NOTES-OUT-REC.
           05 NOR-TYPE       PIC X.
           05 NOR-SUITE      PIC X(50).
           05 NOR-DETAIL REDEFINES NOR-SUITE.
              10 NOR-MATRICULE  PIC 9(4).
              10 NOR-I-E        PIC 9(2).
              10 NOR-NOM        PIC X(20).
              10 NOR-CLASSE     PIC X(8).
              10 NOR-ANNEE      PIC X(9).
              10 NOR-MAT-CODE   PIC X(4).
              10 NOR-NOTE       PIC X(3).
           05 NOR-ENTETE REDEFINES NOR-SUITE.
              10 NOR-ENT-DATE      PIC X(8).
              10 NOR-ENT-SEQ       PIC 9(3).
              10 NOR-ENT-TRIMESTRE PIC 9.
              10 FILLER            PIC X(38).

      * Enregistrement de tri : l'image de l'evaluation avec les
      * cles nommees sur le dessin d'origine.
       SD  TRI-FILE.
       01  WS-TRI-REC.
           05 WS-TRI-ANNEE       PIC X(9).
           05 WS-TRI-TRIMESTRE   PIC 9.
           05 WS-TRI-CLASSE      PIC X(8).
           05 WS-TRI-MAT-CODE    PIC X(4).
           05 WS-TRI-DATE        PIC X(8).
           05 WS-TRI-LIBELLE     PIC X(20).
           05 WS-TRI-POIDS       PIC 9V9.
           05 WS-TRI-MATRICULE   PIC 9(4).
           05 WS-TRI-NOM         PIC X(20).
           05 WS-TRI-NOTE        PIC X(3).
           05 WS-TRI-OPERATEUR   PIC X(8).

       WORKING-STORAGE SECTION.

       COPY "EVAL-WS.CPY".
       77 WS-NOTES-OUT-STATUS PIC XX VALUE "00".
       77 WS-FIN-TRI          PIC X VALUE "N".
           88 FIN-TRI VALUE "O".
       77 WS-ANNEE-TRAITEE    PIC X(9) VALUE SPACES.
       77 WS-TRIMESTRE        PIC 9 VALUE 0.
       77 WS-SEQUENCE         PIC X(3) VALUE SPACES.
       77 WS-DATE-JOUR        PIC 9(8).
       77 WS-EVAL-PRESENT     PIC X VALUE "N".
           88 EVAL-PRESENT VALUE "O".

      * Compteurs de controle : evaluations retenues a l'entree du
      * tri, notes trimestrielles ecrites, eleves ecartes (classe
      * au-dela de la numerotation sur deux chiffres).
       77 WS-NB-RETENUES      PIC 9(6) VALUE 0.
       77 WS-NB-DETAILS       PIC 9(5) VALUE 0.
       77 WS-NB-ECARTES       PIC 9(5) VALUE 0.
       77 WS-NB-CLASSES       PIC 9(3) VALUE 0.

      * Ruptures : classe, eleve, matiere, epreuve en cours.
       77 WS-MEV-CLASSE       PIC X(8) VALUE SPACES.
       77 WS-MEV-CLASSE-OUVERTE PIC X VALUE "N".
           88 MEV-CLASSE-OUVERTE VALUE "O".
       77 WS-MEV-MATRICULE    PIC 9(4) VALUE 0.
       77 WS-MEV-NOM          PIC X(20) VALUE SPACES.
       77 WS-MEV-ANNEE        PIC X(9) VALUE SPACES.
       77 WS-MEV-I-E          PIC 9(3) VALUE 0.
       77 WS-MEV-MAT-CODE     PIC X(4) VALUE SPACES.
       77 WS-MEV-MATIERE-OUVERTE PIC X VALUE "N".
           88 MEV-MATIERE-OUVERTE VALUE "O".
      * Epreuve en attente : une ressaisie de la meme epreuve la
      * remplace ; elle n'est cumulee qu'au changement d'epreuve.
       01 WS-MEV-EPREUVE.
          05 WS-MEV-EP-DATE     PIC X(8).
          05 WS-MEV-EP-LIBELLE  PIC X(20).
          05 WS-MEV-EP-POIDS    PIC 9V9.
          05 WS-MEV-EP-NOTE     PIC X(3).
          05 WS-MEV-EP-NOTE-NUM REDEFINES WS-MEV-EP-NOTE.
             10 WS-MEV-EP-VAL   PIC 99.
             10 FILLER          PIC X.
       77 WS-MEV-EP-OUVERTE   PIC X VALUE "N".
           88 MEV-EP-OUVERTE VALUE "O".

      * Cumuls de la matiere en cours.
       77 WS-MEV-SOMME        PIC 9(5)V99 VALUE 0.
       77 WS-MEV-SOMME-POIDS  PIC 9(4)V9 VALUE 0.
       77 WS-MEV-NB-EPREUVES  PIC 9(3) VALUE 0.
       77 WS-MEV-NB-ABS       PIC 9(3) VALUE 0.
       77 WS-MEV-NB-DIS       PIC 9(3) VALUE 0.
       77 WS-MEV-MOYENNE      PIC 99 VALUE 0.
       77 WS-MEV-NOTE-TRIM    PIC X(3) VALUE SPACES.
       77 WS-POIDS-AFF        PIC 9.9.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.

           DISPLAY "ANNEE SCOLAIRE (EX 2025-2026) :"
           ACCEPT WS-ANNEE-TRAITEE
           DISPLAY "TRIMESTRE (1-3) :"
           ACCEPT WS-TRIMESTRE
           DISPLAY "SEQUENCE DU LOT (001-999) :"
           ACCEPT WS-SEQUENCE

           IF WS-TRIMESTRE < 1 OR WS-TRIMESTRE > 3
                   OR WS-SEQUENCE IS NOT NUMERIC
               DISPLAY "TRIMESTRE OU SEQUENCE INVALIDE EN SYSIN -"
                   " TRAVAIL REFUSE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * Le fichier des evaluations est essaye avant toute ecriture :
      * absent, aucune generation n'est produite.
           OPEN INPUT EVALUATIONS-FILE
           IF WS-EVAL-STATUS NOT = "00"
               DISPLAY "FICHIER DES EVALUATIONS ABSENT ("
                   WS-EVAL-STATUS ") - AUCUNE GENERATION PRODUITE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE EVALUATIONS-FILE

           OPEN OUTPUT NOTES-OUT-FILE
           IF WS-NOTES-OUT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE NOTES-IN ("
                   WS-NOTES-OUT-STATUS ") - AUCUNE GENERATION"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE SPACES TO WS-NOTES-OUT-REC
           MOVE "H" TO NOR-TYPE
           MOVE WS-DATE-JOUR TO NOR-ENT-DATE
           MOVE WS-SEQUENCE  TO NOR-ENT-SEQ
           MOVE WS-TRIMESTRE TO NOR-ENT-TRIMESTRE
           WRITE WS-NOTES-OUT-REC

           DISPLAY "=== MOYENNES DES EVALUATIONS " WS-ANNEE-TRAITEE
               " TRIMESTRE " WS-TRIMESTRE " ==="
           SORT TRI-FILE
               ON ASCENDING KEY WS-TRI-CLASSE
               ON ASCENDING KEY WS-TRI-NOM
               ON ASCENDING KEY WS-TRI-MATRICULE
               ON ASCENDING KEY WS-TRI-MAT-CODE
               ON ASCENDING KEY WS-TRI-DATE
               ON ASCENDING KEY WS-TRI-LIBELLE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECTIONNER-EVALUATIONS
               OUTPUT PROCEDURE IS CALCULER-PAR-RUPTURE

           CLOSE NOTES-OUT-FILE

           DISPLAY "EVALUATIONS RETENUES : " WS-NB-RETENUES
           DISPLAY "CLASSES TRAITEES     : " WS-NB-CLASSES
           DISPLAY "NOTES TRIMESTRIELLES : " WS-NB-DETAILS
               " (LOT " WS-DATE-JOUR WS-SEQUENCE ")"
           DISPLAY "ELEVES ECARTES       : " WS-NB-ECARTES
           IF WS-NB-DETAILS = 0
               DISPLAY "AUCUNE NOTE PRODUITE POUR " WS-ANNEE-TRAITEE
                   " TRIMESTRE " WS-TRIMESTRE
                   " - GENERATION A NE PAS MONTER"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NB-ECARTES > 0
                   DISPLAY "GENERATION INCOMPLETE - EXPERTISER AVANT"
                       " LA CHAINE BATCHNOT"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       SELECTIONNER-EVALUATIONS.
           MOVE "N" TO WS-FIN-EVAL
           OPEN INPUT EVALUATIONS-FILE
           PERFORM UNTIL FIN-EVAL
               READ EVALUATIONS-FILE
                   AT END
                       SET FIN-EVAL TO TRUE
                   NOT AT END
                       IF WS-EVAL-ANNEE = WS-ANNEE-TRAITEE
                               AND WS-EVAL-TRIMESTRE = WS-TRIMESTRE
                           MOVE WS-EVAL-REC TO WS-TRI-REC
                           RELEASE WS-TRI-REC
                           ADD 1 TO WS-NB-RETENUES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVALUATIONS-FILE.

      * Triple rupture sur la sortie triee : classe (numerotation
      * des eleves), eleve (numero d'ordre), matiere (calcul et
      * ecriture de la note) ; a l'interieur d'une matiere, la
      * rupture d'epreuve ecarte les ressaisies.
       CALCULER-PAR-RUPTURE.
           PERFORM UNTIL FIN-TRI
               RETURN TRI-FILE
                   AT END
                       SET FIN-TRI TO TRUE
                   NOT AT END
                       PERFORM TRAITER-EVALUATION
               END-RETURN
           END-PERFORM
           IF MEV-MATIERE-OUVERTE
               PERFORM FIN-DE-MATIERE
           END-IF.

       TRAITER-EVALUATION.
           IF MEV-MATIERE-OUVERTE
               IF WS-TRI-CLASSE NOT = WS-MEV-CLASSE
                       OR WS-TRI-MATRICULE NOT = WS-MEV-MATRICULE
                       OR WS-TRI-MAT-CODE NOT = WS-MEV-MAT-CODE
                   PERFORM FIN-DE-MATIERE
               END-IF
           END-IF
           IF NOT MEV-CLASSE-OUVERTE
                   OR WS-TRI-CLASSE NOT = WS-MEV-CLASSE
               PERFORM DEBUT-DE-CLASSE
           END-IF
           IF WS-TRI-MATRICULE NOT = WS-MEV-MATRICULE
               PERFORM DEBUT-D-ELEVE
           END-IF
           IF NOT MEV-MATIERE-OUVERTE
               PERFORM DEBUT-DE-MATIERE
           END-IF
           IF MEV-EP-OUVERTE
               IF WS-TRI-DATE NOT = WS-MEV-EP-DATE
                       OR WS-TRI-LIBELLE NOT = WS-MEV-EP-LIBELLE
                   PERFORM CUMULER-EPREUVE
               END-IF
           END-IF
           MOVE WS-TRI-DATE    TO WS-MEV-EP-DATE
           MOVE WS-TRI-LIBELLE TO WS-MEV-EP-LIBELLE
           MOVE WS-TRI-POIDS   TO WS-MEV-EP-POIDS
           MOVE WS-TRI-NOTE    TO WS-MEV-EP-NOTE
           SET MEV-EP-OUVERTE TO TRUE.

       DEBUT-DE-CLASSE.
           MOVE WS-TRI-CLASSE TO WS-MEV-CLASSE
           SET MEV-CLASSE-OUVERTE TO TRUE
           MOVE 0 TO WS-MEV-I-E
           MOVE 0 TO WS-MEV-MATRICULE
           ADD 1 TO WS-NB-CLASSES
           DISPLAY "---- CLASSE " WS-MEV-CLASSE " ----".

      * Nouvel eleve : numero d'ordre suivant dans la classe. Au-dela
      * de 99 la numerotation NIR-I-E ne le porte plus, l'eleve est
      * ecarte (et compte) plutot que d'ecraser un autre eleve dans
      * le tableau de BATCH-NOTES.
       DEBUT-D-ELEVE.
           MOVE WS-TRI-MATRICULE TO WS-MEV-MATRICULE
           MOVE WS-TRI-NOM       TO WS-MEV-NOM
           MOVE WS-TRI-ANNEE     TO WS-MEV-ANNEE
           ADD 1 TO WS-MEV-I-E
           IF WS-MEV-I-E > 99
               DISPLAY "  MATRICULE " WS-MEV-MATRICULE
                   " ECARTE - CLASSE DE PLUS DE 99 ELEVES"
               ADD 1 TO WS-NB-ECARTES
           ELSE
               DISPLAY "  " WS-MEV-MATRICULE " " WS-MEV-NOM
           END-IF.

       DEBUT-DE-MATIERE.
           MOVE WS-TRI-MAT-CODE TO WS-MEV-MAT-CODE
           SET MEV-MATIERE-OUVERTE TO TRUE
           MOVE "N" TO WS-MEV-EP-OUVERTE
           MOVE 0 TO WS-MEV-SOMME
           MOVE 0 TO WS-MEV-SOMME-POIDS
           MOVE 0 TO WS-MEV-NB-EPREUVES
           MOVE 0 TO WS-MEV-NB-ABS
           MOVE 0 TO WS-MEV-NB-DIS.

      * Cumul de l'epreuve en attente et ligne de trace.
       CUMULER-EPREUVE.
           ADD 1 TO WS-MEV-NB-EPREUVES
           EVALUATE WS-MEV-EP-NOTE
               WHEN "ABS"
                   ADD 1 TO WS-MEV-NB-ABS
               WHEN "DIS"
                   ADD 1 TO WS-MEV-NB-DIS
               WHEN OTHER
                   COMPUTE WS-MEV-SOMME = WS-MEV-SOMME
                       + WS-MEV-EP-VAL * WS-MEV-EP-POIDS
                   ADD WS-MEV-EP-POIDS TO WS-MEV-SOMME-POIDS
           END-EVALUATE
           MOVE WS-MEV-EP-POIDS TO WS-POIDS-AFF
           DISPLAY "        " WS-MEV-MAT-CODE " " WS-MEV-EP-DATE " "
               WS-MEV-EP-LIBELLE " POIDS " WS-POIDS-AFF " : "
               WS-MEV-EP-NOTE
           MOVE "N" TO WS-MEV-EP-OUVERTE.

      * Fin de matiere : moyenne ponderee arrondie, ou code ABS/DIS
      * sans note chiffree, puis detail D de la generation.
       FIN-DE-MATIERE.
           IF MEV-EP-OUVERTE
               PERFORM CUMULER-EPREUVE
           END-IF
           IF WS-MEV-SOMME-POIDS > 0
               COMPUTE WS-MEV-MOYENNE ROUNDED =
                   WS-MEV-SOMME / WS-MEV-SOMME-POIDS
               MOVE WS-MEV-MOYENNE TO WS-MEV-NOTE-TRIM
           ELSE
               IF WS-MEV-NB-DIS = WS-MEV-NB-EPREUVES
                   MOVE "DIS" TO WS-MEV-NOTE-TRIM
               ELSE
                   MOVE "ABS" TO WS-MEV-NOTE-TRIM
               END-IF
           END-IF
           DISPLAY "      " WS-MEV-MAT-CODE " : " WS-MEV-NB-EPREUVES
               " EPREUVE(S) -> NOTE TRIMESTRIELLE "
               WS-MEV-NOTE-TRIM
           IF WS-MEV-I-E <= 99
               PERFORM ECRIRE-DETAIL
           END-IF
           MOVE "N" TO WS-MEV-MATIERE-OUVERTE.

       ECRIRE-DETAIL.
           MOVE SPACES TO WS-NOTES-OUT-REC
           MOVE "D" TO NOR-TYPE
           MOVE WS-MEV-MATRICULE TO NOR-MATRICULE
           MOVE WS-MEV-I-E       TO NOR-I-E
           MOVE WS-MEV-NOM       TO NOR-NOM
           MOVE WS-MEV-CLASSE    TO NOR-CLASSE
           MOVE WS-MEV-ANNEE     TO NOR-ANNEE
           MOVE WS-MEV-MAT-CODE  TO NOR-MAT-CODE
           MOVE WS-MEV-NOTE-TRIM TO NOR-NOTE
           WRITE WS-NOTES-OUT-REC
           IF WS-NOTES-OUT-STATUS NOT = "00"
               DISPLAY "ERREUR ECRITURE NOTES-IN ("
                   WS-NOTES-OUT-STATUS ") - MATRICULE "
                   WS-MEV-MATRICULE " " WS-MEV-MAT-CODE
               ADD 1 TO WS-NB-ECARTES
           ELSE
               ADD 1 TO WS-NB-DETAILS
           END-IF.
