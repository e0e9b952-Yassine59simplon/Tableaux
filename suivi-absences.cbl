      * Suivi hebdomadaire de l'assiduite : le registre des absences
      * porte l'indicateur justifiee/injustifiee, mais les totaux
      * n'apparaissaient qu'aux bulletins, des mois trop tard, alors
      * que l'eleve qui cumule quatre demi-journees injustifiees dans
      * le mois doit etre signale a l'inspection academique.
      * Ce travail relit le registre (ABSENCES) pour l'annee scolaire
      * de la date de reference, rattache chaque eleve a sa classe
      * par l'effectif ELEVES.DAT et compte, jusqu'a cette date, les
      * demi-journees injustifiees du mois de la date et celles du
      * trimestre. Le trimestre est celui du calendrier scolaire
      * (CALEND) a la date de reference ; le trimestre du SYSIN ne
      * sert qu'a defaut de calendrier de l'annee. Une date de
      * reference hors de l'annee scolaire du calendrier n'est pas
      * suivie.
      * Passage dans les sept premiers jours d'un mois : le mois
      * precedent est d'abord evalue jusqu'a son dernier jour, pour
      * que les absences posterieures au dernier passage de ce mois
      * soient confrontees a son seuil. Le fichier de signalement
      * porte alors deux lots entete / details / fin, un par mois.
      * Deux seuils du fichier PARAMS declenchent le
      * signalement : SEUIL-ABSMOI (mois) et SEUIL-ABSTRI
      * (trimestre), un seuil a zero n'etant pas applique.
      * Pour chaque eleve au-dela d'un seuil :
      *   - une ligne de la liste par classe (SYSOUT) ;
      *   - une lettre de notification par responsable destinataire
      *     du courrier (LETTRABS, presentation des convocations de
      *     BATCH-NOTES, adresse tiree du fichier RESPONS) ;
      *   - un detail du fichier de signalement a dessin fixe pour
      *     l'inspection (SIGNALEX, entete / details / fin avec
      *     comptage et total de hachage, comme l'export academie) ;
      *   - un enregistrement du journal cumulatif des signalements
      *     (SIGNABS).
      * Un eleve deja consigne dans SIGNABS pour le mois evalue
      * reste sur la liste, marque "DEJA SIGNALE CE MOIS",
      * mais ne recoit ni nouvelle lettre ni nouveau detail : le
      * passage hebdomadaire ne signale jamais deux fois le meme mois.
      * Une demi-journee ressaisie (meme date, meme demi-journee) ne
      * compte qu'une fois, le dernier enregistrement l'emportant -
      * une justification tardive annule donc l'absence injustifiee.
      * SYSIN : code etablissement, annee scolaire (a blanc = celle
      * de la date, l'annee commencant en aout), trimestre (a blanc =
      * celui du calendrier, obligatoire sans calendrier), date de
      * reference AAAAMMJJ (a blanc = date du jour).
      * Code retour : 16 = registre des absences ou effectif absent,
      * 8 = SYSIN invalide, trimestre indetermine, table des eleves
      * deja signales pleine ou fichier de sortie inutilisable,
      * 4 = absences d'eleves inconnus de l'effectif ecartees.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUIVI-ABSENCES.
       AUTHOR. Yassine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "ABSENC-SELECT.CPY".
       COPY "PARAM-SELECT.CPY".
       COPY "RESP-SELECT.CPY".
       COPY "CALEND-SELECT.CPY".
      * Effectif : la classe et le nom de l'eleve, que le registre
      * des absences ne porte pas.
           SELECT ELEVES-FILE ASSIGN TO ELEVES
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-ELEVE-RELKEY
               FILE STATUS IS WS-ELEVES-STATUS.
      * Journal cumulatif des signalements : un enregistrement par
      * eleve signale, jamais reecrit ; relu au lancement pour ne pas
      * signaler deux fois le meme mois.
           SELECT SIGNABS-FILE ASSIGN TO SIGNABS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNABS-STATUS.
      * Fichier de signalement pour l'inspection academique.
           SELECT SIGNALEX-FILE ASSIGN TO SIGNALEX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNALEX-STATUS.
      * Lettres de notification aux familles, pretes a imprimer.
           SELECT LETTRE-FILE ASSIGN TO LETTRABS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTRE-STATUS.
           SELECT TRI-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       COPY "ABSENC-FD.CPY".
       COPY "PARAM-FD.CPY".
       COPY "RESP-FD.CPY".
       COPY "CALEND-FD.CPY".

       FD  ELEVES-FILE.
       01  WS-ELEVE-REC.
           03 WS-ELEVE-REC-MATRICULE PIC 9(4).
           03 WS-ELEVE-REC-NOTE   PIC 99.
           03 WS-ELEVE-REC-STATUT PIC X.
           03 WS-ELEVE-REC-NOM    PIC X(20).
           03 WS-ELEVE-REC-CLASSE PIC X(8).
           03 WS-ELEVE-REC-ANNEE  PIC X(9).

      * Dessin de 42 octets : mois signale (AAAAMM), date de
      * reference du passage, totaux constates a cette date.
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

      * Dessin fixe de 80 octets, type en tete : 1 = entete,
      * 2 = detail (un eleve signale), 9 = fin de fichier. Motif du
      * detail : M = seuil du mois, T = seuil du trimestre, B = les
      * deux.
       FD  SIGNALEX-FILE.
       01  WS-SIGNALEX-REC        PIC X(80).
       01  WS-SGX-ENTETE REDEFINES WS-SIGNALEX-REC.
           05 WS-SGX-E-TYPE       PIC X.
           05 WS-SGX-E-ETAB       PIC X(8).
           05 WS-SGX-E-ANNEE      PIC X(9).
           05 WS-SGX-E-MOIS       PIC 9(6).
           05 WS-SGX-E-DATE       PIC 9(8).
           05 WS-SGX-E-TRIMESTRE  PIC 9.
           05 WS-SGX-E-SEUIL-MOIS PIC 9(2).
           05 WS-SGX-E-SEUIL-TRIM PIC 9(2).
           05 FILLER              PIC X(43).
       01  WS-SGX-DETAIL REDEFINES WS-SIGNALEX-REC.
           05 WS-SGX-D-TYPE       PIC X.
           05 WS-SGX-D-MATRICULE  PIC 9(4).
           05 WS-SGX-D-NOM        PIC X(20).
           05 WS-SGX-D-CLASSE     PIC X(8).
           05 WS-SGX-D-NB-MOIS    PIC 9(3).
           05 WS-SGX-D-NB-TRIM    PIC 9(3).
           05 WS-SGX-D-MOTIF      PIC X.
           05 FILLER              PIC X(40).
       01  WS-SGX-FIN REDEFINES WS-SIGNALEX-REC.
           05 WS-SGX-F-TYPE       PIC X.
           05 WS-SGX-F-NB-DETAILS PIC 9(6).
           05 WS-SGX-F-HACHAGE    PIC 9(8).
           05 FILLER              PIC X(65).

       FD  LETTRE-FILE.
       01  WS-LETTRE-LIGNE PIC X(72).

      * Enregistrement de tri : une demi-journee d'absence rattachee
      * a la classe et au nom de l'eleve.
       SD  TRI-FILE.
       01  WS-TRI-REC.
           05 WS-TRI-CLASSE       PIC X(8).
           05 WS-TRI-NOM          PIC X(20).
           05 WS-TRI-MATRICULE    PIC 9(4).
           05 WS-TRI-DATE         PIC X(8).
           05 WS-TRI-DEMI-JOURNEE PIC X.
           05 WS-TRI-JUSTIFIEE    PIC X.
           05 WS-TRI-TRIMESTRE    PIC 9.

       WORKING-STORAGE SECTION.

       COPY "ABSENC-WS.CPY".
       COPY "PARAM-WS.CPY".
       COPY "RESP-WS.CPY".
       COPY "DATE-WS.CPY".
       COPY "CALEND-WS.CPY".
       77 WS-ELEVES-STATUS    PIC XX VALUE "00".
       77 WS-ELEVE-RELKEY     PIC 9(4) VALUE 0.
       77 WS-SIGNABS-STATUS   PIC XX VALUE "00".
       77 WS-SIGNALEX-STATUS  PIC XX VALUE "00".
       77 WS-LETTRE-STATUS    PIC XX VALUE "00".
       77 WS-FIN-SIGNABS      PIC X VALUE "N".
           88 FIN-SIGNABS VALUE "O".
       77 WS-FIN-TRI          PIC X VALUE "N".
           88 FIN-TRI VALUE "O".

      * Parametres du passage (SYSIN).
       77 WS-ETAB-CODE        PIC X(8) VALUE SPACES.
       77 WS-ANNEE-SAISIE     PIC X(9) VALUE SPACES.
       77 WS-TRIM-SAISI       PIC X VALUE SPACE.
       77 WS-DATE-SAISIE      PIC X(8) VALUE SPACES.
       77 WS-DATE-PASSAGE     PIC 9(8) VALUE 0.
       77 WS-DATE-PASSAGE-AFF PIC X(10) VALUE SPACES.
      * Mois evalues : le mois precedent (premiere semaine du mois
      * seulement) puis celui de la date de passage, chacun avec sa
      * date de reference, son annee scolaire et son trimestre (0 =
      * date hors annee scolaire, mois non suivi).
       01 WS-PERIODES.
          05 WS-PER-NB PIC 9 VALUE 0.
          05 WS-PER OCCURS 2 TIMES.
             10 WS-PER-DATE      PIC 9(8).
             10 WS-PER-ANNEE     PIC X(9).
             10 WS-PER-TRIMESTRE PIC 9.
       77 WS-P                PIC 9 VALUE 0.
       77 WS-PER-CRIT-DATE    PIC 9(8) VALUE 0.
       01 WS-PER-ANNEES.
          05 WS-PER-AN-DEBUT  PIC 9(4).
          05 FILLER           PIC X VALUE "-".
          05 WS-PER-AN-FIN    PIC 9(4).
      * Mois, annee et trimestre de la periode en cours d'evaluation.
       77 WS-ANNEE-TRAITEE    PIC X(9) VALUE SPACES.
       77 WS-TRIMESTRE        PIC 9 VALUE 0.
       77 WS-DATE-REF         PIC 9(8) VALUE 0.
       77 WS-MOIS-REF         PIC 9(6) VALUE 0.
       77 WS-DATE-REF-AFF     PIC X(10) VALUE SPACES.
       77 WS-MOIS-REF-AFF     PIC X(7) VALUE SPACES.
       77 WS-SEUIL-MOIS       PIC 9(2) VALUE 0.
       77 WS-SEUIL-TRIM       PIC 9(2) VALUE 0.

      * Dernier eleve lu dans l'effectif : le registre est range par
      * saisie, les absences d'un meme eleve s'y suivent souvent.
       77 WS-ELV-MATRICULE    PIC 9(4) VALUE 0.
       77 WS-ELV-TROUVE       PIC X VALUE "N".
           88 ELV-TROUVE VALUE "O".
       77 WS-ELV-NOM          PIC X(20) VALUE SPACES.
       77 WS-ELV-CLASSE       PIC X(8) VALUE SPACES.

      * Matricules deja signales pour les mois evalues.
       01 WS-DEJA-SIGNALES.
          05 WS-DSG-NB PIC 9(4) VALUE 0.
          05 WS-DSG-ENTREE OCCURS 1000 TIMES.
             10 WS-DSG-MOIS      PIC 9(6).
             10 WS-DSG-MATRICULE PIC 9(4).
       77 WS-I                PIC 9(4).
       77 WS-DEJA-FLAG        PIC X VALUE "N".
           88 ELEVE-DEJA-SIGNALE VALUE "O".

      * Ruptures : classe, eleve, demi-journee en cours.
       77 WS-SAB-CLASSE       PIC X(8) VALUE SPACES.
       77 WS-SAB-CLASSE-LISTEE PIC X VALUE "N".
           88 SAB-CLASSE-LISTEE VALUE "O".
       77 WS-SAB-ELEVE-OUVERT PIC X VALUE "N".
           88 SAB-ELEVE-OUVERT VALUE "O".
       77 WS-SAB-MATRICULE    PIC 9(4) VALUE 0.
       77 WS-SAB-NOM          PIC X(20) VALUE SPACES.
      * Demi-journee en attente : une ressaisie la remplace ; elle
      * n'est comptee qu'au changement de demi-journee.
       01 WS-SAB-DEMI.
          05 WS-SAB-DJ-DATE      PIC X(8).
          05 WS-SAB-DJ-DEMI      PIC X.
          05 WS-SAB-DJ-JUSTIFIEE PIC X.
          05 WS-SAB-DJ-TRIMESTRE PIC 9.
       77 WS-SAB-DJ-OUVERTE   PIC X VALUE "N".
           88 SAB-DJ-OUVERTE VALUE "O".
       77 WS-SAB-NB-MOIS      PIC 9(3) VALUE 0.
       77 WS-SAB-NB-TRIM      PIC 9(3) VALUE 0.
       77 WS-SAB-MOTIF        PIC X VALUE SPACE.

      * Compteurs de controle.
       77 WS-NB-RETENUES      PIC 9(6) VALUE 0.
       77 WS-NB-INCONNUES     PIC 9(6) VALUE 0.
       77 WS-NB-ELEVES        PIC 9(5) VALUE 0.
       77 WS-NB-AU-DELA       PIC 9(5) VALUE 0.
       77 WS-NB-DEJA          PIC 9(5) VALUE 0.
       77 WS-NB-DETAILS       PIC 9(6) VALUE 0.
       77 WS-HACHAGE          PIC 9(8) VALUE 0.
       77 WS-NB-EXEMPLAIRES   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.

           DISPLAY "CODE ETABLISSEMENT :"
           ACCEPT WS-ETAB-CODE
           DISPLAY "ANNEE SCOLAIRE (EX 2025-2026, BLANC = SELON LA"
               " DATE) :"
           ACCEPT WS-ANNEE-SAISIE
           DISPLAY "TRIMESTRE (1-3, BLANC = SELON LE CALENDRIER) :"
           ACCEPT WS-TRIM-SAISI
           DISPLAY "DATE DE REFERENCE AAAAMMJJ (BLANC = JOUR) :"
           ACCEPT WS-DATE-SAISIE

           IF WS-ETAB-CODE = SPACES
               DISPLAY "CODE ETABLISSEMENT OBLIGATOIRE - TRAVAIL"
                   " REFUSE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRIM-SAISI NOT = SPACE
                   AND (WS-TRIM-SAISI < "1" OR WS-TRIM-SAISI > "3")
               DISPLAY "TRIMESTRE INVALIDE EN SYSIN - TRAVAIL REFUSE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DATE-SAISIE = SPACES
               ACCEPT WS-DATE-PASSAGE FROM DATE YYYYMMDD
           ELSE
               MOVE WS-DATE-SAISIE TO WS-DATE-CALC
               PERFORM CALCULER-JOUR-ABSOLU
               IF NOT DATE-CALC-VALIDE
                   DISPLAY "DATE DE REFERENCE INVALIDE : "
                       WS-DATE-SAISIE " - TRAVAIL REFUSE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-CALC TO WS-DATE-PASSAGE
           END-IF
           MOVE SPACES TO WS-DATE-PASSAGE-AFF
           STRING WS-DATE-PASSAGE(7:2) "/" WS-DATE-PASSAGE(5:2) "/"
                  WS-DATE-PASSAGE(1:4)
                  DELIMITED BY SIZE INTO WS-DATE-PASSAGE-AFF
           END-STRING

      * Registre et effectif sont essayes avant toute ecriture :
      * l'un ou l'autre absent, aucun signalement n'est produit.
           OPEN INPUT ABSENCES-FILE
           IF WS-ABSENCES-STATUS NOT = "00"
               DISPLAY "REGISTRE DES ABSENCES ABSENT ("
                   WS-ABSENCES-STATUS ") - AUCUN SIGNALEMENT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ABSENCES-FILE
           OPEN INPUT ELEVES-FILE
           IF WS-ELEVES-STATUS NOT = "00"
               DISPLAY "EFFECTIF ELEVES ABSENT ("
                   WS-ELEVES-STATUS ") - AUCUN SIGNALEMENT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ELEVES-FILE

           PERFORM CHARGER-PARAMETRES
           MOVE WS-SEUIL-ABS-MOIS TO WS-SEUIL-MOIS
           MOVE WS-SEUIL-ABS-TRIM TO WS-SEUIL-TRIM
           IF WS-SEUIL-MOIS = 0 AND WS-SEUIL-TRIM = 0
               DISPLAY "SEUILS SEUIL-ABSMOI ET SEUIL-ABSTRI A ZERO -"
                   " AUCUN ELEVE NE PEUT ETRE SIGNALE"
           END-IF

      * Premiere semaine du mois : cloture du mois precedent, arrete
      * a son dernier jour, avant le mois en cours.
           MOVE 0 TO WS-PER-NB
           IF WS-DATE-PASSAGE(7:2) <= "07"
               MOVE WS-DATE-PASSAGE TO WS-DATE-CALC
               IF WS-DATE-CALC-MM = 1
                   MOVE 12 TO WS-DATE-CALC-MM
                   SUBTRACT 1 FROM WS-DATE-CALC-AAAA
               ELSE
                   SUBTRACT 1 FROM WS-DATE-CALC-MM
               END-IF
               MOVE 1 TO WS-DATE-CALC-JJ
               PERFORM CALCULER-JOUR-ABSOLU
               MOVE WS-DATE-FIN-MOIS TO WS-DATE-CALC-JJ
               MOVE WS-DATE-CALC TO WS-PER-CRIT-DATE
               PERFORM AJOUTER-PERIODE
           END-IF
           MOVE WS-DATE-PASSAGE TO WS-PER-CRIT-DATE
           PERFORM AJOUTER-PERIODE

           PERFORM CHARGER-DEJA-SIGNALES
           PERFORM OUVRIR-SORTIES
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PER-NB
               PERFORM EVALUER-PERIODE
           END-PERFORM
           CLOSE SIGNALEX-FILE
           CLOSE SIGNABS-FILE
           CLOSE LETTRE-FILE

           IF WS-NB-INCONNUES > 0
               DISPLAY "ABSENCES D'ELEVES HORS EFFECTIF ECARTEES : "
                   WS-NB-INCONNUES
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      * Periode de reference WS-PER-CRIT-DATE : annee scolaire du
      * SYSIN ou de la date, trimestre du calendrier de cette annee,
      * a defaut celui du SYSIN. Sans l'un ni l'autre, rien n'est
      * ecrit et le travail est refuse.
       AJOUTER-PERIODE.
           ADD 1 TO WS-PER-NB
           MOVE WS-PER-CRIT-DATE TO WS-PER-DATE(WS-PER-NB)
           IF WS-ANNEE-SAISIE NOT = SPACES
               MOVE WS-ANNEE-SAISIE TO WS-PER-ANNEE(WS-PER-NB)
           ELSE
               MOVE WS-PER-CRIT-DATE(1:4) TO WS-PER-AN-DEBUT
               IF WS-PER-CRIT-DATE(5:2) < "08"
                   SUBTRACT 1 FROM WS-PER-AN-DEBUT
               END-IF
               COMPUTE WS-PER-AN-FIN = WS-PER-AN-DEBUT + 1
               MOVE WS-PER-ANNEES TO WS-PER-ANNEE(WS-PER-NB)
           END-IF
           MOVE 0 TO WS-PER-TRIMESTRE(WS-PER-NB)
           MOVE WS-PER-ANNEE(WS-PER-NB) TO WS-CAL-CRIT-ANNEE
           PERFORM CHARGER-CALENDRIER
           IF CALENDRIER-CONNU
               MOVE WS-PER-CRIT-DATE TO WS-CAL-CRIT-DATE
               PERFORM QUALIFIER-DATE
               MOVE WS-CAL-TRIM-RATTACHE
                   TO WS-PER-TRIMESTRE(WS-PER-NB)
               IF WS-TRIM-SAISI NOT = SPACE
                       AND WS-CAL-TRIM-RATTACHE > 0
                       AND WS-TRIM-SAISI NOT = WS-CAL-TRIM-RATTACHE
                   DISPLAY "TRIMESTRE " WS-TRIM-SAISI " DU SYSIN"
                       " IGNORE : LE " WS-PER-CRIT-DATE
                       " EST AU TRIMESTRE " WS-CAL-TRIM-RATTACHE
                       " DU CALENDRIER"
               END-IF
           ELSE
               IF WS-TRIM-SAISI = SPACE
                   DISPLAY "CALENDRIER " WS-PER-ANNEE(WS-PER-NB)
                       " ABSENT OU INCOMPLET ET TRIMESTRE NON SAISI"
                       " - TRAVAIL REFUSE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-TRIM-SAISI TO WS-PER-TRIMESTRE(WS-PER-NB)
               DISPLAY "CALENDRIER " WS-PER-ANNEE(WS-PER-NB)
                   " ABSENT OU INCOMPLET - TRIMESTRE DU SYSIN RETENU"
           END-IF.

      * Un mois : entete du lot, tri et comptage, fin du lot avec
      * comptage et hachage, puis bilan du mois.
       EVALUER-PERIODE.
           MOVE WS-PER-DATE(WS-P)      TO WS-DATE-REF
           MOVE WS-PER-ANNEE(WS-P)     TO WS-ANNEE-TRAITEE
           MOVE WS-PER-TRIMESTRE(WS-P) TO WS-TRIMESTRE
           MOVE WS-DATE-REF(1:6) TO WS-MOIS-REF
           MOVE SPACES TO WS-DATE-REF-AFF
           STRING WS-DATE-REF(7:2) "/" WS-DATE-REF(5:2) "/"
                  WS-DATE-REF(1:4)
                  DELIMITED BY SIZE INTO WS-DATE-REF-AFF
           END-STRING
           MOVE SPACES TO WS-MOIS-REF-AFF
           STRING WS-DATE-REF(5:2) "/" WS-DATE-REF(1:4)
                  DELIMITED BY SIZE INTO WS-MOIS-REF-AFF
           END-STRING
           IF WS-TRIMESTRE = 0
               DISPLAY "=== " WS-DATE-REF-AFF " HORS DE L'ANNEE"
                   " SCOLAIRE " WS-ANNEE-TRAITEE " - MOIS "
                   WS-MOIS-REF-AFF " NON SUIVI ==="
           ELSE
               MOVE 0 TO WS-NB-RETENUES
               MOVE 0 TO WS-NB-ELEVES
               MOVE 0 TO WS-NB-AU-DELA
               MOVE 0 TO WS-NB-DEJA
               MOVE 0 TO WS-NB-DETAILS
               MOVE 0 TO WS-HACHAGE
               MOVE 0 TO WS-NB-EXEMPLAIRES
               MOVE 0 TO WS-ELV-MATRICULE
               MOVE "N" TO WS-ELV-TROUVE
               MOVE SPACES TO WS-SAB-CLASSE
               MOVE "N" TO WS-SAB-ELEVE-OUVERT
               MOVE "N" TO WS-FIN-TRI
               PERFORM ECRIRE-ENTETE-LOT
               DISPLAY "=== SUIVI DES ABSENCES INJUSTIFIEES "
                   WS-ANNEE-TRAITEE " AU " WS-DATE-REF-AFF " ==="
               DISPLAY "SEUILS : " WS-SEUIL-MOIS
                   " DEMI-JOURNEE(S) EN " WS-MOIS-REF-AFF ", "
                   WS-SEUIL-TRIM " AU TRIMESTRE " WS-TRIMESTRE
                   " (0 = NON APPLIQUE)"
               SORT TRI-FILE
                   ON ASCENDING KEY WS-TRI-CLASSE
                   ON ASCENDING KEY WS-TRI-NOM
                   ON ASCENDING KEY WS-TRI-MATRICULE
                   ON ASCENDING KEY WS-TRI-DATE
                   ON ASCENDING KEY WS-TRI-DEMI-JOURNEE
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS SELECTIONNER-ABSENCES
                   OUTPUT PROCEDURE IS COMPTER-PAR-RUPTURE
               MOVE SPACES TO WS-SIGNALEX-REC
               MOVE "9" TO WS-SGX-F-TYPE
               MOVE WS-NB-DETAILS TO WS-SGX-F-NB-DETAILS
               MOVE WS-HACHAGE    TO WS-SGX-F-HACHAGE
               WRITE WS-SIGNALEX-REC
               DISPLAY "DEMI-JOURNEES RETENUES : " WS-NB-RETENUES
               DISPLAY "ELEVES EXAMINES        : " WS-NB-ELEVES
               DISPLAY "ELEVES AU-DELA D'UN SEUIL : " WS-NB-AU-DELA
               DISPLAY "  DONT DEJA SIGNALES   : " WS-NB-DEJA
               DISPLAY "SIGNALEMENTS EMIS      : " WS-NB-DETAILS
                   " (HACHAGE " WS-HACHAGE ")"
               DISPLAY "LETTRES AUX FAMILLES   : " WS-NB-EXEMPLAIRES
           END-IF.

      * Matricules deja consignes pour les mois evalues. Journal
      * absent : premier passage, personne n'a encore ete signale.
      * Table pleine : un eleve hors table serait signale une
      * seconde fois dans le mois, le travail s'arrete avant toute
      * ecriture.
       CHARGER-DEJA-SIGNALES.
           MOVE 0 TO WS-DSG-NB
           OPEN INPUT SIGNABS-FILE
           IF WS-SIGNABS-STATUS = "00"
               PERFORM UNTIL FIN-SIGNABS
                   READ SIGNABS-FILE
                       AT END
                           SET FIN-SIGNABS TO TRUE
                       NOT AT END
                           IF WS-SGA-MOIS = WS-PER-DATE(1)(1:6)
                                   OR WS-SGA-MOIS
                                       = WS-PER-DATE(WS-PER-NB)(1:6)
                               PERFORM RETENIR-DEJA-SIGNALE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNABS-FILE
           END-IF.

       RETENIR-DEJA-SIGNALE.
           IF WS-DSG-NB = 1000
               DISPLAY "TABLE DES ELEVES DEJA SIGNALES PLEINE (1000)"
                   " - MATRICULE " WS-SGA-MATRICULE " MOIS "
                   WS-SGA-MOIS " - AUCUN SIGNALEMENT"
               CLOSE SIGNABS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DSG-NB
           MOVE WS-SGA-MOIS      TO WS-DSG-MOIS(WS-DSG-NB)
           MOVE WS-SGA-MATRICULE TO WS-DSG-MATRICULE(WS-DSG-NB).

      * Le journal est ouvert avant toute lettre : un signalement qui
      * ne pourrait pas y etre consigne serait emis de nouveau au
      * passage suivant.
       OUVRIR-SORTIES.
           OPEN EXTEND SIGNABS-FILE
           IF WS-SIGNABS-STATUS = "05" OR WS-SIGNABS-STATUS = "35"
               OPEN OUTPUT SIGNABS-FILE
           END-IF
           IF WS-SIGNABS-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE JOURNAL DES SIGNALEMENTS ("
                   WS-SIGNABS-STATUS ") - AUCUN SIGNALEMENT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SIGNALEX-FILE
           IF WS-SIGNALEX-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE FICHIER DE SIGNALEMENT ("
                   WS-SIGNALEX-STATUS ") - AUCUN SIGNALEMENT"
               CLOSE SIGNABS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LETTRE-FILE
           IF WS-LETTRE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE LETTRES AUX FAMILLES ("
                   WS-LETTRE-STATUS ") - AUCUN SIGNALEMENT"
               CLOSE SIGNABS-FILE
               CLOSE SIGNALEX-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ECRIRE-ENTETE-LOT.
           MOVE SPACES TO WS-SIGNALEX-REC
           MOVE "1" TO WS-SGX-E-TYPE
           MOVE WS-ETAB-CODE     TO WS-SGX-E-ETAB
           MOVE WS-ANNEE-TRAITEE TO WS-SGX-E-ANNEE
           MOVE WS-MOIS-REF      TO WS-SGX-E-MOIS
           MOVE WS-DATE-REF      TO WS-SGX-E-DATE
           MOVE WS-TRIMESTRE     TO WS-SGX-E-TRIMESTRE
           MOVE WS-SEUIL-MOIS    TO WS-SGX-E-SEUIL-MOIS
           MOVE WS-SEUIL-TRIM    TO WS-SGX-E-SEUIL-TRIM
           WRITE WS-SIGNALEX-REC.

      * Demi-journees de l'annee jusqu'a la date de reference qui
      * tombent dans le mois ou le trimestre suivis ; les justifiees
      * passent aussi au tri, une justification ressaisie devant
      * remplacer l'absence injustifiee de la meme demi-journee.
       SELECTIONNER-ABSENCES.
           MOVE "N" TO WS-FIN-ABSENCES
           OPEN INPUT ABSENCES-FILE
           OPEN INPUT ELEVES-FILE
           PERFORM UNTIL FIN-ABSENCES
               READ ABSENCES-FILE
                   AT END
                       SET FIN-ABSENCES TO TRUE
                   NOT AT END
                       IF WS-ABS-ANNEE = WS-ANNEE-TRAITEE
                               AND WS-ABS-DATE <= WS-DATE-REF
                               AND (WS-ABS-DATE(1:6) = WS-MOIS-REF
                                   OR WS-ABS-TRIMESTRE = WS-TRIMESTRE)
                           PERFORM RETENIR-ABSENCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ELEVES-FILE
           CLOSE ABSENCES-FILE.

       RETENIR-ABSENCE.
           IF WS-ABS-MATRICULE NOT = WS-ELV-MATRICULE
               MOVE WS-ABS-MATRICULE TO WS-ELV-MATRICULE
               MOVE WS-ABS-MATRICULE TO WS-ELEVE-RELKEY
               MOVE "N" TO WS-ELV-TROUVE
               READ ELEVES-FILE
                   INVALID KEY
                       DISPLAY "  MATRICULE " WS-ABS-MATRICULE
                           " ABSENT DE L'EFFECTIF - ABSENCES ECARTEES"
                   NOT INVALID KEY
                       SET ELV-TROUVE TO TRUE
                       MOVE WS-ELEVE-REC-NOM    TO WS-ELV-NOM
                       MOVE WS-ELEVE-REC-CLASSE TO WS-ELV-CLASSE
               END-READ
           END-IF
           IF ELV-TROUVE
               MOVE WS-ELV-CLASSE        TO WS-TRI-CLASSE
               MOVE WS-ELV-NOM           TO WS-TRI-NOM
               MOVE WS-ABS-MATRICULE     TO WS-TRI-MATRICULE
               MOVE WS-ABS-DATE          TO WS-TRI-DATE
               MOVE WS-ABS-DEMI-JOURNEE  TO WS-TRI-DEMI-JOURNEE
               MOVE WS-ABS-JUSTIFIEE     TO WS-TRI-JUSTIFIEE
               MOVE WS-ABS-TRIMESTRE     TO WS-TRI-TRIMESTRE
               RELEASE WS-TRI-REC
               ADD 1 TO WS-NB-RETENUES
           ELSE
               ADD 1 TO WS-NB-INCONNUES
           END-IF.

      * Double rupture sur la sortie triee : eleve (evaluation des
      * seuils), demi-journee (ecarte les ressaisies). La classe
      * n'est titree sur la liste qu'au premier eleve a signaler.
       COMPTER-PAR-RUPTURE.
           PERFORM UNTIL FIN-TRI
               RETURN TRI-FILE
                   AT END
                       SET FIN-TRI TO TRUE
                   NOT AT END
                       PERFORM TRAITER-DEMI-JOURNEE
               END-RETURN
           END-PERFORM
           IF SAB-ELEVE-OUVERT
               PERFORM FIN-D-ELEVE
           END-IF.

       TRAITER-DEMI-JOURNEE.
           IF SAB-ELEVE-OUVERT
               IF WS-TRI-MATRICULE NOT = WS-SAB-MATRICULE
                       OR WS-TRI-CLASSE NOT = WS-SAB-CLASSE
                   PERFORM FIN-D-ELEVE
               END-IF
           END-IF
           IF WS-TRI-CLASSE NOT = WS-SAB-CLASSE
               MOVE WS-TRI-CLASSE TO WS-SAB-CLASSE
               MOVE "N" TO WS-SAB-CLASSE-LISTEE
           END-IF
           IF NOT SAB-ELEVE-OUVERT
               PERFORM DEBUT-D-ELEVE
           END-IF
           IF SAB-DJ-OUVERTE
               IF WS-TRI-DATE NOT = WS-SAB-DJ-DATE
                       OR WS-TRI-DEMI-JOURNEE NOT = WS-SAB-DJ-DEMI
                   PERFORM COMPTER-DEMI-JOURNEE
               END-IF
           END-IF
           MOVE WS-TRI-DATE         TO WS-SAB-DJ-DATE
           MOVE WS-TRI-DEMI-JOURNEE TO WS-SAB-DJ-DEMI
           MOVE WS-TRI-JUSTIFIEE    TO WS-SAB-DJ-JUSTIFIEE
           MOVE WS-TRI-TRIMESTRE    TO WS-SAB-DJ-TRIMESTRE
           SET SAB-DJ-OUVERTE TO TRUE.

       DEBUT-D-ELEVE.
           MOVE WS-TRI-MATRICULE TO WS-SAB-MATRICULE
           MOVE WS-TRI-NOM       TO WS-SAB-NOM
           SET SAB-ELEVE-OUVERT TO TRUE
           MOVE "N" TO WS-SAB-DJ-OUVERTE
           MOVE 0 TO WS-SAB-NB-MOIS
           MOVE 0 TO WS-SAB-NB-TRIM
           ADD 1 TO WS-NB-ELEVES.

      * Demi-journee en attente : seule une absence injustifiee
      * compte, au mois de reference et/ou au trimestre suivi.
       COMPTER-DEMI-JOURNEE.
           IF WS-SAB-DJ-JUSTIFIEE NOT = "O"
               IF WS-SAB-DJ-DATE(1:6) = WS-MOIS-REF
                   ADD 1 TO WS-SAB-NB-MOIS
               END-IF
               IF WS-SAB-DJ-TRIMESTRE = WS-TRIMESTRE
                   ADD 1 TO WS-SAB-NB-TRIM
               END-IF
           END-IF
           MOVE "N" TO WS-SAB-DJ-OUVERTE.

      * Fin d'eleve : comparaison aux seuils actifs, puis ligne de
      * liste et, sauf signalement deja fait ce mois, notification.
       FIN-D-ELEVE.
           IF SAB-DJ-OUVERTE
               PERFORM COMPTER-DEMI-JOURNEE
           END-IF
           MOVE SPACE TO WS-SAB-MOTIF
           IF WS-SEUIL-MOIS > 0 AND WS-SAB-NB-MOIS >= WS-SEUIL-MOIS
               MOVE "M" TO WS-SAB-MOTIF
           END-IF
           IF WS-SEUIL-TRIM > 0 AND WS-SAB-NB-TRIM >= WS-SEUIL-TRIM
               IF WS-SAB-MOTIF = "M"
                   MOVE "B" TO WS-SAB-MOTIF
               ELSE
                   MOVE "T" TO WS-SAB-MOTIF
               END-IF
           END-IF
           IF WS-SAB-MOTIF NOT = SPACE
               ADD 1 TO WS-NB-AU-DELA
               IF NOT SAB-CLASSE-LISTEE
                   DISPLAY "---- CLASSE " WS-SAB-CLASSE " ----"
                   SET SAB-CLASSE-LISTEE TO TRUE
               END-IF
               PERFORM CHERCHER-DEJA-SIGNALE
               IF ELEVE-DEJA-SIGNALE
                   ADD 1 TO WS-NB-DEJA
                   DISPLAY "  " WS-SAB-MATRICULE " " WS-SAB-NOM
                       " MOIS " WS-SAB-NB-MOIS " TRIM "
                       WS-SAB-NB-TRIM " " WS-SAB-MOTIF
                       " DEJA SIGNALE CE MOIS"
               ELSE
                   DISPLAY "  " WS-SAB-MATRICULE " " WS-SAB-NOM
                       " MOIS " WS-SAB-NB-MOIS " TRIM "
                       WS-SAB-NB-TRIM " " WS-SAB-MOTIF
                       " SIGNALE"
                   PERFORM SIGNALER-ELEVE
               END-IF
           END-IF
           MOVE "N" TO WS-SAB-ELEVE-OUVERT.

       CHERCHER-DEJA-SIGNALE.
           MOVE "N" TO WS-DEJA-FLAG
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-DSG-NB OR ELEVE-DEJA-SIGNALE
               IF WS-DSG-MATRICULE(WS-I) = WS-SAB-MATRICULE
                       AND WS-DSG-MOIS(WS-I) = WS-MOIS-REF
                   SET ELEVE-DEJA-SIGNALE TO TRUE
               END-IF
           END-PERFORM.

      * Journal d'abord, puis detail pour l'inspection et lettres
      * aux familles ; le total de hachage additionne les
      * demi-journees injustifiees du mois des eleves signales.
       SIGNALER-ELEVE.
           MOVE WS-SAB-MATRICULE TO WS-SGA-MATRICULE
           MOVE WS-MOIS-REF      TO WS-SGA-MOIS
           MOVE WS-DATE-REF      TO WS-SGA-DATE
           MOVE WS-SAB-NB-MOIS   TO WS-SGA-NB-MOIS
           MOVE WS-SAB-NB-TRIM   TO WS-SGA-NB-TRIM
           MOVE WS-SAB-CLASSE    TO WS-SGA-CLASSE
           MOVE WS-ANNEE-TRAITEE TO WS-SGA-ANNEE
           MOVE WS-TRIMESTRE     TO WS-SGA-TRIMESTRE
           WRITE WS-SIGNABS-REC
           IF WS-SIGNABS-STATUS NOT = "00"
               DISPLAY "ERREUR ECRITURE JOURNAL DES SIGNALEMENTS ("
                   WS-SIGNABS-STATUS ") - MATRICULE "
                   WS-SAB-MATRICULE
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-SIGNALEX-REC
           MOVE "2" TO WS-SGX-D-TYPE
           MOVE WS-SAB-MATRICULE TO WS-SGX-D-MATRICULE
           MOVE WS-SAB-NOM       TO WS-SGX-D-NOM
           MOVE WS-SAB-CLASSE    TO WS-SGX-D-CLASSE
           MOVE WS-SAB-NB-MOIS   TO WS-SGX-D-NB-MOIS
           MOVE WS-SAB-NB-TRIM   TO WS-SGX-D-NB-TRIM
           MOVE WS-SAB-MOTIF     TO WS-SGX-D-MOTIF
           WRITE WS-SIGNALEX-REC
           ADD 1 TO WS-NB-DETAILS
           ADD WS-SAB-NB-MOIS TO WS-HACHAGE
           MOVE WS-SAB-MATRICULE TO WS-RESP-CRIT-MATRICULE
           PERFORM CHERCHER-DESTINATAIRES
           PERFORM VARYING WS-I-DEST FROM 1 BY 1
                   UNTIL WS-I-DEST > WS-DEST-NB
               ADD 1 TO WS-NB-EXEMPLAIRES
               PERFORM ECRIRE-LETTRE-SIGNALEMENT
           END-PERFORM.

       ECRIRE-LETTRE-SIGNALEMENT.
           MOVE ALL "=" TO WS-LETTRE-LIGNE
           WRITE WS-LETTRE-LIGNE AFTER ADVANCING PAGE
           MOVE SPACES TO WS-LETTRE-LIGNE
           STRING "COLLEGE - GESTION DES NOTES"
                  "                 LE " WS-DATE-PASSAGE-AFF
                  DELIMITED BY SIZE INTO WS-LETTRE-LIGNE
           END-STRING
           WRITE WS-LETTRE-LIGNE
           MOVE "NOTIFICATION D'ABSENCES NON JUSTIFIEES"
               TO WS-LETTRE-LIGNE
           WRITE WS-LETTRE-LIGNE
           PERFORM ECRIRE-ADRESSE-LETTRE
           MOVE ALL "-" TO WS-LETTRE-LIGNE
           WRITE WS-LETTRE-LIGNE
           MOVE SPACES TO WS-LETTRE-LIGNE
           STRING "ELEVE  : " WS-SAB-NOM
                  "  (MATRICULE " WS-SAB-MATRICULE
                  ")" DELIMITED BY SIZE
                  INTO WS-LETTRE-LIGNE
           END-STRING
           WRITE WS-LETTRE-LIGNE
           MOVE SPACES TO WS-LETTRE-LIGNE
           STRING "CLASSE : " WS-SAB-CLASSE
                  "   ANNEE : " WS-ANNEE-TRAITEE
                  "   TRIMESTRE : " WS-TRIMESTRE
                  DELIMITED BY SIZE
                  INTO WS-LETTRE-LIGNE
           END-STRING
           WRITE WS-LETTRE-LIGNE
           MOVE ALL "-" TO WS-LETTRE-LIGNE
           WRITE WS-LETTRE-LIGNE
           MOVE SPACES TO WS-LETTRE-LIGNE
           STRING "  DEMI-JOURNEES NON JUSTIFIEES EN " WS-MOIS-REF-AFF
                  "      : " WS-SAB-NB-MOIS
                  DELIMITED BY SIZE INTO WS-LETTRE-LIGNE
           END-STRING
           WRITE WS-LETTRE-LIGNE
           MOVE SPACES TO WS-LETTRE-LIGNE
           STRING "  DEMI-JOURNEES NON JUSTIFIEES AU TRIMESTRE : "
                  WS-SAB-NB-TRIM
                  DELIMITED BY SIZE INTO WS-LETTRE-LIGNE
           END-STRING
           WRITE WS-LETTRE-LIGNE
           MOVE ALL "-" TO WS-LETTRE-LIGNE
           WRITE WS-LETTRE-LIGNE
           MOVE "Madame, Monsieur," TO WS-LETTRE-LIGNE
           WRITE WS-LETTRE-LIGNE
           MOVE "Votre enfant a manque la classe sans justification"
               TO WS-LETTRE-LIGNE
           WRITE WS-LETTRE-LIGNE
           MOVE "au-dela du seuil fixe par l'etablissement. Comme la"
               TO WS-LETTRE-LIGNE
           WRITE WS-LETTRE-LIGNE
           MOVE "loi sur l'obligation d'assiduite nous y oblige, sa"
               TO WS-LETTRE-LIGNE
           WRITE WS-LETTRE-LIGNE
           MOVE "situation est signalee a l'inspection academique."
               TO WS-LETTRE-LIGNE
           WRITE WS-LETTRE-LIGNE
           MOVE "Nous vous prions de faire parvenir au secretariat"
               TO WS-LETTRE-LIGNE
           WRITE WS-LETTRE-LIGNE
           MOVE "les justificatifs de ces absences dans les meilleurs"
               TO WS-LETTRE-LIGNE
           WRITE WS-LETTRE-LIGNE
           MOVE "delais." TO WS-LETTRE-LIGNE
           WRITE WS-LETTRE-LIGNE
           MOVE SPACES TO WS-LETTRE-LIGNE
           WRITE WS-LETTRE-LIGNE
           MOVE "                              LE CHEF D'ETABLISSEMENT"
               TO WS-LETTRE-LIGNE
           WRITE WS-LETTRE-LIGNE
           MOVE ALL "=" TO WS-LETTRE-LIGNE
           WRITE WS-LETTRE-LIGNE.

      * Bloc adresse du destinataire WS-I-DEST, a droite de la page
      * pour l'enveloppe a fenetre.
       ECRIRE-ADRESSE-LETTRE.
           MOVE SPACES TO WS-LETTRE-LIGNE
           WRITE WS-LETTRE-LIGNE
           MOVE WS-DEST-NOM(WS-I-DEST) TO WS-LETTRE-LIGNE(38:30)
           WRITE WS-LETTRE-LIGNE
           MOVE SPACES TO WS-LETTRE-LIGNE
           MOVE WS-DEST-ADRESSE(WS-I-DEST) TO WS-LETTRE-LIGNE(38:32)
           WRITE WS-LETTRE-LIGNE
           MOVE SPACES TO WS-LETTRE-LIGNE
           MOVE WS-DEST-CP-VILLE(WS-I-DEST)
               TO WS-LETTRE-LIGNE(38:32)
           WRITE WS-LETTRE-LIGNE
           MOVE SPACES TO WS-LETTRE-LIGNE
           WRITE WS-LETTRE-LIGNE.

       COPY "PARAM-PARA.CPY".
       COPY "RESP-PARA.CPY".
       COPY "DATE-PARA.CPY".
       COPY "CALEND-PARA.CPY".
