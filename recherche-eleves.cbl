      * Recherche d'un eleve par son nom ou sa classe : quand un
      * parent telephonait avec un simple nom de famille, le
      * secretariat devait lister l'effectif classe par classe dans
      * MAINT-ELEVES (un parcours complet d'ELEVES.DAT par classe)
      * jusqu'a trouver l'enfant. Ce programme, appele depuis le menu
      * GESTION-NOTES, lit l'index nom/classe INDEXELV reconstruit
      * chaque nuit (travail REIDXELV) complete du journal INDEXMVT
      * des mouvements de la journee (le mouvement du jour remplace
      * le poste d'index du meme matricule) :
      *   1. recherche sur le debut du nom de famille, accents
      *      facultatifs et majuscules indifferentes ;
      *   2. liste alphabetique d'une classe.
      * Chaque reponse donne matricule, nom, classe, annee scolaire
      * et etat (inscrit, radie, sorti). L'eleve choisi dans la
      * liste devient l'eleve selectionne du menu, propose d'office
      * par la gestion de l'effectif, les responsables legaux et le
      * duplicata de bulletin. L'index etant trie, la lecture
      * s'arrete des que la cle lue depasse le nom ou la classe
      * demandes.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECHERCHE-ELEVES.
       AUTHOR. Yassine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "IDXELV-SELECT.CPY".
       COPY "IDXMVT-SELECT.CPY".

       DATA DIVISION.
       FILE SECTION.
       COPY "IDXELV-FD.CPY".

       COPY "IDXMVT-FD.CPY".

       WORKING-STORAGE SECTION.

       77 WS-CHOIX             PIC 9 VALUE 0.
       77 WS-QUITTER-MENU      PIC X VALUE "N".
           88 QUITTER-MENU VALUE "O".
      * Critere de la recherche en cours : N = debut du nom
      * (normalise, WS-LG-CRIT caracteres significatifs), C = classe.
       77 WS-MODE-RECHERCHE    PIC X VALUE "N".
           88 RECH-PAR-NOM    VALUE "N".
           88 RECH-PAR-CLASSE VALUE "C".
       77 WS-NOM-DEMANDE       PIC X(20) VALUE SPACES.
       77 WS-CRIT-NOM          PIC X(20) VALUE SPACES.
       77 WS-LG-CRIT           PIC 99 VALUE 0.
       77 WS-CRIT-CLASSE       PIC X(8) VALUE SPACES.
       77 WS-I                 PIC 9(4).
       77 WS-J                 PIC 9(4).
       77 WS-NO-CHOISI         PIC 99 VALUE 0.
       77 WS-ED-NO             PIC Z9.
       77 WS-LIBELLE-ETAT      PIC X(7).

      * Etat fichier de l'index et normalisation des noms.
       COPY "IDXELV-WS.CPY".

      * Etat fichier du journal des mouvements.
       COPY "IDXMVT-WS.CPY".
       77 WS-FIN-MOUVEMENTS    PIC X VALUE "N".
           88 FIN-MOUVEMENTS VALUE "O".

      * Dernier mouvement du jour par matricule (le dernier lu
      * l'emporte), avec le nom normalise pour la recherche. Le
      * journal est vide chaque nuit : 2000 postes couvrent une
      * promotion complete de l'etablissement dans la journee.
       01 WS-MOUVEMENTS.
          05 WS-MV-NB PIC 9(4) VALUE 0.
          05 WS-MV-ELEVE OCCURS 2000 TIMES.
             10 WS-MV-MATRICULE PIC 9(4).
             10 WS-MV-NOM       PIC X(20).
             10 WS-MV-CLE       PIC X(20).
             10 WS-MV-CLASSE    PIC X(8).
             10 WS-MV-ANNEE     PIC X(9).
             10 WS-MV-ETAT      PIC X.
       77 WS-MV-TROUVE         PIC 9(4) VALUE 0.

      * Reponses de la recherche en cours, triees par nom normalise
      * puis classe avant affichage. Comme la liste de classe de
      * MAINT-ELEVES, au-dela de 99 reponses la liste est refusee
      * plutot qu'affichee incomplete.
       01 WS-RESULTATS.
          05 WS-RES-NB PIC 99 VALUE 0.
          05 WS-RES-ELEVE OCCURS 99 TIMES.
             10 WS-RES-CLE       PIC X(20).
             10 WS-RES-CLASSE    PIC X(8).
             10 WS-RES-MATRICULE PIC 9(4).
             10 WS-RES-NOM       PIC X(20).
             10 WS-RES-ANNEE     PIC X(9).
             10 WS-RES-ETAT      PIC X.
       01 WS-RES-TAMPON.
          05 WS-TMP-CLE       PIC X(20).
          05 WS-TMP-CLASSE    PIC X(8).
          05 WS-TMP-MATRICULE PIC 9(4).
          05 WS-TMP-NOM       PIC X(20).
          05 WS-TMP-ANNEE     PIC X(9).
          05 WS-TMP-ETAT      PIC X.
       77 WS-RESULTATS-DEBORDES PIC X VALUE "N".
           88 RESULTATS-DEBORDES VALUE "O".
      * Poste candidat, qu'il vienne de l'index ou du journal.
       01 WS-CANDIDAT.
          05 WS-CAN-CLE       PIC X(20).
          05 WS-CAN-CLASSE    PIC X(8).
          05 WS-CAN-MATRICULE PIC 9(4).
          05 WS-CAN-NOM       PIC X(20).
          05 WS-CAN-ANNEE     PIC X(9).
          05 WS-CAN-ETAT      PIC X.

       LINKAGE SECTION.
      * Eleve selectionne, tenu par GESTION-NOTES d'un appel a
      * l'autre : seul un choix dans une liste le remplace.
       01 WS-ELEVE-SELECTION.
          05 WS-SEL-MATRICULE PIC 9(4).
          05 WS-SEL-NOM       PIC X(20).
          05 WS-SEL-CLASSE    PIC X(8).

       PROCEDURE DIVISION USING WS-ELEVE-SELECTION.

      * Reinitialise a chaque appel (meme raison que MAINT-ELEVES) ;
      * le journal est relu a chaque appel pour voir les mouvements
      * saisis depuis le precedent.
           MOVE "N" TO WS-QUITTER-MENU
           PERFORM CHARGER-MOUVEMENTS

           PERFORM MENU-RECHERCHE

           GOBACK.

       MENU-RECHERCHE.
           PERFORM UNTIL QUITTER-MENU
               DISPLAY "===================================="
               DISPLAY "  RECHERCHE D'UN ELEVE"
               DISPLAY "===================================="
               DISPLAY "1. Recherche par nom (debut du nom)"
               DISPLAY "2. Liste d'une classe"
               DISPLAY "3. Retour"
               DISPLAY "Votre choix :"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN 1
                       PERFORM RECHERCHER-PAR-NOM
                   WHEN 2
                       PERFORM LISTER-CLASSE
                   WHEN 3
                       SET QUITTER-MENU TO TRUE
                   WHEN OTHER
                       DISPLAY "CHOIX INVALIDE"
               END-EVALUATE
           END-PERFORM.

      * Le debut de nom saisi est normalise comme les cles de
      * l'index : "helene", "HELENE" ou le nom tape avec ses
      * accents retrouvent le meme eleve.
       RECHERCHER-PAR-NOM.
           DISPLAY "DEBUT DU NOM (ACCENTS FACULTATIFS) :"
           ACCEPT WS-NOM-DEMANDE
           MOVE WS-NOM-DEMANDE TO WS-NRM-SOURCE
           PERFORM NORMALISER-NOM
           MOVE WS-NRM-CLE TO WS-CRIT-NOM
           MOVE 0 TO WS-LG-CRIT
           PERFORM VARYING WS-I FROM 20 BY -1 UNTIL WS-I = 0
               IF WS-LG-CRIT = 0 AND WS-CRIT-NOM(WS-I:1) NOT = SPACE
                   MOVE WS-I TO WS-LG-CRIT
               END-IF
           END-PERFORM
           IF WS-LG-CRIT = 0
               DISPLAY "NOM OBLIGATOIRE - RECHERCHE ABANDONNEE"
           ELSE
               SET RECH-PAR-NOM TO TRUE
               PERFORM RECHERCHER
           END-IF.

       LISTER-CLASSE.
           DISPLAY "CLASSE A LISTER :"
           ACCEPT WS-CRIT-CLASSE
           IF WS-CRIT-CLASSE = SPACES
               DISPLAY "CLASSE OBLIGATOIRE - LISTE ABANDONNEE"
           ELSE
               SET RECH-PAR-CLASSE TO TRUE
               PERFORM RECHERCHER
           END-IF.

      * Index puis mouvements du jour, tri, affichage et choix.
       RECHERCHER.
           MOVE 0 TO WS-RES-NB
           MOVE "N" TO WS-RESULTATS-DEBORDES
           PERFORM PARCOURIR-INDEX
           PERFORM PARCOURIR-MOUVEMENTS
           EVALUATE TRUE
               WHEN RESULTATS-DEBORDES
                   DISPLAY "PLUS DE 99 ELEVES REPONDENT - PRECISER"
                       " LA RECHERCHE"
               WHEN WS-RES-NB = 0
                   DISPLAY "AUCUN ELEVE NE REPOND A LA RECHERCHE"
               WHEN OTHER
                   PERFORM TRIER-RESULTATS
                   PERFORM AFFICHER-RESULTATS
                   PERFORM CHOISIR-ELEVE
           END-EVALUATE.

      * Index absent (premiere nuit pas encore passee) : seuls les
      * mouvements du jour sont consultes, avec un avertissement.
       PARCOURIR-INDEX.
           MOVE "N" TO WS-FIN-INDEX
           OPEN INPUT INDEX-ELEVES-FILE
           IF WS-IDX-STATUS NOT = "00"
               DISPLAY "INDEX DES ELEVES INDISPONIBLE ("
                   WS-IDX-STATUS ") - SEULS LES MOUVEMENTS DU JOUR"
                   " SONT CONSULTES"
           ELSE
               PERFORM UNTIL FIN-INDEX
                   READ INDEX-ELEVES-FILE
                       AT END
                           SET FIN-INDEX TO TRUE
                       NOT AT END
                           PERFORM EXAMINER-POSTE-INDEX
                   END-READ
               END-PERFORM
               CLOSE INDEX-ELEVES-FILE
           END-IF.

      * Postes tries sur (type, cle), les postes "C" avant les postes
      * "N" : la lecture s'arrete au premier poste au-dela du
      * critere.
       EXAMINER-POSTE-INDEX.
           IF RECH-PAR-NOM
               IF IDX-POSTE-NOM
                   IF WS-IDX-CLE(1:WS-LG-CRIT)
                           = WS-CRIT-NOM(1:WS-LG-CRIT)
                       PERFORM RETENIR-POSTE-INDEX
                   ELSE
                       IF WS-IDX-CLE(1:WS-LG-CRIT)
                               > WS-CRIT-NOM(1:WS-LG-CRIT)
                           SET FIN-INDEX TO TRUE
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF IDX-POSTE-CLASSE
                   IF WS-IDX-CLE(1:8) = WS-CRIT-CLASSE
                       PERFORM RETENIR-POSTE-INDEX
                   ELSE
                       IF WS-IDX-CLE(1:8) > WS-CRIT-CLASSE
                           SET FIN-INDEX TO TRUE
                       END-IF
                   END-IF
               ELSE
                   SET FIN-INDEX TO TRUE
               END-IF
           END-IF.

      * Un eleve qui a bouge dans la journee est pris du journal,
      * pas de l'index.
       RETENIR-POSTE-INDEX.
           MOVE WS-IDX-MATRICULE TO WS-CAN-MATRICULE
           PERFORM TROUVER-MOUVEMENT
           IF WS-MV-TROUVE = 0
               MOVE WS-IDX-NOM       TO WS-CAN-NOM
               MOVE WS-IDX-CLASSE    TO WS-CAN-CLASSE
               MOVE WS-IDX-ANNEE     TO WS-CAN-ANNEE
               MOVE WS-IDX-ETAT      TO WS-CAN-ETAT
               IF IDX-POSTE-NOM
                   MOVE WS-IDX-CLE(1:20) TO WS-CAN-CLE
               ELSE
                   MOVE WS-IDX-CLE(9:20) TO WS-CAN-CLE
               END-IF
               PERFORM AJOUTER-RESULTAT
           END-IF.

       PARCOURIR-MOUVEMENTS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MV-NB
               IF (RECH-PAR-NOM
                       AND WS-MV-CLE(WS-I)(1:WS-LG-CRIT)
                           = WS-CRIT-NOM(1:WS-LG-CRIT))
                   OR (RECH-PAR-CLASSE
                       AND WS-MV-CLASSE(WS-I) = WS-CRIT-CLASSE)
                   MOVE WS-MV-MATRICULE(WS-I) TO WS-CAN-MATRICULE
                   MOVE WS-MV-NOM(WS-I)       TO WS-CAN-NOM
                   MOVE WS-MV-CLE(WS-I)       TO WS-CAN-CLE
                   MOVE WS-MV-CLASSE(WS-I)    TO WS-CAN-CLASSE
                   MOVE WS-MV-ANNEE(WS-I)     TO WS-CAN-ANNEE
                   MOVE WS-MV-ETAT(WS-I)      TO WS-CAN-ETAT
                   PERFORM AJOUTER-RESULTAT
               END-IF
           END-PERFORM.

       AJOUTER-RESULTAT.
           IF WS-RES-NB = 99
               SET RESULTATS-DEBORDES TO TRUE
           ELSE
               ADD 1 TO WS-RES-NB
               MOVE WS-CANDIDAT TO WS-RES-ELEVE(WS-RES-NB)
           END-IF.

      * Tri a bulles croissant sur (nom normalise, classe), comme la
      * liste de classe de MAINT-ELEVES.
       TRIER-RESULTATS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-RES-NB
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-RES-NB - WS-I
                   IF WS-RES-CLE(WS-J) > WS-RES-CLE(WS-J + 1)
                           OR (WS-RES-CLE(WS-J) = WS-RES-CLE(WS-J + 1)
                           AND WS-RES-CLASSE(WS-J)
                               > WS-RES-CLASSE(WS-J + 1))
                       MOVE WS-RES-ELEVE(WS-J)     TO WS-RES-TAMPON
                       MOVE WS-RES-ELEVE(WS-J + 1)
                           TO WS-RES-ELEVE(WS-J)
                       MOVE WS-RES-TAMPON TO WS-RES-ELEVE(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       AFFICHER-RESULTATS.
           IF RECH-PAR-CLASSE
               DISPLAY "=== CLASSE " WS-CRIT-CLASSE " ==="
           ELSE
               DISPLAY "=== NOMS COMMENCANT PAR "
                   WS-CRIT-NOM(1:WS-LG-CRIT) " ==="
           END-IF
           DISPLAY "NO MATR NOM                  CLASSE   ANNEE"
               "     ETAT"
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RES-NB
               MOVE WS-I TO WS-ED-NO
               EVALUATE WS-RES-ETAT(WS-I)
                   WHEN "I"
                       MOVE "INSCRIT" TO WS-LIBELLE-ETAT
                   WHEN "R"
                       MOVE "RADIE"   TO WS-LIBELLE-ETAT
                   WHEN "S"
                       MOVE "SORTI"   TO WS-LIBELLE-ETAT
                   WHEN OTHER
                       MOVE "?"       TO WS-LIBELLE-ETAT
               END-EVALUATE
               DISPLAY WS-ED-NO " " WS-RES-MATRICULE(WS-I) " "
                   WS-RES-NOM(WS-I) " " WS-RES-CLASSE(WS-I) " "
                   WS-RES-ANNEE(WS-I) " " WS-LIBELLE-ETAT
           END-PERFORM
           DISPLAY WS-RES-NB " ELEVE(S)".

      * Le numero de ligne choisi remplace l'eleve selectionne du
      * menu ; une reponse a blanc ou a zero le laisse inchange.
       CHOISIR-ELEVE.
           DISPLAY "NUMERO DE L'ELEVE A SELECTIONNER (VIDE = AUCUN) :"
           ACCEPT WS-NO-CHOISI
           IF WS-NO-CHOISI > WS-RES-NB
               DISPLAY "NUMERO HORS LISTE - SELECTION INCHANGEE"
           ELSE
               IF WS-NO-CHOISI > 0
                   MOVE WS-RES-MATRICULE(WS-NO-CHOISI)
                       TO WS-SEL-MATRICULE
                   MOVE WS-RES-NOM(WS-NO-CHOISI) TO WS-SEL-NOM
                   MOVE WS-RES-CLASSE(WS-NO-CHOISI) TO WS-SEL-CLASSE
                   DISPLAY "ELEVE SELECTIONNE : " WS-SEL-MATRICULE
                       " " WS-SEL-NOM
                   IF WS-RES-ETAT(WS-NO-CHOISI) NOT = "I"
                       DISPLAY "ATTENTION : ELEVE HORS EFFECTIF VIF,"
                           " SEUL SON HISTORIQUE RESTE CONSULTABLE"
                   END-IF
               END-IF
           END-IF.

      * Journal absent ou vide (aucun mouvement depuis la derniere
      * reconstruction) : l'index fait foi seul, sans message.
       CHARGER-MOUVEMENTS.
           MOVE 0 TO WS-MV-NB
           MOVE "N" TO WS-FIN-MOUVEMENTS
           OPEN INPUT MVT-INDEX-FILE
           IF WS-MVT-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL FIN-MOUVEMENTS
                   READ MVT-INDEX-FILE
                       AT END
                           SET FIN-MOUVEMENTS TO TRUE
                       NOT AT END
                           PERFORM RANGER-MOUVEMENT
                   END-READ
               END-PERFORM
               CLOSE MVT-INDEX-FILE
           END-IF.

      * Mise a jour du matricule deja connu, sinon nouveau poste.
      * Table pleine : le mouvement est signale et ignore, l'eleve
      * reste vu tel que l'index le decrit.
       RANGER-MOUVEMENT.
           MOVE WS-MVT-MATRICULE TO WS-CAN-MATRICULE
           PERFORM TROUVER-MOUVEMENT
           IF WS-MV-TROUVE = 0
               IF WS-MV-NB = 2000
                   DISPLAY "TABLE DES MOUVEMENTS PLEINE - MATRICULE "
                       WS-MVT-MATRICULE " VU SELON L'INDEX"
               ELSE
                   ADD 1 TO WS-MV-NB
                   MOVE WS-MV-NB TO WS-MV-TROUVE
                   MOVE WS-MVT-MATRICULE
                       TO WS-MV-MATRICULE(WS-MV-TROUVE)
               END-IF
           END-IF
           IF WS-MV-TROUVE > 0
               MOVE WS-MVT-NOM    TO WS-MV-NOM(WS-MV-TROUVE)
               MOVE WS-MVT-CLASSE TO WS-MV-CLASSE(WS-MV-TROUVE)
               MOVE WS-MVT-ANNEE  TO WS-MV-ANNEE(WS-MV-TROUVE)
               MOVE WS-MVT-ETAT   TO WS-MV-ETAT(WS-MV-TROUVE)
               MOVE WS-MVT-NOM    TO WS-NRM-SOURCE
               PERFORM NORMALISER-NOM
               MOVE WS-NRM-CLE    TO WS-MV-CLE(WS-MV-TROUVE)
           END-IF.

      * Rang dans la table du journal du matricule WS-CAN-MATRICULE
      * (0 s'il n'a pas bouge dans la journee).
       TROUVER-MOUVEMENT.
           MOVE 0 TO WS-MV-TROUVE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-MV-NB OR WS-MV-TROUVE > 0
               IF WS-MV-MATRICULE(WS-I) = WS-CAN-MATRICULE
                   MOVE WS-I TO WS-MV-TROUVE
               END-IF
           END-PERFORM.

       COPY "IDXELV-PARA.CPY".
