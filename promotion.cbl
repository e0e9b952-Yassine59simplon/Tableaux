      * sont retires de l'effectif vif, archives dans le fichier
      * cumulatif des anciens (matricule, nom, derniere classe,
      * moyenne annuelle finale) et recoivent un certificat de
      * radiation (exeat) pret a imprimer, en un exemplaire par
      * responsable destinataire du courrier (fichier RESPONS, avec
      * l'adresse) ; les comptages sortants =
      * anciens archives = certificats edites sont controles en fin
      * de travail. Un eleve de classe terminale sous le seuil de
      * reussite redouble sur place, comme ailleurs.
      * Chaque changement de classe et chaque sortie part au journal
      * INDEXMVT de l'index nom/classe des eleves.
      * Une moyenne annuelle calculee sur moins de trois trimestres,
      * ou sur des trimestres repris d'un dossier de transfert
      * (notes marquees E par IMPORT-DOSSIER), est signalee sous la
      * ligne de l'eleve avec la provenance de chaque trimestre.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOTION.
       AUTHOR. Yassine.
           SELECT ANCIENS-FILE ASSIGN TO ANCIENS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANCIENS-STATUS.
      * Certificats de radiation (exeat) : une page par responsable
      * destinataire de chaque sortant, pretes a imprimer, dans le
      * style des lettres de convocation.
           SELECT EXEAT-FILE ASSIGN TO EXEAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXEAT-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROMO-CTL-STATUS.
       COPY "PARAM-SELECT.CPY".
       COPY "RESP-SELECT.CPY".
       COPY "IDXMVT-SELECT.CPY".
           SELECT TRI-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
           05 WS-PCT-STATUT      PIC X(8).

       COPY "PARAM-FD.CPY".
       COPY "RESP-FD.CPY".
       COPY "IDXMVT-FD.CPY".

       FD  ANCIENS-FILE.
       01  WS-ANCIEN-REC.
      * Seuil de reussite de la regle de passage, lu du fichier des
      * parametres au lieu d'etre code en dur.
       COPY "PARAM-WS.CPY".

      * Responsables legaux : destinataires des certificats.
       COPY "RESP-WS.CPY".

      * Journal des mouvements de l'index nom/classe.
       COPY "IDXMVT-WS.CPY".
       77 WS-ELEVES-STATUS    PIC XX VALUE "00".
       77 WS-ELEVE-RELKEY     PIC 9(4).
       77 WS-PASSAGE-STATUS   PIC XX VALUE "00".
       77 WS-K                PIC 99.
       77 WS-I-T              PIC 9.
       77 WS-NB-TRIM-VUS      PIC 9.
       77 WS-NB-TRIM-EXT      PIC 9.
       77 WS-I-M              PIC 99.
      * Provenance de chaque moyenne trimestrielle : ECOLE, ORIGINE
      * (etablissement precedent) ou MANQUANT.
       01 WS-ORIG-TRIM-TAB.
          05 WS-ORIG-TRIM-T   PIC X(8) OCCURS 3 TIMES.
       77 WS-SOMME-MOY        PIC 999V99.
       77 WS-CLASSE-SUIVANTE  PIC X(8).
       77 WS-SUIVANTE-TROUVEE PIC X VALUE "N".
       77 WS-NB-SORTANTS      PIC 9(4) VALUE 0.
       77 WS-NB-ANCIENS       PIC 9(4) VALUE 0.
       77 WS-NB-EXEATS        PIC 9(4) VALUE 0.
      * Certificats comptes par sortant (un sortant = un certificat,
      * quel que soit le nombre d'exemplaires) ; les pages editees
      * sont comptees a part pour le controle d'impression.
       77 WS-NB-PAGES-EXEAT   PIC 9(4) VALUE 0.
       77 WS-EXEAT-SERVI      PIC X VALUE "N".
           88 EXEAT-SERVI VALUE "O".
       77 WS-ANCIENS-STATUS   PIC XX VALUE "00".
       77 WS-EXEAT-STATUS     PIC XX VALUE "00".
       77 WS-EXEAT-DATE       PIC X(10) VALUE SPACES.
          05 WS-PRO-TRIM OCCURS 3 TIMES.
             10 WS-PRO-TRIM-VU  PIC X.
                88 PRO-TRIM-VU VALUE "O".
             10 WS-PRO-TRIM-EXT PIC X.
                88 PRO-TRIM-EXTERNE VALUE "O".
             10 WS-PRO-TRIM-MOY PIC 99V99.
          05 WS-PRO-MOYENNE   PIC 99V99.
          05 WS-PRO-SORT      PIC X.
                           CLOSE ELEVES-FILE
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           PERFORM OUVRIR-JOURNAL-INDEX
                           PERFORM TRIER-ET-APPLIQUER
                           CLOSE ELEVES-FILE
                           CLOSE ANCIENS-FILE
                           CLOSE EXEAT-FILE
                           IF MVT-OUVERT
                               CLOSE MVT-INDEX-FILE
                           END-IF
                           IF WS-PRO-NB = 0
                               DISPLAY "AUCUN RESULTAT POUR "
                                   WS-ANNEE-TRAITEE
           MOVE WS-HISTO-CLASSE TO WS-PRO-CLASSE
           MOVE WS-HISTO-TRIMESTRE TO WS-I-T
           MOVE "O" TO WS-PRO-TRIM-VU(WS-I-T)
           MOVE "N" TO WS-PRO-TRIM-EXT(WS-I-T)
           PERFORM VARYING WS-I-M FROM 1 BY 1
                   UNTIL WS-I-M > WS-HISTO-NB-MAT
               IF HISTO-NOTE-EXTERNE(WS-I-M)
                   MOVE "O" TO WS-PRO-TRIM-EXT(WS-I-T)
               END-IF
           END-PERFORM
           MOVE WS-HISTO-MOYENNE TO WS-PRO-TRIM-MOY(WS-I-T).

      * Cloture d'un eleve : moyenne annuelle, regle de passage,
       JUGER-ELEVE.
           ADD 1 TO WS-PRO-NB
           MOVE 0 TO WS-NB-TRIM-VUS
           MOVE 0 TO WS-NB-TRIM-EXT
           MOVE 0 TO WS-SOMME-MOY
           PERFORM VARYING WS-I-T FROM 1 BY 1 UNTIL WS-I-T > 3
               IF PRO-TRIM-VU(WS-I-T)
                   ADD 1 TO WS-NB-TRIM-VUS
                   ADD WS-PRO-TRIM-MOY(WS-I-T) TO WS-SOMME-MOY
                   IF PRO-TRIM-EXTERNE(WS-I-T)
                       ADD 1 TO WS-NB-TRIM-EXT
                       MOVE "ORIGINE" TO WS-ORIG-TRIM-T(WS-I-T)
                   ELSE
                       MOVE "ECOLE" TO WS-ORIG-TRIM-T(WS-I-T)
                   END-IF
               ELSE
                   MOVE "MANQUANT" TO WS-ORIG-TRIM-T(WS-I-T)
               END-IF
           END-PERFORM
           IF WS-NB-TRIM-VUS > 0
                           TO WS-ELEVE-REC-CLASSE
                       MOVE WS-ANNEE-CIBLE TO WS-ELEVE-REC-ANNEE
                       REWRITE WS-ELEVE-REC
                       IF WS-ELEVES-STATUS = "00"
                           SET MVT-ETAT-INSCRIT TO TRUE
                           PERFORM JOURNALISER-MOUVEMENT
                       END-IF
               END-READ
           END-IF
           IF WS-PRO-SORT = "S"
                               WS-PRO-MATRICULE " ("
                               WS-ELEVES-STATUS ") - ARCHIVE DEJA"
                               " SERVIE, REGULARISER"
                       ELSE
                           SET MVT-ETAT-SORTI TO TRUE
                           PERFORM JOURNALISER-MOUVEMENT
                       END-IF
                       PERFORM ECRIRE-EXEAT
                   ELSE
                   END-IF
           END-READ.

      * Image de l'eleve apres passage ou sortie pour le journal de
      * l'index ; l'etat (I ou S) est pose par l'appelant.
       JOURNALISER-MOUVEMENT.
           MOVE WS-ELEVE-REC-MATRICULE TO WS-MVT-MATRICULE
           MOVE WS-ELEVE-REC-NOM       TO WS-MVT-NOM
           MOVE WS-ELEVE-REC-CLASSE    TO WS-MVT-CLASSE
           MOVE WS-ELEVE-REC-ANNEE     TO WS-MVT-ANNEE
           MOVE WS-DATE-JOUR           TO WS-MVT-DATE
           MOVE "PROMOTIO"             TO WS-MVT-ORIGINE
           PERFORM ENREGISTRER-MOUVEMENT-INDEX.

       ECRIRE-ANCIEN.
           MOVE SPACES TO WS-ANCIEN-REC
           MOVE WS-PRO-MATRICULE TO WS-ANC-MATRICULE
               ADD 1 TO WS-NB-ANCIENS
           END-IF.

      * Certificat de radiation (exeat) : une page par responsable
      * destinataire du sortant, dans le style des lettres de
      * convocation. Le certificat ne compte comme servi que si
      * toutes ses pages sont ecrites.
       ECRIRE-EXEAT.
           MOVE WS-PRO-MATRICULE TO WS-RESP-CRIT-MATRICULE
           PERFORM CHERCHER-DESTINATAIRES
           SET EXEAT-SERVI TO TRUE
           PERFORM VARYING WS-I-DEST FROM 1 BY 1
                   UNTIL WS-I-DEST > WS-DEST-NB
               PERFORM ECRIRE-PAGE-EXEAT
               IF WS-EXEAT-STATUS = "00"
                   ADD 1 TO WS-NB-PAGES-EXEAT
               ELSE
                   MOVE "N" TO WS-EXEAT-SERVI
               END-IF
           END-PERFORM
           IF EXEAT-SERVI
               ADD 1 TO WS-NB-EXEATS
           END-IF.

       ECRIRE-PAGE-EXEAT.
           MOVE ALL "=" TO WS-EXEAT-LIGNE
           WRITE WS-EXEAT-LIGNE AFTER ADVANCING PAGE
           MOVE SPACES TO WS-EXEAT-LIGNE
           WRITE WS-EXEAT-LIGNE
           MOVE "CERTIFICAT DE RADIATION (EXEAT)" TO WS-EXEAT-LIGNE
           WRITE WS-EXEAT-LIGNE
           MOVE SPACES TO WS-EXEAT-LIGNE
           WRITE WS-EXEAT-LIGNE
           MOVE WS-DEST-NOM(WS-I-DEST) TO WS-EXEAT-LIGNE(38:30)
           WRITE WS-EXEAT-LIGNE
           MOVE SPACES TO WS-EXEAT-LIGNE
           MOVE WS-DEST-ADRESSE(WS-I-DEST) TO WS-EXEAT-LIGNE(38:32)
           WRITE WS-EXEAT-LIGNE
           MOVE SPACES TO WS-EXEAT-LIGNE
           MOVE WS-DEST-CP-VILLE(WS-I-DEST) TO WS-EXEAT-LIGNE(38:32)
           WRITE WS-EXEAT-LIGNE
           MOVE SPACES TO WS-EXEAT-LIGNE
           WRITE WS-EXEAT-LIGNE
           MOVE ALL "-" TO WS-EXEAT-LIGNE
           WRITE WS-EXEAT-LIGNE
           MOVE SPACES TO WS-EXEAT-LIGNE
               TO WS-EXEAT-LIGNE
           WRITE WS-EXEAT-LIGNE
           MOVE ALL "=" TO WS-EXEAT-LIGNE
           WRITE WS-EXEAT-LIGNE.

       EDITER-LIGNE-ELEVE.
           EVALUATE WS-PRO-SORT
           END-EVALUATE
           MOVE WS-PRO-MOYENNE TO WS-AFFICHAGE-MOY-T
           DISPLAY "  " WS-PRO-MATRICULE " " WS-PRO-NOM
               " (" WS-AFFICHAGE-MOY-T ") " WS-LIBELLE-SORT
           IF WS-NB-TRIM-VUS < 3 OR WS-NB-TRIM-EXT > 0
               DISPLAY "       MOYENNE SUR " WS-NB-TRIM-VUS
                   " TRIMESTRE(S) : T1 " WS-ORIG-TRIM-T(1)
                   " T2 " WS-ORIG-TRIM-T(2)
                   " T3 " WS-ORIG-TRIM-T(3)
           END-IF.

      * Archive des anciens ouverte en ajout (creation au premier
      * passage, meme mecanique que OUVRIR-AUDIT), certificats en
                   AND WS-NB-SORTANTS = WS-NB-EXEATS
               DISPLAY "CONTROLE SORTANTS : " WS-NB-SORTANTS
                   " SORTANTS = " WS-NB-ANCIENS " ARCHIVES = "
                   WS-NB-EXEATS " CERTIFICATS ("
                   WS-NB-PAGES-EXEAT " PAGE(S))"
           ELSE
               DISPLAY "DESACCORD SORTANTS (" WS-NB-SORTANTS
                   ") / ARCHIVES (" WS-NB-ANCIENS
           END-IF.

       COPY "PARAM-PARA.CPY".
       COPY "RESP-PARA.CPY".
       COPY "IDXMVT-PARA.CPY".
