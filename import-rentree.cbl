      *   04 annee scolaire a blanc
      *   05 matricule deja inscrit a l'effectif (doublon, y compris
      *      un doublon interne a l'extrait deja charge)
      * Chaque eleve charge est ajoute au journal INDEXMVT pour que
      * la recherche par nom le trouve avant la reconstruction
      * nocturne de l'index.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-RENTREE.
       AUTHOR. Yassine.
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-ELEVE-RELKEY
               FILE STATUS IS WS-ELEVES-STATUS.
       COPY "IDXMVT-SELECT.CPY".

       DATA DIVISION.
       FILE SECTION.
           03 WS-ELEVE-REC-CLASSE PIC X(8).
           03 WS-ELEVE-REC-ANNEE  PIC X(9).

       COPY "IDXMVT-FD.CPY".

       WORKING-STORAGE SECTION.

       77 WS-INSCRIPT-STATUS PIC XX VALUE "00".
       77 WS-MATRICULE-TRAVAIL  PIC 9(4) VALUE 0.
       77 WS-ATTRIBUE        PIC X VALUE "N".
           88 MATRICULE-ATTRIBUE VALUE "O".
       77 WS-DATE-JOUR       PIC 9(8) VALUE 0.

      * Journal des mouvements de l'index nom/classe.
       COPY "IDXMVT-WS.CPY".

      * Totaux de controle.
       77 WS-NB-LUS          PIC 9(5) VALUE 0.
                   CLOSE INSCRIPT-FILE
                   CLOSE ELEVES-FILE
               ELSE
                   ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
                   PERFORM OUVRIR-JOURNAL-INDEX
                   PERFORM UNTIL FIN-INSCRIPT
                       READ INSCRIPT-FILE
                           AT END
                   CLOSE INSCRIPT-FILE
                   CLOSE REJETS-FILE
                   CLOSE ELEVES-FILE
                   IF MVT-OUVERT
                       CLOSE MVT-INDEX-FILE
                   END-IF
                   PERFORM EDITER-TOTAUX
               END-IF
           END-IF
                       COMPUTE WS-PROCHAIN-MATRICULE
                               = WS-MATRICULE-TRAVAIL + 1
                   END-IF
                   PERFORM JOURNALISER-INSCRIPTION
           END-WRITE.

      * Le nouvel inscrit part au journal de l'index.
       JOURNALISER-INSCRIPTION.
           MOVE SPACES TO WS-MVT-REC
           MOVE WS-ELEVE-REC-MATRICULE TO WS-MVT-MATRICULE
           MOVE WS-ELEVE-REC-NOM       TO WS-MVT-NOM
           MOVE WS-ELEVE-REC-CLASSE    TO WS-MVT-CLASSE
           MOVE WS-ELEVE-REC-ANNEE     TO WS-MVT-ANNEE
           SET MVT-ETAT-INSCRIT TO TRUE
           MOVE WS-DATE-JOUR           TO WS-MVT-DATE
           MOVE "IMPRENTR"             TO WS-MVT-ORIGINE
           PERFORM ENREGISTRER-MOUVEMENT-INDEX.

       EDITER-TOTAUX.
           DISPLAY "=== CHARGEMENT RENTREE ==="
           DISPLAY "LUS     : " WS-NB-LUS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       COPY "IDXMVT-PARA.CPY".
