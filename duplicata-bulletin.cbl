      * date d'edition - dans le fichier d'impression DUPLICATA.TXT.
      * Chaque reedition part dans AUDIT.LOG : on sait qui a reedite
      * quoi. Les totaux d'absences et l'appreciation du conseil
      * sont repris comme sur le bulletin d'origine. Un exemplaire
      * est edite par responsable destinataire du courrier (fichier
      * RESPONS), avec son adresse. L'eleve selectionne par la
      * recherche du menu est propose d'office (matricule a blanc ou
      * a zero) ; un eleve radie ou sorti garde son historique.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICATA-BULLETIN.
       AUTHOR. Yassine.
       COPY "AUDIT-SELECT.CPY".
       COPY "ABSENC-SELECT.CPY".
       COPY "APPREC-SELECT.CPY".
       COPY "RESP-SELECT.CPY".
      * Fichier d'impression du duplicata, ecrase a chaque demande :
      * une page par exemplaire, comme les lettres de convocation.
           SELECT DUPLI-FILE ASSIGN TO "DUPLICATA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPLI-STATUS.
       COPY "AUDIT-FD.CPY".
       COPY "ABSENC-FD.CPY".
       COPY "APPREC-FD.CPY".
       COPY "RESP-FD.CPY".

       FD  DUPLI-FILE.
       01  WS-DUPLI-LIGNE PIC X(72).
       COPY "HISTO-WS.CPY".
       COPY "ABSENC-WS.CPY".
       COPY "APPREC-WS.CPY".
       COPY "RESP-WS.CPY".
       77 WS-DUPLI-STATUS    PIC XX VALUE "00".
       77 WS-FIN-HISTO       PIC X VALUE "N".
           88 FIN-HISTO VALUE "O".
          05 WS-DUP-TRIM OCCURS 3 TIMES.
             10 WS-DUP-TRIM-VU  PIC X.
                88 DUP-TRIM-VU VALUE "O".
             10 WS-DUP-TRIM-EXT PIC X.
                88 DUP-TRIM-EXTERNE VALUE "O".
             10 WS-DUP-NB-MAT   PIC 9.
             10 WS-DUP-MAT OCCURS 9 TIMES.
                15 WS-DUP-MAT-CODE PIC X(4).
      * Identite de l'operateur connecte, transmise par le menu
      * GESTION-NOTES qui l'a authentifiee.
       01 WS-OPERATEUR-APPEL PIC X(8).
      * Matricule de l'eleve selectionne par la recherche du menu
      * (zero = aucun).
       01 WS-MATRICULE-SELECTION PIC 9(4).

       PROCEDURE DIVISION USING WS-OPERATEUR-APPEL
                                WS-MATRICULE-SELECTION.

           MOVE WS-OPERATEUR-APPEL TO WS-OPERATEUR
           PERFORM OUVRIR-AUDIT
           INITIALIZE WS-DUP

           DISPLAY "MATRICULE DE L'ELEVE :"
           IF WS-MATRICULE-SELECTION NOT = 0
               DISPLAY "(VIDE = ELEVE SELECTIONNE "
                   WS-MATRICULE-SELECTION ")"
           END-IF
           ACCEPT WS-MATRICULE-SAISI
           IF WS-MATRICULE-SAISI = 0
               MOVE WS-MATRICULE-SELECTION TO WS-MATRICULE-SAISI
           END-IF
           DISPLAY "ANNEE SCOLAIRE :"
           ACCEPT WS-ANNEE-DEMANDEE
           DISPLAY "TRIMESTRE (1-3, 0 = VUE ANNUELLE) :"
           MOVE WS-HISTO-CLASSE TO WS-DUP-CLASSE
           MOVE WS-HISTO-TRIMESTRE TO WS-I-T
           MOVE "O" TO WS-DUP-TRIM-VU(WS-I-T)
           MOVE "N" TO WS-DUP-TRIM-EXT(WS-I-T)
           MOVE WS-HISTO-NB-MAT TO WS-DUP-NB-MAT(WS-I-T)
           PERFORM VARYING WS-I-M FROM 1 BY 1
                   UNTIL WS-I-M > WS-HISTO-NB-MAT
                   TO WS-DUP-MAT-CODE(WS-I-T, WS-I-M)
               MOVE WS-HISTO-NOTE(WS-I-M)
                   TO WS-DUP-NOTE(WS-I-T, WS-I-M)
               IF HISTO-NOTE-EXTERNE(WS-I-M)
                   MOVE "O" TO WS-DUP-TRIM-EXT(WS-I-T)
               END-IF
           END-PERFORM
           MOVE WS-HISTO-MOYENNE TO WS-DUP-MOYENNE(WS-I-T).

               DISPLAY "ERREUR OUVERTURE DUPLICATA.TXT ("
                   WS-DUPLI-STATUS ")"
           ELSE
               MOVE WS-MATRICULE-SAISI TO WS-RESP-CRIT-MATRICULE
               PERFORM CHERCHER-DESTINATAIRES
               PERFORM VARYING WS-I-DEST FROM 1 BY 1
                       UNTIL WS-I-DEST > WS-DEST-NB
                   PERFORM EDITER-EXEMPLAIRE-DUP
               END-PERFORM
               CLOSE DUPLI-FILE
               DISPLAY "DUPLICATA EDITE DANS DUPLICATA.TXT ("
                   WS-DEST-NB " EXEMPLAIRE(S))"
           END-IF.

      * Un exemplaire du duplicata pour le destinataire WS-I-DEST,
      * chaque exemplaire sur sa page.
       EDITER-EXEMPLAIRE-DUP.
           MOVE ALL "=" TO WS-DUPLI-LIGNE
           IF WS-I-DEST > 1
               WRITE WS-DUPLI-LIGNE AFTER ADVANCING PAGE
           ELSE
               WRITE WS-DUPLI-LIGNE
           END-IF
           MOVE SPACES TO WS-DUPLI-LIGNE
           STRING "COLLEGE - GESTION DES NOTES"
                  "    *** DUPLICATA DU " WS-DATE-EDITION " ***"
                  DELIMITED BY SIZE INTO WS-DUPLI-LIGNE
           END-STRING
           WRITE WS-DUPLI-LIGNE
           MOVE SPACES TO WS-DUPLI-LIGNE
           STRING "BULLETIN " WS-ANNEE-DEMANDEE
                  DELIMITED BY SIZE INTO WS-DUPLI-LIGNE
           END-STRING
           WRITE WS-DUPLI-LIGNE
           PERFORM ECRIRE-ADRESSE-DUP
           MOVE SPACES TO WS-DUPLI-LIGNE
           STRING "ELEVE  : " WS-DUP-NOM
                  "  (MATRICULE " WS-MATRICULE-SAISI ")"
                  DELIMITED BY SIZE INTO WS-DUPLI-LIGNE
           END-STRING
           WRITE WS-DUPLI-LIGNE
           MOVE SPACES TO WS-DUPLI-LIGNE
           STRING "CLASSE : " WS-DUP-CLASSE
                  DELIMITED BY SIZE INTO WS-DUPLI-LIGNE
           END-STRING
           WRITE WS-DUPLI-LIGNE
           PERFORM VARYING WS-I-T FROM 1 BY 1 UNTIL WS-I-T > 3
               IF DUP-TRIM-VU(WS-I-T)
                   PERFORM EDITER-TRIMESTRE-DUP
               END-IF
           END-PERFORM
           IF WS-TRIMESTRE-DEMANDE = 0
               PERFORM EDITER-MOYENNE-ANNUELLE
           END-IF
           MOVE ALL "=" TO WS-DUPLI-LIGNE
           WRITE WS-DUPLI-LIGNE.

      * Bloc adresse du destinataire, a droite de la page pour
      * l'enveloppe a fenetre.
       ECRIRE-ADRESSE-DUP.
           MOVE SPACES TO WS-DUPLI-LIGNE
           WRITE WS-DUPLI-LIGNE
           MOVE WS-DEST-NOM(WS-I-DEST) TO WS-DUPLI-LIGNE(38:30)
           WRITE WS-DUPLI-LIGNE
           MOVE SPACES TO WS-DUPLI-LIGNE
           MOVE WS-DEST-ADRESSE(WS-I-DEST) TO WS-DUPLI-LIGNE(38:32)
           WRITE WS-DUPLI-LIGNE
           MOVE SPACES TO WS-DUPLI-LIGNE
           MOVE WS-DEST-CP-VILLE(WS-I-DEST) TO WS-DUPLI-LIGNE(38:32)
           WRITE WS-DUPLI-LIGNE
           MOVE SPACES TO WS-DUPLI-LIGNE
           WRITE WS-DUPLI-LIGNE.

       EDITER-TRIMESTRE-DUP.
           MOVE ALL "-" TO WS-DUPLI-LIGNE
           WRITE WS-DUPLI-LIGNE
           STRING "TRIMESTRE " WS-I-T
               DELIMITED BY SIZE INTO WS-DUPLI-LIGNE
           END-STRING
      * Trimestre repris d'un dossier de transfert : les notes
      * marquees E sont celles de l'etablissement precedent.
           IF DUP-TRIM-EXTERNE(WS-I-T)
               MOVE "(NOTES E : ETABLISSEMENT PRECEDENT)"
                   TO WS-DUPLI-LIGNE(13:35)
           END-IF
           WRITE WS-DUPLI-LIGNE
           PERFORM VARYING WS-I-M FROM 1 BY 1
                   UNTIL WS-I-M > WS-DUP-NB-MAT(WS-I-T)
       COPY "AUDIT-PARA.CPY".
       COPY "ABSENC-TOT-PARA.CPY".
       COPY "APPREC-PARA.CPY".
       COPY "RESP-PARA.CPY".
