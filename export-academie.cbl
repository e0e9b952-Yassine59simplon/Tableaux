      * un message explicite, si un champ obligatoire (matricule,
      * classe, annee) est a blanc - l'academie rejette tout le
      * fichier sur un seul enregistrement fautif.
      * La note part sur deux chiffres suivis d'un blanc (ou ABS /
      * DIS) : la marque "E" d'une note reprise d'un dossier de
      * transfert reste interne a l'etablissement, et une matiere
      * jamais notee ne produit pas de detail.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-ACADEMIE.
       AUTHOR. Yassine.
       77 WS-I-M             PIC 9.
       77 WS-NB-DETAILS      PIC 9(6) VALUE 0.
       77 WS-HACHAGE         PIC 9(8) VALUE 0.
       77 WS-NB-NON-NOTEES   PIC 9(6) VALUE 0.
       77 WS-NOTE-TRAVAIL    PIC 99.
       77 WS-DATE-JOUR       PIC 9(8).
       77 WS-EXTRACTION-OK   PIC X VALUE "O".
               WRITE WS-ACADEMIE-REC
               MOVE 0 TO WS-NB-DETAILS
               MOVE 0 TO WS-HACHAGE
               MOVE 0 TO WS-NB-NON-NOTEES
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-SEL-NB
                   PERFORM ECRIRE-DETAILS-ELEVE
               DISPLAY "EXTRACTION TERMINEE : " WS-SEL-NB
                   " ELEVE(S), " WS-NB-DETAILS
                   " DETAIL(S), HACHAGE " WS-HACHAGE
               IF WS-NB-NON-NOTEES > 0
                   DISPLAY WS-NB-NON-NOTEES " MATIERE(S) SANS NOTE"
                       " NON TRANSMISE(S)"
               END-IF
           END-IF.

      * Un detail par matiere notee de l'eleve ; le total de hachage
      * additionne les notes numeriques (ABS/DIS comptent zero). Une
      * matiere jamais notee (note a blanc) n'est ni ecrite ni
      * comptee.
       ECRIRE-DETAILS-ELEVE.
           PERFORM VARYING WS-I-M FROM 1 BY 1
                   UNTIL WS-I-M > WS-SEL-NB-MAT(WS-I)
               IF WS-SEL-NOTE(WS-I, WS-I-M) = SPACES
                   ADD 1 TO WS-NB-NON-NOTEES
               ELSE
                   PERFORM ECRIRE-DETAIL-MATIERE
               END-IF
           END-PERFORM.

       ECRIRE-DETAIL-MATIERE.
           MOVE SPACES TO WS-ACADEMIE-REC
           MOVE "2" TO WS-ACA-D-TYPE
           MOVE WS-SEL-MATRICULE(WS-I) TO WS-ACA-D-MATRICULE
           MOVE WS-SEL-MAT-CODE(WS-I, WS-I-M) TO WS-ACA-D-MAT-CODE
           IF WS-SEL-NOTE(WS-I, WS-I-M)(1:2) IS NUMERIC
               MOVE WS-SEL-NOTE(WS-I, WS-I-M)(1:2)
                   TO WS-ACA-D-NOTE(1:2)
               MOVE WS-SEL-NOTE(WS-I, WS-I-M)(1:2) TO WS-NOTE-TRAVAIL
               ADD WS-NOTE-TRAVAIL TO WS-HACHAGE
           ELSE
               MOVE WS-SEL-NOTE(WS-I, WS-I-M) TO WS-ACA-D-NOTE
           END-IF
           WRITE WS-ACADEMIE-REC
           ADD 1 TO WS-NB-DETAILS.
