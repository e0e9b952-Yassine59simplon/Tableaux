      * le tri conserve l'ordre d'arrivee des doublons (DUPLICATES IN
      * ORDER) pour que le dernier enregistrement d'un trimestre
      * relance l'emporte, comme avant.
      * Un eleve arrive en cours d'annee n'a pas ses trois trimestres
      * dans l'ecole : le bulletin indique alors, sous la moyenne
      * annuelle, les trimestres manquants et ceux repris du dossier
      * de transfert (notes marquees E par IMPORT-DOSSIER).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULLETIN-ANNUEL.
       AUTHOR. Yassine.
          05 WS-MOY-TRIM-T   PIC X(5) OCCURS 3 TIMES.
       01 WS-NOTE-TRIM-TAB.
          05 WS-NOTE-TRIM-T  PIC X(3) OCCURS 3 TIMES.
      * Provenance de chaque moyenne trimestrielle : ECOLE, ORIGINE
      * (etablissement precedent) ou MANQUANT.
       01 WS-ORIG-TRIM-TAB.
          05 WS-ORIG-TRIM-T  PIC X(8) OCCURS 3 TIMES.
       77 WS-NB-TRIM-EXT     PIC 9 VALUE 0.

      * Resultats de l'eleve en cours de rupture : un seul eleve en
      * memoire (trois sous-postes trimestriels), edite et remis a
          05 WS-AN-TRIM OCCURS 3 TIMES.
             10 WS-AN-TRIM-VU   PIC X.
                88 AN-TRIM-VU VALUE "O".
             10 WS-AN-TRIM-EXT  PIC X.
                88 AN-TRIM-EXTERNE VALUE "O".
             10 WS-AN-NB-MAT    PIC 9.
             10 WS-AN-MAT OCCURS 9 TIMES.
                15 WS-AN-MAT-CODE PIC X(4).
           MOVE WS-HISTO-CLASSE TO WS-AN-CLASSE
           MOVE WS-HISTO-TRIMESTRE TO WS-I-T
           MOVE "O" TO WS-AN-TRIM-VU(WS-I-T)
           MOVE "N" TO WS-AN-TRIM-EXT(WS-I-T)
           MOVE WS-HISTO-NB-MAT TO WS-AN-NB-MAT(WS-I-T)
           PERFORM VARYING WS-I-M FROM 1 BY 1
                   UNTIL WS-I-M > WS-HISTO-NB-MAT
                   TO WS-AN-MAT-CODE(WS-I-T, WS-I-M)
               MOVE WS-HISTO-NOTE(WS-I-M)
                   TO WS-AN-NOTE(WS-I-T, WS-I-M)
               IF HISTO-NOTE-EXTERNE(WS-I-M)
                   MOVE "O" TO WS-AN-TRIM-EXT(WS-I-T)
               END-IF
           END-PERFORM
           MOVE WS-HISTO-MOYENNE TO WS-AN-MOYENNE(WS-I-T).

           PERFORM EDITER-LIGNES-MATIERES
           DISPLAY "----------------------------------------------"
           MOVE 0 TO WS-NB-TRIM-VUS
           MOVE 0 TO WS-NB-TRIM-EXT
           MOVE 0 TO WS-SOMME-MOY
           PERFORM VARYING WS-I-T FROM 1 BY 1 UNTIL WS-I-T > 3
               IF AN-TRIM-VU(WS-I-T)
                   ADD WS-AN-MOYENNE(WS-I-T) TO WS-SOMME-MOY
                   MOVE WS-AN-MOYENNE(WS-I-T) TO WS-MOY-EDIT
                   MOVE WS-MOY-EDIT TO WS-MOY-TRIM-T(WS-I-T)
                   IF AN-TRIM-EXTERNE(WS-I-T)
                       ADD 1 TO WS-NB-TRIM-EXT
                       MOVE "ORIGINE" TO WS-ORIG-TRIM-T(WS-I-T)
                   ELSE
                       MOVE "ECOLE" TO WS-ORIG-TRIM-T(WS-I-T)
                   END-IF
               ELSE
                   MOVE "  -- " TO WS-MOY-TRIM-T(WS-I-T)
                   MOVE "MANQUANT" TO WS-ORIG-TRIM-T(WS-I-T)
               END-IF
           END-PERFORM
           DISPLAY "MOYENNES  T1 " WS-MOY-TRIM-T(1)
               DISPLAY "MOYENNE ANNUELLE : " WS-AFFICHAGE-MOY-T
                   " (SUR " WS-NB-TRIM-VUS " TRIMESTRE(S))"
           END-IF
      * Annee incomplete ou en partie passee ailleurs : la
      * provenance de chaque trimestre est dite sur le bulletin.
           IF WS-NB-TRIM-VUS < 3 OR WS-NB-TRIM-EXT > 0
               DISPLAY "TRIMESTRES T1 " WS-ORIG-TRIM-T(1)
                   "  T2 " WS-ORIG-TRIM-T(2)
                   "  T3 " WS-ORIG-TRIM-T(3)
               IF WS-NB-TRIM-EXT > 0
                   DISPLAY "(ORIGINE : NOTES DE L'ETABLISSEMENT"
                       " PRECEDENT, MARQUEES E)"
               END-IF
           END-IF
           DISPLAY "==============================================".

      * Une ligne par matiere rencontree : les matieres sont prises
