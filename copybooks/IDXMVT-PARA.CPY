      * Ouvre le journal des mouvements de l'index en ajout (creation
      * au tout premier mouvement, meme mecanique que OUVRIR-AUDIT).
      * Echec : message et mouvements non journalises jusqu'a la
      * prochaine reconstruction de l'index. L'appelant ferme le
      * fichier (CLOSE MVT-INDEX-FILE) si MVT-OUVERT.
       OUVRIR-JOURNAL-INDEX.
           MOVE "N" TO WS-MVT-OUVERT-FLAG
           OPEN EXTEND MVT-INDEX-FILE
           IF WS-MVT-STATUS = "05" OR WS-MVT-STATUS = "35"
               OPEN OUTPUT MVT-INDEX-FILE
           END-IF
           IF WS-MVT-STATUS = "00"
               SET MVT-OUVERT TO TRUE
           ELSE
               DISPLAY "JOURNAL INDEXMVT INDISPONIBLE ("
                   WS-MVT-STATUS ") - INDEX DES ELEVES A JOUR A LA"
                   " PROCHAINE RECONSTRUCTION"
           END-IF.

      * Ajoute le mouvement prepare dans WS-MVT-REC par l'appelant ;
      * sans effet si le journal n'a pas pu etre ouvert.
       ENREGISTRER-MOUVEMENT-INDEX.
           IF MVT-OUVERT
               WRITE WS-MVT-REC
               IF WS-MVT-STATUS NOT = "00"
                   DISPLAY "ERREUR ECRITURE INDEXMVT (" WS-MVT-STATUS
                       ") - MATRICULE " WS-MVT-MATRICULE
               END-IF
           END-IF.
