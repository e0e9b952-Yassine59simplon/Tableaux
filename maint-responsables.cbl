      * Fiche des responsables legaux : jusqu'ici les convocations et
      * les certificats de radiation sortaient sans nom ni adresse et
      * le secretariat ecrivait chaque enveloppe a la main. Ce
      * programme, reserve au secretariat (droit ALL) depuis le menu
      * GESTION-NOTES, tient le fichier RESPONS : pour un eleve de
      * l'effectif, deux responsables au plus avec nom, adresse,
      * telephone et indicateur "recoit le courrier". Les editions
      * produisent ensuite un exemplaire par responsable destinataire
      * (CHERCHER-DESTINATAIRES, RESP-PARA.CPY). Chaque creation,
      * modification ou suppression de fiche part dans AUDIT.LOG.
      * L'eleve selectionne par la recherche du menu est propose
      * d'office (matricule a blanc ou a zero).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-RESPONSABLES.
       AUTHOR. Yassine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELEVES-FILE ASSIGN TO "ELEVES.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-ELEVE-RELKEY
               FILE STATUS IS WS-ELEVES-STATUS.
       COPY "RESP-SELECT.CPY".
       COPY "AUDIT-SELECT.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD  ELEVES-FILE.
       01  WS-ELEVE-REC.
           03 WS-ELEVE-REC-MATRICULE PIC 9(4).
           03 WS-ELEVE-REC-NOTE   PIC 99.
           03 WS-ELEVE-REC-STATUT PIC X.
           03 WS-ELEVE-REC-NOM    PIC X(20).
           03 WS-ELEVE-REC-CLASSE PIC X(8).
           03 WS-ELEVE-REC-ANNEE  PIC X(9).

       COPY "RESP-FD.CPY".
       COPY "AUDIT-FD.CPY".

       WORKING-STORAGE SECTION.

       77 WS-ELEVES-STATUS     PIC XX VALUE "00".
       77 WS-ELEVE-RELKEY      PIC 9(4).
       77 WS-CHOIX             PIC 9 VALUE 0.
       77 WS-QUITTER-MENU      PIC X VALUE "N".
           88 QUITTER-MENU VALUE "O".
       77 WS-REPONSE           PIC X VALUE "N".
           88 REPONSE-OUI VALUE "O" "o".
      * Eleve courant : matricule saisi, verifie dans l'effectif.
       77 WS-MATRICULE-SAISI   PIC 9(4) VALUE 0.
       77 WS-ELEVE-TROUVE      PIC X VALUE "N".
           88 ELEVE-TROUVE VALUE "O".
      * Fiche deja presente dans le fichier : REWRITE (ou DELETE si
      * les deux postes sont liberes), sinon WRITE.
       77 WS-FICHE-EXISTANTE   PIC X VALUE "N".
           88 FICHE-EXISTANTE VALUE "O".
       77 WS-FICHE-MODIFIEE    PIC X VALUE "N".
           88 FICHE-MODIFIEE VALUE "O".
       77 WS-I                 PIC 9.
      * Saisie de l'indicateur courrier, controlee O/N.
       77 WS-COURRIER-SAISI    PIC X VALUE SPACE.
           88 COURRIER-VALIDE VALUES "O" "N".

      * Etat fichier, cle relative des responsables.
       COPY "RESP-WS.CPY".

      * Identifiant operateur et horodatage pour le journal d'audit.
       COPY "AUDIT-WS.CPY".

       LINKAGE SECTION.
       01 WS-OPERATEUR-APPEL PIC X(8).
      * Matricule de l'eleve selectionne par la recherche du menu
      * (zero = aucun).
       01 WS-MATRICULE-SELECTION PIC 9(4).

       PROCEDURE DIVISION USING WS-OPERATEUR-APPEL
                                WS-MATRICULE-SELECTION.

           MOVE WS-OPERATEUR-APPEL TO WS-OPERATEUR.
           PERFORM OUVRIR-AUDIT.

      * Reinitialise a chaque appel (meme raison que MAINT-ELEVES).
           MOVE "N" TO WS-QUITTER-MENU.

           OPEN INPUT ELEVES-FILE.
           IF WS-ELEVES-STATUS NOT = "00"
               DISPLAY "ELEVES.DAT INDISPONIBLE ("
                   WS-ELEVES-STATUS ") - FICHE RESPONSABLES"
                   " IMPOSSIBLE"
               CLOSE AUDIT-FILE
               GOBACK
           END-IF.

      * Toute premiere utilisation : le fichier relatif est cree vide
      * puis rouvert en mise a jour.
           OPEN I-O RESPONSABLES-FILE.
           IF WS-RESP-STATUS = "05" OR WS-RESP-STATUS = "35"
               OPEN OUTPUT RESPONSABLES-FILE
               CLOSE RESPONSABLES-FILE
               OPEN I-O RESPONSABLES-FILE
           END-IF.
           IF WS-RESP-STATUS NOT = "00"
               DISPLAY "FICHIER RESPONS INDISPONIBLE ("
                   WS-RESP-STATUS ") - FICHE RESPONSABLES"
                   " IMPOSSIBLE"
               CLOSE ELEVES-FILE
               CLOSE AUDIT-FILE
               GOBACK
           END-IF.

           PERFORM MENU-RESPONSABLES.

           CLOSE RESPONSABLES-FILE.
           CLOSE ELEVES-FILE.
           CLOSE AUDIT-FILE.

           GOBACK.

       MENU-RESPONSABLES.
           PERFORM UNTIL QUITTER-MENU
               DISPLAY "===================================="
               DISPLAY "  RESPONSABLES LEGAUX"
               DISPLAY "===================================="
               DISPLAY "1. Consulter la fiche d'un eleve"
               DISPLAY "2. Saisir / modifier les responsables"
               DISPLAY "3. Retour"
               DISPLAY "Votre choix :"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN 1
                       PERFORM LIRE-ELEVE-ET-FICHE
                       IF ELEVE-TROUVE
                           PERFORM AFFICHER-FICHE
                       END-IF
                   WHEN 2
                       PERFORM MODIFIER-FICHE
                   WHEN 3
                       SET QUITTER-MENU TO TRUE
                   WHEN OTHER
                       DISPLAY "CHOIX INVALIDE"
               END-EVALUATE
           END-PERFORM.

      * Lecture de l'eleve dans l'effectif puis de sa fiche ; un
      * eleve sans fiche part d'une fiche vierge (deux postes libres,
      * courrier a "O" par defaut pour la saisie).
       LIRE-ELEVE-ET-FICHE.
           MOVE "N" TO WS-ELEVE-TROUVE
           MOVE "N" TO WS-FICHE-EXISTANTE
           DISPLAY "MATRICULE DE L'ELEVE :"
           IF WS-MATRICULE-SELECTION NOT = 0
               DISPLAY "(VIDE = ELEVE SELECTIONNE "
                   WS-MATRICULE-SELECTION ")"
           END-IF
           ACCEPT WS-MATRICULE-SAISI
           IF WS-MATRICULE-SAISI = 0
               MOVE WS-MATRICULE-SELECTION TO WS-MATRICULE-SAISI
           END-IF
           MOVE WS-MATRICULE-SAISI TO WS-ELEVE-RELKEY
           READ ELEVES-FILE
               INVALID KEY
                   DISPLAY "MATRICULE INCONNU DE L'EFFECTIF"
               NOT INVALID KEY
                   SET ELEVE-TROUVE TO TRUE
                   DISPLAY "ELEVE  : " WS-ELEVE-REC-NOM
                   DISPLAY "CLASSE : " WS-ELEVE-REC-CLASSE
                       "  ANNEE : " WS-ELEVE-REC-ANNEE
           END-READ
           IF ELEVE-TROUVE
               MOVE WS-MATRICULE-SAISI TO WS-RESP-RELKEY
               READ RESPONSABLES-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-RESP-REC
                       MOVE WS-MATRICULE-SAISI TO WS-RESP-MATRICULE
                       MOVE "O" TO WS-RESP-COURRIER(1)
                       MOVE "O" TO WS-RESP-COURRIER(2)
                   NOT INVALID KEY
                       SET FICHE-EXISTANTE TO TRUE
               END-READ
           END-IF.

       AFFICHER-FICHE.
           IF NOT FICHE-EXISTANTE
               DISPLAY "AUCUN RESPONSABLE ENREGISTRE"
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 2
               DISPLAY "--- RESPONSABLE " WS-I " ---"
               IF WS-RESP-NOM(WS-I) = SPACES
                   DISPLAY "(POSTE LIBRE)"
               ELSE
                   DISPLAY "NOM       : " WS-RESP-NOM(WS-I)
                   DISPLAY "ADRESSE   : " WS-RESP-ADRESSE(WS-I)
                   DISPLAY "CP VILLE  : " WS-RESP-CP-VILLE(WS-I)
                   DISPLAY "TELEPHONE : " WS-RESP-TELEPHONE(WS-I)
                   DISPLAY "COURRIER  : " WS-RESP-COURRIER(WS-I)
               END-IF
           END-PERFORM.

      * Saisie poste par poste ; un nom laisse a blanc libere le
      * poste. La fiche n'est ecrite qu'apres confirmation, et
      * supprimee si les deux postes sont liberes.
       MODIFIER-FICHE.
           MOVE "N" TO WS-FICHE-MODIFIEE
           PERFORM LIRE-ELEVE-ET-FICHE
           IF ELEVE-TROUVE
               PERFORM AFFICHER-FICHE
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 2
                   DISPLAY "MODIFIER LE RESPONSABLE " WS-I " (O/N) ?"
                   ACCEPT WS-REPONSE
                   IF REPONSE-OUI
                       PERFORM SAISIR-RESPONSABLE
                       SET FICHE-MODIFIEE TO TRUE
                   END-IF
               END-PERFORM
               IF FICHE-MODIFIEE
                   PERFORM AFFICHER-FICHE
                   DISPLAY "ENREGISTRER LA FICHE (O/N) ?"
                   ACCEPT WS-REPONSE
                   IF REPONSE-OUI
                       PERFORM ECRIRE-FICHE
                   ELSE
                       DISPLAY "MODIFICATION ABANDONNEE"
                   END-IF
               END-IF
           END-IF.

       SAISIR-RESPONSABLE.
           DISPLAY "NOM (BLANC = POSTE LIBRE) :"
           ACCEPT WS-RESP-NOM(WS-I)
           IF WS-RESP-NOM(WS-I) = SPACES
               MOVE SPACES TO WS-RESP-POSTE(WS-I)
           ELSE
               DISPLAY "ADRESSE :"
               ACCEPT WS-RESP-ADRESSE(WS-I)
               DISPLAY "CODE POSTAL ET VILLE :"
               ACCEPT WS-RESP-CP-VILLE(WS-I)
               DISPLAY "TELEPHONE :"
               ACCEPT WS-RESP-TELEPHONE(WS-I)
               MOVE SPACE TO WS-COURRIER-SAISI
               PERFORM UNTIL COURRIER-VALIDE
                   DISPLAY "RECOIT LE COURRIER (O/N) :"
                   ACCEPT WS-COURRIER-SAISI
                       ON EXCEPTION
                           DISPLAY "FIN DE SAISIE INATTENDUE - ARRET"
                           STOP RUN
                   END-ACCEPT
                   IF NOT COURRIER-VALIDE
                       DISPLAY "REPONDRE O OU N"
                   END-IF
               END-PERFORM
               MOVE WS-COURRIER-SAISI TO WS-RESP-COURRIER(WS-I)
           END-IF.

      * Ecriture de la fiche : creation, recriture ou suppression
      * selon l'etat initial et les postes restants.
       ECRIRE-FICHE.
           MOVE WS-MATRICULE-SAISI TO WS-RESP-RELKEY
           MOVE WS-MATRICULE-SAISI TO WS-RESP-MATRICULE
           IF WS-RESP-NOM(1) = SPACES AND WS-RESP-NOM(2) = SPACES
                   AND NOT FICHE-EXISTANTE
               DISPLAY "FICHE VIDE - RIEN A ENREGISTRER"
           ELSE
               IF WS-RESP-NOM(1) = SPACES AND WS-RESP-NOM(2) = SPACES
                   DELETE RESPONSABLES-FILE
                   MOVE "SUPPR RESPONSABLES" TO WS-AUDIT-ELEVE-NOM
               ELSE
                   IF FICHE-EXISTANTE
                       REWRITE WS-RESP-REC
                       MOVE "MAJ RESPONSABLES" TO WS-AUDIT-ELEVE-NOM
                   ELSE
                       WRITE WS-RESP-REC
                       MOVE "AJOUT RESPONSABLES" TO WS-AUDIT-ELEVE-NOM
                   END-IF
               END-IF
               IF WS-RESP-STATUS = "00"
                   PERFORM AUDITER-FICHE
                   DISPLAY "FICHE ENREGISTREE"
               ELSE
                   DISPLAY "ERREUR ECRITURE RESPONS ("
                       WS-RESP-STATUS ")"
               END-IF
           END-IF.

      * Trace d'audit : l'action dans la zone nom (comme
      * MAINT-ELEVES), le premier responsable restant dans la zone
      * matiere, le matricule dans l'indice.
       AUDITER-FICHE.
           MOVE WS-MATRICULE-SAISI TO WS-AUDIT-ELEVE-IDX
           IF WS-RESP-NOM(1) NOT = SPACES
               MOVE WS-RESP-NOM(1) TO WS-AUDIT-MATIERE
           ELSE
               MOVE WS-RESP-NOM(2) TO WS-AUDIT-MATIERE
           END-IF
           MOVE "RSP" TO WS-AUDIT-VALEUR
           PERFORM ENREGISTRER-AUDIT.

       COPY "AUDIT-PARA.CPY".
