      * Normalise WS-NRM-SOURCE dans WS-NRM-CLE : lettres accentuees
      * ramenees a leur lettre de base, minuscules en majuscules. Un
      * premier octet UTF-8 X"C3" n'est retenu comme tel que suivi
      * d'un octet de continuation (X"80" a X"BF") ; il est alors
      * absorbe et seul le second octet, converti, est copie.
       NORMALISER-NOM.
           MOVE SPACES TO WS-NRM-CLE
           MOVE 0 TO WS-NRM-J
           MOVE "N" TO WS-NRM-SUITE-FLAG
           PERFORM VARYING WS-NRM-I FROM 1 BY 1 UNTIL WS-NRM-I > 20
               MOVE WS-NRM-SOURCE(WS-NRM-I:1) TO WS-NRM-CAR
               IF WS-NRM-CAR = X"C3" AND WS-NRM-I < 20
                       AND WS-NRM-SOURCE(WS-NRM-I + 1:1) >= X"80"
                       AND WS-NRM-SOURCE(WS-NRM-I + 1:1) <= X"BF"
                   SET NRM-SUITE-UTF8 TO TRUE
               ELSE
                   IF NRM-SUITE-UTF8
                       INSPECT WS-NRM-CAR CONVERTING WS-NRM-UTF8-MAJ
                           TO WS-NRM-BASE-MAJ
                       INSPECT WS-NRM-CAR CONVERTING WS-NRM-UTF8-MIN
                           TO WS-NRM-BASE-MIN
                       MOVE "N" TO WS-NRM-SUITE-FLAG
                   ELSE
                       INSPECT WS-NRM-CAR CONVERTING WS-NRM-LATIN-MAJ
                           TO WS-NRM-BASE-MAJ
                       INSPECT WS-NRM-CAR CONVERTING WS-NRM-LATIN-MIN
                           TO WS-NRM-BASE-MIN
                   END-IF
                   INSPECT WS-NRM-CAR CONVERTING WS-NRM-MINUSCULES
                       TO WS-NRM-MAJUSCULES
                   ADD 1 TO WS-NRM-J
                   MOVE WS-NRM-CAR TO WS-NRM-CLE(WS-NRM-J:1)
               END-IF
           END-PERFORM.
