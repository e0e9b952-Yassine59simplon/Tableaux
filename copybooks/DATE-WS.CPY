      * Zones de travail du calcul de rang de jour (voir
      * DATE-PARA.CPY) : date AAAAMMJJ en entree, rang absolu du
      * jour et jour de la semaine en sortie. L'ecart entre deux
      * rangs donne un nombre de jours calendaires (expiration des
      * mots de passe, anciennete d'une demande, duree de
      * conservation), le jour de la semaine les dimanches.
       01 WS-DATE-CALC.
          05 WS-DATE-CALC-AAAA PIC 9(4).
          05 WS-DATE-CALC-MM   PIC 99.
          05 WS-DATE-CALC-JJ   PIC 99.
       77 WS-JOUR-ABSOLU     PIC 9(7) VALUE 0.
      * 1 = lundi ... 7 = dimanche.
       77 WS-JOUR-SEMAINE    PIC 9 VALUE 0.
       77 WS-DATE-VALIDE-FLAG PIC X VALUE "N".
           88 DATE-CALC-VALIDE VALUE "O".
       77 WS-DATE-AN-CALC    PIC 9(4).
       77 WS-DATE-MOIS-DECAL PIC 99.
       77 WS-DATE-ERE        PIC 9(2).
       77 WS-DATE-AN-ERE     PIC 9(3).
       77 WS-DATE-JOUR-AN    PIC 9(3).
       77 WS-DATE-JOUR-ERE   PIC 9(6).
       77 WS-DATE-QUOTIENT   PIC 9(7).
       77 WS-DATE-RESTE      PIC 9(4).
       77 WS-DATE-FIN-MOIS   PIC 99.
