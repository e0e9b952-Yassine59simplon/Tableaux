      * Etat fichier de l'index nom/classe et zones de NORMALISER-NOM
      * (IDXELV-PARA.CPY) : l'appelant range le nom dans
      * WS-NRM-SOURCE et retrouve dans WS-NRM-CLE le nom en
      * majuscules, accents retires - un nom saisi sans accent
      * retrouve ainsi l'eleve inscrit avec. Les accents sont
      * reconnus sur un octet (ISO-8859-1) comme sur deux (UTF-8,
      * premier octet X"C3") ; le second cas raccourcit la cle.
       77 WS-IDX-STATUS       PIC XX VALUE "00".
       77 WS-FIN-INDEX        PIC X VALUE "N".
           88 FIN-INDEX VALUE "O".
       77 WS-NRM-SOURCE       PIC X(20) VALUE SPACES.
       77 WS-NRM-CLE          PIC X(20) VALUE SPACES.
       77 WS-NRM-CAR          PIC X VALUE SPACE.
       77 WS-NRM-I            PIC 99 VALUE 0.
       77 WS-NRM-J            PIC 99 VALUE 0.
       77 WS-NRM-SUITE-FLAG   PIC X VALUE "N".
           88 NRM-SUITE-UTF8 VALUE "O".
      * Tables de conversion : lettres accentuees majuscules puis
      * minuscules, en ISO-8859-1 et en second octet UTF-8, vers la
      * lettre de base (A C E I N O U Y).
       01 WS-NRM-TABLES.
          05 WS-NRM-LATIN-MAJ PIC X(26) VALUE
             X"C0C1C2C3C4C5C7C8C9CACBCCCDCECFD1D2D3D4D5D6D9DADBDCDD".
          05 WS-NRM-LATIN-MIN PIC X(27) VALUE
             X"E0E1E2E3E4E5E7E8E9EAEBECEDEEEFF1F2F3F4F5F6F9FAFBFCFDFF".
          05 WS-NRM-UTF8-MAJ  PIC X(26) VALUE
             X"8081828384858788898A8B8C8D8E8F919293949596999A9B9C9D".
          05 WS-NRM-UTF8-MIN  PIC X(27) VALUE
             X"A0A1A2A3A4A5A7A8A9AAABACADAEAFB1B2B3B4B5B6B9BABBBCBDBF".
          05 WS-NRM-BASE-MAJ  PIC X(26) VALUE
             "AAAAAACEEEEIIIINOOOOOUUUUY".
          05 WS-NRM-BASE-MIN  PIC X(27) VALUE
             "AAAAAACEEEEIIIINOOOOOUUUUYY".
          05 WS-NRM-MINUSCULES PIC X(26) VALUE
             "abcdefghijklmnopqrstuvwxyz".
          05 WS-NRM-MAJUSCULES PIC X(26) VALUE
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
