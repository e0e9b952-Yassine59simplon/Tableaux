      * Dessin fixe de 80 octets, type en tete : 1 = identite,
      * 2 = releve d'un trimestre, 9 = fin de dossier. Chaque
      * enregistrement porte le matricule de l'eleve dans
      * l'etablissement d'origine. Un dossier = une identite, de zero
      * a trois releves, une fin dont le nombre de releves et le
      * total de hachage des notes numeriques permettent a l'accueil
      * de verifier que rien n'a ete perdu au transfert.
      * Les notes sont au format de HISTO-NOTES.DAT : deux chiffres
      * cadres a gauche, ABS, DIS, ou blanc pour une matiere sans
      * saisie. Les absences sont comptees en demi-journees.
       FD  DOSSIER-FILE.
       01  WS-DOS-REC             PIC X(80).
       01  WS-DOS-IDENTITE REDEFINES WS-DOS-REC.
           05 WS-DOS-I-TYPE       PIC X.
           05 WS-DOS-I-MATRICULE  PIC 9(4).
           05 WS-DOS-I-NOM        PIC X(20).
           05 WS-DOS-I-CLASSE     PIC X(8).
           05 WS-DOS-I-ANNEE      PIC X(9).
           05 WS-DOS-I-DATE-RAD   PIC X(8).
           05 WS-DOS-I-DATE-EXTR  PIC 9(8).
           05 WS-DOS-I-ABS-TOTAL  PIC 9(3).
           05 WS-DOS-I-ABS-INJUST PIC 9(3).
           05 FILLER              PIC X(16).
       01  WS-DOS-RELEVE REDEFINES WS-DOS-REC.
           05 WS-DOS-R-TYPE       PIC X.
           05 WS-DOS-R-MATRICULE  PIC 9(4).
           05 WS-DOS-R-TRIMESTRE  PIC 9.
           05 WS-DOS-R-NB-MAT     PIC 9.
           05 WS-DOS-R-MAT OCCURS 9 TIMES.
              10 WS-DOS-R-MAT-CODE PIC X(4).
              10 WS-DOS-R-NOTE     PIC X(3).
           05 WS-DOS-R-MOYENNE    PIC 99V99.
           05 WS-DOS-R-ABS-TOTAL  PIC 9(3).
           05 WS-DOS-R-ABS-INJUST PIC 9(3).
       01  WS-DOS-FIN REDEFINES WS-DOS-REC.
           05 WS-DOS-F-TYPE       PIC X.
           05 WS-DOS-F-MATRICULE  PIC 9(4).
           05 WS-DOS-F-NB-RELEVES PIC 9.
           05 WS-DOS-F-HACHAGE    PIC 9(6).
           05 FILLER              PIC X(68).
