      * Etat fichier du calendrier scolaire, table de l'annee chargee
      * par CHARGER-CALENDRIER et criteres / resultats de
      * QUALIFIER-DATE et VERIFIER-TRIMESTRE-DATE (CALEND-PARA.CPY)
      * ou DETERMINER-TRIMESTRE-SEANCE (CALEND-SEANCE-PARA.CPY) :
      * le lecteur renseigne l'annee, charge la table une fois, puis
      * interroge autant de dates que necessaire. Les paragraphes
      * s'appuient sur CALCULER-JOUR-ABSOLU : le lecteur copie aussi
      * DATE-WS.CPY et DATE-PARA.CPY.
       77 WS-CAL-STATUS       PIC XX VALUE "00".
       77 WS-FIN-CALENDRIER   PIC X VALUE "N".
           88 FIN-CALENDRIER VALUE "O".
       77 WS-CAL-CRIT-ANNEE   PIC X(9) VALUE SPACES.
       77 WS-CAL-CRIT-DATE    PIC 9(8) VALUE 0.
       77 WS-CAL-CRIT-TRIMESTRE PIC 9 VALUE 0.
      * Annee dont la table est le reflet (blanc = rien de charge) :
      * un lecteur qui change d'annee recharge, les autres non.
       77 WS-CAL-ANNEE-CHARGEE PIC X(9) VALUE SPACES.
      * Calendrier exploitable : les trois trimestres de l'annee sont
      * definis. A defaut, le lecteur garde son ancien comportement
      * (trimestre saisi, date controlee sur sa seule forme).
       77 WS-CAL-CONNU-FLAG   PIC X VALUE "N".
           88 CALENDRIER-CONNU VALUE "O".
       77 WS-CAL-DEBUT-ANNEE  PIC 9(8) VALUE 0.
       77 WS-CAL-FIN-ANNEE    PIC 9(8) VALUE 0.
       77 WS-CAL-I            PIC 99 VALUE 0.
      * Trimestres 1, 2 et 3 trouves dans l'annee (O / N par rang).
       77 WS-CAL-TRIM-VUS     PIC X(3) VALUE "NNN".
      * Resultat de QUALIFIER-DATE : trimestre qui contient la date
      * (0 = entre deux trimestres ou hors annee), trimestre de
      * rattachement (le dernier commence a cette date, 0 hors
      * annee) et motif pour lequel la date n'est pas un jour de
      * classe, avec son libelle a afficher.
       77 WS-CAL-TRIM-DATE    PIC 9 VALUE 0.
       77 WS-CAL-TRIM-RATTACHE PIC 9 VALUE 0.
       77 WS-CAL-JOUR-MOTIF   PIC X VALUE SPACE.
           88 JOUR-DE-CLASSE     VALUE SPACE.
           88 JOUR-DATE-INVALIDE VALUE "I".
           88 JOUR-HORS-ANNEE    VALUE "H".
           88 JOUR-DIMANCHE      VALUE "D".
           88 JOUR-SAMEDI        VALUE "S".
           88 JOUR-VACANCES      VALUE "V".
           88 JOUR-NON-TRAVAILLE VALUE "F".
       77 WS-CAL-MOTIF-LIBELLE PIC X(40) VALUE SPACES.
       77 WS-CAL-SAMEDI-FLAG  PIC X VALUE "N".
           88 SAMEDI-TRAVAILLE VALUE "O".
      * Resultat de DETERMINER-TRIMESTRE-SEANCE (0 = saisie hors
      * annee scolaire, a refuser) et reponse de l'operateur.
       77 WS-CAL-TRIM-SEANCE  PIC 9 VALUE 0.
       77 WS-CAL-TRIM-PRECEDENT PIC 9 VALUE 0.
       77 WS-CAL-REPONSE      PIC X VALUE SPACE.
      * Resultat de VERIFIER-TRIMESTRE-DATE.
       77 WS-CAL-COHERENT-FLAG PIC X VALUE "N".
           88 TRIMESTRE-COHERENT VALUE "O".
      * Periodes de l'annee chargee ; 60 postes couvrent largement
      * trois trimestres, les vacances, les feries et les ponts.
       01 WS-CAL-TABLE.
          05 WS-CAL-NB PIC 99 VALUE 0.
          05 WS-CAL-ENTREE OCCURS 60 TIMES.
             10 WS-CAL-T-TYPE      PIC X.
             10 WS-CAL-T-TRIMESTRE PIC 9.
             10 WS-CAL-T-DEBUT     PIC 9(8).
             10 WS-CAL-T-FIN       PIC 9(8).
             10 WS-CAL-T-LIBELLE   PIC X(23).
