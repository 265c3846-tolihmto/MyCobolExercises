      *        compteur sauvegardes_gen.txt), verifie chaque copie
      *        par relecture octet a octet (cmp) contre l'original
      *        avant de la declarer bonne, et ecrit un manifeste
      *        date et heure (fichier, taille, verdict) dans le
      *        dossier - l'heure sert au rejeu du journal des
      *        mouvements par RECUPERATION-STOCK ;
      *    ./sauvegarde_fichiers RESTAURER <fichier> <generation> :
      *        ramene un fichier nomme depuis la generation
      *        choisie, sous identification operateur et apres
       77  TAILLE-STATUS           PIC X(2) VALUE SPACES.
       77  MANIFESTE-FILENAME      PIC X(64) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-TIME                 PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(2) VALUE 0.
       77  ARG-MODE                PIC X(16) VALUE SPACES.
       77  ARG-FICHIER             PIC X(32) VALUE SPACES.

      *> La liste des fichiers indexes de la boutique - a etendre
      *> quand un nouveau master apparait.
       77  NB-FICHIERS             PIC 9(2) VALUE 22.
       01  TAB-FICHIERS.
           05  FILLER PIC X(20) VALUE "inv_master.dat".
           05  FILLER PIC X(20) VALUE "fou_master.dat".
           05  FILLER PIC X(20) VALUE "fou_catalogue.dat".
           05  FILLER PIC X(20) VALUE "cli_master.dat".
           05  FILLER PIC X(20) VALUE "lot_master.dat".
           05  FILLER PIC X(20) VALUE "serie_master.dat".
           05  FILLER PIC X(20) VALUE "emplacements.dat".
           05  FILLER PIC X(20) VALUE "emp_lieux.dat".
           05  FILLER PIC X(20) VALUE "familles.dat".
           05  FILLER PIC X(20) VALUE "fam_liens.dat".
           05  FILLER PIC X(20) VALUE "membres.dat".
           05  FILLER PIC X(20) VALUE "accounts.dat".
           05  FILLER PIC X(20) VALUE "atm_cards.dat".
           05  FILLER PIC X(20) VALUE "atm_history.dat".
           05  FILLER PIC X(20) VALUE "atm_customers.dat".
           05  FILLER PIC X(20) VALUE "atm_cust_links.dat".
           05  FILLER PIC X(20) VALUE "atm_billers.dat".
       01  FILLER REDEFINES TAB-FICHIERS.
           05  FICHIER-NOM OCCURS 22 PIC X(20).

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
           END-STRING.
           OPEN OUTPUT MANIFESTE-FILE.
           MOVE SPACES TO MANIFESTE-REC.
           ACCEPT WS-TIME FROM TIME.
           STRING "GENERATION " GEN-COURANTE " DU " WS-TODAY
               " A " WS-TIME(1:2) ":" WS-TIME(3:2) ":" WS-TIME(5:2)
               DELIMITED BY SIZE INTO MANIFESTE-REC
           END-STRING.
           WRITE MANIFESTE-REC.
