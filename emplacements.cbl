      *  l'ordre de marche du magasinier et a RECEPTION-LIVRAISONS
      *  de suggerer ou ranger une reception.
      *
      *  Un article peut en outre occuper plusieurs emplacements
      *  (fichier indexe emp_lieux.dat, cle article + emplacement),
      *  chacun type P (face de picking, avec un minimum et un
      *  maximum) ou R (reserve), avec la quantite qu'il contient.
      *  Ces quantites sont tenues par LIEU-STOCK (picking,
      *  reception) et par REAPPRO-EMPLACEMENTS, qui genere les
      *  taches de reappro reserve vers picking.
      *
      *    sans argument : rafraichit les fichiers depuis
      *        emplacements.txt
      *        (ART|SITE|ALLEE|ETAGERE|CASIER[|TYPE|MIN|MAX|QTE])
      *        si present - meme convention pipe que les autres
      *        referentiels - puis liste le fichier. Chaque ligne
      *        entre dans emp_lieux.dat (TYPE P par defaut, QTE
      *        absente = quantite conservee) ; une ligne de type P
      *        devient aussi l'emplacement attitre de l'article ;
      *    LISTE : liste seulement ;
      *    ART <code> : affiche les emplacements d'un article.
      *============================================================

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ART
               FILE STATUS IS EMP-STATUS.
           SELECT LIEU-FILE ASSIGN TO "emp_lieux.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-CLE
               FILE STATUS IS LIEU-STATUS.
           SELECT IMPORT-FILE ASSIGN TO "emplacements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMPORT-STATUS.
           05  EM-ALLEE            PIC X(4).
           05  EM-ETAGERE          PIC X(4).
           05  EM-CASIER           PIC X(4).
       FD  LIEU-FILE.
       01  LIEU-REC.
           05  EL-CLE.
               10  EL-ART          PIC X(10).
               10  EL-SITE         PIC X(8).
               10  EL-ALLEE        PIC X(4).
               10  EL-ETAGERE      PIC X(4).
               10  EL-CASIER       PIC X(4).
           05  EL-TYPE             PIC X.
           05  EL-MIN              PIC S9(5).
           05  EL-MAX              PIC S9(5).
           05  EL-QTE              PIC S9(5).
       FD  IMPORT-FILE.
       01  IMPORT-REC              PIC X(120).

       WORKING-STORAGE SECTION.
       77  EMP-STATUS              PIC X(2) VALUE SPACES.
       77  IMPORT-STATUS           PIC X(2) VALUE SPACES.
       77  LIEU-STATUS             PIC X(2) VALUE SPACES.
       77  LIEU-EXISTE             PIC X VALUE 'N'.
       77  QTE-CONSERVEE           PIC S9(5) VALUE 0.
       77  NB-LIEUX                PIC 9(4) VALUE 0.
       77  MIN-EDIT                PIC Z(4)9.
       77  MAX-EDIT                PIC Z(4)9.
       77  QTE-EDIT                PIC -(4)9.
       77  ARG-MODE                PIC X(16) VALUE SPACES.
       77  ARG-ART                 PIC X(10) VALUE SPACES.
       77  NB-IMPORTES             PIC 9(4) VALUE 0.
       01  INP-CH3                 PIC X(16).
       01  INP-CH4                 PIC X(16).
       01  INP-CH5                 PIC X(16).
       01  INP-CH6                 PIC X(16).
       01  INP-CH7                 PIC X(16).
       01  INP-CH8                 PIC X(16).
       01  INP-CH9                 PIC X(16).

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           OPEN I-O LIEU-FILE
           IF LIEU-STATUS = "35"
               OPEN OUTPUT LIEU-FILE
               CLOSE LIEU-FILE
               OPEN I-O LIEU-FILE
           END-IF
           IF LIEU-STATUS NOT = "00"
               DISPLAY "Fichier des emplacements multiples"
                   " indisponible (status " LIEU-STATUS ")."
               CLOSE EMP-FILE
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
           END-EVALUATE

           CLOSE EMP-FILE
           CLOSE LIEU-FILE
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           IF FUNCTION LENGTH(FUNCTION TRIM(IMPORT-REC)) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO INP-CH1 INP-CH2 INP-CH3 INP-CH4 INP-CH5
               INP-CH6 INP-CH7 INP-CH8 INP-CH9.
           UNSTRING IMPORT-REC DELIMITED BY ALL "|"
               INTO INP-CH1 INP-CH2 INP-CH3 INP-CH4 INP-CH5
                   INP-CH6 INP-CH7 INP-CH8 INP-CH9
           END-UNSTRING.
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-CH1)) = 0
               EXIT PARAGRAPH
           INSPECT INP-CH1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT INP-CH6 CONVERTING "pr" TO "PR".
           IF INP-CH6(1:1) NOT = "R"
               MOVE "P" TO INP-CH6
           END-IF.
           PERFORM IMPORTER-LIEU.
           ADD 1 TO NB-IMPORTES.
           IF INP-CH6(1:1) = "R"
               EXIT PARAGRAPH
           END-IF.
           MOVE INP-CH1 TO EM-ART.
           MOVE INP-CH2 TO EM-SITE.
           MOVE INP-CH3 TO EM-ALLEE.
                               EMP-STATUS
                   END-REWRITE
           END-WRITE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  IMPORTER-LIEU : upsert de l'emplacement dans emp_lieux.dat
      *  ; sans colonne QTE la quantite deja tenue est conservee.
      *------------------------------------------------------------
       IMPORTER-LIEU.
           MOVE INP-CH1 TO EL-ART.
           MOVE INP-CH2 TO EL-SITE.
           MOVE INP-CH3 TO EL-ALLEE.
           MOVE INP-CH4 TO EL-ETAGERE.
           MOVE INP-CH5 TO EL-CASIER.
           MOVE 'O' TO LIEU-EXISTE.
           MOVE 0 TO QTE-CONSERVEE.
           READ LIEU-FILE
               INVALID KEY
                   MOVE 'N' TO LIEU-EXISTE
               NOT INVALID KEY
                   MOVE EL-QTE TO QTE-CONSERVEE
           END-READ.
           MOVE INP-CH6(1:1) TO EL-TYPE.
           MOVE 0 TO EL-MIN EL-MAX.
           IF EL-TYPE = "P"
               IF FUNCTION LENGTH(FUNCTION TRIM(INP-CH7)) > 0
                   MOVE FUNCTION NUMVAL(INP-CH7) TO EL-MIN
               END-IF
               IF FUNCTION LENGTH(FUNCTION TRIM(INP-CH8)) > 0
                   MOVE FUNCTION NUMVAL(INP-CH8) TO EL-MAX
               END-IF
               IF EL-MAX < EL-MIN
                   MOVE EL-MIN TO EL-MAX
               END-IF
           END-IF.
           MOVE QTE-CONSERVEE TO EL-QTE.
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-CH9)) > 0
               MOVE FUNCTION NUMVAL(INP-CH9) TO EL-QTE
           END-IF.
           IF LIEU-EXISTE = 'O'
               REWRITE LIEU-REC
                   INVALID KEY
                       DISPLAY "Erreur fichier emp_lieux ("
                           FUNCTION TRIM(EL-ART) ") : " LIEU-STATUS
               END-REWRITE
           ELSE
               WRITE LIEU-REC
                   INVALID KEY
                       DISPLAY "Erreur fichier emp_lieux ("
                           FUNCTION TRIM(EL-ART) ") : " LIEU-STATUS
               END-WRITE
           END-IF.
           EXIT PARAGRAPH.

       LISTER-EMPLACEMENTS.
           IF NB-LISTES = 0
               DISPLAY "  (aucun)"
           END-IF.
           DISPLAY "=== EMPLACEMENTS MULTIPLES (emp_lieux.dat) ===".
           MOVE LOW-VALUES TO EL-CLE.
           MOVE 0 TO NB-LIEUX.
           START LIEU-FILE KEY IS NOT LESS THAN EL-CLE
               INVALID KEY
                   DISPLAY "  (aucun)"
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
               READ LIEU-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               PERFORM AFFICHER-LIEU
           END-PERFORM.
           IF NB-LIEUX = 0
               DISPLAY "  (aucun)"
           END-IF.
           EXIT PARAGRAPH.

       AFFICHER-LIEU.
           ADD 1 TO NB-LIEUX.
           MOVE EL-QTE TO QTE-EDIT.
           IF EL-TYPE = "P"
               MOVE EL-MIN TO MIN-EDIT
               MOVE EL-MAX TO MAX-EDIT
               DISPLAY "  " EL-ART " " EL-SITE " " EL-ALLEE "-"
                   EL-ETAGERE "-" EL-CASIER " PICKING  qte "
                   QTE-EDIT "  min " MIN-EDIT " max " MAX-EDIT
           ELSE
               DISPLAY "  " EL-ART " " EL-SITE " " EL-ALLEE "-"
                   EL-ETAGERE "-" EL-CASIER " RESERVE  qte "
                   QTE-EDIT
           END-IF.
           EXIT PARAGRAPH.

       AFFICHER-EMPLACEMENT.
           MOVE ARG-ART TO EM-ART.
           READ EMP-FILE
               INVALID KEY
                   DISPLAY "Aucun emplacement attitre pour "
                       FUNCTION TRIM(ARG-ART) "."
               NOT INVALID KEY
                   DISPLAY FUNCTION TRIM(EM-ART) " : " EM-SITE " "
                       EM-ALLEE "-" EM-ETAGERE "-" EM-CASIER
           END-READ.
           MOVE 0 TO NB-LIEUX.
           MOVE ARG-ART TO EL-ART.
           MOVE LOW-VALUES TO EL-SITE EL-ALLEE EL-ETAGERE EL-CASIER.
           START LIEU-FILE KEY IS NOT LESS THAN EL-CLE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
               READ LIEU-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF EL-ART NOT = ARG-ART
                   EXIT PERFORM
               END-IF
               PERFORM AFFICHER-LIEU
           END-PERFORM.
           EXIT PARAGRAPH.
