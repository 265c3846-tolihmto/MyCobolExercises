      *  M-QTE, journalisee au motif ECART-PICK ; un sur-prelevement
      *  sort du stock au meme motif. Le picking est retire du
      *  registre des ouverts et marque CLOTURE dans son fichier.
      *  Un article passe au statut B (bloque, rappel qualite)
      *  depuis l'allocation ne se preleve pas : la ligne est
      *  ramenee a zero et repart en souffrance a la cloture.
      *
      *  Ce qui a ete preleve part avec un bon de livraison numerote
      *  (compteur bl_counter.txt, document bl_NNNNNN.txt declare au
      *  spool) a la place du bordereau manuscrit : adresse du
      *  client (cli_master.dat), transporteur et nombre de colis
      *  saisis a la cloture (transporteur par defaut : parametre
      *  BL-TRANSPORTEUR), poids par ligne et poids total au poids
      *  unitaire M-POIDS du catalogue. Chaque ligne expediee entre
      *  au registre des expeditions expeditions.txt
      *  (BL|COMMANDE|CLIENT|ARTICLE|QTE|POIDS|TRANSPORTEUR|COLIS|
      *  DATE), dont FACTURATION-CLIENTS tire les quantites a
      *  facturer.
      *
      *  Un article suivi par numero de serie (M-SERIE = 'O') fait
      *  scanner chaque unite prelevee : l'unite doit etre en stock
      *  et part au nom du client de la commande (SERIE-STOCK
      *  VENTE) ; seules les unites scannees comptent comme
      *  prelevees.
      *
      *  Ce qui a ete preleve sort aussi des quantites tenues par
      *  emplacement (LIEU-STOCK SORTIE, faces de picking d'abord)
      *  pour que REAPPRO-EMPLACEMENTS voie les faces a remplir.
      *============================================================

       ENVIRONMENT DIVISION.
           SELECT BACKORDER-FILE ASSIGN TO "backorders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKORDER-STATUS.
           SELECT CLIENT-FILE ASSIGN TO "cli_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CODE
               FILE STATUS IS CLIENT-STATUS.
           SELECT EXPED-FILE ASSIGN TO "expeditions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPED-STATUS.
           SELECT COUNTER-FILE ASSIGN TO "bl_counter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTER-STATUS.
           SELECT BL-FILE ASSIGN TO DYNAMIC BL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  M-TVA               PIC 9(3).
           05  M-PMP               PIC S9(5)V99.
           05  M-EAN               PIC X(13).
           05  M-POIDS             PIC 9(4)V999.
           05  M-SERIE             PIC X.
           05  M-STATUT            PIC X.
       FD  PICKING-FILE.
       01  PICKING-REC             PIC X(100).
       FD  POUVERT-FILE.
       01  POUVERT-REC             PIC X(80).
       FD  BACKORDER-FILE.
       01  BACKORDER-REC           PIC X(80).
       FD  CLIENT-FILE.
       01  CLIENT-REC.
           05  CL-CODE             PIC X(8).
           05  CL-NOM              PIC X(30).
           05  CL-ADRESSE          PIC X(40).
           05  CL-REMISE           PIC 9(2)V99.
           05  CL-PLAFOND          PIC S9(7)V99.
           05  CL-ENCOURS          PIC S9(7)V99.
           05  CL-RELANCE          PIC 9.
           05  CL-RELANCE-DATE     PIC 9(8).
           05  CL-POINTS           PIC S9(7).
           05  CL-CANAL            PIC X.
           05  CL-EMAIL            PIC X(60).
       FD  EXPED-FILE.
       01  EXPED-REC               PIC X(120).
       FD  COUNTER-FILE.
       01  COUNTER-REC             PIC X(20).
       FD  BL-FILE.
       01  BL-REC                  PIC X(100).

       WORKING-STORAGE SECTION.
       77  MASTER-STATUS           PIC X(2) VALUE SPACES.
       77  PICKING-STATUS          PIC X(2) VALUE SPACES.
       77  POUVERT-STATUS          PIC X(2) VALUE SPACES.
       77  BACKORDER-STATUS        PIC X(2) VALUE SPACES.
       77  CLIENT-STATUS           PIC X(2) VALUE SPACES.
       77  EXPED-STATUS            PIC X(2) VALUE SPACES.
       77  COUNTER-STATUS          PIC X(2) VALUE SPACES.
       77  PICKING-FILENAME        PIC X(64) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  EAN-TROUVE              PIC X VALUE 'N'.
       77  QTE-EDIT                PIC Z(4)9.

      *> Numeros de serie scannes au prelevement (SERIE-STOCK).
       77  NB-SERIES-LIGNE         PIC S9(5) VALUE 0.
       77  NB-SANS-SERIE           PIC 9(3) VALUE 0.
       77  REPONSE-SERIE           PIC X(24) VALUE SPACES.
       77  SER-ACTION              PIC X(8) VALUE SPACES.
       77  SER-SERIE               PIC X(20) VALUE SPACES.
       77  SER-CLIENT              PIC X(8) VALUE SPACES.
       77  SER-DOCUMENT            PIC X(10) VALUE SPACES.
       77  SER-LIEU                PIC X(12) VALUE SPACES.
       77  SER-RESULTAT            PIC X(2) VALUE SPACES.

      *> Registre des pickings ouverts, recharge puis reecrit sans
      *> l'entree cloturee.
       77  NB-OUVERTS              PIC 9(3) VALUE 0.
      *> sous-programme STOCK-JOURNAL, motif ECART-PICK.
       77  JRN-ARTICLE             PIC X(10) VALUE SPACES.
       77  JRN-QTE                 PIC S9(5) VALUE 0.
       77  JRN-MOTIF               PIC X(16) VALUE SPACES.
       77  JRN-SOLDE               PIC S9(5) VALUE 0.

      *> Les ecarts tirent aussi sur les lots perissables
       77  LOT-QTE                 PIC S9(5) VALUE 0.
       77  LOT-DLC                 PIC 9(8) VALUE 0.
       77  LOT-RESULTAT            PIC X(2) VALUE SPACES.
       77  EMPL-ACTION             PIC X(8) VALUE SPACES.
       77  EMPL-QTE                PIC S9(5) VALUE 0.
       77  EMPL-LIEU               PIC X(20) VALUE SPACES.
       77  EMPL-RESULTAT           PIC X(2) VALUE SPACES.

      *> Bon de livraison de ce qui a reellement ete preleve.
       77  NUM-BL                  PIC 9(6) VALUE 0.
       77  BL-FILENAME             PIC X(64) VALUE SPACES.
       77  NB-LIGNES-BL            PIC 9(3) VALUE 0.
       77  TRANSPORTEUR            PIC X(20) VALUE SPACES.
       77  NB-COLIS                PIC 9(3) VALUE 0.
       77  POIDS-LIGNE             PIC 9(7)V999 VALUE 0.
       77  POIDS-TOTAL             PIC 9(7)V999 VALUE 0.
       77  POIDS-EDIT              PIC Z(6)9.999.
       77  POIDS-U-EDIT            PIC Z(3)9.999.
       77  COLIS-EDIT              PIC ZZ9.
       77  NB-SANS-POIDS           PIC 9(3) VALUE 0.
      *> Transporteur par defaut lu dans parametres.txt
      *> (PARAM-LOOKUP).
       77  PRM-CLE                 PIC X(24) VALUE SPACES.
       77  PRM-DEFAUT              PIC X(40) VALUE SPACES.
       77  PRM-VALEUR              PIC X(40) VALUE SPACES.
       77  PRM-RESULTAT            PIC X(2) VALUE SPACES.
      *> Chaque bon de livraison est declare au spool des documents
      *> (sous-programme SPOOL-REGISTER).
       77  SPOOL-TYPE              PIC X(12) VALUE "LIVRAISON".
       77  SPOOL-FICHIER           PIC X(64) VALUE SPACES.
       77  SPOOL-NUMERO            PIC 9(6) VALUE 0.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.

           PERFORM SAISIR-PRELEVEMENTS
           PERFORM SOLDER-ECARTS
           PERFORM DEDUIRE-EMPLACEMENTS
           PERFORM EDITER-BON-LIVRAISON
           PERFORM CLORE-PICKING
           CLOSE MASTER-FILE

           DISPLAY "Picking " NUM-CDE " clos : " NB-MANQUANTS
               " manquant(s), " NB-SUR-PRELEVES
               " sur-prelevement(s)."
           IF NB-SANS-SERIE > 0
               DISPLAY NB-SANS-SERIE " ligne(s) ramenee(s) aux"
                   " seules unites scannees."
           END-IF
           IF NB-MANQUANTS > 0 OR NB-SUR-PRELEVES > 0
               OR NB-SANS-SERIE > 0
               MOVE 4 TO WS-JOBLOG-RC
           END-IF
           CALL "OPERATOR-SIGNOFF"
               DISPLAY "Quantite invalide, ligne ignoree."
               EXIT PARAGRAPH
           END-IF.
           IF QTE-SAISIE > 0
               MOVE PK-ART(IDX-PICK) TO M-CODE
               READ MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO M-SERIE
                       MOVE 'A' TO M-STATUT
               END-READ
               IF M-STATUT = 'B'
                   DISPLAY "Article " FUNCTION TRIM(M-CODE)
                       " bloque (rappel qualite) : prelevement"
                       " refuse, ligne remise en souffrance."
                   MOVE 0 TO QTE-SAISIE
                   MOVE 'N' TO M-SERIE
               END-IF
               IF M-SERIE = 'O'
                   PERFORM SCANNER-SERIES
                   IF NB-SERIES-LIGNE < QTE-SAISIE
                       ADD 1 TO NB-SANS-SERIE
                       MOVE NB-SERIES-LIGNE TO QTE-SAISIE
                       MOVE QTE-SAISIE TO QTE-EDIT
                       DISPLAY "Prelevement ramene a "
                           FUNCTION TRIM(QTE-EDIT)
                           " unite(s) scannee(s)."
                   END-IF
               END-IF
           END-IF.
           ADD QTE-SAISIE TO PK-PRELEVEE(IDX-PICK).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  SCANNER-SERIES : un numero par unite prelevee ; l'unite
      *  doit etre en stock, elle passe au client de la commande.
      *  Entree arrete le scan.
      *------------------------------------------------------------
       SCANNER-SERIES.
           MOVE 0 TO NB-SERIES-LIGNE.
           PERFORM UNTIL NB-SERIES-LIGNE >= QTE-SAISIE
               DISPLAY "  Numero de serie (Entree = arreter) : "
                   WITH NO ADVANCING
               MOVE SPACES TO REPONSE-SERIE
               ACCEPT REPONSE-SERIE
               IF REPONSE-SERIE = SPACES
                   EXIT PERFORM
               END-IF
               MOVE REPONSE-SERIE(1:20) TO SER-SERIE
               MOVE "VENTE" TO SER-ACTION
               MOVE CODE-CLIENT TO SER-CLIENT
               MOVE NUM-CDE TO SER-DOCUMENT
               MOVE SPACES TO SER-LIEU
               CALL "SERIE-STOCK" USING SER-ACTION M-CODE SER-SERIE
                   SER-CLIENT SER-DOCUMENT SER-LIEU SER-RESULTAT
               EVALUATE SER-RESULTAT
                   WHEN "00"
                       ADD 1 TO NB-SERIES-LIGNE
                   WHEN "03"
                       DISPLAY "  Numero inconnu pour cet article,"
                           " unite refusee."
                   WHEN "04"
                       DISPLAY "  Unite pas en stock (client "
                           FUNCTION TRIM(SER-CLIENT) ", document "
                           FUNCTION TRIM(SER-DOCUMENT)
                           "), unite refusee."
                   WHEN OTHER
                       DISPLAY "  Fichier des numeros de serie"
                           " indisponible (" SER-RESULTAT ")."
               END-EVALUATE
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHERCHER-PAR-EAN : balaye le catalogue indexe sur M-EAN,
      *  meme recherche que le scan d'INVENTAIRE.
      *> recredite sur le lot le plus proche, le sur-prelevement
      *> sort en FEFO
           MOVE SPACES TO LOT-LOT.
           STRING "CDE" NUM-CDE DELIMITED BY SIZE INTO LOT-LOT
           END-STRING.
           MOVE 0 TO LOT-DLC.
           IF QTE-DELTA > 0
               MOVE "RENTREE" TO LOT-ACTION
               LOT-LOT LOT-QTE LOT-DLC LOT-RESULTAT.
           EXIT PARAGRAPH.

      *============================================================
      *  DEDUIRE-EMPLACEMENTS : chaque quantite prelevee sort des
      *  emplacements de l'article ; un emplacement qui ne
      *  contenait pas assez est signale pour recomptage.
      *============================================================
       DEDUIRE-EMPLACEMENTS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-LIGNES
               IF PK-PRELEVEE(WS-I) > 0
                   MOVE "SORTIE" TO EMPL-ACTION
                   MOVE PK-PRELEVEE(WS-I) TO EMPL-QTE
                   CALL "LIEU-STOCK" USING EMPL-ACTION PK-ART(WS-I)
                       EMPL-QTE EMPL-LIEU EMPL-RESULTAT
                   IF EMPL-RESULTAT = "04"
                       DISPLAY "  Emplacements de "
                           FUNCTION TRIM(PK-ART(WS-I))
                           " insuffisants : a recompter."
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *============================================================
      *  CLORE-PICKING : marque CLOTURE dans le fichier de picking
      *  et reecrit pickings_ouverts.txt sans l'entree soldee.
           OPEN EXTEND PICKING-FILE.
           IF PICKING-STATUS = "00"
               MOVE SPACES TO PICKING-REC
               IF NUM-BL > 0
                   STRING "CLOTURE LE " WS-TODAY " PAR "
                       FUNCTION TRIM(WS-OPERATEUR) " - BL " NUM-BL
                       DELIMITED BY SIZE INTO PICKING-REC
                   END-STRING
               ELSE
                   STRING "CLOTURE LE " WS-TODAY " PAR "
                       FUNCTION TRIM(WS-OPERATEUR)
                       DELIMITED BY SIZE INTO PICKING-REC
                   END-STRING
               END-IF
               WRITE PICKING-REC
               CLOSE PICKING-FILE
           END-IF.
           END-PERFORM.
           CLOSE POUVERT-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  EDITER-BON-LIVRAISON : bon numerote des quantites
      *  reellement prelevees (rien de preleve, pas de bon), une
      *  ligne par article au registre expeditions.txt.
      *============================================================
       EDITER-BON-LIVRAISON.
           MOVE 0 TO NUM-BL NB-LIGNES-BL POIDS-TOTAL NB-SANS-POIDS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-LIGNES
               IF PK-PRELEVEE(WS-I) > 0
                   ADD 1 TO NB-LIGNES-BL
               END-IF
           END-PERFORM.
           IF NB-LIGNES-BL = 0
               DISPLAY "Rien de preleve : pas de bon de livraison."
               EXIT PARAGRAPH
           END-IF.

           MOVE "BL-TRANSPORTEUR" TO PRM-CLE.
           MOVE "ENLEVEMENT CLIENT" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           DISPLAY "Transporteur (vide = "
               FUNCTION TRIM(PRM-VALEUR) ") : " WITH NO ADVANCING.
           ACCEPT TRANSPORTEUR.
           IF FUNCTION LENGTH(FUNCTION TRIM(TRANSPORTEUR)) = 0
               MOVE PRM-VALEUR TO TRANSPORTEUR
           END-IF.
           INSPECT TRANSPORTEUR CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "Nombre de colis (vide = 1) : " WITH NO ADVANCING.
           ACCEPT INP-QTE-ALPHA.
           MOVE 1 TO NB-COLIS.
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-QTE-ALPHA)) > 0
               AND FUNCTION NUMVAL(INP-QTE-ALPHA) > 0
               MOVE FUNCTION NUMVAL(INP-QTE-ALPHA) TO NB-COLIS
           END-IF.

           PERFORM CHARGER-COMPTEUR.
           ADD 1 TO NUM-BL.
           PERFORM SAUVER-COMPTEUR.
           MOVE SPACES TO CL-NOM CL-ADRESSE.
           OPEN INPUT CLIENT-FILE.
           IF CLIENT-STATUS = "00"
               MOVE CODE-CLIENT TO CL-CODE
               READ CLIENT-FILE
                   INVALID KEY
                       MOVE "(client inconnu)" TO CL-NOM
               END-READ
               CLOSE CLIENT-FILE
           ELSE
               MOVE "(client inconnu)" TO CL-NOM
           END-IF.

           MOVE SPACES TO BL-FILENAME.
           STRING "bl_" NUM-BL ".txt"
               DELIMITED BY SIZE INTO BL-FILENAME
           END-STRING.
           OPEN OUTPUT BL-FILE.
           MOVE SPACES TO BL-REC.
           STRING "BON DE LIVRAISON " NUM-BL " DU " WS-TODAY
               " - COMMANDE " NUM-CDE
               DELIMITED BY SIZE INTO BL-REC
           END-STRING.
           WRITE BL-REC.
           MOVE SPACES TO BL-REC.
           STRING "CLIENT " FUNCTION TRIM(CODE-CLIENT) " - "
               FUNCTION TRIM(CL-NOM)
               DELIMITED BY SIZE INTO BL-REC
           END-STRING.
           WRITE BL-REC.
           MOVE SPACES TO BL-REC.
           MOVE CL-ADRESSE TO BL-REC.
           WRITE BL-REC.
           MOVE SPACES TO BL-REC.
           WRITE BL-REC.

           OPEN EXTEND EXPED-FILE.
           IF EXPED-STATUS = "35"
               OPEN OUTPUT EXPED-FILE
               MOVE SPACES TO EXPED-REC
               STRING "bl|commande|client|article|qte|poids|"
                   "transporteur|colis|date"
                   DELIMITED BY SIZE INTO EXPED-REC
               END-STRING
               WRITE EXPED-REC
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-LIGNES
               IF PK-PRELEVEE(WS-I) > 0
                   PERFORM EDITER-LIGNE-BL
               END-IF
           END-PERFORM.
           CLOSE EXPED-FILE.

           MOVE POIDS-TOTAL TO POIDS-EDIT.
           MOVE NB-COLIS TO COLIS-EDIT.
           MOVE SPACES TO BL-REC.
           WRITE BL-REC.
           STRING "TRANSPORTEUR : " FUNCTION TRIM(TRANSPORTEUR)
               "   COLIS : " FUNCTION TRIM(COLIS-EDIT)
               "   POIDS TOTAL : " FUNCTION TRIM(POIDS-EDIT) " kg"
               DELIMITED BY SIZE INTO BL-REC
           END-STRING.
           WRITE BL-REC.
           IF NB-SANS-POIDS > 0
               MOVE SPACES TO BL-REC
               STRING "(" NB-SANS-POIDS " article(s) sans poids"
                   " unitaire au catalogue, non compte(s))"
                   DELIMITED BY SIZE INTO BL-REC
               END-STRING
               WRITE BL-REC
           END-IF.
           MOVE SPACES TO BL-REC.
           WRITE BL-REC.
           STRING "Prepare par " FUNCTION TRIM(WS-OPERATEUR)
               "        Recu par (nom, date, signature) :"
               DELIMITED BY SIZE INTO BL-REC
           END-STRING.
           WRITE BL-REC.
           CLOSE BL-FILE.
           MOVE BL-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           DISPLAY "Bon de livraison edite : "
               FUNCTION TRIM(BL-FILENAME) " (spool " SPOOL-NUMERO
               "), " FUNCTION TRIM(POIDS-EDIT) " kg.".
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  EDITER-LIGNE-BL : ligne WS-I du bon, poids au M-POIDS du
      *  catalogue, et son entree au registre des expeditions.
      *------------------------------------------------------------
       EDITER-LIGNE-BL.
           MOVE PK-ART(WS-I) TO M-CODE.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 0 TO M-POIDS
           END-READ.
           IF M-POIDS = 0
               ADD 1 TO NB-SANS-POIDS
           END-IF.
           COMPUTE POIDS-LIGNE = PK-PRELEVEE(WS-I) * M-POIDS.
           ADD POIDS-LIGNE TO POIDS-TOTAL.
           MOVE PK-PRELEVEE(WS-I) TO QTE-EDIT.
           MOVE M-POIDS TO POIDS-U-EDIT.
           MOVE POIDS-LIGNE TO POIDS-EDIT.
           MOVE SPACES TO BL-REC.
           STRING PK-ART(WS-I) "  " PK-LIB(WS-I) "  " QTE-EDIT
               " x " POIDS-U-EDIT " kg = " POIDS-EDIT " kg"
               DELIMITED BY SIZE INTO BL-REC
           END-STRING.
           WRITE BL-REC.
           MOVE NB-COLIS TO COLIS-EDIT.
           MOVE SPACES TO EXPED-REC.
           STRING NUM-BL "|" NUM-CDE "|" FUNCTION TRIM(CODE-CLIENT)
               "|" FUNCTION TRIM(PK-ART(WS-I)) "|"
               FUNCTION TRIM(QTE-EDIT) "|" FUNCTION TRIM(POIDS-EDIT)
               "|" FUNCTION TRIM(TRANSPORTEUR) "|"
               FUNCTION TRIM(COLIS-EDIT) "|" WS-TODAY
               DELIMITED BY SIZE INTO EXPED-REC
           END-STRING.
           WRITE EXPED-REC.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-COMPTEUR / SAUVER-COMPTEUR : numerotation des bons
      *  de livraison persistee dans bl_counter.txt, meme idiome que
      *  fact_counter.txt de FACTURATION-CLIENTS.
      *============================================================
       CHARGER-COMPTEUR.
           MOVE 0 TO NUM-BL.
           OPEN INPUT COUNTER-FILE.
           IF COUNTER-STATUS = "00"
               READ COUNTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(COUNTER-REC) TO NUM-BL
               END-READ
               CLOSE COUNTER-FILE
           END-IF.
           EXIT PARAGRAPH.

       SAUVER-COMPTEUR.
           OPEN OUTPUT COUNTER-FILE.
           MOVE SPACES TO COUNTER-REC.
           MOVE NUM-BL TO COUNTER-REC(1:6).
           WRITE COUNTER-REC.
           CLOSE COUNTER-FILE.
           EXIT PARAGRAPH.
