      *
      *  Le rapport reception_report_AAAAMMJJ.txt signale les
      *  sur-livraisons (recu > commande) et les lignes recues sans
      *  bon connu ou sur un bon encore en attente d'approbation
      *  (statut A-APPROUVER, sixieme champ du registre). Le
      *  registre est reecrit en fin de traitement avec les
      *  reliquats et leur statut (les lignes soldees
      *  disparaissent), et chaque ligne recue laisse sa trace
      *  datee dans
      *  receptions.txt (BON|FOURNISSEUR|ARTICLE|QTE|DATE|
      *  DATE-CDE|PU-ACHAT|MOTIF|FACTEUR|LOT|DLC) pour le
      *  rapprochement des factures fournisseurs
      *  (RAPPROCHEMENT-FACTURES), les statistiques de delais, la
      *  repartition des frais d'approche (FRAIS-APPROCHE) et la
      *  remontee d'un lot rappele a son fournisseur (RAPPEL-LOTS).
      *
      *  Un article au statut R (plus de reappro) ou F (fin de vie)
      *  se recoit normalement sur ses bons encore ouverts. Un
      *  article au statut B (bloque, rappel qualite) entre en
      *  stock mais ne sert aucune souffrance client : la ligne est
      *  signalee au rapport.
      *
      *  Les quantites de la livraison sont en unite d'achat du
      *  fournisseur, comme le bon : le facteur de conversion porte
      *  par la ligne de po_en_cours.txt (septieme champ, 1 a
      *  defaut) les ramene en unites de stock pour M-QTE, le
      *  journal, les lots et la quarantaine, et le prix d'achat
      *  par unite d'achat est divise d'autant pour le PMP.
      *
      *  Une ligne refusee au quai porte en septieme champ le motif
      *  DEFAUT, CASSE ou PERIME : elle compte comme recue (bon et
      *  facture se rapprochent normalement) mais part dans
      *  quarantaine.txt (DATE|FOURNISSEUR|BON|ARTICLE|QTE|MOTIF|
      *  RECEPTION) au lieu de M-QTE, journalisee au motif REBUT
      *  quantite nulle comme chez RETOURS-CLIENTS, en attendant
      *  le retour fournisseur (RETOURS-FOURNISSEURS).
      *
      *    ./reception_livraisons AVIS <numero> : la livraison est
      *        ouverte a partir de l'avis d'expedition integre par
      *        INTAKE-MANAGER (receptions_attendues.txt) ; chaque
      *        ligne annoncee est proposee pre-remplie (bon,
      *        article, quantite, lot, DLC) et le quai ne saisit
      *        que les ecarts (quantite reellement recue, motif de
      *        refus). Les ecarts a l'avis sont portes au rapport,
      *        les lignes de l'avis sortent du fichier des
      *        receptions attendues.
      *
      *  Articles suivis par numero de serie (M-SERIE = 'O') :
      *  chaque unite entree en stock est enregistree par
      *  SERIE-STOCK avec son site de rangement. Les numeros
      *  viennent du fichier de scan series_recues.txt
      *  (BON|ARTICLE|SERIE, une ligne par unite) depose avec la
      *  livraison, d'ou ils sont retires une fois pris ; en mode
      *  AVIS le quai scanne au clavier ceux qui manquent. Une
      *  ligne sans tous ses numeros, ou un numero deja en stock,
      *  est signalee au rapport.
      *
      *  Un article range sur plusieurs emplacements (emp_lieux.dat)
      *  voit la quantite recue creditee a sa reserve par
      *  LIEU-STOCK, et c'est cet emplacement que le rapport donne
      *  comme rangement ; sinon l'emplacement attitre.
      *============================================================

       ENVIRONMENT DIVISION.
           SELECT RECEPTIONS-FILE ASSIGN TO "receptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEPTIONS-STATUS.
           SELECT QUARANTAINE-FILE ASSIGN TO "quarantaine.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUARANTAINE-STATUS.
           SELECT SCAN-FILE ASSIGN TO "series_recues.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCAN-STATUS.
           SELECT ATTENDU-FILE ASSIGN TO "receptions_attendues.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTENDU-STATUS.
           SELECT EMP-FILE ASSIGN TO "emplacements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  M-TVA               PIC 9(3).
           05  M-PMP               PIC S9(5)V99.
           05  M-EAN               PIC X(13).
           05  M-POIDS             PIC 9(4)V999.
           05  M-SERIE             PIC X.
           05  M-STATUT            PIC X.
       FD  LIVRAISON-FILE.
       01  LIVRAISON-REC           PIC X(120).
       FD  REGISTRE-FILE.
       FD  BACKORDER-FILE.
       01  BACKORDER-REC           PIC X(80).
       FD  RECEPTIONS-FILE.
       01  RECEPTIONS-REC          PIC X(120).
       FD  QUARANTAINE-FILE.
       01  QUARANTAINE-REC         PIC X(100).
       FD  ATTENDU-FILE.
       01  ATTENDU-REC             PIC X(120).
       FD  SCAN-FILE.
       01  SCAN-REC                PIC X(80).
       FD  EMP-FILE.
       01  EMP-REC.
           05  EM-ART              PIC X(10).
       77  NB-ART-INCONNUS         PIC 9(4) VALUE 0.
       77  IDX-CMD                 PIC 9(4) VALUE 0.
       77  QTE-RECUE               PIC S9(5) VALUE 0.
      *> Unites : la livraison, le bon et receptions.txt parlent en
      *> unite d'achat du fournisseur ; le stock (M-QTE, journal,
      *> lots, quarantaine) et le PMP en unite de stock, via le
      *> facteur porte par la ligne du bon (1 sans bon connu).
       77  FACTEUR-LIGNE           PIC 9(5) VALUE 1.
       77  FACTEUR-EDIT            PIC Z(4)9.
       77  QTE-STOCK               PIC S9(5) VALUE 0.
       77  PU-STOCK                PIC S9(5)V99 VALUE 0.
       77  DETAIL-UNITES           PIC X(24) VALUE SPACES.
       77  QTE-EDIT                PIC Z(4)9.
       77  QTE-EDIT2               PIC Z(4)9.

      *> Ligne de livraison
      *> NUMERO-BON|ARTICLE|QTE[|PU-ACHAT[|LOT|DLC[|MOTIF]]] ; le
      *> prix d'achat, quand il est fourni, sert a recalculer le
      *> cout moyen pondere M-PMP de l'article ; le lot et sa date
      *> limite (AAAAMMJJ), quand ils sont fournis, alimentent le
      *> fichier des lots perissables via LOT-STOCK ; un motif de
      *> refus (DEFAUT, CASSE, PERIME) envoie la ligne en
      *> quarantaine.
       01  INP-PO                  PIC X(10).
       01  INP-ART                 PIC X(12).
       01  INP-QTE-ALPHA           PIC X(16).
       01  INP-PU-ALPHA            PIC X(16).
       01  INP-LOT                 PIC X(10).
       01  INP-DLC-ALPHA           PIC X(16).
       01  INP-MOTIF               PIC X(16).
       77  QUARANTAINE-STATUS      PIC X(2) VALUE SPACES.
       77  NB-QUARANTAINE          PIC 9(4) VALUE 0.
       77  MOTIF-QUARANTAINE       PIC X(16) VALUE SPACES.
       77  PU-EDIT                 PIC -(5)9.99.
       77  PU-TEXTE                PIC X(10) VALUE SPACES.
       77  PU-ACHAT                PIC S9(5)V99 VALUE 0.
       77  PU-ACHAT-FOURNI         PIC X VALUE 'N'.
       77  LOT-ACTION              PIC X(8) VALUE SPACES.
       77  LOT-QTE                 PIC S9(5) VALUE 0.
       77  LOT-DLC                 PIC 9(8) VALUE 0.
       77  LOT-RESULTAT            PIC X(2) VALUE SPACES.
       77  EMPL-ACTION             PIC X(8) VALUE SPACES.
       77  EMPL-QTE                PIC S9(5) VALUE 0.
       77  EMPL-RESULTAT           PIC X(2) VALUE SPACES.
       01  EMPL-LIEU.
           05  EMPL-SITE           PIC X(8).
           05  EMPL-ALLEE          PIC X(4).
           05  EMPL-ETAGERE        PIC X(4).
           05  EMPL-CASIER         PIC X(4).

      *> Reception sur avis d'expedition (mode AVIS) : les lignes de
      *> receptions_attendues.txt
      *> (AVIS|BON|FOURNISSEUR|ARTICLE|QTE|LOT|DLC|DATE-AVIS) sont
      *> chargees en memoire, celles de l'avis traite sont marquees
      *> et disparaissent a la reecriture.
       77  ATTENDU-STATUS          PIC X(2) VALUE SPACES.
       77  ARG-MODE                PIC X(64) VALUE SPACES.
       77  MODE-AVIS               PIC X VALUE 'N'.
       77  NUM-AVIS                PIC X(16) VALUE SPACES.
       77  NB-ATTENDUS             PIC 9(4) VALUE 0.
       77  NB-LIGNES-AVIS          PIC 9(4) VALUE 0.
       77  NB-ECARTS-AVIS          PIC 9(4) VALUE 0.
       77  IDX-AV                  PIC 9(4) VALUE 0.
       01  TAB-ATTENDUS.
           05  AT-ENTREE OCCURS 2000.
               10  AT-LIGNE        PIC X(120).
               10  AT-DE-L-AVIS    PIC X.
       01  AV-CH1                  PIC X(16).
       01  AV-CH2                  PIC X(16).
       01  AV-CH3                  PIC X(16).
       01  AV-CH4                  PIC X(16).
       01  AV-CH5                  PIC X(16).
       01  AV-CH6                  PIC X(16).
       01  AV-CH7                  PIC X(16).
       77  QTE-ANNONCEE            PIC S9(5) VALUE 0.
       77  QTE-CONFIRMEE           PIC S9(5) VALUE 0.
       77  REPONSE-QTE             PIC X(10) VALUE SPACES.
       77  REPONSE-MOTIF           PIC X(10) VALUE SPACES.
       77  REPONSE-VALIDE          PIC X VALUE 'N'.

      *> Numeros de serie scannes (series_recues.txt,
      *> BON|ARTICLE|SERIE) : charges en memoire, ceux qui sont
      *> pris sont retires a la reecriture du fichier.
       77  SCAN-STATUS             PIC X(2) VALUE SPACES.
       77  SCAN-CHARGE             PIC X VALUE 'N'.
       77  NB-SCANS                PIC 9(4) VALUE 0.
       77  IDX-SCAN                PIC 9(4) VALUE 0.
       01  TAB-SCANS.
           05  SC-ENTREE OCCURS 2000.
               10  SC-PO           PIC X(10).
               10  SC-ART          PIC X(10).
               10  SC-SERIE        PIC X(20).
               10  SC-PRIS         PIC X.
       01  SC-CH1                  PIC X(10).
       01  SC-CH2                  PIC X(12).
       01  SC-CH3                  PIC X(24).
       77  NB-SERIES-LIGNE         PIC S9(5) VALUE 0.
       77  NB-ECARTS-SERIE         PIC 9(4) VALUE 0.
       77  LIEU-RANGEMENT          PIC X(12) VALUE SPACES.
       77  REPONSE-SERIE           PIC X(24) VALUE SPACES.
       77  SER-ACTION              PIC X(8) VALUE SPACES.
       77  SER-SERIE               PIC X(20) VALUE SPACES.
       77  SER-CLIENT              PIC X(8) VALUE SPACES.
       77  SER-DOCUMENT            PIC X(10) VALUE SPACES.
       77  SER-LIEU                PIC X(12) VALUE SPACES.
       77  SER-RESULTAT            PIC X(2) VALUE SPACES.

      *> Registre des bons ouverts
      *> (NUMERO|FOURNISSEUR|ARTICLE|QTE|DATE), charge en memoire
           05  C-ART               PIC X(10).
           05  C-QTE               PIC S9(5).
           05  C-DATE              PIC 9(8).
           05  C-STATUT            PIC X(12).
           05  C-FACTEUR           PIC 9(5).
       01  REG-CH1                 PIC X(16).
       01  REG-CH2                 PIC X(16).
       01  REG-CH3                 PIC X(16).
       01  REG-CH4                 PIC X(16).
       01  REG-CH5                 PIC X(16).
       01  REG-CH6                 PIC X(16).
       01  REG-CH7                 PIC X(16).

      *> Souffrances clients (backorders.txt, ecrites par
      *> COMMANDES-CLIENTS) : servies en FIFO des qu'une reception
      *> mouvements via le sous-programme STOCK-JOURNAL.
       77  JRN-ARTICLE             PIC X(10) VALUE SPACES.
       77  JRN-QTE                 PIC S9(5) VALUE 0.
       77  JRN-MOTIF               PIC X(16) VALUE SPACES.
       77  JRN-SOLDE               PIC S9(5) VALUE 0.

      *> Le rapport de reception est declare au spool des documents
           IF FUNCTION TRIM(LIVRAISON-FILENAME) = SPACES
               MOVE "livraisons.txt" TO LIVRAISON-FILENAME
           END-IF
           MOVE LIVRAISON-FILENAME TO ARG-MODE
           INSPECT ARG-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM(ARG-MODE) = "AVIS"
               MOVE 'O' TO MODE-AVIS
               ACCEPT NUM-AVIS FROM ARGUMENT-VALUE
               PERFORM CHARGER-AVIS
               IF NB-LIGNES-AVIS = 0
                   DISPLAY "Avis d'expedition "
                       FUNCTION TRIM(NUM-AVIS)
                       " inconnu ou deja receptionne."
                   MOVE 8 TO WS-JOBLOG-RC
                   PERFORM FIN-PROGRAMME
               END-IF
               MOVE SPACES TO LIVRAISON-FILENAME
               STRING "AVIS " FUNCTION TRIM(NUM-AVIS)
                   DELIMITED BY SIZE INTO LIVRAISON-FILENAME
               END-STRING
           ELSE
               OPEN INPUT LIVRAISON-FILE
               IF LIVRAISON-STATUS NOT = "00"
                   DISPLAY "Impossible d'ouvrir "
                       FUNCTION TRIM(LIVRAISON-FILENAME)
                       " (status=" LIVRAISON-STATUS ")"
                   MOVE 8 TO WS-JOBLOG-RC
                   PERFORM FIN-PROGRAMME
               END-IF
           END-IF

           PERFORM CHARGER-REGISTRE
           PERFORM CHARGER-SOUFFRANCES
           PERFORM CHARGER-SCANS
           PERFORM OUVRIR-MASTER
           OPEN INPUT EMP-FILE
           IF EMP-STATUS = "00"
           END-IF
           PERFORM OUVRIR-RAPPORT

           IF MODE-AVIS = 'O'
               PERFORM RECEVOIR-AVIS
           ELSE
               PERFORM UNTIL 1 = 0
                   READ LIVRAISON-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           PERFORM TRAITER-LIGNE-LIVRAISON
                   END-READ
               END-PERFORM
               CLOSE LIVRAISON-FILE
           END-IF

           PERFORM ECRIRE-RESUME
           CLOSE RAPPORT-FILE
           END-IF
           PERFORM REECRIRE-REGISTRE
           PERFORM REECRIRE-SOUFFRANCES
           PERFORM REECRIRE-SCANS
           IF MODE-AVIS = 'O'
               PERFORM REECRIRE-ATTENDUS
               DISPLAY NB-ECARTS-AVIS " ecart(s) a l'avis "
                   FUNCTION TRIM(NUM-AVIS) "."
           END-IF

           DISPLAY "Reception terminee : " NB-RECUES " ligne(s), "
               NB-SUR-LIVREES " sur-livraison(s), "
               NB-SANS-BON " sans bon connu."
           DISPLAY "Rapport : " FUNCTION TRIM(RAPPORT-FILENAME)
           IF NB-SUR-LIVREES > 0 OR NB-SANS-BON > 0
               OR NB-ART-INCONNUS > 0 OR NB-ECARTS-AVIS > 0
               OR NB-ECARTS-SERIE > 0
               MOVE 4 TO WS-JOBLOG-RC
           END-IF
           PERFORM FIN-PROGRAMME.
           IF NB-CMD >= 999
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REG-CH1 REG-CH2 REG-CH3 REG-CH4 REG-CH5
               REG-CH6 REG-CH7.
           UNSTRING REGISTRE-REC DELIMITED BY "|"
               INTO REG-CH1 REG-CH2 REG-CH3 REG-CH4 REG-CH5 REG-CH6
                   REG-CH7
           END-UNSTRING.
           ADD 1 TO NB-CMD.
           MOVE FUNCTION NUMVAL(REG-CH1) TO C-PO(NB-CMD).
           MOVE REG-CH2 TO C-FOU(NB-CMD).
           MOVE REG-CH3 TO C-ART(NB-CMD).
           MOVE REG-CH6 TO C-STATUT(NB-CMD).
           MOVE 1 TO C-FACTEUR(NB-CMD).
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(REG-CH7)) = 0
               IF FUNCTION NUMVAL(REG-CH7) >= 1
                   MOVE FUNCTION NUMVAL(REG-CH7) TO C-FACTEUR(NB-CMD)
               END-IF
           END-IF.
           MOVE FUNCTION NUMVAL(REG-CH4) TO C-QTE(NB-CMD).
           IF FUNCTION LENGTH(FUNCTION TRIM(REG-CH5)) > 0
               MOVE FUNCTION NUMVAL(REG-CH5) TO C-DATE(NB-CMD)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO INP-PO INP-ART INP-QTE-ALPHA INP-PU-ALPHA
               INP-LOT INP-DLC-ALPHA INP-MOTIF.
           UNSTRING LIVRAISON-REC DELIMITED BY "|"
               INTO INP-PO INP-ART INP-QTE-ALPHA INP-PU-ALPHA
                   INP-LOT INP-DLC-ALPHA INP-MOTIF
           END-UNSTRING.
           INSPECT INP-MOTIF CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 'N' TO PU-ACHAT-FOURNI.
           MOVE 0 TO PU-ACHAT.
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-PU-ALPHA)) > 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-RECUES.
           MOVE SPACES TO MOTIF-QUARANTAINE.
           IF FUNCTION TRIM(INP-MOTIF) = "DEFAUT"
               OR FUNCTION TRIM(INP-MOTIF) = "CASSE"
               OR FUNCTION TRIM(INP-MOTIF) = "PERIME"
               MOVE INP-MOTIF TO MOTIF-QUARANTAINE
           END-IF.

           PERFORM CHERCHER-COMMANDE
           MOVE "-" TO FOU-RECEPTION
           MOVE 0 TO DATE-CDE-RECEPTION
           MOVE 1 TO FACTEUR-LIGNE
           IF IDX-CMD > 0
               MOVE C-FOU(IDX-CMD) TO FOU-RECEPTION
               MOVE C-FACTEUR(IDX-CMD) TO FACTEUR-LIGNE
               MOVE C-DATE(IDX-CMD) TO DATE-CDE-RECEPTION
               IF C-STATUT(IDX-CMD) = "A-APPROUVER"
                   MOVE SPACES TO RAPPORT-REC
                   STRING "BON NON APPROUVE : bon "
                       FUNCTION TRIM(INP-PO) " article "
                       FUNCTION TRIM(INP-ART)
                       " recu avant approbation du bon"
                       DELIMITED BY SIZE INTO RAPPORT-REC
                   END-STRING
                   WRITE RAPPORT-REC
               END-IF
           END-IF
           PERFORM ENREGISTRER-RECEPTION
           IF IDX-CMD = 0
               END-IF
           END-IF

           COMPUTE QTE-STOCK = QTE-RECUE * FACTEUR-LIGNE
           COMPUTE PU-STOCK ROUNDED = PU-ACHAT / FACTEUR-LIGNE
           IF MOTIF-QUARANTAINE NOT = SPACES
               PERFORM METTRE-EN-QUARANTAINE
               EXIT PARAGRAPH
           END-IF
           PERFORM POSTER-QUANTITE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  METTRE-EN-QUARANTAINE : la marchandise refusee au quai
      *  part dans quarantaine.txt sans toucher M-QTE ni le PMP ;
      *  trace au journal motif REBUT, quantite nulle.
      *------------------------------------------------------------
       METTRE-EN-QUARANTAINE.
           OPEN EXTEND QUARANTAINE-FILE.
           IF QUARANTAINE-STATUS = "35"
               OPEN OUTPUT QUARANTAINE-FILE
           END-IF.
           IF QUARANTAINE-STATUS = "00"
               MOVE QTE-STOCK TO QTE-EDIT
               MOVE SPACES TO QUARANTAINE-REC
               STRING WS-TODAY "|" FUNCTION TRIM(FOU-RECEPTION) "|"
                   FUNCTION TRIM(INP-PO) "|" FUNCTION TRIM(INP-ART)
                   "|" FUNCTION TRIM(QTE-EDIT) "|"
                   FUNCTION TRIM(INP-MOTIF) "|RECEPTION"
                   DELIMITED BY SIZE INTO QUARANTAINE-REC
               END-STRING
               WRITE QUARANTAINE-REC
               CLOSE QUARANTAINE-FILE
           END-IF.
           ADD 1 TO NB-QUARANTAINE.
           MOVE INP-ART TO JRN-ARTICLE.
           MOVE 0 TO JRN-QTE.
           MOVE "REBUT" TO JRN-MOTIF.
           MOVE 0 TO JRN-SOLDE.
           IF MASTER-OPEN-FLAG = 'O'
               MOVE INP-ART TO M-CODE
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE M-QTE TO JRN-SOLDE
               END-READ
           END-IF.
           CALL "STOCK-JOURNAL" USING JRN-ARTICLE JRN-QTE
               JRN-MOTIF JRN-SOLDE.
           MOVE QTE-STOCK TO QTE-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "QUARANTAINE : " FUNCTION TRIM(INP-ART)
               " " QTE-EDIT " (" FUNCTION TRIM(INP-MOTIF)
               ") - hors stock, a retourner au fournisseur"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ENREGISTRER-RECEPTION : trace datee de la ligne recue dans
      *  receptions.txt
      *  (BON|FOURNISSEUR|ARTICLE|QTE|DATE-RECU|DATE-CDE|PU-ACHAT|
      *  MOTIF|FACTEUR|LOT|DLC), meme idiome OPEN EXTEND + status
      *  35 que le journal ; la date de commande vient du registre
      *  des bons ouverts, zero quand le bon est inconnu, pour que
      *  PERF-FOURNISSEURS compare delai promis et delai reel sans
      *  rouvrir les bons soldes. Le prix d'achat (vide s'il n'est
      *  pas fourni) et le motif de quarantaine servent a
      *  FRAIS-APPROCHE, le lot et sa DLC a RAPPEL-LOTS.
      *------------------------------------------------------------
       ENREGISTRER-RECEPTION.
           OPEN EXTEND RECEPTIONS-FILE.
               EXIT PARAGRAPH
           END-IF.
           MOVE QTE-RECUE TO QTE-EDIT.
           MOVE FACTEUR-LIGNE TO FACTEUR-EDIT.
           MOVE SPACES TO PU-TEXTE.
           IF PU-ACHAT-FOURNI = 'O'
               MOVE PU-ACHAT TO PU-EDIT
               MOVE PU-EDIT TO PU-TEXTE
           END-IF.
           MOVE SPACES TO RECEPTIONS-REC.
           STRING FUNCTION TRIM(INP-PO) "|"
               FUNCTION TRIM(FOU-RECEPTION) "|"
               FUNCTION TRIM(INP-ART) "|"
               FUNCTION TRIM(QTE-EDIT) "|" WS-TODAY "|"
               DATE-CDE-RECEPTION "|" FUNCTION TRIM(PU-TEXTE) "|"
               FUNCTION TRIM(MOTIF-QUARANTAINE) "|"
               FUNCTION TRIM(FACTEUR-EDIT) "|"
               FUNCTION TRIM(INP-LOT) "|"
               FUNCTION TRIM(INP-DLC-ALPHA)
               DELIMITED BY SIZE INTO RECEPTIONS-REC
           END-STRING.
           WRITE RECEPTIONS-REC.
      *> M-QTE n'integre la quantite recue
           IF PU-ACHAT-FOURNI = 'O'
               IF M-QTE <= 0 OR M-PMP = 0
                   MOVE PU-STOCK TO M-PMP
               ELSE
                   COMPUTE M-PMP ROUNDED =
                       (M-QTE * M-PMP + QTE-STOCK * PU-STOCK)
                       / (M-QTE + QTE-STOCK)
               END-IF
           END-IF.
           ADD QTE-STOCK TO M-QTE.
      *> lot perissable fourni sur la ligne : entree au fichier des
      *> lots (LOT-STOCK), d'ou l'allocation tirera en FEFO
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-LOT)) > 0
               MOVE "ENTREE" TO LOT-ACTION
               MOVE QTE-STOCK TO LOT-QTE
               MOVE FUNCTION NUMVAL(INP-DLC-ALPHA) TO LOT-DLC
               MOVE M-CODE TO JRN-ARTICLE
               CALL "LOT-STOCK" USING LOT-ACTION JRN-ARTICLE
                   INP-LOT LOT-QTE LOT-DLC LOT-RESULTAT
           END-IF.
           MOVE M-CODE TO JRN-ARTICLE.
           MOVE QTE-STOCK TO JRN-QTE.
           MOVE "RECEPTION" TO JRN-MOTIF.
           MOVE M-QTE TO JRN-SOLDE.
           CALL "STOCK-JOURNAL" USING JRN-ARTICLE JRN-QTE
               JRN-MOTIF JRN-SOLDE.
           IF M-STATUT = 'B'
               MOVE SPACES TO RAPPORT-REC
               STRING "ARTICLE BLOQUE (rappel qualite) : "
                   FUNCTION TRIM(INP-ART)
                   " recu en stock, souffrances non servies"
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
           ELSE
               PERFORM SERVIR-SOUFFRANCES
           END-IF.
           REWRITE MASTER-REC
               INVALID KEY
                   DISPLAY "Erreur catalogue indexe ("
                       FUNCTION TRIM(M-CODE) ") : " MASTER-STATUS
           END-REWRITE.
           MOVE SPACES TO DETAIL-UNITES.
           IF FACTEUR-LIGNE > 1
               MOVE QTE-RECUE TO QTE-EDIT
               MOVE FACTEUR-LIGNE TO FACTEUR-EDIT
               STRING " (" FUNCTION TRIM(QTE-EDIT) " x "
                   FUNCTION TRIM(FACTEUR-EDIT) ")"
                   DELIMITED BY SIZE INTO DETAIL-UNITES
               END-STRING
           END-IF.
           MOVE QTE-STOCK TO QTE-EDIT.
           MOVE M-QTE TO QTE-EDIT2.
           MOVE SPACES TO RAPPORT-REC.
           STRING "RECU : " FUNCTION TRIM(INP-ART)
               " +" QTE-EDIT " -> stock " QTE-EDIT2 DETAIL-UNITES
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           PERFORM SUGGERER-RANGEMENT.
           IF M-SERIE = 'O'
               PERFORM CAPTURER-SERIES
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  SUGGERER-RANGEMENT : l'emplacement credite par LIEU-STOCK
      *  (reserve de l'article) ou a defaut l'emplacement attitre,
      *  rappele au rapport pour le magasinier.
      *------------------------------------------------------------
       SUGGERER-RANGEMENT.
           MOVE SPACES TO LIEU-RANGEMENT.
           MOVE "ENTREE" TO EMPL-ACTION.
           MOVE QTE-STOCK TO EMPL-QTE.
           MOVE SPACES TO EMPL-LIEU.
           CALL "LIEU-STOCK" USING EMPL-ACTION M-CODE EMPL-QTE
               EMPL-LIEU EMPL-RESULTAT.
           IF EMPL-RESULTAT = "00"
               MOVE EMPL-SITE TO LIEU-RANGEMENT
               MOVE SPACES TO RAPPORT-REC
               STRING "  RANGEMENT : " FUNCTION TRIM(EMPL-SITE) " "
                   EMPL-ALLEE "-" EMPL-ETAGERE "-" EMPL-CASIER
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
               EXIT PARAGRAPH
           END-IF.
           IF EMP-OPEN-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF.
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE EM-SITE TO LIEU-RANGEMENT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "  RANGEMENT : " FUNCTION TRIM(EM-SITE) " "
               EM-ALLEE "-" EM-ETAGERE "-" EM-CASIER
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE NB-QUARANTAINE TO QTE-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "MISES EN QUARANTAINE : " QTE-EDIT
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           IF MODE-AVIS = 'O'
               MOVE NB-ECARTS-AVIS TO QTE-EDIT
               MOVE SPACES TO RAPPORT-REC
               STRING "ECARTS A L'AVIS      : " QTE-EDIT
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
           END-IF.
           IF NB-ECARTS-SERIE > 0
               MOVE NB-ECARTS-SERIE TO QTE-EDIT
               MOVE SPACES TO RAPPORT-REC
               STRING "ECARTS DE SERIES     : " QTE-EDIT
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-CMD
               IF C-QTE(WS-I) > 0
                   MOVE C-QTE(WS-I) TO QTE-EDIT
                   MOVE C-FACTEUR(WS-I) TO FACTEUR-EDIT
                   MOVE SPACES TO REGISTRE-REC
                   STRING C-PO(WS-I) "|" FUNCTION TRIM(C-FOU(WS-I))
                       "|" C-ART(WS-I) "|" QTE-EDIT "|" C-DATE(WS-I)
                       "|" FUNCTION TRIM(C-STATUT(WS-I))
                       "|" FUNCTION TRIM(FACTEUR-EDIT)
                       DELIMITED BY SIZE INTO REGISTRE-REC
                   END-STRING
                   WRITE REGISTRE-REC
           END-PERFORM.
           CLOSE REGISTRE-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-AVIS : receptions_attendues.txt en memoire, lignes
      *  de l'avis demande marquees.
      *============================================================
       CHARGER-AVIS.
           MOVE 0 TO NB-ATTENDUS NB-LIGNES-AVIS.
           OPEN INPUT ATTENDU-FILE.
           IF ATTENDU-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ ATTENDU-FILE
                   AT END EXIT PERFORM
               END-READ
               IF FUNCTION LENGTH(FUNCTION TRIM(ATTENDU-REC)) > 0
                   IF NB-ATTENDUS >= 2000
                       DISPLAY "receptions_attendues.txt depasse 2000"
                           " lignes, reception sur avis refusee."
                       MOVE 0 TO NB-LIGNES-AVIS
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NB-ATTENDUS
                   MOVE ATTENDU-REC TO AT-LIGNE(NB-ATTENDUS)
                   MOVE 'N' TO AT-DE-L-AVIS(NB-ATTENDUS)
                   MOVE SPACES TO AV-CH1
                   UNSTRING ATTENDU-REC DELIMITED BY "|"
                       INTO AV-CH1
                   END-UNSTRING
                   IF FUNCTION TRIM(AV-CH1) = FUNCTION TRIM(NUM-AVIS)
                       MOVE 'O' TO AT-DE-L-AVIS(NB-ATTENDUS)
                       ADD 1 TO NB-LIGNES-AVIS
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ATTENDU-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  RECEVOIR-AVIS : chaque ligne annoncee est proposee au quai ;
      *  Entree confirme la quantite annoncee. La ligne confirmee
      *  suit ensuite le meme chemin qu'une ligne de livraison
      *  (TRAITER-LIGNE-LIVRAISON).
      *============================================================
       RECEVOIR-AVIS.
           DISPLAY "Avis d'expedition " FUNCTION TRIM(NUM-AVIS)
               " : " NB-LIGNES-AVIS " ligne(s) annoncee(s).".
           PERFORM VARYING IDX-AV FROM 1 BY 1
               UNTIL IDX-AV > NB-ATTENDUS
               IF AT-DE-L-AVIS(IDX-AV) = 'O'
                   PERFORM RECEVOIR-LIGNE-AVIS
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       RECEVOIR-LIGNE-AVIS.
           MOVE SPACES TO AV-CH1 AV-CH2 AV-CH3 AV-CH4 AV-CH5 AV-CH6
               AV-CH7.
           UNSTRING AT-LIGNE(IDX-AV) DELIMITED BY "|"
               INTO AV-CH1 AV-CH2 AV-CH3 AV-CH4 AV-CH5 AV-CH6 AV-CH7
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(AV-CH5) TO QTE-ANNONCEE.
           MOVE QTE-ANNONCEE TO QTE-EDIT.
           DISPLAY " ".
           DISPLAY "Bon " FUNCTION TRIM(AV-CH2) " article "
               FUNCTION TRIM(AV-CH4) " : annonce "
               FUNCTION TRIM(QTE-EDIT) " lot "
               FUNCTION TRIM(AV-CH6) " DLC " FUNCTION TRIM(AV-CH7).
           MOVE 'N' TO REPONSE-VALIDE.
           PERFORM UNTIL REPONSE-VALIDE = 'O'
               DISPLAY "  Quantite recue (Entree = "
                   FUNCTION TRIM(QTE-EDIT) ") : " WITH NO ADVANCING
               MOVE SPACES TO REPONSE-QTE
               ACCEPT REPONSE-QTE
               IF REPONSE-QTE = SPACES
                   MOVE QTE-ANNONCEE TO QTE-CONFIRMEE
                   MOVE 'O' TO REPONSE-VALIDE
               ELSE
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(REPONSE-QTE))
                       = 0
                       MOVE FUNCTION NUMVAL(REPONSE-QTE)
                           TO QTE-CONFIRMEE
                       IF QTE-CONFIRMEE >= 0
                           MOVE 'O' TO REPONSE-VALIDE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "  Motif de refus (DEFAUT, CASSE, PERIME ; Entree"
               " = aucun) : " WITH NO ADVANCING.
           MOVE SPACES TO REPONSE-MOTIF.
           ACCEPT REPONSE-MOTIF.

           IF QTE-CONFIRMEE NOT = QTE-ANNONCEE
               ADD 1 TO NB-ECARTS-AVIS
               MOVE QTE-CONFIRMEE TO QTE-EDIT2
               MOVE SPACES TO RAPPORT-REC
               STRING "ECART A L'AVIS " FUNCTION TRIM(NUM-AVIS)
                   " : bon " FUNCTION TRIM(AV-CH2) " article "
                   FUNCTION TRIM(AV-CH4) " annonce " QTE-EDIT
                   " recu " QTE-EDIT2
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
           END-IF.

           MOVE QTE-CONFIRMEE TO QTE-EDIT.
           MOVE SPACES TO LIVRAISON-REC.
           STRING FUNCTION TRIM(AV-CH2) "|" FUNCTION TRIM(AV-CH4) "|"
               FUNCTION TRIM(QTE-EDIT) "||" FUNCTION TRIM(AV-CH6) "|"
               FUNCTION TRIM(AV-CH7) "|" FUNCTION TRIM(REPONSE-MOTIF)
               DELIMITED BY SIZE INTO LIVRAISON-REC
           END-STRING.
           PERFORM TRAITER-LIGNE-LIVRAISON.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  REECRIRE-ATTENDUS : receptions_attendues.txt sans les
      *  lignes de l'avis receptionne.
      *------------------------------------------------------------
       REECRIRE-ATTENDUS.
           OPEN OUTPUT ATTENDU-FILE.
           PERFORM VARYING IDX-AV FROM 1 BY 1
               UNTIL IDX-AV > NB-ATTENDUS
               IF AT-DE-L-AVIS(IDX-AV) = 'N'
                   MOVE AT-LIGNE(IDX-AV) TO ATTENDU-REC
                   WRITE ATTENDU-REC
               END-IF
           END-PERFORM.
           CLOSE ATTENDU-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  CAPTURER-SERIES : un numero de serie par unite de stock
      *  recue (QTE-STOCK) - d'abord ceux du fichier de scan pour
      *  ce bon et cet article, puis au clavier en mode AVIS.
      *============================================================
       CAPTURER-SERIES.
           MOVE 0 TO NB-SERIES-LIGNE.
           PERFORM VARYING IDX-SCAN FROM 1 BY 1
               UNTIL IDX-SCAN > NB-SCANS
                   OR NB-SERIES-LIGNE >= QTE-STOCK
               IF SC-PRIS(IDX-SCAN) = 'N'
                   AND SC-ART(IDX-SCAN) = M-CODE
                   AND FUNCTION TRIM(SC-PO(IDX-SCAN)) =
                       FUNCTION TRIM(INP-PO)
                   MOVE 'O' TO SC-PRIS(IDX-SCAN)
                   MOVE SC-SERIE(IDX-SCAN) TO SER-SERIE
                   PERFORM ENTRER-UNE-SERIE
               END-IF
           END-PERFORM.
           IF MODE-AVIS = 'O' AND NB-SERIES-LIGNE < QTE-STOCK
               DISPLAY "  Article suivi par numero de serie : scanner"
                   " chaque unite (Entree = arreter)."
               PERFORM UNTIL NB-SERIES-LIGNE >= QTE-STOCK
                   DISPLAY "  Numero de serie : " WITH NO ADVANCING
                   MOVE SPACES TO REPONSE-SERIE
                   ACCEPT REPONSE-SERIE
                   IF REPONSE-SERIE = SPACES
                       EXIT PERFORM
                   END-IF
                   MOVE REPONSE-SERIE(1:20) TO SER-SERIE
                   PERFORM ENTRER-UNE-SERIE
               END-PERFORM
           END-IF.
           IF NB-SERIES-LIGNE < QTE-STOCK
               ADD 1 TO NB-ECARTS-SERIE
               MOVE NB-SERIES-LIGNE TO QTE-EDIT
               MOVE QTE-STOCK TO QTE-EDIT2
               MOVE SPACES TO RAPPORT-REC
               STRING "SERIES MANQUANTES : bon " FUNCTION TRIM(INP-PO)
                   " article " FUNCTION TRIM(M-CODE) " "
                   FUNCTION TRIM(QTE-EDIT) " numero(s) pour "
                   FUNCTION TRIM(QTE-EDIT2) " unite(s)"
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
           END-IF.
           EXIT PARAGRAPH.

       ENTRER-UNE-SERIE.
           MOVE "ENTREE" TO SER-ACTION.
           MOVE SPACES TO SER-CLIENT.
           MOVE INP-PO TO SER-DOCUMENT.
           MOVE LIEU-RANGEMENT TO SER-LIEU.
           CALL "SERIE-STOCK" USING SER-ACTION M-CODE SER-SERIE
               SER-CLIENT SER-DOCUMENT SER-LIEU SER-RESULTAT.
           MOVE SPACES TO RAPPORT-REC.
           EVALUATE SER-RESULTAT
               WHEN "00"
                   ADD 1 TO NB-SERIES-LIGNE
                   STRING "  SERIE : " FUNCTION TRIM(SER-SERIE)
                       DELIMITED BY SIZE INTO RAPPORT-REC
                   END-STRING
               WHEN "05"
                   ADD 1 TO NB-ECARTS-SERIE
                   STRING "SERIE DEJA EN STOCK : article "
                       FUNCTION TRIM(M-CODE) " serie "
                       FUNCTION TRIM(SER-SERIE) " (entree par "
                       FUNCTION TRIM(SER-DOCUMENT) ")"
                       DELIMITED BY SIZE INTO RAPPORT-REC
                   END-STRING
               WHEN OTHER
                   ADD 1 TO NB-ECARTS-SERIE
                   STRING "SERIE NON ENREGISTREE : article "
                       FUNCTION TRIM(M-CODE) " serie "
                       FUNCTION TRIM(SER-SERIE) " (resultat "
                       SER-RESULTAT ")"
                       DELIMITED BY SIZE INTO RAPPORT-REC
                   END-STRING
           END-EVALUATE.
           WRITE RAPPORT-REC.
           IF MODE-AVIS = 'O' AND SER-RESULTAT NOT = "00"
               DISPLAY "  " FUNCTION TRIM(RAPPORT-REC)
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHARGER-SCANS / REECRIRE-SCANS : series_recues.txt en
      *  memoire, puis reecrit sans les numeros pris (fichier
      *  absent : rien a reecrire).
      *------------------------------------------------------------
       CHARGER-SCANS.
           MOVE 0 TO NB-SCANS.
           OPEN INPUT SCAN-FILE.
           IF SCAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO SCAN-CHARGE.
           PERFORM UNTIL 1 = 0
               READ SCAN-FILE
                   AT END EXIT PERFORM
               END-READ
               IF FUNCTION LENGTH(FUNCTION TRIM(SCAN-REC)) > 0
                   AND NB-SCANS < 2000
                   MOVE SPACES TO SC-CH1 SC-CH2 SC-CH3
                   UNSTRING SCAN-REC DELIMITED BY "|"
                       INTO SC-CH1 SC-CH2 SC-CH3
                   END-UNSTRING
                   INSPECT SC-CH2 CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   ADD 1 TO NB-SCANS
                   MOVE SC-CH1 TO SC-PO(NB-SCANS)
                   MOVE SC-CH2(1:10) TO SC-ART(NB-SCANS)
                   MOVE SC-CH3(1:20) TO SC-SERIE(NB-SCANS)
                   MOVE 'N' TO SC-PRIS(NB-SCANS)
               END-IF
           END-PERFORM.
           CLOSE SCAN-FILE.
           EXIT PARAGRAPH.

       REECRIRE-SCANS.
           IF SCAN-CHARGE = 'N'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SCAN-FILE.
           PERFORM VARYING IDX-SCAN FROM 1 BY 1
               UNTIL IDX-SCAN > NB-SCANS
               IF SC-PRIS(IDX-SCAN) = 'N'
                   MOVE SPACES TO SCAN-REC
                   STRING FUNCTION TRIM(SC-PO(IDX-SCAN)) "|"
                       FUNCTION TRIM(SC-ART(IDX-SCAN)) "|"
                       FUNCTION TRIM(SC-SERIE(IDX-SCAN))
                       DELIMITED BY SIZE INTO SCAN-REC
                   END-STRING
                   WRITE SCAN-REC
               END-IF
           END-PERFORM.
           CLOSE SCAN-FILE.
           EXIT PARAGRAPH.
