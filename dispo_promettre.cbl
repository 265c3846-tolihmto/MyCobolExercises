       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPO-PROMETTRE.

      *============================================================
      *  Disponible a promettre : ce que le service commandes
      *  allait chercher a la main dans INV-MAINTENANCE, puis
      *  backorders.txt, puis po_en_cours.txt, reuni en une seule
      *  consultation datee.
      *
      *    ./dispo_promettre <ARTICLE> [<SITE>|GROUPE] [<QTE>]
      *
      *  Sans site (ou GROUPE) : le point de depart est M-QTE du
      *  catalogue central. Les allocations des pickings encore
      *  ouverts (pickings_ouverts.txt / picking_NNNNNN.txt) sont
      *  rappelees pour information seulement : COMMANDES-CLIENTS
      *  les a deja retirees de M-QTE au moment de l'allocation.
      *  Les souffrances de backorders.txt sont deduites, puis
      *  chaque ligne ouverte de po_en_cours.txt s'ajoute a sa date
      *  prevue (date du bon + delai F-DELAI du fournisseur dans
      *  fou_master.dat, via DATE-UTILS), en unites de stock
      *  (quantite x FACTEUR). Les bons A-APPROUVER sont listes
      *  mais ne comptent pas tant qu'ils ne sont pas approuves.
      *
      *  Avec un site : le point de depart est la quantite de la
      *  derniere sauvegarde inventaire_<SITE>_*.txt, augmentee
      *  des transferts en route vers le site
      *  (transferts_transit.txt, statut TRANSIT). Souffrances et
      *  bons fournisseurs sont tenus au niveau central et ne sont
      *  projetes qu'en mode GROUPE.
      *
      *  La projection affiche, par date, le cumul libre a
      *  promettre. Avec une quantite, la premiere date a laquelle
      *  elle peut etre promise (RC 4 si jamais dans l'horizon
      *  connu). Un article au statut B (bloque, rappel qualite)
      *  n'a rien a promettre (RC 4) ; au statut R ou F, seuls les
      *  bons deja ouverts l'alimenteront encore. Lecture seule.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "inv_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-CODE
               FILE STATUS IS MASTER-STATUS.
           SELECT FOU-FILE ASSIGN TO "fou_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CODE
               FILE STATUS IS FOU-STATUS.
           SELECT REGISTRE-FILE ASSIGN TO "po_en_cours.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRE-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO "backorders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKORDER-STATUS.
           SELECT POUVERT-FILE ASSIGN TO "pickings_ouverts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POUVERT-STATUS.
           SELECT PICKING-FILE ASSIGN TO DYNAMIC PICKING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PICKING-STATUS.
           SELECT TRANSIT-FILE ASSIGN TO "transferts_transit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSIT-STATUS.
           SELECT LIST-FILE ASSIGN TO "atp_save.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-STATUS.
           SELECT SAVE-FILE ASSIGN TO DYNAMIC SAVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-REC.
           05  M-CODE              PIC X(10).
           05  M-LIB               PIC X(20).
           05  M-PU                PIC S9(5)V99.
           05  M-QTE               PIC S9(5).
           05  M-SEUIL             PIC S9(5).
           05  M-TVA               PIC 9(3).
           05  M-PMP               PIC S9(5)V99.
           05  M-EAN               PIC X(13).
           05  M-POIDS             PIC 9(4)V999.
           05  M-SERIE             PIC X.
           05  M-STATUT            PIC X.
       FD  FOU-FILE.
       01  FOU-REC.
           05  F-CODE              PIC X(8).
           05  F-NOM               PIC X(30).
           05  F-DELAI             PIC 9(3).
           05  F-DEVISE            PIC X(3).
           05  F-TERME-JOURS       PIC 9(3).
           05  F-TERME-FDM         PIC X.
       FD  REGISTRE-FILE.
       01  REGISTRE-REC            PIC X(80).
       FD  BACKORDER-FILE.
       01  BACKORDER-REC           PIC X(80).
       FD  POUVERT-FILE.
       01  POUVERT-REC             PIC X(80).
       FD  PICKING-FILE.
       01  PICKING-REC             PIC X(100).
       FD  TRANSIT-FILE.
       01  TRANSIT-REC             PIC X(200).
       FD  LIST-FILE.
       01  LIST-REC                PIC X(256).
       FD  SAVE-FILE.
       01  SAVE-REC                PIC X(256).

       WORKING-STORAGE SECTION.
       77  MASTER-STATUS           PIC X(2) VALUE SPACES.
       77  FOU-STATUS              PIC X(2) VALUE SPACES.
       77  FOU-OPEN-FLAG           PIC X VALUE 'N'.
       77  REGISTRE-STATUS         PIC X(2) VALUE SPACES.
       77  BACKORDER-STATUS        PIC X(2) VALUE SPACES.
       77  POUVERT-STATUS          PIC X(2) VALUE SPACES.
       77  PICKING-STATUS          PIC X(2) VALUE SPACES.
       77  TRANSIT-STATUS          PIC X(2) VALUE SPACES.
       77  LIST-STATUS             PIC X(2) VALUE SPACES.
       77  SAVE-STATUS             PIC X(2) VALUE SPACES.
       77  PICKING-FILENAME        PIC X(64) VALUE SPACES.
       77  SAVE-FILENAME           PIC X(256) VALUE SPACES.
       77  CMD-LS                  PIC X(200) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  WS-J                    PIC 9(4) VALUE 0.

       77  ARG-ARTICLE             PIC X(16) VALUE SPACES.
       77  ARG-SITE                PIC X(16) VALUE SPACES.
       77  ARG-QTE-ALPHA           PIC X(16) VALUE SPACES.
       77  QTE-DEMANDEE            PIC S9(7) VALUE 0.
       77  MODE-SITE               PIC X VALUE 'N'.
       77  SITE-TROUVE             PIC X VALUE 'N'.

      *> Chiffres de depart de la projection.
       77  QTE-DEPART              PIC S9(7) VALUE 0.
       77  QTE-ALLOUEE             PIC S9(7) VALUE 0.
       77  QTE-SOUFFRANCE          PIC S9(7) VALUE 0.
       77  QTE-LIBRE               PIC S9(7) VALUE 0.
       77  QTE-NON-APPROUVEE       PIC S9(7) VALUE 0.
       77  NB-PICKINGS             PIC 9(4) VALUE 0.
       77  NB-SOUFFRANCES          PIC 9(4) VALUE 0.
       77  DATE-PROMESSE           PIC 9(8) VALUE 0.

      *> Arrivees prevues (bons fournisseurs ou transferts), triees
      *> par date avant affichage.
       77  NB-ARRIVEES             PIC 9(3) VALUE 0.
       01  TAB-ARRIVEES OCCURS 200.
           05  AR-DATE             PIC 9(8).
           05  AR-NATURE           PIC X(10).
           05  AR-REF              PIC X(10).
           05  AR-ORIGINE          PIC X(8).
           05  AR-QTE              PIC S9(7).
       01  AR-ECHANGE.
           05  AE-DATE             PIC 9(8).
           05  AE-NATURE           PIC X(10).
           05  AE-REF              PIC X(10).
           05  AE-ORIGINE          PIC X(8).
           05  AE-QTE              PIC S9(7).

      *> Zones de decoupage des fichiers pipe.
       01  REG-CH1                 PIC X(16).
       01  REG-CH2                 PIC X(16).
       01  REG-CH3                 PIC X(16).
       01  REG-CH4                 PIC X(16).
       01  REG-CH5                 PIC X(16).
       01  REG-CH6                 PIC X(16).
       01  REG-CH7                 PIC X(16).
       01  TRF-CH                  OCCURS 11 PIC X(24).
       01  INP-CODE                PIC X(10).
       01  INP-LIB                 PIC X(20).
       01  INP-PU-ALPHA            PIC X(32).
       01  INP-QTE-ALPHA           PIC X(32).
       77  QTE-LIGNE               PIC S9(7) VALUE 0.
       77  FACTEUR-ACHAT           PIC 9(5) VALUE 1.
       77  DATE-BON                PIC 9(8) VALUE 0.

       77  QTE-EDIT                PIC -(6)9.
       77  CUMUL-EDIT              PIC -(6)9.

      *> Appels au sous-programme partage DATE-UTILS.
       01  DU-ACTION               PIC X(8) VALUE SPACES.
       01  DU-DATE-1               PIC 9(8) VALUE 0.
       01  DU-DATE-2               PIC 9(8) VALUE 0.
       01  DU-NOMBRE               PIC S9(7) VALUE 0.
       01  DU-RESULTAT             PIC X(2) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20) VALUE "DISPO-PROMETTRE".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           ACCEPT ARG-ARTICLE FROM ARGUMENT-VALUE
           ACCEPT ARG-SITE FROM ARGUMENT-VALUE
           ACCEPT ARG-QTE-ALPHA FROM ARGUMENT-VALUE
           INSPECT ARG-ARTICLE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT ARG-SITE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM(ARG-ARTICLE) = SPACES
               DISPLAY "USAGE: dispo_promettre <ARTICLE>"
                   " [<SITE>|GROUPE] [<QTE>]"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TRIM(ARG-SITE) NOT = SPACES
               AND ARG-SITE NOT = "GROUPE"
               MOVE 'O' TO MODE-SITE
           END-IF
           IF FUNCTION TRIM(ARG-QTE-ALPHA) NOT = SPACES
               MOVE FUNCTION NUMVAL(ARG-QTE-ALPHA) TO QTE-DEMANDEE
           END-IF

           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS NOT = "00"
               DISPLAY "Catalogue inv_master.dat indisponible"
                   " (status " MASTER-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           MOVE ARG-ARTICLE(1:10) TO M-CODE
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "Article " FUNCTION TRIM(ARG-ARTICLE)
                       " inconnu."
                   CLOSE MASTER-FILE
                   MOVE 4 TO WS-JOBLOG-RC
                   PERFORM FIN-PROGRAMME
           END-READ
           CLOSE MASTER-FILE

           IF M-STATUT = 'B'
               DISPLAY "Article " FUNCTION TRIM(ARG-ARTICLE)
                   " bloque (rappel qualite) : rien a promettre."
               MOVE 4 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           IF M-STATUT = 'R' OR M-STATUT = 'F'
               DISPLAY "Article au statut " M-STATUT
                   " : plus de reappro, seuls les bons ouverts"
                   " alimentent encore le disponible."
           END-IF

           IF MODE-SITE = 'O'
               PERFORM CHARGER-STOCK-SITE
               IF SITE-TROUVE = 'N'
                   DISPLAY "Aucune sauvegarde pour le site "
                       FUNCTION TRIM(ARG-SITE)
                       " (inventaire_" FUNCTION TRIM(ARG-SITE)
                       "_*.txt)."
                   MOVE 4 TO WS-JOBLOG-RC
                   PERFORM FIN-PROGRAMME
               END-IF
               PERFORM CHARGER-TRANSITS
           ELSE
               MOVE M-QTE TO QTE-DEPART
               PERFORM CUMULER-ALLOCATIONS
               PERFORM CUMULER-SOUFFRANCES
               PERFORM CHARGER-BONS-OUVERTS
           END-IF

           PERFORM TRIER-ARRIVEES
           PERFORM AFFICHER-PROJECTION
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  CUMULER-ALLOCATIONS : quantites de l'article dans les
      *  pickings encore ouverts (registre pickings_ouverts.txt,
      *  lignes picking_NNNNNN.txt au format d'ECRIRE-FICHIER-
      *  PICKING). Deja retirees de M-QTE : information seulement.
      *============================================================
       CUMULER-ALLOCATIONS.
           OPEN INPUT POUVERT-FILE.
           IF POUVERT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ POUVERT-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CUMULER-PICKING
               END-READ
           END-PERFORM.
           CLOSE POUVERT-FILE.
           EXIT PARAGRAPH.

       CUMULER-PICKING.
           IF FUNCTION LENGTH(FUNCTION TRIM(POUVERT-REC)) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REG-CH1.
           UNSTRING POUVERT-REC DELIMITED BY "|"
               INTO REG-CH1
           END-UNSTRING.
           MOVE SPACES TO PICKING-FILENAME.
           STRING "picking_" FUNCTION TRIM(REG-CH1) ".txt"
               DELIMITED BY SIZE INTO PICKING-FILENAME
           END-STRING.
           OPEN INPUT PICKING-FILE.
           IF PICKING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ PICKING-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF PICKING-REC(1:10) = M-CODE
                           ADD FUNCTION NUMVAL(PICKING-REC(35:5))
                               TO QTE-ALLOUEE
                           ADD 1 TO NB-PICKINGS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PICKING-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  CUMULER-SOUFFRANCES : backorders.txt
      *  (COMMANDE|CLIENT|ARTICLE|QTE) de l'article.
      *============================================================
       CUMULER-SOUFFRANCES.
           OPEN INPUT BACKORDER-FILE.
           IF BACKORDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ BACKORDER-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CUMULER-LIGNE-SOUFFRANCE
               END-READ
           END-PERFORM.
           CLOSE BACKORDER-FILE.
           EXIT PARAGRAPH.

       CUMULER-LIGNE-SOUFFRANCE.
           IF FUNCTION LENGTH(FUNCTION TRIM(BACKORDER-REC)) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REG-CH1 REG-CH2 REG-CH3 REG-CH4.
           UNSTRING BACKORDER-REC DELIMITED BY "|"
               INTO REG-CH1 REG-CH2 REG-CH3 REG-CH4
           END-UNSTRING.
           IF REG-CH3(1:10) NOT = M-CODE
               EXIT PARAGRAPH
           END-IF.
           ADD FUNCTION NUMVAL(REG-CH4) TO QTE-SOUFFRANCE.
           ADD 1 TO NB-SOUFFRANCES.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-BONS-OUVERTS : lignes de po_en_cours.txt
      *  (NUMERO|FOU|ARTICLE|QTE|DATE|STATUT|FACTEUR) de l'article,
      *  datees a DATE + F-DELAI du fournisseur.
      *============================================================
       CHARGER-BONS-OUVERTS.
           OPEN INPUT FOU-FILE.
           IF FOU-STATUS = "00"
               MOVE 'O' TO FOU-OPEN-FLAG
           ELSE
               DISPLAY "Referentiel fournisseurs indisponible"
                   " (status " FOU-STATUS "), bons dates a leur"
                   " date d'emission."
           END-IF.
           OPEN INPUT REGISTRE-FILE.
           IF REGISTRE-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ REGISTRE-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           PERFORM CHARGER-LIGNE-BON
                   END-READ
               END-PERFORM
               CLOSE REGISTRE-FILE
           END-IF.
           IF FOU-OPEN-FLAG = 'O'
               CLOSE FOU-FILE
           END-IF.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-BON.
           IF FUNCTION LENGTH(FUNCTION TRIM(REGISTRE-REC)) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REG-CH1 REG-CH2 REG-CH3 REG-CH4 REG-CH5
               REG-CH6 REG-CH7.
           UNSTRING REGISTRE-REC DELIMITED BY "|"
               INTO REG-CH1 REG-CH2 REG-CH3 REG-CH4 REG-CH5
                   REG-CH6 REG-CH7
           END-UNSTRING.
           IF REG-CH3(1:10) NOT = M-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO FACTEUR-ACHAT.
           IF FUNCTION LENGTH(FUNCTION TRIM(REG-CH7)) > 0
               MOVE FUNCTION NUMVAL(REG-CH7) TO FACTEUR-ACHAT
               IF FACTEUR-ACHAT = 0
                   MOVE 1 TO FACTEUR-ACHAT
               END-IF
           END-IF.
           COMPUTE QTE-LIGNE =
               FUNCTION NUMVAL(REG-CH4) * FACTEUR-ACHAT.
           IF FUNCTION TRIM(REG-CH6) = "A-APPROUVER"
               ADD QTE-LIGNE TO QTE-NON-APPROUVEE
               MOVE QTE-LIGNE TO QTE-EDIT
               DISPLAY "  (bon " FUNCTION TRIM(REG-CH1) " fournisseur "
                   FUNCTION TRIM(REG-CH2) " : "
                   FUNCTION TRIM(QTE-EDIT)
                   " en attente d'approbation, non compte)"
               EXIT PARAGRAPH
           END-IF.
           IF NB-ARRIVEES >= 200
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(REG-CH5) TO DATE-BON.
           MOVE 0 TO F-DELAI.
           IF FOU-OPEN-FLAG = 'O'
               MOVE REG-CH2(1:8) TO F-CODE
               READ FOU-FILE
                   INVALID KEY
                       MOVE 0 TO F-DELAI
               END-READ
           END-IF.
           MOVE "AJOUTER" TO DU-ACTION.
           MOVE DATE-BON TO DU-DATE-1.
           MOVE F-DELAI TO DU-NOMBRE.
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
               DU-NOMBRE DU-RESULTAT.
           IF DU-RESULTAT NOT = "00"
               MOVE WS-TODAY TO DU-DATE-2
           END-IF.
           ADD 1 TO NB-ARRIVEES.
           MOVE DU-DATE-2 TO AR-DATE(NB-ARRIVEES).
           MOVE "BON" TO AR-NATURE(NB-ARRIVEES).
           MOVE REG-CH1(1:10) TO AR-REF(NB-ARRIVEES).
           MOVE REG-CH2(1:8) TO AR-ORIGINE(NB-ARRIVEES).
           MOVE QTE-LIGNE TO AR-QTE(NB-ARRIVEES).
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-STOCK-SITE : quantite de l'article dans la
      *  derniere sauvegarde du site (ls -t, meme idiome que
      *  TRANSFERT-SITES).
      *============================================================
       CHARGER-STOCK-SITE.
           MOVE SPACES TO SAVE-FILENAME.
           MOVE SPACES TO CMD-LS.
           STRING "sh -c 'ls -t inventaire_"
               FUNCTION TRIM(ARG-SITE)
               "_*.txt 2>/dev/null | head -1 > atp_save.lst'"
               DELIMITED BY SIZE INTO CMD-LS
           END-STRING.
           CALL "SYSTEM" USING CMD-LS.
           OPEN INPUT LIST-FILE.
           IF LIST-STATUS = "00"
               READ LIST-FILE
                   AT END CONTINUE
                   NOT AT END MOVE LIST-REC TO SAVE-FILENAME
               END-READ
               CLOSE LIST-FILE
           END-IF.
           IF FUNCTION TRIM(SAVE-FILENAME) = SPACES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SAVE-FILE.
           IF SAVE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO SITE-TROUVE.
           PERFORM UNTIL 1 = 0
               READ SAVE-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF SAVE-REC(1:4) NOT = "TVA="
                           PERFORM CUMULER-LIGNE-SITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAVE-FILE.
           EXIT PARAGRAPH.

       CUMULER-LIGNE-SITE.
           MOVE SPACES TO INP-CODE INP-LIB INP-PU-ALPHA INP-QTE-ALPHA.
           UNSTRING SAVE-REC DELIMITED BY ALL "|"
               INTO INP-CODE INP-LIB INP-PU-ALPHA INP-QTE-ALPHA
           END-UNSTRING.
           IF INP-CODE = M-CODE
               ADD FUNCTION NUMVAL(INP-QTE-ALPHA) TO QTE-DEPART
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-TRANSITS : transferts TRANSIT vers le site
      *  (NUM|DATE|SRC|DST|CODE|QTE|...|STATUT), comptes a leur
      *  date d'expedition.
      *============================================================
       CHARGER-TRANSITS.
           OPEN INPUT TRANSIT-FILE.
           IF TRANSIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ TRANSIT-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-TRANSIT
               END-READ
           END-PERFORM.
           CLOSE TRANSIT-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-TRANSIT.
           IF FUNCTION LENGTH(FUNCTION TRIM(TRANSIT-REC)) = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 11
               MOVE SPACES TO TRF-CH(WS-I)
           END-PERFORM.
           UNSTRING TRANSIT-REC DELIMITED BY "|"
               INTO TRF-CH(1) TRF-CH(2) TRF-CH(3) TRF-CH(4)
                    TRF-CH(5) TRF-CH(6) TRF-CH(7) TRF-CH(8)
                    TRF-CH(9) TRF-CH(10) TRF-CH(11)
           END-UNSTRING.
           IF FUNCTION TRIM(TRF-CH(11)) NOT = "TRANSIT"
               OR TRF-CH(4)(1:8) NOT = ARG-SITE(1:8)
               OR TRF-CH(5)(1:10) NOT = M-CODE
               EXIT PARAGRAPH
           END-IF.
           IF NB-ARRIVEES >= 200
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-ARRIVEES.
           MOVE FUNCTION NUMVAL(TRF-CH(2)) TO AR-DATE(NB-ARRIVEES).
           MOVE "TRANSFERT" TO AR-NATURE(NB-ARRIVEES).
           MOVE TRF-CH(1)(1:10) TO AR-REF(NB-ARRIVEES).
           MOVE TRF-CH(3)(1:8) TO AR-ORIGINE(NB-ARRIVEES).
           MOVE FUNCTION NUMVAL(TRF-CH(6)) TO AR-QTE(NB-ARRIVEES).
           EXIT PARAGRAPH.

      *============================================================
      *  TRIER-ARRIVEES : tri par date prevue (tri par insertion,
      *  la table reste petite pour un article).
      *============================================================
       TRIER-ARRIVEES.
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > NB-ARRIVEES
               MOVE TAB-ARRIVEES(WS-I) TO AR-ECHANGE
               MOVE WS-I TO WS-J
               PERFORM UNTIL WS-J < 2
                   IF AR-DATE(WS-J - 1) <= AE-DATE
                       EXIT PERFORM
                   END-IF
                   MOVE TAB-ARRIVEES(WS-J - 1) TO TAB-ARRIVEES(WS-J)
                   SUBTRACT 1 FROM WS-J
               END-PERFORM
               MOVE AR-ECHANGE TO TAB-ARRIVEES(WS-J)
           END-PERFORM.
           EXIT PARAGRAPH.

      *============================================================
      *  AFFICHER-PROJECTION : point de depart, puis une ligne par
      *  arrivee avec le cumul libre a promettre. Une arrivee deja
      *  echue est comptee a aujourd'hui et signalee EN RETARD.
      *============================================================
       AFFICHER-PROJECTION.
           IF MODE-SITE = 'O'
               DISPLAY "=== DISPONIBLE A PROMETTRE "
                   FUNCTION TRIM(M-CODE) " " FUNCTION TRIM(M-LIB)
                   " - SITE " FUNCTION TRIM(ARG-SITE) " ==="
               MOVE QTE-DEPART TO QTE-EDIT
               DISPLAY "Stock du site (" FUNCTION TRIM(SAVE-FILENAME)
                   ") : " QTE-EDIT
               MOVE QTE-DEPART TO QTE-LIBRE
           ELSE
               DISPLAY "=== DISPONIBLE A PROMETTRE "
                   FUNCTION TRIM(M-CODE) " " FUNCTION TRIM(M-LIB)
                   " - GROUPE ==="
               MOVE QTE-DEPART TO QTE-EDIT
               DISPLAY "Stock M-QTE                  : " QTE-EDIT
               MOVE QTE-ALLOUEE TO QTE-EDIT
               DISPLAY "Allocations ouvertes         : " QTE-EDIT
                   "  (" NB-PICKINGS " ligne(s), deja deduites)"
               MOVE QTE-SOUFFRANCE TO QTE-EDIT
               DISPLAY "Souffrances backorders.txt   : " QTE-EDIT
                   "  (" NB-SOUFFRANCES " ligne(s))"
               COMPUTE QTE-LIBRE = QTE-DEPART - QTE-SOUFFRANCE
               IF QTE-NON-APPROUVEE > 0
                   MOVE QTE-NON-APPROUVEE TO QTE-EDIT
                   DISPLAY "Bons a approuver (non comptes): "
                       QTE-EDIT
               END-IF
           END-IF.
           MOVE QTE-LIBRE TO CUMUL-EDIT.
           DISPLAY "Libre a promettre ce jour    : " CUMUL-EDIT.
           MOVE 0 TO DATE-PROMESSE.
           IF QTE-DEMANDEE > 0 AND QTE-LIBRE >= QTE-DEMANDEE
               MOVE WS-TODAY TO DATE-PROMESSE
           END-IF.
           DISPLAY " ".
           DISPLAY "Date     Arrivee    Reference  Origine   "
               "Quantite    Cumul".
           IF NB-ARRIVEES = 0
               DISPLAY "  (aucune arrivee prevue)"
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-ARRIVEES
               PERFORM AFFICHER-ARRIVEE
           END-PERFORM.
           IF QTE-DEMANDEE > 0
               MOVE QTE-DEMANDEE TO QTE-EDIT
               DISPLAY " "
               IF DATE-PROMESSE > 0
                   DISPLAY FUNCTION TRIM(QTE-EDIT)
                       " unite(s) promettables le " DATE-PROMESSE "."
               ELSE
                   DISPLAY FUNCTION TRIM(QTE-EDIT)
                       " unite(s) non promettables avec les"
                       " arrivees connues."
                   MOVE 4 TO WS-JOBLOG-RC
               END-IF
           END-IF.
           EXIT PARAGRAPH.

       AFFICHER-ARRIVEE.
           IF AR-DATE(WS-I) < WS-TODAY
               MOVE WS-TODAY TO DU-DATE-2
           ELSE
               MOVE AR-DATE(WS-I) TO DU-DATE-2
           END-IF.
           ADD AR-QTE(WS-I) TO QTE-LIBRE.
           MOVE AR-QTE(WS-I) TO QTE-EDIT.
           MOVE QTE-LIBRE TO CUMUL-EDIT.
           IF AR-DATE(WS-I) < WS-TODAY
               DISPLAY DU-DATE-2 " " AR-NATURE(WS-I) " "
                   AR-REF(WS-I) " " AR-ORIGINE(WS-I) " "
                   QTE-EDIT "  " CUMUL-EDIT
                   "  EN RETARD (prevu " AR-DATE(WS-I) ")"
           ELSE
               DISPLAY DU-DATE-2 " " AR-NATURE(WS-I) " "
                   AR-REF(WS-I) " " AR-ORIGINE(WS-I) " "
                   QTE-EDIT "  " CUMUL-EDIT
           END-IF.
           IF QTE-DEMANDEE > 0 AND DATE-PROMESSE = 0
               AND QTE-LIBRE >= QTE-DEMANDEE
               MOVE DU-DATE-2 TO DATE-PROMESSE
           END-IF.
           EXIT PARAGRAPH.
