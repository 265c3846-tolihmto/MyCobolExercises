       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPEL-LOTS.

      *============================================================
      *  Rappel produit par lot : quand un fournisseur rappelle un
      *  lot, il faut savoir en quelques heures ou chaque unite est
      *  partie, sans relire a la main lot_master, le journal des
      *  mouvements, le registre des commandes et les pickings.
      *
      *    ./rappel_lots TRACER <ART> <LOT>
      *    ./rappel_lots TRACER <ART> DLC <AAAAMMJJ> <AAAAMMJJ>
      *        rapport de tracabilite seul ;
      *    ./rappel_lots RAPPELER <ART> <LOT>
      *    ./rappel_lots RAPPELER <ART> DLC <AAAAMMJJ> <AAAAMMJJ>
      *        meme rapport, puis blocage du stock restant et avis
      *        aux clients livres, sous identification operateur de
      *        role SUPERVISEUR et verrou du catalogue indexe.
      *
      *  Les lots retenus sont ceux de l'article qui portent le
      *  numero demande, ou dont la date limite tombe dans la
      *  fourchette, trouves dans lot_master.dat (lots encore en
      *  stock), au journal des lots lot_journal.txt de LOT-STOCK
      *  (lots deja soldes compris) et dans receptions.txt (champs
      *  10 LOT et 11 DLC de RECEPTION-LIVRAISONS). Le rapport
      *  rappel_lots_AAAAMMJJ_HHMMSS.txt, declare au spool
      *  (RAPPORT), donne :
      *    1 - les receptions des lots : bon, fournisseur, date,
      *        quantite ;
      *    2 - le stock restant par lot, et les emplacements de
      *        l'article (emp_lieux.dat, site/allee/etagere/casier)
      *        avec leur quantite - les lots ne sont pas suivis par
      *        emplacement ;
      *    3 - les transferts entre sites de l'article
      *        (transferts_transit.txt) depuis la premiere entree
      *        des lots ;
      *    4 - les clients : les sorties du journal des lots au
      *        nom d'une commande (reference CDE + numero), client
      *        de commandes_clients.txt, bon de livraison et date
      *        de expeditions.txt ; une commande allouee mais pas
      *        encore expediee est a intercepter au quai ;
      *    5 - les ventes comptoir (reference TIC + ticket),
      *        anonymes ;
      *    6 - les autres mouvements (demarque, sorties diverses).
      *
      *  RAPPELER retire chaque lot en entier de lot_master.dat
      *  (LOT-STOCK "BLOQUER"), deduit la quantite de M-QTE
      *  (journal des mouvements motif RAPPEL) et des emplacements
      *  (LIEU-STOCK), et la place en quarantaine.txt
      *  (DATE|FOURNISSEUR|BON|ARTICLE|QTE|RAPPEL|RECEPTION) pour
      *  que RETOURS-FOURNISSEURS la renvoie au fournisseur du lot.
      *  Chaque client livre recoit un avis
      *  avis_rappel_CLIENT_AAAAMMJJ_HHMMSS.txt declare au spool
      *  (type RAPPEL), diffuse par DIFFUSION-DOCUMENTS.
      *
      *  Code retour 4 quand aucun lot ne repond a la selection.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "inv_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-CODE
               FILE STATUS IS MASTER-STATUS.
           SELECT LOT-FILE ASSIGN TO "lot_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-CLE
               FILE STATUS IS LOT-STATUS.
           SELECT CLIENT-FILE ASSIGN TO "cli_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CODE
               FILE STATUS IS CLIENT-STATUS.
           SELECT EMP-FILE ASSIGN TO "emplacements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ART
               FILE STATUS IS EMP-STATUS.
           SELECT LIEU-FILE ASSIGN TO "emp_lieux.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-CLE
               FILE STATUS IS LIEU-STATUS.
           SELECT LJ-FILE ASSIGN TO "lot_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LJ-STATUS.
           SELECT RECEPTIONS-FILE ASSIGN TO "receptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEPTIONS-STATUS.
           SELECT TRANSIT-FILE ASSIGN TO "transferts_transit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSIT-STATUS.
           SELECT REGISTRE-FILE ASSIGN TO "commandes_clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRE-STATUS.
           SELECT EXPED-FILE ASSIGN TO "expeditions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPED-STATUS.
           SELECT QUARANTAINE-FILE ASSIGN TO "quarantaine.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUARANTAINE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-STATUS.
           SELECT LETTRE-FILE ASSIGN TO DYNAMIC LETTRE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTRE-STATUS.

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
       FD  LOT-FILE.
       01  LOT-REC.
           05  LT-CLE.
               10  LT-ART          PIC X(10).
               10  LT-LOT          PIC X(10).
           05  LT-QTE              PIC S9(5).
           05  LT-DLC              PIC 9(8).
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
       FD  EMP-FILE.
       01  EMP-REC.
           05  EM-ART              PIC X(10).
           05  EM-SITE             PIC X(8).
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
       FD  LJ-FILE.
       01  LJ-REC                  PIC X(100).
       FD  RECEPTIONS-FILE.
       01  RECEPTIONS-REC          PIC X(120).
       FD  TRANSIT-FILE.
       01  TRANSIT-REC             PIC X(200).
       FD  REGISTRE-FILE.
       01  REGISTRE-REC            PIC X(120).
       FD  EXPED-FILE.
       01  EXPED-REC               PIC X(120).
       FD  QUARANTAINE-FILE.
       01  QUARANTAINE-REC         PIC X(100).
       FD  RAPPORT-FILE.
       01  RAPPORT-REC             PIC X(132).
       FD  LETTRE-FILE.
       01  LETTRE-REC              PIC X(100).

       WORKING-STORAGE SECTION.
       77  MASTER-STATUS           PIC X(2) VALUE SPACES.
       77  LOT-STATUS              PIC X(2) VALUE SPACES.
       77  CLIENT-STATUS           PIC X(2) VALUE SPACES.
       77  EMP-STATUS              PIC X(2) VALUE SPACES.
       77  LIEU-STATUS             PIC X(2) VALUE SPACES.
       77  LJ-STATUS               PIC X(2) VALUE SPACES.
       77  RECEPTIONS-STATUS       PIC X(2) VALUE SPACES.
       77  TRANSIT-STATUS          PIC X(2) VALUE SPACES.
       77  REGISTRE-STATUS         PIC X(2) VALUE SPACES.
       77  EXPED-STATUS            PIC X(2) VALUE SPACES.
       77  QUARANTAINE-STATUS      PIC X(2) VALUE SPACES.
       77  RAPPORT-STATUS          PIC X(2) VALUE SPACES.
       77  LETTRE-STATUS           PIC X(2) VALUE SPACES.
       77  RAPPORT-FILENAME        PIC X(64) VALUE SPACES.
       77  LETTRE-FILENAME         PIC X(64) VALUE SPACES.
       77  MASTER-OUVERT           PIC X VALUE 'N'.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-HEURE                PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  WS-J                    PIC 9(4) VALUE 0.
       77  TROUVE                  PIC X VALUE 'N'.

      *> Arguments : mode, article, lot ou DLC debut fin.
       77  ARG-MODE                PIC X(16) VALUE SPACES.
       77  ARG-2                   PIC X(16) VALUE SPACES.
       77  ARG-3                   PIC X(16) VALUE SPACES.
       77  ARG-4                   PIC X(16) VALUE SPACES.
       77  ARG-5                   PIC X(16) VALUE SPACES.
       77  MODE-RAPPEL             PIC X VALUE 'N'.
       77  SEL-ARTICLE             PIC X(10) VALUE SPACES.
       77  SEL-LOT                 PIC X(10) VALUE SPACES.
       77  SEL-PAR-DLC             PIC X VALUE 'N'.
       77  SEL-DLC-DEBUT           PIC 9(8) VALUE 0.
       77  SEL-DLC-FIN             PIC 9(8) VALUE 0.

      *> Lots retenus de l'article : DLC, stock de lot_master, et
      *> cumuls du journal des lots (entrees, blocages anterieurs).
       77  NB-LOTS                 PIC 9(3) VALUE 0.
       01  TAB-LOTS.
           05  RL-ENTREE OCCURS 100.
               10  RL-LOT          PIC X(10).
               10  RL-DLC          PIC 9(8).
               10  RL-STOCK        PIC S9(5).
               10  RL-ENTRE        PIC S9(7).
               10  RL-DEJA-BLOQUE  PIC S9(7).
               10  RL-BLOQUE       PIC S9(5).
               10  RL-FOU          PIC X(8).
               10  RL-BON          PIC X(10).
       77  IDX-LOT                 PIC 9(3) VALUE 0.
       77  CAND-LOT                PIC X(10) VALUE SPACES.
       77  CAND-DLC                PIC 9(8) VALUE 0.
       77  DATE-PREMIERE           PIC 9(8) VALUE 0.

      *> Receptions des lots retenus (receptions.txt).
       77  NB-RECEPTIONS           PIC 9(3) VALUE 0.
       01  TAB-RECEPTIONS.
           05  RC-ENTREE OCCURS 200.
               10  RC-BON          PIC X(10).
               10  RC-FOU          PIC X(8).
               10  RC-QTE          PIC S9(7).
               10  RC-DATE         PIC 9(8).
               10  RC-LOT          PIC X(10).
               10  RC-MOTIF        PIC X(10).

      *> Sorties nettes du journal des lots par reference de
      *> mouvement et par lot : C commande, T ticket, A autre.
       77  NB-MVTS                 PIC 9(3) VALUE 0.
       01  TAB-MVTS.
           05  MV-ENTREE OCCURS 500.
               10  MV-REF          PIC X(10).
               10  MV-LOT          PIC X(10).
               10  MV-TYPE         PIC X.
               10  MV-NUM          PIC 9(6).
               10  MV-QTE          PIC S9(7).
               10  MV-CLIENT       PIC X(8).
               10  MV-EXPEDIEE     PIC X.
               10  MV-BL           PIC X(6).
               10  MV-DATE-BL      PIC 9(8).
       77  IDX-MVT                 PIC 9(3) VALUE 0.

      *> Clients touches : quantites livrees et a intercepter.
       77  NB-CLIENTS              PIC 9(3) VALUE 0.
       01  TAB-CLIENTS.
           05  CR-ENTREE OCCURS 200.
               10  CR-CODE         PIC X(8).
               10  CR-NOM          PIC X(30).
               10  CR-LIVRE        PIC S9(7).
               10  CR-ATTENTE      PIC S9(7).
       77  IDX-CLIENT              PIC 9(3) VALUE 0.

      *> Zones de decoupage des fichiers delimites.
       01  CH1                     PIC X(24).
       01  CH2                     PIC X(24).
       01  CH3                     PIC X(24).
       01  CH4                     PIC X(24).
       01  CH5                     PIC X(24).
       01  CH6                     PIC X(24).
       01  CH7                     PIC X(24).
       01  CH8                     PIC X(24).
       01  CH9                     PIC X(24).
       01  CH10                    PIC X(24).
       01  CH11                    PIC X(24).
       77  QTE-LUE                 PIC S9(7) VALUE 0.
       77  NUM-LU                  PIC 9(6) VALUE 0.

      *> Totaux du rapport.
       77  TOT-RECU                PIC S9(7) VALUE 0.
       77  TOT-STOCK               PIC S9(7) VALUE 0.
       77  TOT-LIVRE               PIC S9(7) VALUE 0.
       77  TOT-ATTENTE             PIC S9(7) VALUE 0.
       77  TOT-COMPTOIR            PIC S9(7) VALUE 0.
       77  TOT-AUTRES              PIC S9(7) VALUE 0.
       77  TOT-BLOQUE              PIC S9(7) VALUE 0.
       77  NB-TRANSFERTS           PIC 9(4) VALUE 0.
       77  NB-AVIS                 PIC 9(3) VALUE 0.
       77  NB-LIGNES-SECTION       PIC 9(4) VALUE 0.

       77  QTE-EDIT                PIC -(6)9.
       77  QTE-EDIT2               PIC -(6)9.
       77  QTE-EDIT3               PIC -(6)9.
       77  QTE-EDIT4               PIC -(6)9.
       01  LIGNE-W                 PIC X(132).

      *> Blocage du lot rappele (sous-programmes LOT-STOCK,
      *> STOCK-JOURNAL et LIEU-STOCK).
       77  LOT-ACTION              PIC X(8) VALUE SPACES.
       77  LOT-LOT                 PIC X(10) VALUE SPACES.
       77  LOT-QTE                 PIC S9(5) VALUE 0.
       77  LOT-DLC                 PIC 9(8) VALUE 0.
       77  LOT-RESULTAT            PIC X(2) VALUE SPACES.
       77  JRN-ARTICLE             PIC X(10) VALUE SPACES.
       77  JRN-QTE                 PIC S9(5) VALUE 0.
       77  JRN-MOTIF               PIC X(16) VALUE SPACES.
       77  JRN-SOLDE               PIC S9(5) VALUE 0.
       77  LIEU-ACTION             PIC X(8) VALUE SPACES.
       77  LIEU-QTE                PIC S9(5) VALUE 0.
       77  LIEU-EMPL               PIC X(20) VALUE SPACES.
       77  LIEU-RESULTAT           PIC X(2) VALUE SPACES.

      *> Verrou partage sur le catalogue indexe, identification de
      *> l'operateur (OPERATOR-SIGNON) et controle de role
      *> (OPERATOR-AUTH) pour le mode RAPPELER.
       77  VERROU-RESSOURCE        PIC X(20) VALUE "inv_master".
       77  VERROU-ACTION           PIC X(8) VALUE SPACES.
       77  VERROU-RESULTAT         PIC X(2) VALUE SPACES.
       77  VERROU-TENU             PIC X VALUE 'N'.
       77  WS-OPERATEUR            PIC X(8) VALUE SPACES.
       77  SIGNON-RESULTAT         PIC X(2) VALUE SPACES.
       77  OPERATEUR-CONNECTE      PIC X VALUE 'N'.
       77  AUTH-ACTION             PIC X(24) VALUE "RAPPEL-LOTS".
       77  AUTH-ROLE               PIC X(12) VALUE "SUPERVISEUR".
       77  AUTH-RESULTAT           PIC X(2) VALUE SPACES.

      *> Rapport et avis declares au spool des documents
      *> (sous-programme SPOOL-REGISTER).
       77  SPOOL-TYPE              PIC X(12) VALUE SPACES.
       77  SPOOL-FICHIER           PIC X(64) VALUE SPACES.
       77  SPOOL-NUMERO            PIC 9(6) VALUE 0.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20) VALUE "RAPPEL-LOTS".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-HEURE FROM TIME

           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           ACCEPT ARG-2 FROM ARGUMENT-VALUE
           ACCEPT ARG-3 FROM ARGUMENT-VALUE
           ACCEPT ARG-4 FROM ARGUMENT-VALUE
           ACCEPT ARG-5 FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT ARG-2 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE FUNCTION TRIM(ARG-MODE)
               WHEN "TRACER"
                   CONTINUE
               WHEN "RAPPELER"
                   MOVE 'O' TO MODE-RAPPEL
               WHEN OTHER
                   PERFORM AFFICHER-USAGE
                   MOVE 8 TO WS-JOBLOG-RC
                   PERFORM FIN-PROGRAMME
           END-EVALUATE
           PERFORM LIRE-SELECTION
           IF WS-JOBLOG-RC NOT = 0
               PERFORM FIN-PROGRAMME
           END-IF

           IF MODE-RAPPEL = 'O'
               PERFORM IDENTIFIER-OPERATEUR
               IF WS-JOBLOG-RC NOT = 0
                   PERFORM FIN-PROGRAMME
               END-IF
               OPEN I-O MASTER-FILE
           ELSE
               OPEN INPUT MASTER-FILE
           END-IF
           IF MASTER-STATUS NOT = "00"
               DISPLAY "Catalogue indexe indisponible (status "
                   MASTER-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           MOVE 'O' TO MASTER-OUVERT
           MOVE SEL-ARTICLE TO M-CODE
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "Code inconnu au catalogue : "
                       FUNCTION TRIM(SEL-ARTICLE)
                   MOVE 8 TO WS-JOBLOG-RC
                   PERFORM FIN-PROGRAMME
           END-READ

           PERFORM CHARGER-LOTS-MASTER
           PERFORM CHARGER-JOURNAL-LOTS
           PERFORM CHARGER-RECEPTIONS
           IF NB-LOTS = 0
               DISPLAY "Aucun lot de " FUNCTION TRIM(SEL-ARTICLE)
                   " ne repond a la selection (lot_master.dat,"
                   " lot_journal.txt, receptions.txt)."
               MOVE 4 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           PERFORM CHARGER-COMMANDES
           PERFORM CHARGER-EXPEDITIONS
           PERFORM CHARGER-CLIENTS

           PERFORM OUVRIR-RAPPORT
           IF RAPPORT-STATUS NOT = "00"
               DISPLAY "Rapport " FUNCTION TRIM(RAPPORT-FILENAME)
                   " impossible (status " RAPPORT-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           PERFORM ECRIRE-RECEPTIONS
           PERFORM ECRIRE-STOCK
           PERFORM ECRIRE-TRANSFERTS
           PERFORM ECRIRE-CLIENTS
           PERFORM ECRIRE-COMPTOIR
           PERFORM ECRIRE-AUTRES
           IF MODE-RAPPEL = 'O'
               PERFORM BLOQUER-LOTS
               PERFORM ECRIRE-AVIS
           END-IF
           PERFORM FERMER-RAPPORT
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           IF MASTER-OUVERT = 'O'
               CLOSE MASTER-FILE
               MOVE 'N' TO MASTER-OUVERT
           END-IF.
           IF VERROU-TENU = 'O'
               MOVE "UNLOCK" TO VERROU-ACTION
               CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
                   VERROU-RESULTAT
               MOVE 'N' TO VERROU-TENU
           END-IF.
           IF OPERATEUR-CONNECTE = 'O'
               CALL "OPERATOR-SIGNOFF"
               MOVE 'N' TO OPERATEUR-CONNECTE
           END-IF.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

       AFFICHER-USAGE.
           DISPLAY "USAGE: rappel_lots TRACER|RAPPELER <ART> <LOT>".
           DISPLAY "       rappel_lots TRACER|RAPPELER <ART> DLC"
               " <AAAAMMJJ> <AAAAMMJJ>".
           EXIT PARAGRAPH.

      *============================================================
      *  LIRE-SELECTION : article, puis un numero de lot ou DLC et
      *  une fourchette de dates limites.
      *============================================================
       LIRE-SELECTION.
           IF FUNCTION TRIM(ARG-2) = SPACES
               OR FUNCTION TRIM(ARG-3) = SPACES
               PERFORM AFFICHER-USAGE
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE ARG-2(1:10) TO SEL-ARTICLE.
           IF FUNCTION TRIM(ARG-3) NOT = "DLC" AND NOT = "dlc"
               MOVE ARG-3(1:10) TO SEL-LOT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO SEL-PAR-DLC.
           IF FUNCTION TRIM(ARG-4) = SPACES
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-4)) NOT = 0
               OR (FUNCTION TRIM(ARG-5) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-5))
                       NOT = 0)
               PERFORM AFFICHER-USAGE
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(ARG-4) TO SEL-DLC-DEBUT.
           IF FUNCTION TRIM(ARG-5) = SPACES
               MOVE SEL-DLC-DEBUT TO SEL-DLC-FIN
           ELSE
               MOVE FUNCTION NUMVAL(ARG-5) TO SEL-DLC-FIN
           END-IF.
           IF SEL-DLC-DEBUT < 19000101 OR SEL-DLC-FIN < SEL-DLC-DEBUT
               DISPLAY "Fourchette de DLC invalide : "
                   FUNCTION TRIM(ARG-4) " - " FUNCTION TRIM(ARG-5)
               MOVE 8 TO WS-JOBLOG-RC
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  IDENTIFIER-OPERATEUR : le rappel bloque du stock et ecrit
      *  aux clients - operateur identifie, role SUPERVISEUR, puis
      *  verrou du catalogue avant l'OPEN I-O.
      *------------------------------------------------------------
       IDENTIFIER-OPERATEUR.
           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT
           IF SIGNON-RESULTAT = "91"
               DISPLAY "Identification operateur refusee, fin."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO OPERATEUR-CONNECTE.
           CALL "OPERATOR-AUTH" USING AUTH-ACTION AUTH-ROLE
               AUTH-RESULTAT.
           IF AUTH-RESULTAT = "91"
               DISPLAY "Rappel de lot refuse : role SUPERVISEUR"
                   " requis."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "LOCK" TO VERROU-ACTION.
           CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
               VERROU-RESULTAT.
           IF VERROU-RESULTAT NOT = "00"
               DISPLAY "Catalogue indexe verrouille par un autre"
                   " traitement (inv_master.lck), reessayez plus"
                   " tard."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO VERROU-TENU.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-LOTS-MASTER : lots de l'article encore en stock.
      *============================================================
       CHARGER-LOTS-MASTER.
           MOVE 0 TO NB-LOTS.
           OPEN INPUT LOT-FILE.
           IF LOT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SEL-ARTICLE TO LT-ART.
           MOVE LOW-VALUES TO LT-LOT.
           START LOT-FILE KEY IS NOT LESS THAN LT-CLE
               INVALID KEY
                   CLOSE LOT-FILE
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
               READ LOT-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF LT-ART NOT = SEL-ARTICLE
                   EXIT PERFORM
               END-IF
               MOVE LT-LOT TO CAND-LOT
               MOVE LT-DLC TO CAND-DLC
               PERFORM RETENIR-LOT
               IF IDX-LOT > 0
                   MOVE LT-QTE TO RL-STOCK(IDX-LOT)
               END-IF
           END-PERFORM.
           CLOSE LOT-FILE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  RETENIR-LOT : IDX-LOT = rang de CAND-LOT dans les lots
      *  retenus, ajoute s'il repond a la selection (numero de lot,
      *  ou DLC dans la fourchette) ; 0 s'il n'est pas retenu.
      *------------------------------------------------------------
       RETENIR-LOT.
           MOVE 0 TO IDX-LOT.
           IF CAND-LOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-LOTS
               IF RL-LOT(WS-I) = CAND-LOT
                   MOVE WS-I TO IDX-LOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF IDX-LOT > 0
               IF RL-DLC(IDX-LOT) = 0
                   MOVE CAND-DLC TO RL-DLC(IDX-LOT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF SEL-PAR-DLC = 'O'
               IF CAND-DLC < SEL-DLC-DEBUT OR CAND-DLC > SEL-DLC-FIN
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF CAND-LOT NOT = SEL-LOT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF NB-LOTS >= 100
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-LOTS.
           MOVE NB-LOTS TO IDX-LOT.
           MOVE CAND-LOT TO RL-LOT(IDX-LOT).
           MOVE CAND-DLC TO RL-DLC(IDX-LOT).
           MOVE 0 TO RL-STOCK(IDX-LOT) RL-ENTRE(IDX-LOT)
               RL-DEJA-BLOQUE(IDX-LOT) RL-BLOQUE(IDX-LOT).
           MOVE SPACES TO RL-FOU(IDX-LOT) RL-BON(IDX-LOT).
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-JOURNAL-LOTS : lot_journal.txt (horodatage|article|
      *  lot|qte signee|action|reference|dlc) - les entrees et
      *  blocages par lot, les sorties nettes par reference.
      *============================================================
       CHARGER-JOURNAL-LOTS.
           MOVE 0 TO NB-MVTS.
           OPEN INPUT LJ-FILE.
           IF LJ-STATUS NOT = "00"
               DISPLAY "Journal des lots lot_journal.txt absent :"
                   " destinations des lots inconnues."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ LJ-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-JOURNAL
               END-READ
           END-PERFORM.
           CLOSE LJ-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-JOURNAL.
           IF FUNCTION LENGTH(FUNCTION TRIM(LJ-REC)) = 0
               OR LJ-REC(1:11) = "horodatage|"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CH1 CH2 CH3 CH4 CH5 CH6 CH7.
           UNSTRING LJ-REC DELIMITED BY "|"
               INTO CH1 CH2 CH3 CH4 CH5 CH6 CH7
           END-UNSTRING.
           IF CH2(1:10) NOT = SEL-ARTICLE
               EXIT PARAGRAPH
           END-IF.
           MOVE CH3(1:10) TO CAND-LOT.
           MOVE 0 TO CAND-DLC.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(CH7)) = 0
               MOVE FUNCTION NUMVAL(CH7) TO CAND-DLC
           END-IF.
           PERFORM RETENIR-LOT.
           IF IDX-LOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF DATE-PREMIERE = 0 OR CH1(1:8) < DATE-PREMIERE
               MOVE CH1(1:8) TO DATE-PREMIERE
           END-IF.
           MOVE FUNCTION NUMVAL(CH4) TO QTE-LUE.
           EVALUATE FUNCTION TRIM(CH5)
               WHEN "ENTREE"
                   ADD QTE-LUE TO RL-ENTRE(IDX-LOT)
               WHEN "BLOQUER"
                   SUBTRACT QTE-LUE FROM RL-DEJA-BLOQUE(IDX-LOT)
               WHEN "SORTIE"
               WHEN "RENTREE"
                   PERFORM CUMULER-MOUVEMENT
           END-EVALUATE.
           EXIT PARAGRAPH.

      *> Sortie nette (positive) de la reference CH6 sur le lot.
       CUMULER-MOUVEMENT.
           MOVE 0 TO IDX-MVT.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NB-MVTS
               IF MV-REF(WS-J) = CH6(1:10)
                   AND MV-LOT(WS-J) = CAND-LOT
                   MOVE WS-J TO IDX-MVT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF IDX-MVT = 0
               IF NB-MVTS >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO NB-MVTS
               MOVE NB-MVTS TO IDX-MVT
               MOVE CH6(1:10) TO MV-REF(IDX-MVT)
               MOVE CAND-LOT TO MV-LOT(IDX-MVT)
               MOVE 0 TO MV-QTE(IDX-MVT) MV-NUM(IDX-MVT)
                   MV-DATE-BL(IDX-MVT)
               MOVE SPACES TO MV-CLIENT(IDX-MVT) MV-BL(IDX-MVT)
               MOVE 'N' TO MV-EXPEDIEE(IDX-MVT)
               MOVE "A" TO MV-TYPE(IDX-MVT)
               IF CH6(1:3) = "CDE" AND CH6(4:6) IS NUMERIC
                   MOVE "C" TO MV-TYPE(IDX-MVT)
                   MOVE CH6(4:6) TO MV-NUM(IDX-MVT)
               END-IF
               IF CH6(1:3) = "TIC" AND CH6(4:6) IS NUMERIC
                   MOVE "T" TO MV-TYPE(IDX-MVT)
                   MOVE CH6(4:6) TO MV-NUM(IDX-MVT)
               END-IF
           END-IF.
           SUBTRACT QTE-LUE FROM MV-QTE(IDX-MVT).
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-RECEPTIONS : receptions.txt (BON|FOURNISSEUR|
      *  ARTICLE|QTE|DATE|DATE-CDE|PU|MOTIF|FACTEUR|LOT|DLC) - les
      *  lignes de l'article qui portent un lot retenu ; la
      *  premiere donne le fournisseur et le bon du lot.
      *============================================================
       CHARGER-RECEPTIONS.
           MOVE 0 TO NB-RECEPTIONS.
           OPEN INPUT RECEPTIONS-FILE.
           IF RECEPTIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ RECEPTIONS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-RECEPTION
               END-READ
           END-PERFORM.
           CLOSE RECEPTIONS-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-RECEPTION.
           IF FUNCTION LENGTH(FUNCTION TRIM(RECEPTIONS-REC)) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CH1 CH2 CH3 CH4 CH5 CH6 CH7 CH8 CH9 CH10
               CH11.
           UNSTRING RECEPTIONS-REC DELIMITED BY "|"
               INTO CH1 CH2 CH3 CH4 CH5 CH6 CH7 CH8 CH9 CH10 CH11
           END-UNSTRING.
           IF CH3(1:10) NOT = SEL-ARTICLE
               EXIT PARAGRAPH
           END-IF.
           MOVE CH10(1:10) TO CAND-LOT.
           MOVE 0 TO CAND-DLC.
           IF FUNCTION LENGTH(FUNCTION TRIM(CH11)) > 0
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(CH11)) = 0
               MOVE FUNCTION NUMVAL(CH11) TO CAND-DLC
           END-IF.
           PERFORM RETENIR-LOT.
           IF IDX-LOT = 0 OR NB-RECEPTIONS >= 200
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-RECEPTIONS.
           MOVE CH1(1:10) TO RC-BON(NB-RECEPTIONS).
           MOVE CH2(1:8) TO RC-FOU(NB-RECEPTIONS).
           MOVE FUNCTION NUMVAL(CH4) TO RC-QTE(NB-RECEPTIONS).
           MOVE FUNCTION NUMVAL(CH5) TO RC-DATE(NB-RECEPTIONS).
           MOVE CAND-LOT TO RC-LOT(NB-RECEPTIONS).
           MOVE CH8(1:10) TO RC-MOTIF(NB-RECEPTIONS).
           IF RL-FOU(IDX-LOT) = SPACES
               MOVE CH1(1:10) TO RL-BON(IDX-LOT)
               MOVE CH2(1:8) TO RL-FOU(IDX-LOT)
           END-IF.
           IF DATE-PREMIERE = 0 OR RC-DATE(NB-RECEPTIONS) <
               DATE-PREMIERE
               MOVE RC-DATE(NB-RECEPTIONS) TO DATE-PREMIERE
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-COMMANDES : client de chaque commande citee au
      *  journal des lots (commandes_clients.txt, NUM|CLIENT|...).
      *============================================================
       CHARGER-COMMANDES.
           OPEN INPUT REGISTRE-FILE.
           IF REGISTRE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ REGISTRE-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-COMMANDE
               END-READ
           END-PERFORM.
           CLOSE REGISTRE-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-COMMANDE.
           MOVE SPACES TO CH1 CH2.
           UNSTRING REGISTRE-REC DELIMITED BY "|"
               INTO CH1 CH2
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(CH1)) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(CH1) TO NUM-LU.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NB-MVTS
               IF MV-TYPE(WS-J) = "C" AND MV-NUM(WS-J) = NUM-LU
                   MOVE CH2(1:8) TO MV-CLIENT(WS-J)
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-EXPEDITIONS : bon de livraison et date des
      *  commandes expediees (expeditions.txt, BL|COMMANDE|CLIENT|
      *  ARTICLE|QTE|POIDS|TRANSPORTEUR|COLIS|DATE) ; le premier
      *  bon de l'article est retenu.
      *============================================================
       CHARGER-EXPEDITIONS.
           OPEN INPUT EXPED-FILE.
           IF EXPED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ EXPED-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-EXPEDITION
               END-READ
           END-PERFORM.
           CLOSE EXPED-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-EXPEDITION.
           IF EXPED-REC(1:3) = "bl|"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CH1 CH2 CH3 CH4 CH5 CH6 CH7 CH8 CH9.
           UNSTRING EXPED-REC DELIMITED BY "|"
               INTO CH1 CH2 CH3 CH4 CH5 CH6 CH7 CH8 CH9
           END-UNSTRING.
           IF CH4(1:10) NOT = SEL-ARTICLE
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(CH2)) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(CH2) TO NUM-LU.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NB-MVTS
               IF MV-TYPE(WS-J) = "C" AND MV-NUM(WS-J) = NUM-LU
                   AND MV-EXPEDIEE(WS-J) = 'N'
                   MOVE 'O' TO MV-EXPEDIEE(WS-J)
                   MOVE CH1(1:6) TO MV-BL(WS-J)
                   MOVE FUNCTION NUMVAL(CH9) TO MV-DATE-BL(WS-J)
                   IF MV-CLIENT(WS-J) = SPACES
                       MOVE CH3(1:8) TO MV-CLIENT(WS-J)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-CLIENTS : un poste par client touche, livre ou a
      *  intercepter, avec son nom de cli_master.dat.
      *============================================================
       CHARGER-CLIENTS.
           MOVE 0 TO NB-CLIENTS.
           PERFORM VARYING IDX-MVT FROM 1 BY 1 UNTIL IDX-MVT > NB-MVTS
               IF MV-TYPE(IDX-MVT) = "C" AND MV-QTE(IDX-MVT) > 0
                   PERFORM CUMULER-CLIENT
               END-IF
           END-PERFORM.
           OPEN INPUT CLIENT-FILE.
           IF CLIENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX-CLIENT FROM 1 BY 1
               UNTIL IDX-CLIENT > NB-CLIENTS
               MOVE CR-CODE(IDX-CLIENT) TO CL-CODE
               READ CLIENT-FILE
                   INVALID KEY
                       MOVE "(client inconnu)" TO CR-NOM(IDX-CLIENT)
                   NOT INVALID KEY
                       MOVE CL-NOM TO CR-NOM(IDX-CLIENT)
               END-READ
           END-PERFORM.
           CLOSE CLIENT-FILE.
           EXIT PARAGRAPH.

       CUMULER-CLIENT.
           MOVE 0 TO IDX-CLIENT.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NB-CLIENTS
               IF CR-CODE(WS-J) = MV-CLIENT(IDX-MVT)
                   MOVE WS-J TO IDX-CLIENT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF IDX-CLIENT = 0
               IF NB-CLIENTS >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO NB-CLIENTS
               MOVE NB-CLIENTS TO IDX-CLIENT
               MOVE MV-CLIENT(IDX-MVT) TO CR-CODE(IDX-CLIENT)
               MOVE SPACES TO CR-NOM(IDX-CLIENT)
               MOVE 0 TO CR-LIVRE(IDX-CLIENT) CR-ATTENTE(IDX-CLIENT)
           END-IF.
           IF MV-EXPEDIEE(IDX-MVT) = 'O'
               ADD MV-QTE(IDX-MVT) TO CR-LIVRE(IDX-CLIENT)
           ELSE
               ADD MV-QTE(IDX-MVT) TO CR-ATTENTE(IDX-CLIENT)
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  OUVRIR-RAPPORT : en-tete, selection et lots retenus.
      *============================================================
       OUVRIR-RAPPORT.
           MOVE SPACES TO RAPPORT-FILENAME.
           STRING "rappel_lots_" WS-TODAY "_" WS-HEURE(1:6) ".txt"
               DELIMITED BY SIZE INTO RAPPORT-FILENAME
           END-STRING.
           OPEN OUTPUT RAPPORT-FILE.
           IF RAPPORT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RAPPORT-REC.
           STRING "RAPPEL PRODUIT - TRACABILITE PAR LOT DU "
               WS-TODAY(7:2) "/" WS-TODAY(5:2) "/" WS-TODAY(1:4)
               " " WS-HEURE(1:2) ":" WS-HEURE(3:2)
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE M-QTE TO QTE-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "Article : " FUNCTION TRIM(M-CODE) " - "
               FUNCTION TRIM(M-LIB) " (stock catalogue "
               FUNCTION TRIM(QTE-EDIT) ")"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           IF SEL-PAR-DLC = 'O'
               STRING "Selection : lots a DLC du " SEL-DLC-DEBUT
                   " au " SEL-DLC-FIN
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
           ELSE
               STRING "Selection : lot " FUNCTION TRIM(SEL-LOT)
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
           END-IF.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           IF MODE-RAPPEL = 'O'
               MOVE "Mode : RAPPELER - stock bloque et clients avises"
                   TO RAPPORT-REC
               IF WS-OPERATEUR NOT = SPACES
                   STRING "Mode : RAPPELER - stock bloque et clients"
                       " avises (operateur "
                       FUNCTION TRIM(WS-OPERATEUR) ")"
                       DELIMITED BY SIZE INTO RAPPORT-REC
                   END-STRING
               END-IF
           ELSE
               MOVE "Mode : TRACER - rapport seul, rien n'est bloque"
                   TO RAPPORT-REC
           END-IF.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE "LOT        DLC         ENTRE  DEJA BLOQUE" &
               "  EN STOCK  FOURNISSEUR BON" TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           PERFORM VARYING IDX-LOT FROM 1 BY 1 UNTIL IDX-LOT > NB-LOTS
               MOVE RL-ENTRE(IDX-LOT) TO QTE-EDIT
               MOVE RL-DEJA-BLOQUE(IDX-LOT) TO QTE-EDIT2
               MOVE RL-STOCK(IDX-LOT) TO QTE-EDIT3
               MOVE SPACES TO RAPPORT-REC
               STRING RL-LOT(IDX-LOT) " " RL-DLC(IDX-LOT) "  "
                   QTE-EDIT "      " QTE-EDIT2 "   " QTE-EDIT3 "  "
                   RL-FOU(IDX-LOT) "    " RL-BON(IDX-LOT)
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
               ADD RL-STOCK(IDX-LOT) TO TOT-STOCK
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  Titre de section : ligne vide puis le libelle LIGNE-W.
      *------------------------------------------------------------
       ECRIRE-TITRE.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE LIGNE-W TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE 0 TO NB-LIGNES-SECTION.
           EXIT PARAGRAPH.

       ECRIRE-AUCUNE.
           IF NB-LIGNES-SECTION = 0
               MOVE "  (aucune)" TO RAPPORT-REC
               WRITE RAPPORT-REC
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  1 - Receptions fournisseurs des lots retenus.
      *============================================================
       ECRIRE-RECEPTIONS.
           MOVE "1 - RECEPTIONS FOURNISSEURS" TO LIGNE-W.
           PERFORM ECRIRE-TITRE.
           IF NB-RECEPTIONS > 0
               MOVE "  BON        FOURNISSEUR LOT        RECU LE" &
                   "      QTE  MOTIF" TO RAPPORT-REC
               WRITE RAPPORT-REC
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-RECEPTIONS
               ADD 1 TO NB-LIGNES-SECTION
               ADD RC-QTE(WS-I) TO TOT-RECU
               MOVE RC-QTE(WS-I) TO QTE-EDIT
               MOVE SPACES TO RAPPORT-REC
               STRING "  " RC-BON(WS-I) " " RC-FOU(WS-I) "    "
                   RC-LOT(WS-I) " " RC-DATE(WS-I) " " QTE-EDIT "  "
                   RC-MOTIF(WS-I)
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
           END-PERFORM.
           PERFORM ECRIRE-AUCUNE.
           EXIT PARAGRAPH.

      *============================================================
      *  2 - Stock restant par lot, emplacements de l'article.
      *============================================================
       ECRIRE-STOCK.
           MOVE "2 - STOCK RESTANT" TO LIGNE-W.
           PERFORM ECRIRE-TITRE.
           PERFORM VARYING IDX-LOT FROM 1 BY 1 UNTIL IDX-LOT > NB-LOTS
               IF RL-STOCK(IDX-LOT) NOT = 0
                   ADD 1 TO NB-LIGNES-SECTION
                   MOVE RL-STOCK(IDX-LOT) TO QTE-EDIT
                   MOVE SPACES TO RAPPORT-REC
                   STRING "  Lot " RL-LOT(IDX-LOT) " : "
                       FUNCTION TRIM(QTE-EDIT) " en stock"
                       DELIMITED BY SIZE INTO RAPPORT-REC
                   END-STRING
                   WRITE RAPPORT-REC
               END-IF
           END-PERFORM.
           PERFORM ECRIRE-AUCUNE.

           OPEN INPUT EMP-FILE.
           IF EMP-STATUS = "00"
               MOVE SEL-ARTICLE TO EM-ART
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO RAPPORT-REC
                       STRING "  Emplacement attribue : " EM-SITE " "
                           EM-ALLEE " " EM-ETAGERE " " EM-CASIER
                           DELIMITED BY SIZE INTO RAPPORT-REC
                       END-STRING
                       WRITE RAPPORT-REC
               END-READ
               CLOSE EMP-FILE
           END-IF.

           OPEN INPUT LIEU-FILE.
           IF LIEU-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "  Emplacements de l'article (les lots ne sont pas" &
               " suivis par emplacement) :" TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE "    SITE     ALLEE ETAG CASE TYPE     QTE"
               TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE 0 TO NB-LIGNES-SECTION.
           MOVE SEL-ARTICLE TO EL-ART.
           MOVE LOW-VALUES TO EL-SITE EL-ALLEE EL-ETAGERE EL-CASIER.
           START LIEU-FILE KEY IS NOT LESS THAN EL-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ECRIRE-EMPLACEMENTS
           END-START.
           PERFORM ECRIRE-AUCUNE.
           CLOSE LIEU-FILE.
           EXIT PARAGRAPH.

       ECRIRE-EMPLACEMENTS.
           PERFORM UNTIL 1 = 0
               READ LIEU-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF EL-ART NOT = SEL-ARTICLE
                   EXIT PERFORM
               END-IF
               ADD 1 TO NB-LIGNES-SECTION
               MOVE EL-QTE TO QTE-EDIT
               MOVE SPACES TO RAPPORT-REC
               STRING "    " EL-SITE " " EL-ALLEE "  " EL-ETAGERE " "
                   EL-CASIER " " EL-TYPE "    " QTE-EDIT
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
           END-PERFORM.
           EXIT PARAGRAPH.

      *============================================================
      *  3 - Transferts entre sites de l'article depuis la premiere
      *  entree des lots (transferts_transit.txt, NUM|DATE|SRC|DST|
      *  CODE|QTE|LIB|PU|SEUIL|TVA|STATUT).
      *============================================================
       ECRIRE-TRANSFERTS.
           MOVE SPACES TO LIGNE-W.
           IF DATE-PREMIERE > 0
               STRING "3 - TRANSFERTS ENTRE SITES DEPUIS LE "
                   DATE-PREMIERE " (article, tous lots confondus)"
                   DELIMITED BY SIZE INTO LIGNE-W
               END-STRING
           ELSE
               MOVE "3 - TRANSFERTS ENTRE SITES (article, tous lots"
                   & " confondus)" TO LIGNE-W
           END-IF.
           PERFORM ECRIRE-TITRE.
           OPEN INPUT TRANSIT-FILE.
           IF TRANSIT-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ TRANSIT-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           PERFORM ECRIRE-LIGNE-TRANSFERT
                   END-READ
               END-PERFORM
               CLOSE TRANSIT-FILE
           END-IF.
           PERFORM ECRIRE-AUCUNE.
           EXIT PARAGRAPH.

       ECRIRE-LIGNE-TRANSFERT.
           IF FUNCTION LENGTH(FUNCTION TRIM(TRANSIT-REC)) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CH1 CH2 CH3 CH4 CH5 CH6 CH7 CH8 CH9 CH10
               CH11.
           UNSTRING TRANSIT-REC DELIMITED BY "|"
               INTO CH1 CH2 CH3 CH4 CH5 CH6 CH7 CH8 CH9 CH10 CH11
           END-UNSTRING.
           IF CH5(1:10) NOT = SEL-ARTICLE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(CH2) < DATE-PREMIERE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-LIGNES-SECTION NB-TRANSFERTS.
           MOVE FUNCTION NUMVAL(CH6) TO QTE-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "  " FUNCTION TRIM(CH1) "  " FUNCTION TRIM(CH2)
               "  " FUNCTION TRIM(CH3) " -> " FUNCTION TRIM(CH4)
               "  " QTE-EDIT "  " FUNCTION TRIM(CH11)
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.

      *============================================================
      *  4 - Clients : sorties des lots au nom d'une commande.
      *============================================================
       ECRIRE-CLIENTS.
           MOVE "4 - CLIENTS LIVRES OU A LIVRER" TO LIGNE-W.
           PERFORM ECRIRE-TITRE.
           IF NB-CLIENTS > 0
               MOVE "  COMMANDE CLIENT   NOM                   " &
                   "LOT            QTE  LIVRAISON" TO RAPPORT-REC
               WRITE RAPPORT-REC
           END-IF.
           PERFORM VARYING IDX-CLIENT FROM 1 BY 1
               UNTIL IDX-CLIENT > NB-CLIENTS
               PERFORM VARYING IDX-MVT FROM 1 BY 1
                   UNTIL IDX-MVT > NB-MVTS
                   IF MV-TYPE(IDX-MVT) = "C" AND MV-QTE(IDX-MVT) > 0
                       AND MV-CLIENT(IDX-MVT) = CR-CODE(IDX-CLIENT)
                       PERFORM ECRIRE-LIGNE-CLIENT
                   END-IF
               END-PERFORM
               ADD CR-LIVRE(IDX-CLIENT) TO TOT-LIVRE
               ADD CR-ATTENTE(IDX-CLIENT) TO TOT-ATTENTE
           END-PERFORM.
           PERFORM ECRIRE-AUCUNE.
           EXIT PARAGRAPH.

       ECRIRE-LIGNE-CLIENT.
           ADD 1 TO NB-LIGNES-SECTION.
           MOVE MV-QTE(IDX-MVT) TO QTE-EDIT.
           MOVE SPACES TO LIGNE-W.
           IF MV-EXPEDIEE(IDX-MVT) = 'O'
               STRING "BL " MV-BL(IDX-MVT) " du "
                   MV-DATE-BL(IDX-MVT)
                   DELIMITED BY SIZE INTO LIGNE-W
               END-STRING
           ELSE
               MOVE "NON EXPEDIEE - A INTERCEPTER" TO LIGNE-W
           END-IF.
           MOVE SPACES TO RAPPORT-REC.
           STRING "  " MV-NUM(IDX-MVT) "   " CR-CODE(IDX-CLIENT) " "
               CR-NOM(IDX-CLIENT)(1:20) "  " MV-LOT(IDX-MVT) " "
               QTE-EDIT "  " FUNCTION TRIM(LIGNE-W)
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.

      *============================================================
      *  5 - Ventes comptoir (anonymes) et 6 - autres mouvements.
      *============================================================
       ECRIRE-COMPTOIR.
           MOVE "5 - VENTES COMPTOIR (clients anonymes)" TO LIGNE-W.
           PERFORM ECRIRE-TITRE.
           PERFORM VARYING IDX-MVT FROM 1 BY 1 UNTIL IDX-MVT > NB-MVTS
               IF MV-TYPE(IDX-MVT) = "T" AND MV-QTE(IDX-MVT) NOT = 0
                   ADD 1 TO NB-LIGNES-SECTION
                   ADD MV-QTE(IDX-MVT) TO TOT-COMPTOIR
                   MOVE MV-QTE(IDX-MVT) TO QTE-EDIT
                   MOVE SPACES TO RAPPORT-REC
                   STRING "  Ticket " MV-NUM(IDX-MVT) "  lot "
                       MV-LOT(IDX-MVT) " " QTE-EDIT
                       DELIMITED BY SIZE INTO RAPPORT-REC
                   END-STRING
                   WRITE RAPPORT-REC
               END-IF
           END-PERFORM.
           PERFORM ECRIRE-AUCUNE.
           EXIT PARAGRAPH.

       ECRIRE-AUTRES.
           MOVE "6 - AUTRES SORTIES (demarque, sorties diverses," &
               " commandes sans client)" TO LIGNE-W.
           PERFORM ECRIRE-TITRE.
           PERFORM VARYING IDX-MVT FROM 1 BY 1 UNTIL IDX-MVT > NB-MVTS
               IF MV-QTE(IDX-MVT) NOT = 0
                   AND (MV-TYPE(IDX-MVT) = "A"
                       OR (MV-TYPE(IDX-MVT) = "C"
                           AND MV-QTE(IDX-MVT) < 0))
                   ADD 1 TO NB-LIGNES-SECTION
                   ADD MV-QTE(IDX-MVT) TO TOT-AUTRES
                   MOVE MV-QTE(IDX-MVT) TO QTE-EDIT
                   MOVE SPACES TO LIGNE-W
                   IF MV-REF(IDX-MVT) = SPACES
                       MOVE "(sans reference)" TO LIGNE-W
                   ELSE
                       MOVE MV-REF(IDX-MVT) TO LIGNE-W
                   END-IF
                   MOVE SPACES TO RAPPORT-REC
                   STRING "  " LIGNE-W(1:16) "  lot "
                       MV-LOT(IDX-MVT) " " QTE-EDIT
                       DELIMITED BY SIZE INTO RAPPORT-REC
                   END-STRING
                   WRITE RAPPORT-REC
               END-IF
           END-PERFORM.
           PERFORM ECRIRE-AUCUNE.
           EXIT PARAGRAPH.

      *============================================================
      *  BLOQUER-LOTS : chaque lot retenu sort de lot_master.dat,
      *  de M-QTE et des emplacements, et part en quarantaine.
      *============================================================
       BLOQUER-LOTS.
           MOVE "7 - BLOCAGE DU STOCK RESTANT (quarantaine, retour" &
               " fournisseur)" TO LIGNE-W.
           PERFORM ECRIRE-TITRE.
           PERFORM VARYING IDX-LOT FROM 1 BY 1 UNTIL IDX-LOT > NB-LOTS
               PERFORM BLOQUER-UN-LOT
           END-PERFORM.
           PERFORM ECRIRE-AUCUNE.
           REWRITE MASTER-REC
               INVALID KEY
                   DISPLAY "Erreur catalogue indexe ("
                       FUNCTION TRIM(M-CODE) ") : " MASTER-STATUS
                   MOVE 8 TO WS-JOBLOG-RC
           END-REWRITE.
           EXIT PARAGRAPH.

       BLOQUER-UN-LOT.
           MOVE "BLOQUER" TO LOT-ACTION.
           MOVE RL-LOT(IDX-LOT) TO LOT-LOT.
           MOVE 0 TO LOT-QTE LOT-DLC.
           CALL "LOT-STOCK" USING LOT-ACTION SEL-ARTICLE LOT-LOT
               LOT-QTE LOT-DLC LOT-RESULTAT.
           IF LOT-RESULTAT NOT = "00" OR LOT-QTE <= 0
               EXIT PARAGRAPH
           END-IF.
           MOVE LOT-QTE TO RL-BLOQUE(IDX-LOT).
           ADD LOT-QTE TO TOT-BLOQUE.
           ADD 1 TO NB-LIGNES-SECTION.
           SUBTRACT LOT-QTE FROM M-QTE.
           IF M-QTE < 0
               MOVE 0 TO M-QTE
           END-IF.
           MOVE SEL-ARTICLE TO JRN-ARTICLE.
           COMPUTE JRN-QTE = 0 - LOT-QTE.
           MOVE "RAPPEL" TO JRN-MOTIF.
           MOVE M-QTE TO JRN-SOLDE.
           CALL "STOCK-JOURNAL" USING JRN-ARTICLE JRN-QTE
               JRN-MOTIF JRN-SOLDE.
           MOVE "SORTIE" TO LIEU-ACTION.
           MOVE LOT-QTE TO LIEU-QTE.
           MOVE SPACES TO LIEU-EMPL.
           CALL "LIEU-STOCK" USING LIEU-ACTION SEL-ARTICLE LIEU-QTE
               LIEU-EMPL LIEU-RESULTAT.
           PERFORM METTRE-EN-QUARANTAINE.
           MOVE LOT-QTE TO QTE-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "  Lot " RL-LOT(IDX-LOT) " : "
               FUNCTION TRIM(QTE-EDIT)
               " bloque(s), en quarantaine pour retour a "
               FUNCTION TRIM(LIGNE-W)
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           IF LIEU-RESULTAT = "04"
               MOVE "    emplacements insuffisants : a recompter"
                   TO RAPPORT-REC
               WRITE RAPPORT-REC
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  METTRE-EN-QUARANTAINE : meme ligne qu'un refus au quai,
      *  fournisseur et bon de la reception du lot ("-" a defaut :
      *  RETOURS-FOURNISSEURS prend alors le fournisseur prefere).
      *------------------------------------------------------------
       METTRE-EN-QUARANTAINE.
           MOVE SPACES TO LIGNE-W.
           IF RL-FOU(IDX-LOT) = SPACES
               MOVE "-" TO LIGNE-W
           ELSE
               MOVE RL-FOU(IDX-LOT) TO LIGNE-W
           END-IF.
           OPEN EXTEND QUARANTAINE-FILE.
           IF QUARANTAINE-STATUS = "35"
               OPEN OUTPUT QUARANTAINE-FILE
           END-IF.
           IF QUARANTAINE-STATUS NOT = "00"
               DISPLAY "quarantaine.txt inaccessible (status "
                   QUARANTAINE-STATUS ") : lot "
                   FUNCTION TRIM(RL-LOT(IDX-LOT))
                   " a mettre de cote a la main."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE LOT-QTE TO QTE-EDIT.
           MOVE SPACES TO QUARANTAINE-REC.
           IF RL-BON(IDX-LOT) = SPACES
               STRING WS-TODAY "|" FUNCTION TRIM(LIGNE-W) "|-|"
                   FUNCTION TRIM(SEL-ARTICLE) "|"
                   FUNCTION TRIM(QTE-EDIT) "|RAPPEL|RECEPTION"
                   DELIMITED BY SIZE INTO QUARANTAINE-REC
               END-STRING
           ELSE
               STRING WS-TODAY "|" FUNCTION TRIM(LIGNE-W) "|"
                   FUNCTION TRIM(RL-BON(IDX-LOT)) "|"
                   FUNCTION TRIM(SEL-ARTICLE) "|"
                   FUNCTION TRIM(QTE-EDIT) "|RAPPEL|RECEPTION"
                   DELIMITED BY SIZE INTO QUARANTAINE-REC
               END-STRING
           END-IF.
           WRITE QUARANTAINE-REC.
           CLOSE QUARANTAINE-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  ECRIRE-AVIS : un avis de rappel par client livre, declare
      *  au spool (type RAPPEL) ; les commandes pas encore parties
      *  sont a intercepter, sans avis.
      *============================================================
       ECRIRE-AVIS.
           MOVE "8 - AVIS AUX CLIENTS LIVRES" TO LIGNE-W.
           PERFORM ECRIRE-TITRE.
           PERFORM VARYING IDX-CLIENT FROM 1 BY 1
               UNTIL IDX-CLIENT > NB-CLIENTS
               IF CR-LIVRE(IDX-CLIENT) > 0
                   PERFORM ECRIRE-LETTRE
               END-IF
           END-PERFORM.
           PERFORM ECRIRE-AUCUNE.
           EXIT PARAGRAPH.

       ECRIRE-LETTRE.
           MOVE SPACES TO CL-NOM CL-ADRESSE.
           OPEN INPUT CLIENT-FILE.
           IF CLIENT-STATUS = "00"
               MOVE CR-CODE(IDX-CLIENT) TO CL-CODE
               READ CLIENT-FILE
                   INVALID KEY
                       MOVE SPACES TO CL-NOM CL-ADRESSE
               END-READ
               CLOSE CLIENT-FILE
           END-IF.
           MOVE SPACES TO LETTRE-FILENAME.
           STRING "avis_rappel_" FUNCTION TRIM(CR-CODE(IDX-CLIENT))
               "_" WS-TODAY "_" WS-HEURE(1:6) ".txt"
               DELIMITED BY SIZE INTO LETTRE-FILENAME
           END-STRING.
           OPEN OUTPUT LETTRE-FILE.
           IF LETTRE-STATUS NOT = "00"
               DISPLAY "Avis " FUNCTION TRIM(LETTRE-FILENAME)
                   " impossible (status " LETTRE-STATUS ")."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE CL-NOM TO LETTRE-REC.
           WRITE LETTRE-REC.
           MOVE CL-ADRESSE TO LETTRE-REC.
           WRITE LETTRE-REC.
           MOVE SPACES TO LETTRE-REC.
           WRITE LETTRE-REC.
           STRING "Le " WS-TODAY(7:2) "/" WS-TODAY(5:2) "/"
               WS-TODAY(1:4) " - client "
               FUNCTION TRIM(CR-CODE(IDX-CLIENT))
               DELIMITED BY SIZE INTO LETTRE-REC
           END-STRING.
           WRITE LETTRE-REC.
           MOVE SPACES TO LETTRE-REC.
           STRING "Objet : RAPPEL PRODUIT - " FUNCTION TRIM(M-CODE)
               " " FUNCTION TRIM(M-LIB)
               DELIMITED BY SIZE INTO LETTRE-REC
           END-STRING.
           WRITE LETTRE-REC.
           MOVE SPACES TO LETTRE-REC.
           WRITE LETTRE-REC.
           MOVE "Notre fournisseur rappelle le ou les lots ci-dessous"
               & " de cet article, que nous" TO LETTRE-REC.
           WRITE LETTRE-REC.
           MOVE "vous avons livres. Nous vous demandons de ne plus"
               & " les utiliser ni les vendre" TO LETTRE-REC.
           WRITE LETTRE-REC.
           MOVE "et de nous les retourner : ils vous seront"
               & " remplaces ou rembourses." TO LETTRE-REC.
           WRITE LETTRE-REC.
           MOVE SPACES TO LETTRE-REC.
           WRITE LETTRE-REC.
           MOVE "COMMANDE  LOT            QTE  BON DE LIVRAISON"
               TO LETTRE-REC.
           WRITE LETTRE-REC.
           PERFORM VARYING IDX-MVT FROM 1 BY 1 UNTIL IDX-MVT > NB-MVTS
               IF MV-TYPE(IDX-MVT) = "C" AND MV-QTE(IDX-MVT) > 0
                   AND MV-EXPEDIEE(IDX-MVT) = 'O'
                   AND MV-CLIENT(IDX-MVT) = CR-CODE(IDX-CLIENT)
                   PERFORM ECRIRE-LIGNE-LETTRE
               END-IF
           END-PERFORM.
           MOVE SPACES TO LETTRE-REC.
           WRITE LETTRE-REC.
           MOVE CR-LIVRE(IDX-CLIENT) TO QTE-EDIT.
           STRING "Quantite concernee : " FUNCTION TRIM(QTE-EDIT)
               DELIMITED BY SIZE INTO LETTRE-REC
           END-STRING.
           WRITE LETTRE-REC.
           MOVE SPACES TO LETTRE-REC.
           WRITE LETTRE-REC.
           MOVE "Nous vous prions de nous excuser pour ce"
               & " desagrement." TO LETTRE-REC.
           WRITE LETTRE-REC.
           CLOSE LETTRE-FILE.

           MOVE "RAPPEL" TO SPOOL-TYPE.
           MOVE LETTRE-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           ADD 1 TO NB-AVIS NB-LIGNES-SECTION.
           MOVE CR-LIVRE(IDX-CLIENT) TO QTE-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "  " CR-CODE(IDX-CLIENT) " " QTE-EDIT " -> "
               FUNCTION TRIM(LETTRE-FILENAME) " (spool "
               SPOOL-NUMERO ")"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.

       ECRIRE-LIGNE-LETTRE.
           MOVE MV-QTE(IDX-MVT) TO QTE-EDIT.
           MOVE SPACES TO LETTRE-REC.
           STRING MV-NUM(IDX-MVT) "    " MV-LOT(IDX-MVT) " " QTE-EDIT
               "  " MV-BL(IDX-MVT) " du " MV-DATE-BL(IDX-MVT)(7:2) "/"
               MV-DATE-BL(IDX-MVT)(5:2) "/" MV-DATE-BL(IDX-MVT)(1:4)
               DELIMITED BY SIZE INTO LETTRE-REC
           END-STRING.
           WRITE LETTRE-REC.
           EXIT PARAGRAPH.

      *============================================================
      *  FERMER-RAPPORT : totaux, puis declaration au spool.
      *============================================================
       FERMER-RAPPORT.
           MOVE "TOTAUX" TO LIGNE-W.
           PERFORM ECRIRE-TITRE.
           MOVE TOT-RECU TO QTE-EDIT.
           MOVE TOT-STOCK TO QTE-EDIT2.
           MOVE SPACES TO RAPPORT-REC.
           STRING "  Recu des fournisseurs : " QTE-EDIT
               "   en stock avant rappel : " QTE-EDIT2
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE TOT-LIVRE TO QTE-EDIT.
           MOVE TOT-ATTENTE TO QTE-EDIT2.
           MOVE SPACES TO RAPPORT-REC.
           STRING "  Livre aux clients     : " QTE-EDIT
               "   a intercepter       : " QTE-EDIT2
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE TOT-COMPTOIR TO QTE-EDIT.
           MOVE TOT-AUTRES TO QTE-EDIT2.
           MOVE SPACES TO RAPPORT-REC.
           STRING "  Vendu au comptoir     : " QTE-EDIT
               "   autres sorties      : " QTE-EDIT2
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE NB-CLIENTS TO QTE-EDIT3.
           MOVE NB-TRANSFERTS TO QTE-EDIT4.
           MOVE SPACES TO RAPPORT-REC.
           STRING "  Clients touches       : " QTE-EDIT3
               "   transferts de sites : " QTE-EDIT4
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           IF MODE-RAPPEL = 'O'
               MOVE TOT-BLOQUE TO QTE-EDIT
               MOVE NB-AVIS TO QTE-EDIT2
               MOVE SPACES TO RAPPORT-REC
               STRING "  Bloque ce jour        : " QTE-EDIT
                   "   avis clients        : " QTE-EDIT2
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
           END-IF.
           CLOSE RAPPORT-FILE.
           MOVE "RAPPORT" TO SPOOL-TYPE.
           MOVE RAPPORT-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           DISPLAY "Rappel " FUNCTION TRIM(SEL-ARTICLE) " : "
               NB-LOTS " lot(s), " NB-CLIENTS " client(s), rapport "
               FUNCTION TRIM(RAPPORT-FILENAME) " (spool "
               SPOOL-NUMERO ")".
           IF TOT-ATTENTE > 0
               MOVE TOT-ATTENTE TO QTE-EDIT
               DISPLAY "  " FUNCTION TRIM(QTE-EDIT)
                   " unite(s) allouee(s) pas encore expediee(s) :"
                   " commandes a intercepter (section 4)."
           END-IF.
           IF MODE-RAPPEL = 'O'
               MOVE TOT-BLOQUE TO QTE-EDIT
               DISPLAY "  " FUNCTION TRIM(QTE-EDIT)
                   " unite(s) bloquee(s), " NB-AVIS
                   " avis client(s) au spool."
           END-IF.
           EXIT PARAGRAPH.
