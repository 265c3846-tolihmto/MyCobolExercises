       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAISSE-COMPTOIR.

      *============================================================
      *  Caisse du comptoir : les ventes de passage ne sont plus
      *  notees sur le carnet puis retapees en MOUVEMENT dans
      *  INVENTAIRE (sans prix ni client). Le vendeur scanne les
      *  articles (EAN-13 controle et recherche au catalogue indexe
      *  comme la douchette d'INVENTAIRE, ou code article tape), la
      *  promotion du jour de promotions.txt s'applique comme en
      *  commande client, TVA au taux M-TVA de l'article. TOTAL
      *  encaisse le ticket (ESPECES avec rendu monnaie, CARTE ou
      *  CHEQUE), ANNULE abandonne le ticket en cours, FIN termine
      *  la session. Un article au statut B (bloque, rappel qualite)
      *  est refuse au scan.
      *
      *  Un ticket encaisse :
      *    - decremente M-QTE, passe au journal des mouvements
      *      (STOCK-JOURNAL, motif VENTE-COMPTOIR) et tire sur les
      *      lots (LOT-STOCK) comme une allocation client ;
      *    - prend son numero au compteur ticket_counter.txt et
      *      s'imprime dans ticket_NNNNNN.txt, declare au spool ;
      *    - laisse sa trace dans caisse_tickets.txt
      *      (TICKET|DATE|HEURE|MODE|TTC|RECU|RENDU|OPERATEUR) et
      *      ses lignes dans caisse_lignes.txt
      *      (TICKET|DATE|ARTICLE|QTE|PU-NET|TVA|HT|MONTANT-TVA|PROMO).
      *
      *  ./caisse_comptoir Z : ticket Z de fermeture. Reprend les
      *  tickets posterieurs au dernier Z (registre caisse_z.txt,
      *  Z|DATE|PREMIER|DERNIER|NB-TICKETS|TTC|ATTENDU|COMPTE|ECART),
      *  totalise par mode de reglement et par taux de TVA, demande
      *  les especes comptees et les compare aux especes attendues
      *  (fond de caisse, parametre CAISSE-FOND, plus les ventes en
      *  especes). Le Z s'imprime dans z_caisse_NNNNNN.txt (spool)
      *  et le chiffre du Z part au journal des ventes
      *  gl_ventes_AAAAMMJJ.txt, meme format et meme compteur de
      *  lots gl_ventes_batch.txt que FACTURATION-CLIENTS : caisse
      *  530000, cartes 511200 et cheques 511300 au debit, ventes
      *  707000 et TVA collectee 445710 par taux au credit ; un
      *  manquant passe en 658000, un excedent en 758000.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "inv_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-CODE
               FILE STATUS IS MASTER-STATUS.
           SELECT PROMO-FILE ASSIGN TO "promotions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMO-STATUS.
           SELECT COUNTER-FILE ASSIGN TO "ticket_counter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTER-STATUS.
           SELECT TICKET-FILE ASSIGN TO DYNAMIC TICKET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TICKETS-FILE ASSIGN TO "caisse_tickets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TICKETS-STATUS.
           SELECT CLIGNES-FILE ASSIGN TO "caisse_lignes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLIGNES-STATUS.
           SELECT ZREG-FILE ASSIGN TO "caisse_z.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZREG-STATUS.
           SELECT Z-FILE ASSIGN TO DYNAMIC Z-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-FILE ASSIGN TO DYNAMIC GL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-STATUS.
           SELECT GLBATCH-FILE ASSIGN TO "gl_ventes_batch.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLBATCH-STATUS.

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
       FD  PROMO-FILE.
       01  PROMO-REC               PIC X(80).
       FD  COUNTER-FILE.
       01  COUNTER-REC             PIC X(20).
       FD  TICKET-FILE.
       01  TICKET-REC              PIC X(60).
       FD  TICKETS-FILE.
       01  TICKETS-REC             PIC X(100).
       FD  CLIGNES-FILE.
       01  CLIGNES-REC             PIC X(100).
       FD  ZREG-FILE.
       01  ZREG-REC                PIC X(120).
       FD  Z-FILE.
       01  Z-REC                   PIC X(80).
       FD  GL-FILE.
      *> Meme interface fixe que l'export GL d'ATM-SETTLEMENT.
       01  GL-REC.
           05  GL-DATE             PIC 9(8).
           05  GL-BATCH            PIC 9(6).
           05  GL-COMPTE           PIC X(8).
           05  GL-SENS             PIC X.
           05  GL-MONTANT          PIC 9(13)V99.
           05  GL-LIBELLE          PIC X(24).
       FD  GLBATCH-FILE.
       01  GLBATCH-REC             PIC X(20).

       WORKING-STORAGE SECTION.
       77  MASTER-STATUS           PIC X(2) VALUE SPACES.
       77  PROMO-STATUS            PIC X(2) VALUE SPACES.
       77  COUNTER-STATUS          PIC X(2) VALUE SPACES.
       77  TICKETS-STATUS          PIC X(2) VALUE SPACES.
       77  CLIGNES-STATUS          PIC X(2) VALUE SPACES.
       77  ZREG-STATUS             PIC X(2) VALUE SPACES.
       77  GL-STATUS               PIC X(2) VALUE SPACES.
       77  GLBATCH-STATUS          PIC X(2) VALUE SPACES.
       77  TICKET-FILENAME         PIC X(64) VALUE SPACES.
       77  Z-FILENAME              PIC X(64) VALUE SPACES.
       77  GL-FILENAME             PIC X(64) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-HEURE                PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  ARG-MODE                PIC X(16) VALUE SPACES.
       77  NUM-TICKET              PIC 9(6) VALUE 0.

      *> Ticket en cours de saisie, encaisse d'un bloc : rien ne
      *> touche le stock tant que le reglement n'est pas pris.
       77  NB-LT                   PIC 9(3) VALUE 0.
       01  TAB-TICKET.
           05  LT-ENTREE OCCURS 100.
               10  LT-ART          PIC X(10).
               10  LT-LIB          PIC X(20).
               10  LT-QTE          PIC S9(5).
               10  LT-PU           PIC S9(5)V99.
               10  LT-TAUX         PIC 9(3).
               10  LT-HT           PIC S9(7)V99.
               10  LT-TVA          PIC S9(7)V99.
               10  LT-PROMO        PIC X.
       77  IDX-LT                  PIC 9(3) VALUE 0.
       77  TOTAL-TICKET            PIC S9(7)V99 VALUE 0.
       77  FIN-SESSION             PIC X VALUE 'N'.
       77  TICKET-CLOS             PIC X VALUE 'N'.
       77  NB-TICKETS-SESSION      PIC 9(4) VALUE 0.
       77  TOTAL-SESSION           PIC S9(9)V99 VALUE 0.
       77  INP-SCAN                PIC X(32) VALUE SPACES.
       77  INP-CODE                PIC X(10) VALUE SPACES.
       77  INP-QTE-ALPHA           PIC X(16) VALUE SPACES.
       77  INP-MONTANT-ALPHA       PIC X(16) VALUE SPACES.
       77  INP-MODE                PIC X(10) VALUE SPACES.
       77  QTE-VENTE               PIC S9(5) VALUE 0.
       77  QTE-DEJA                PIC S9(5) VALUE 0.
       77  PU-VENTE                PIC S9(5)V99 VALUE 0.
       77  MONTANT-RECU            PIC S9(7)V99 VALUE 0.
       77  MONTANT-RENDU           PIC S9(7)V99 VALUE 0.
       77  QTE-EDIT                PIC Z(4)9.
       77  TAUX-EDIT               PIC ZZ9.
       77  MONTANT-EDIT            PIC -(6)9.99.
       77  MONTANT-EDIT2           PIC -(6)9.99.
       77  MONTANT-EDIT3           PIC -(6)9.99.

      *> Code-barres : meme controle de cle EAN-13 et meme balayage
      *> du catalogue que la douchette d'INVENTAIRE.
       77  EAN-SAISIE             PIC X(13) VALUE SPACES.
       77  EAN-OK                 PIC X VALUE 'N'.
       77  EAN-SOMME              PIC 9(4) VALUE 0.
       77  EAN-CLE                PIC 9 VALUE 0.
       77  EAN-IDX                PIC 9(2) VALUE 0.
       77  EAN-CHIFFRE            PIC 9 VALUE 0.

      *> Promotions datees (promotions.txt, ART|PRIX-ou-PCT%|DEBUT
      *> |FIN), meme lecture que COMMANDES-CLIENTS.
       77  NB-PROMOS               PIC 9(2) VALUE 0.
       01  TAB-PROMOS OCCURS 50.
           05  PR-ART              PIC X(10).
           05  PR-PRIX             PIC S9(5)V99.
           05  PR-PCT              PIC 9(2)V99.
           05  PR-DEBUT            PIC 9(8).
           05  PR-FIN              PIC 9(8).
       77  IDX-PROMO               PIC 9(2) VALUE 0.
       77  PROMO-ACTIVE            PIC X VALUE 'N'.
       77  PU-PROMO                PIC S9(5)V99 VALUE 0.
       01  PRM-CH1                 PIC X(16).
       01  PRM-CH2                 PIC X(16).
       01  PRM-CH3                 PIC X(16).
       01  PRM-CH4                 PIC X(16).

      *> Ticket Z : tickets posterieurs au dernier Z, cumuls par
      *> mode de reglement et par taux de TVA.
       77  NUM-Z                   PIC 9(6) VALUE 0.
       77  DERNIER-TICKET-Z        PIC 9(6) VALUE 0.
       77  PREMIER-TICKET          PIC 9(6) VALUE 0.
       77  DERNIER-TICKET          PIC 9(6) VALUE 0.
       77  NB-TICKETS-Z            PIC 9(5) VALUE 0.
       77  TK-NUM                  PIC 9(6) VALUE 0.
       77  TK-MONTANT              PIC S9(7)V99 VALUE 0.
       77  Z-TOTAL-TTC             PIC S9(9)V99 VALUE 0.
       77  Z-ESPECES               PIC S9(9)V99 VALUE 0.
       77  Z-CARTES                PIC S9(9)V99 VALUE 0.
       77  Z-CHEQUES               PIC S9(9)V99 VALUE 0.
       77  Z-NB-ESPECES            PIC 9(5) VALUE 0.
       77  Z-NB-CARTES             PIC 9(5) VALUE 0.
       77  Z-NB-CHEQUES            PIC 9(5) VALUE 0.
       77  Z-FOND                  PIC S9(7)V99 VALUE 0.
       77  Z-ATTENDU               PIC S9(9)V99 VALUE 0.
       77  Z-COMPTE                PIC S9(9)V99 VALUE 0.
       77  Z-ECART                 PIC S9(9)V99 VALUE 0.
       77  NB-Z-TAUX               PIC 9(2) VALUE 0.
       01  TAB-Z-TAUX.
           05  ZT-ENTREE OCCURS 20.
               10  ZT-TAUX         PIC 9(3).
               10  ZT-HT           PIC S9(9)V99.
               10  ZT-TVA          PIC S9(9)V99.
       77  ZT-IDX                  PIC 9(2) VALUE 0.
       77  LG-TAUX                 PIC 9(3) VALUE 0.
       77  LG-HT                   PIC S9(7)V99 VALUE 0.
       77  LG-TVA                  PIC S9(7)V99 VALUE 0.
       01  RG-CH1                  PIC X(16).
       01  RG-CH2                  PIC X(16).
       01  RG-CH3                  PIC X(16).
       01  RG-CH4                  PIC X(16).
       01  RG-CH5                  PIC X(16).
       01  RG-CH6                  PIC X(16).
       01  RG-CH7                  PIC X(16).
       01  RG-CH8                  PIC X(16).
       01  RG-CH9                  PIC X(16).

      *> Journal des ventes du Z : un lot GL equilibre.
       77  GL-NUM-BATCH            PIC 9(6) VALUE 0.
       77  GL-MONTANT-W            PIC S9(11)V99 VALUE 0.
       77  GL-TOTAL-DEBIT          PIC S9(11)V99 VALUE 0.
       77  GL-TOTAL-CREDIT         PIC S9(11)V99 VALUE 0.
       77  GL-NB-LIGNES            PIC 9(3) VALUE 0.
       77  GL-EDIT                 PIC -(11)9.99.
       77  GL-EDIT2                PIC -(11)9.99.

      *> Fond de caisse (PARAM-LOOKUP).
       77  PRM-CLE                 PIC X(24) VALUE SPACES.
       77  PRM-DEFAUT              PIC X(40) VALUE SPACES.
       77  PRM-VALEUR              PIC X(40) VALUE SPACES.
       77  PRM-RESULTAT            PIC X(2) VALUE SPACES.

      *> Appels au sous-programme partage DATE-UTILS (validation
      *> des fourchettes de promotion).
       01  DU-ACTION               PIC X(8) VALUE SPACES.
       01  DU-DATE-1               PIC 9(8) VALUE 0.
       01  DU-DATE-2               PIC 9(8) VALUE 0.
       01  DU-NOMBRE               PIC S9(7) VALUE 0.
       01  DU-RESULTAT             PIC X(2) VALUE SPACES.

      *> Tickets et Z sont declares au spool des documents.
       77  SPOOL-TYPE              PIC X(12) VALUE "TICKET".
       77  SPOOL-FICHIER           PIC X(64) VALUE SPACES.
       77  SPOOL-NUMERO            PIC 9(6) VALUE 0.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20) VALUE "CAISSE-COMPTOIR".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

      *> Chaque ligne encaissee part au journal des mouvements.
       77  JRN-ARTICLE             PIC X(10) VALUE SPACES.
       77  JRN-QTE                 PIC S9(5) VALUE 0.
       77  JRN-MOTIF               PIC X(16) VALUE SPACES.
       77  JRN-SOLDE               PIC S9(5) VALUE 0.

      *> Sortie des lots perissables en premier-perime-premier-sorti
      *> (LOT-STOCK ; "02" = article non suivi en lots).
       77  LOT-ACTION              PIC X(8) VALUE SPACES.
       77  LOT-LOT                 PIC X(10) VALUE SPACES.
       77  LOT-QTE                 PIC S9(5) VALUE 0.
       77  LOT-DLC                 PIC 9(8) VALUE 0.
       77  LOT-RESULTAT            PIC X(2) VALUE SPACES.

      *> Verrou partage sur le catalogue indexe (FILE-LOCK), tenu
      *> le temps de la session de caisse.
       77  VERROU-RESSOURCE        PIC X(20) VALUE "inv_master".
       77  VERROU-ACTION           PIC X(8) VALUE SPACES.
       77  VERROU-RESULTAT         PIC X(2) VALUE SPACES.
       77  VERROU-TENU             PIC X VALUE 'N'.
      *> Identification de l'operateur (OPERATOR-SIGNON) ; "35" =
      *> controle pas encore en service, on continue.
       77  WS-OPERATEUR            PIC X(8) VALUE SPACES.
       77  SIGNON-RESULTAT         PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       DEBUT.
           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT
           IF SIGNON-RESULTAT = "91"
               DISPLAY "Identification operateur refusee, fin."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OPERATEUR = SPACES
               MOVE "-" TO WS-OPERATEUR
           END-IF

           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM(ARG-MODE) = "Z"
               PERFORM CLOTURE-Z
               PERFORM FIN-PROGRAMME
           END-IF

           MOVE "LOCK" TO VERROU-ACTION
           CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
               VERROU-RESULTAT
           IF VERROU-RESULTAT NOT = "00"
               DISPLAY "Catalogue indexe verrouille par un autre"
                   " traitement (inv_master.lck), reessayez plus"
                   " tard."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           MOVE 'O' TO VERROU-TENU

           OPEN I-O MASTER-FILE
           IF MASTER-STATUS NOT = "00"
               DISPLAY "Catalogue indexe indisponible (status "
                   MASTER-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           PERFORM CHARGER-PROMOTIONS

           PERFORM UNTIL FIN-SESSION = 'O'
               PERFORM SAISIR-TICKET
           END-PERFORM

           CLOSE MASTER-FILE
           MOVE TOTAL-SESSION TO MONTANT-EDIT
           DISPLAY "Session de caisse : " NB-TICKETS-SESSION
               " ticket(s), " FUNCTION TRIM(MONTANT-EDIT) " TTC."
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           CALL "OPERATOR-SIGNOFF".
           IF VERROU-TENU = 'O'
               MOVE "UNLOCK" TO VERROU-ACTION
               CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
                   VERROU-RESULTAT
               MOVE 'N' TO VERROU-TENU
           END-IF.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  CHARGER-COMPTEUR / SAUVER-COMPTEUR : numerotation des
      *  tickets persistee dans ticket_counter.txt, meme idiome que
      *  cde_counter.txt de COMMANDES-CLIENTS.
      *============================================================
       CHARGER-COMPTEUR.
           MOVE 0 TO NUM-TICKET.
           OPEN INPUT COUNTER-FILE.
           IF COUNTER-STATUS = "00"
               READ COUNTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(COUNTER-REC) TO NUM-TICKET
               END-READ
               CLOSE COUNTER-FILE
           END-IF.
           EXIT PARAGRAPH.

       SAUVER-COMPTEUR.
           OPEN OUTPUT COUNTER-FILE.
           MOVE SPACES TO COUNTER-REC.
           MOVE NUM-TICKET TO COUNTER-REC(1:6).
           WRITE COUNTER-REC.
           CLOSE COUNTER-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  SAISIR-TICKET : un ticket, du premier scan a l'encaissement
      *  (ou a l'abandon). FIN sur un ticket vide clot la session.
      *============================================================
       SAISIR-TICKET.
           MOVE 0 TO NB-LT TOTAL-TICKET.
           MOVE 'N' TO TICKET-CLOS.
           PERFORM UNTIL TICKET-CLOS = 'O'
               DISPLAY "Scan EAN-13 ou code article (TOTAL pour"
                   " encaisser, ANNULE, FIN) : " WITH NO ADVANCING
               MOVE SPACES TO INP-SCAN
               ACCEPT INP-SCAN
               INSPECT INP-SCAN CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               EVALUATE TRUE
                   WHEN FUNCTION LENGTH(FUNCTION TRIM(INP-SCAN)) = 0
                       CONTINUE
                   WHEN INP-SCAN = "FIN"
                       IF NB-LT = 0
                           MOVE 'O' TO TICKET-CLOS FIN-SESSION
                       ELSE
                           DISPLAY "Ticket en cours : TOTAL pour"
                               " l'encaisser ou ANNULE."
                       END-IF
                   WHEN INP-SCAN = "TOTAL"
                       IF NB-LT = 0
                           DISPLAY "Ticket vide."
                       ELSE
                           PERFORM ENCAISSER-TICKET
                       END-IF
                   WHEN INP-SCAN = "ANNULE"
                       IF NB-LT > 0
                           DISPLAY "Ticket annule, " NB-LT
                               " ligne(s) abandonnee(s)."
                       END-IF
                       MOVE 0 TO NB-LT TOTAL-TICKET
                   WHEN OTHER
                       PERFORM AJOUTER-ARTICLE
               END-EVALUATE
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  AJOUTER-ARTICLE : article scanne ou tape, quantite (1 par
      *  defaut), prix promo eventuel, ligne ajoutee au ticket.
      *------------------------------------------------------------
       AJOUTER-ARTICLE.
           MOVE INP-SCAN(1:10) TO INP-CODE.
      *> 13 chiffres = douchette : controle de la cle puis
      *> recherche de l'article par son code-barres au catalogue
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-SCAN)) = 13
               AND FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(INP-SCAN)) = 0
               MOVE INP-SCAN(1:13) TO EAN-SAISIE
               PERFORM VALIDER-EAN
               IF EAN-OK = 'N'
                   DISPLAY "Cle EAN-13 invalide, scan rejete."
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHERCHER-PAR-EAN
               IF INP-CODE = SPACES
                   DISPLAY "Aucun article ne porte ce code-barres."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE INP-CODE TO M-CODE.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "Code inconnu au catalogue."
                   EXIT PARAGRAPH
           END-READ.
           IF M-STATUT = 'B'
               DISPLAY "Article " FUNCTION TRIM(M-CODE)
                   " bloque (rappel qualite) : vente interdite."
               EXIT PARAGRAPH
           END-IF.
           IF NB-LT >= 100
               DISPLAY "Ticket plein (100 lignes), encaissez puis"
                   " ouvrez un nouveau ticket."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY FUNCTION TRIM(M-LIB) " - quantite (vide = 1) : "
               WITH NO ADVANCING.
           MOVE SPACES TO INP-QTE-ALPHA.
           ACCEPT INP-QTE-ALPHA.
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-QTE-ALPHA)) = 0
               MOVE 1 TO QTE-VENTE
           ELSE
               MOVE FUNCTION NUMVAL(INP-QTE-ALPHA) TO QTE-VENTE
           END-IF.
           IF QTE-VENTE <= 0
               DISPLAY "Quantite invalide, ligne ignoree."
               EXIT PARAGRAPH
           END-IF.
      *> la marchandise est sur le comptoir : un stock theorique
      *> insuffisant n'empeche pas la vente, il est signale
           MOVE 0 TO QTE-DEJA.
           PERFORM VARYING IDX-LT FROM 1 BY 1 UNTIL IDX-LT > NB-LT
               IF LT-ART(IDX-LT) = M-CODE
                   ADD LT-QTE(IDX-LT) TO QTE-DEJA
               END-IF
           END-PERFORM.
           IF M-QTE < QTE-DEJA + QTE-VENTE
               MOVE M-QTE TO QTE-EDIT
               DISPLAY "  Attention : stock theorique "
                   FUNCTION TRIM(QTE-EDIT) ", a verifier."
           END-IF.

           PERFORM CHERCHER-PROMO.
           IF PROMO-ACTIVE = 'O'
               MOVE PU-PROMO TO PU-VENTE
           ELSE
               MOVE M-PU TO PU-VENTE
           END-IF.
           ADD 1 TO NB-LT.
           MOVE M-CODE TO LT-ART(NB-LT).
           MOVE M-LIB TO LT-LIB(NB-LT).
           MOVE QTE-VENTE TO LT-QTE(NB-LT).
           MOVE PU-VENTE TO LT-PU(NB-LT).
           MOVE M-TVA TO LT-TAUX(NB-LT).
           MOVE PROMO-ACTIVE TO LT-PROMO(NB-LT).
           COMPUTE LT-HT(NB-LT) ROUNDED = QTE-VENTE * PU-VENTE.
           COMPUTE LT-TVA(NB-LT) ROUNDED =
               LT-HT(NB-LT) * M-TVA / 100.
           COMPUTE TOTAL-TICKET =
               TOTAL-TICKET + LT-HT(NB-LT) + LT-TVA(NB-LT).
           COMPUTE MONTANT-EDIT = LT-HT(NB-LT) + LT-TVA(NB-LT).
           MOVE TOTAL-TICKET TO MONTANT-EDIT2.
           IF PROMO-ACTIVE = 'O'
               DISPLAY "  " FUNCTION TRIM(M-CODE) " x "
                   QTE-VENTE " PROMO = " FUNCTION TRIM(MONTANT-EDIT)
                   " TTC   (ticket " FUNCTION TRIM(MONTANT-EDIT2) ")"
           ELSE
               DISPLAY "  " FUNCTION TRIM(M-CODE) " x "
                   QTE-VENTE " = " FUNCTION TRIM(MONTANT-EDIT)
                   " TTC   (ticket " FUNCTION TRIM(MONTANT-EDIT2) ")"
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ENCAISSER-TICKET : mode de reglement, rendu monnaie, puis
      *  validation du ticket. Un mode vide revient a la saisie.
      *------------------------------------------------------------
       ENCAISSER-TICKET.
           MOVE TOTAL-TICKET TO MONTANT-EDIT.
           DISPLAY "TOTAL TTC : " FUNCTION TRIM(MONTANT-EDIT).
           DISPLAY "Reglement (ESPECES/CARTE/CHEQUE, vide = retour"
               " au ticket) : " WITH NO ADVANCING.
           MOVE SPACES TO INP-MODE.
           ACCEPT INP-MODE.
           INSPECT INP-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF INP-MODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF INP-MODE NOT = "ESPECES" AND INP-MODE NOT = "CARTE"
               AND INP-MODE NOT = "CHEQUE"
               DISPLAY "Mode de reglement inconnu."
               EXIT PARAGRAPH
           END-IF.
           MOVE TOTAL-TICKET TO MONTANT-RECU.
           MOVE 0 TO MONTANT-RENDU.
           IF INP-MODE = "ESPECES"
               DISPLAY "Montant recu (vide = compte juste) : "
                   WITH NO ADVANCING
               MOVE SPACES TO INP-MONTANT-ALPHA
               ACCEPT INP-MONTANT-ALPHA
               INSPECT INP-MONTANT-ALPHA REPLACING ALL "," BY "."
               IF FUNCTION LENGTH(FUNCTION TRIM(INP-MONTANT-ALPHA))
                   > 0
                   MOVE FUNCTION NUMVAL(INP-MONTANT-ALPHA)
                       TO MONTANT-RECU
               END-IF
               IF MONTANT-RECU < TOTAL-TICKET
                   DISPLAY "Montant insuffisant, reglement refuse."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE MONTANT-RENDU = MONTANT-RECU - TOTAL-TICKET
               MOVE MONTANT-RENDU TO MONTANT-EDIT
               DISPLAY "RENDU MONNAIE : " FUNCTION TRIM(MONTANT-EDIT)
           END-IF.
           PERFORM VALIDER-TICKET.
           MOVE 'O' TO TICKET-CLOS.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  VALIDER-TICKET : numero, sorties de stock, registres des
      *  tickets et des lignes, ticket imprime.
      *------------------------------------------------------------
       VALIDER-TICKET.
           PERFORM CHARGER-COMPTEUR.
           ADD 1 TO NUM-TICKET.
           PERFORM SAUVER-COMPTEUR.
           ACCEPT WS-HEURE FROM TIME.

           OPEN EXTEND CLIGNES-FILE.
           IF CLIGNES-STATUS = "35"
               OPEN OUTPUT CLIGNES-FILE
               MOVE SPACES TO CLIGNES-REC
               STRING "ticket|date|article|qte|pu|tva|ht"
                   "|montant_tva|promo"
                   DELIMITED BY SIZE INTO CLIGNES-REC
               END-STRING
               WRITE CLIGNES-REC
           END-IF.
           PERFORM VARYING IDX-LT FROM 1 BY 1 UNTIL IDX-LT > NB-LT
               PERFORM SORTIR-LIGNE-TICKET
           END-PERFORM.
           CLOSE CLIGNES-FILE.

           OPEN EXTEND TICKETS-FILE.
           IF TICKETS-STATUS = "35"
               OPEN OUTPUT TICKETS-FILE
               MOVE "ticket|date|heure|mode|ttc|recu|rendu|operateur"
                   TO TICKETS-REC
               WRITE TICKETS-REC
           END-IF.
           MOVE TOTAL-TICKET TO MONTANT-EDIT.
           MOVE MONTANT-RECU TO MONTANT-EDIT2.
           MOVE MONTANT-RENDU TO MONTANT-EDIT3.
           MOVE SPACES TO TICKETS-REC.
           STRING NUM-TICKET "|" WS-TODAY "|" WS-HEURE(1:4) "|"
               FUNCTION TRIM(INP-MODE) "|"
               FUNCTION TRIM(MONTANT-EDIT) "|"
               FUNCTION TRIM(MONTANT-EDIT2) "|"
               FUNCTION TRIM(MONTANT-EDIT3) "|"
               FUNCTION TRIM(WS-OPERATEUR)
               DELIMITED BY SIZE INTO TICKETS-REC
           END-STRING.
           WRITE TICKETS-REC.
           CLOSE TICKETS-FILE.

           PERFORM EDITER-TICKET.
           ADD 1 TO NB-TICKETS-SESSION.
           ADD TOTAL-TICKET TO TOTAL-SESSION.
           DISPLAY "Ticket " NUM-TICKET " encaisse ("
               FUNCTION TRIM(INP-MODE) ").".
           EXIT PARAGRAPH.

       SORTIR-LIGNE-TICKET.
           MOVE LT-ART(IDX-LT) TO M-CODE.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "Article " FUNCTION TRIM(M-CODE)
                       " disparu du catalogue, stock non sorti."
                   MOVE 4 TO WS-JOBLOG-RC
               NOT INVALID KEY
                   SUBTRACT LT-QTE(IDX-LT) FROM M-QTE
                   REWRITE MASTER-REC
                       INVALID KEY
                           DISPLAY "Erreur catalogue indexe ("
                               FUNCTION TRIM(M-CODE) ") : "
                               MASTER-STATUS
                   END-REWRITE
                   MOVE M-CODE TO JRN-ARTICLE
                   COMPUTE JRN-QTE = 0 - LT-QTE(IDX-LT)
                   MOVE "VENTE-COMPTOIR" TO JRN-MOTIF
                   MOVE M-QTE TO JRN-SOLDE
                   CALL "STOCK-JOURNAL" USING JRN-ARTICLE JRN-QTE
                       JRN-MOTIF JRN-SOLDE
                   MOVE "SORTIE" TO LOT-ACTION
                   MOVE SPACES TO LOT-LOT
                   STRING "TIC" NUM-TICKET DELIMITED BY SIZE
                       INTO LOT-LOT
                   END-STRING
                   MOVE LT-QTE(IDX-LT) TO LOT-QTE
                   MOVE 0 TO LOT-DLC
                   CALL "LOT-STOCK" USING LOT-ACTION JRN-ARTICLE
                       LOT-LOT LOT-QTE LOT-DLC LOT-RESULTAT
           END-READ.
           MOVE LT-QTE(IDX-LT) TO QTE-EDIT.
           MOVE LT-TAUX(IDX-LT) TO TAUX-EDIT.
           MOVE LT-PU(IDX-LT) TO MONTANT-EDIT.
           MOVE LT-HT(IDX-LT) TO MONTANT-EDIT2.
           MOVE LT-TVA(IDX-LT) TO MONTANT-EDIT3.
           MOVE SPACES TO CLIGNES-REC.
           STRING NUM-TICKET "|" WS-TODAY "|"
               FUNCTION TRIM(LT-ART(IDX-LT)) "|"
               FUNCTION TRIM(QTE-EDIT) "|"
               FUNCTION TRIM(MONTANT-EDIT) "|"
               FUNCTION TRIM(TAUX-EDIT) "|"
               FUNCTION TRIM(MONTANT-EDIT2) "|"
               FUNCTION TRIM(MONTANT-EDIT3) "|"
               LT-PROMO(IDX-LT)
               DELIMITED BY SIZE INTO CLIGNES-REC
           END-STRING.
           WRITE CLIGNES-REC.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  EDITER-TICKET : ticket client ticket_NNNNNN.txt, au spool.
      *------------------------------------------------------------
       EDITER-TICKET.
           MOVE SPACES TO TICKET-FILENAME.
           STRING "ticket_" NUM-TICKET ".txt"
               DELIMITED BY SIZE INTO TICKET-FILENAME
           END-STRING.
           OPEN OUTPUT TICKET-FILE.
           MOVE SPACES TO TICKET-REC.
           STRING "TICKET " NUM-TICKET " DU " WS-TODAY " "
               WS-HEURE(1:2) ":" WS-HEURE(3:2)
               DELIMITED BY SIZE INTO TICKET-REC
           END-STRING.
           WRITE TICKET-REC.
           MOVE SPACES TO TICKET-REC.
           STRING "CAISSE " FUNCTION TRIM(WS-OPERATEUR)
               DELIMITED BY SIZE INTO TICKET-REC
           END-STRING.
           WRITE TICKET-REC.
           MOVE SPACES TO TICKET-REC.
           WRITE TICKET-REC.
           PERFORM VARYING IDX-LT FROM 1 BY 1 UNTIL IDX-LT > NB-LT
               MOVE LT-QTE(IDX-LT) TO QTE-EDIT
               COMPUTE MONTANT-EDIT = LT-HT(IDX-LT) + LT-TVA(IDX-LT)
               MOVE SPACES TO TICKET-REC
               STRING LT-LIB(IDX-LT) " " QTE-EDIT " "
                   MONTANT-EDIT
                   DELIMITED BY SIZE INTO TICKET-REC
               END-STRING
               IF LT-PROMO(IDX-LT) = 'O'
                   MOVE "PROMO" TO TICKET-REC(42:5)
               END-IF
               WRITE TICKET-REC
           END-PERFORM.
           MOVE SPACES TO TICKET-REC.
           WRITE TICKET-REC.
           MOVE TOTAL-TICKET TO MONTANT-EDIT.
           MOVE SPACES TO TICKET-REC.
           STRING "TOTAL TTC                  " MONTANT-EDIT
               DELIMITED BY SIZE INTO TICKET-REC
           END-STRING.
           WRITE TICKET-REC.
           MOVE MONTANT-RECU TO MONTANT-EDIT.
           MOVE SPACES TO TICKET-REC.
           STRING INP-MODE "                 " MONTANT-EDIT
               DELIMITED BY SIZE INTO TICKET-REC
           END-STRING.
           WRITE TICKET-REC.
           IF MONTANT-RENDU > 0
               MOVE MONTANT-RENDU TO MONTANT-EDIT
               MOVE SPACES TO TICKET-REC
               STRING "RENDU                      " MONTANT-EDIT
                   DELIMITED BY SIZE INTO TICKET-REC
               END-STRING
               WRITE TICKET-REC
           END-IF.
           PERFORM EDITER-TVA-TICKET.
           CLOSE TICKET-FILE.
           MOVE "TICKET" TO SPOOL-TYPE.
           MOVE TICKET-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           EXIT PARAGRAPH.

      *> detail de la TVA du ticket, par taux
       EDITER-TVA-TICKET.
           MOVE 0 TO NB-Z-TAUX.
           PERFORM VARYING IDX-LT FROM 1 BY 1 UNTIL IDX-LT > NB-LT
               MOVE LT-TAUX(IDX-LT) TO LG-TAUX
               MOVE LT-HT(IDX-LT) TO LG-HT
               MOVE LT-TVA(IDX-LT) TO LG-TVA
               PERFORM CUMULER-Z-TAUX
           END-PERFORM.
           MOVE SPACES TO TICKET-REC.
           WRITE TICKET-REC.
           PERFORM VARYING ZT-IDX FROM 1 BY 1
               UNTIL ZT-IDX > NB-Z-TAUX
               MOVE ZT-TAUX(ZT-IDX) TO TAUX-EDIT
               MOVE ZT-HT(ZT-IDX) TO MONTANT-EDIT
               MOVE ZT-TVA(ZT-IDX) TO MONTANT-EDIT2
               MOVE SPACES TO TICKET-REC
               STRING "TVA " TAUX-EDIT "%  HT " MONTANT-EDIT
                   "  TVA " MONTANT-EDIT2
                   DELIMITED BY SIZE INTO TICKET-REC
               END-STRING
               WRITE TICKET-REC
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CUMULER-Z-TAUX : HT et TVA (LG-HT, LG-TVA) ajoutes au poste
      *  du taux LG-TAUX.
      *------------------------------------------------------------
       CUMULER-Z-TAUX.
           MOVE 0 TO ZT-IDX.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-Z-TAUX
               IF ZT-TAUX(WS-I) = LG-TAUX
                   MOVE WS-I TO ZT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ZT-IDX = 0
               IF NB-Z-TAUX >= 20
                   MOVE 20 TO ZT-IDX
               ELSE
                   ADD 1 TO NB-Z-TAUX
                   MOVE NB-Z-TAUX TO ZT-IDX
                   MOVE LG-TAUX TO ZT-TAUX(ZT-IDX)
                   MOVE 0 TO ZT-HT(ZT-IDX) ZT-TVA(ZT-IDX)
               END-IF
           END-IF.
           ADD LG-HT TO ZT-HT(ZT-IDX).
           ADD LG-TVA TO ZT-TVA(ZT-IDX).
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-PROMOTIONS : promotions.txt
      *  (ART|PRIX-ou-PCT%|DEBUT|FIN) en memoire.
      *============================================================
       CHARGER-PROMOTIONS.
           MOVE 0 TO NB-PROMOS.
           OPEN INPUT PROMO-FILE.
           IF PROMO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ PROMO-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-PROMO
               END-READ
           END-PERFORM.
           CLOSE PROMO-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-PROMO.
           IF FUNCTION LENGTH(FUNCTION TRIM(PROMO-REC)) = 0
               OR NB-PROMOS >= 50
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PRM-CH1 PRM-CH2 PRM-CH3 PRM-CH4.
           UNSTRING PROMO-REC DELIMITED BY ALL "|"
               INTO PRM-CH1 PRM-CH2 PRM-CH3 PRM-CH4
           END-UNSTRING.
           MOVE "VALIDER" TO DU-ACTION.
           MOVE FUNCTION NUMVAL(PRM-CH3) TO DU-DATE-1.
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
               DU-NOMBRE DU-RESULTAT.
           IF DU-RESULTAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(PRM-CH4) TO DU-DATE-1.
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
               DU-NOMBRE DU-RESULTAT.
           IF DU-RESULTAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-PROMOS.
           INSPECT PRM-CH1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE PRM-CH1 TO PR-ART(NB-PROMOS).
           INSPECT PRM-CH2 REPLACING ALL "," BY ".".
           IF PRM-CH2(FUNCTION LENGTH(FUNCTION TRIM(PRM-CH2)):1)
               = "%"
               MOVE 0 TO PR-PRIX(NB-PROMOS)
               MOVE FUNCTION NUMVAL(PRM-CH2(1:
                   FUNCTION LENGTH(FUNCTION TRIM(PRM-CH2)) - 1))
                   TO PR-PCT(NB-PROMOS)
           ELSE
               MOVE FUNCTION NUMVAL(PRM-CH2) TO PR-PRIX(NB-PROMOS)
               MOVE 0 TO PR-PCT(NB-PROMOS)
           END-IF.
           MOVE FUNCTION NUMVAL(PRM-CH3) TO PR-DEBUT(NB-PROMOS).
           MOVE FUNCTION NUMVAL(PRM-CH4) TO PR-FIN(NB-PROMOS).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHERCHER-PROMO : promotion active sur M-CODE a la date du
      *  jour ; PU-PROMO = prix promo, ou M-PU reduit du pourcent.
      *------------------------------------------------------------
       CHERCHER-PROMO.
           MOVE 'N' TO PROMO-ACTIVE.
           MOVE 0 TO PU-PROMO.
           PERFORM VARYING IDX-PROMO FROM 1 BY 1
               UNTIL IDX-PROMO > NB-PROMOS
               IF FUNCTION TRIM(PR-ART(IDX-PROMO)) =
                   FUNCTION TRIM(M-CODE)
                   AND WS-TODAY >= PR-DEBUT(IDX-PROMO)
                   AND WS-TODAY <= PR-FIN(IDX-PROMO)
                   IF PR-PRIX(IDX-PROMO) > 0
                       MOVE PR-PRIX(IDX-PROMO) TO PU-PROMO
                   ELSE
                       COMPUTE PU-PROMO ROUNDED = M-PU *
                           (1 - PR-PCT(IDX-PROMO) / 100)
                   END-IF
                   MOVE 'O' TO PROMO-ACTIVE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *============================================================
      *  VALIDER-EAN : controle de la cle d'un EAN-13 (somme des
      *  chiffres de rang impair + 3 fois ceux de rang pair, la cle
      *  etant le complement a 10 du modulo 10). EAN-OK = 'O' si la
      *  cle en 13e position verifie.
      *============================================================
       VALIDER-EAN.
           MOVE 'N' TO EAN-OK.
           MOVE 0 TO EAN-SOMME.
           PERFORM VARYING EAN-IDX FROM 1 BY 1 UNTIL EAN-IDX > 12
               IF EAN-SAISIE(EAN-IDX:1) < "0"
                   OR EAN-SAISIE(EAN-IDX:1) > "9"
                   EXIT PARAGRAPH
               END-IF
               MOVE EAN-SAISIE(EAN-IDX:1) TO EAN-CHIFFRE
               IF FUNCTION MOD(EAN-IDX 2) = 1
                   ADD EAN-CHIFFRE TO EAN-SOMME
               ELSE
                   COMPUTE EAN-SOMME = EAN-SOMME + EAN-CHIFFRE * 3
               END-IF
           END-PERFORM.
           IF EAN-SAISIE(13:1) < "0" OR EAN-SAISIE(13:1) > "9"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE EAN-CLE = FUNCTION MOD
               (10 - FUNCTION MOD(EAN-SOMME 10) 10).
           MOVE EAN-SAISIE(13:1) TO EAN-CHIFFRE.
           IF EAN-CHIFFRE = EAN-CLE
               MOVE 'O' TO EAN-OK
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  CHERCHER-PAR-EAN : balaye le catalogue indexe a la
      *  recherche de l'article portant EAN-SAISIE ; INP-CODE vide
      *  si aucun ne le porte.
      *============================================================
       CHERCHER-PAR-EAN.
           MOVE SPACES TO INP-CODE.
           MOVE LOW-VALUES TO M-CODE.
           START MASTER-FILE KEY IS NOT LESS THAN M-CODE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
               READ MASTER-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF M-EAN = EAN-SAISIE
                           MOVE M-CODE TO INP-CODE
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           EXIT PARAGRAPH.

      *============================================================
      *  CLOTURE-Z : ticket Z des ventes depuis le dernier Z,
      *  comptage des especes, journal des ventes.
      *============================================================
       CLOTURE-Z.
           PERFORM LIRE-DERNIER-Z.
           PERFORM CUMULER-TICKETS-Z.
           IF NB-TICKETS-Z = 0
               DISPLAY "Aucun ticket depuis le Z " NUM-Z
                   " (dernier ticket " DERNIER-TICKET-Z ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CUMULER-LIGNES-Z.
           ADD 1 TO NUM-Z.

           MOVE "CAISSE-FOND" TO PRM-CLE.
           MOVE "150.00" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           INSPECT PRM-VALEUR REPLACING ALL "," BY ".".
           MOVE FUNCTION NUMVAL(PRM-VALEUR) TO Z-FOND.
           COMPUTE Z-ATTENDU = Z-FOND + Z-ESPECES.

           MOVE Z-TOTAL-TTC TO MONTANT-EDIT.
           MOVE Z-ATTENDU TO MONTANT-EDIT2.
           DISPLAY "Z " NUM-Z " : " NB-TICKETS-Z " ticket(s) ("
               PREMIER-TICKET " a " DERNIER-TICKET "), "
               FUNCTION TRIM(MONTANT-EDIT) " TTC.".
           DISPLAY "Especes attendues en caisse (fond compris) : "
               FUNCTION TRIM(MONTANT-EDIT2).
           DISPLAY "Especes comptees : " WITH NO ADVANCING.
           MOVE SPACES TO INP-MONTANT-ALPHA.
           ACCEPT INP-MONTANT-ALPHA.
           INSPECT INP-MONTANT-ALPHA REPLACING ALL "," BY ".".
           MOVE FUNCTION NUMVAL(INP-MONTANT-ALPHA) TO Z-COMPTE.
           COMPUTE Z-ECART = Z-COMPTE - Z-ATTENDU.
           MOVE Z-ECART TO MONTANT-EDIT.
           IF Z-ECART = 0
               DISPLAY "Caisse juste."
           ELSE
               DISPLAY "ECART DE CAISSE : " FUNCTION TRIM(MONTANT-EDIT)
               MOVE 4 TO WS-JOBLOG-RC
           END-IF.

           PERFORM EDITER-Z.
           PERFORM ENREGISTRER-Z.
           PERFORM ECRIRE-JOURNAL-VENTES.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  LIRE-DERNIER-Z : numero du dernier Z et dernier ticket
      *  qu'il couvrait (derniere ligne de caisse_z.txt).
      *------------------------------------------------------------
       LIRE-DERNIER-Z.
           MOVE 0 TO NUM-Z DERNIER-TICKET-Z.
           OPEN INPUT ZREG-FILE.
           IF ZREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ ZREG-FILE
                   AT END EXIT PERFORM
               END-READ
               IF ZREG-REC(1:1) >= "0" AND ZREG-REC(1:1) <= "9"
                   MOVE SPACES TO RG-CH1 RG-CH2 RG-CH3 RG-CH4
                   UNSTRING ZREG-REC DELIMITED BY "|"
                       INTO RG-CH1 RG-CH2 RG-CH3 RG-CH4
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(RG-CH1) TO NUM-Z
                   MOVE FUNCTION NUMVAL(RG-CH4) TO DERNIER-TICKET-Z
               END-IF
           END-PERFORM.
           CLOSE ZREG-FILE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CUMULER-TICKETS-Z : tickets posterieurs au dernier Z, par
      *  mode de reglement (le TTC, le rendu etant deja deduit).
      *------------------------------------------------------------
       CUMULER-TICKETS-Z.
           MOVE 0 TO NB-TICKETS-Z PREMIER-TICKET DERNIER-TICKET.
           OPEN INPUT TICKETS-FILE.
           IF TICKETS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ TICKETS-FILE
                   AT END EXIT PERFORM
               END-READ
               IF TICKETS-REC(1:1) >= "0" AND TICKETS-REC(1:1) <= "9"
                   PERFORM CUMULER-UN-TICKET
               END-IF
           END-PERFORM.
           CLOSE TICKETS-FILE.
           EXIT PARAGRAPH.

       CUMULER-UN-TICKET.
           MOVE SPACES TO RG-CH1 RG-CH2 RG-CH3 RG-CH4 RG-CH5.
           UNSTRING TICKETS-REC DELIMITED BY "|"
               INTO RG-CH1 RG-CH2 RG-CH3 RG-CH4 RG-CH5
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(RG-CH1) TO TK-NUM.
           IF TK-NUM <= DERNIER-TICKET-Z
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(RG-CH5) TO TK-MONTANT.
           ADD 1 TO NB-TICKETS-Z.
           IF PREMIER-TICKET = 0
               MOVE TK-NUM TO PREMIER-TICKET
           END-IF.
           MOVE TK-NUM TO DERNIER-TICKET.
           ADD TK-MONTANT TO Z-TOTAL-TTC.
           EVALUATE RG-CH4
               WHEN "ESPECES"
                   ADD TK-MONTANT TO Z-ESPECES
                   ADD 1 TO Z-NB-ESPECES
               WHEN "CARTE"
                   ADD TK-MONTANT TO Z-CARTES
                   ADD 1 TO Z-NB-CARTES
               WHEN OTHER
                   ADD TK-MONTANT TO Z-CHEQUES
                   ADD 1 TO Z-NB-CHEQUES
           END-EVALUATE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CUMULER-LIGNES-Z : HT et TVA des lignes des memes tickets,
      *  par taux.
      *------------------------------------------------------------
       CUMULER-LIGNES-Z.
           MOVE 0 TO NB-Z-TAUX.
           OPEN INPUT CLIGNES-FILE.
           IF CLIGNES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ CLIGNES-FILE
                   AT END EXIT PERFORM
               END-READ
               IF CLIGNES-REC(1:1) >= "0" AND CLIGNES-REC(1:1) <= "9"
                   MOVE SPACES TO RG-CH1 RG-CH2 RG-CH3 RG-CH4 RG-CH5
                       RG-CH6 RG-CH7 RG-CH8 RG-CH9
                   UNSTRING CLIGNES-REC DELIMITED BY "|"
                       INTO RG-CH1 RG-CH2 RG-CH3 RG-CH4 RG-CH5
                           RG-CH6 RG-CH7 RG-CH8 RG-CH9
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(RG-CH1) TO TK-NUM
                   IF TK-NUM > DERNIER-TICKET-Z
                       AND TK-NUM <= DERNIER-TICKET
                       MOVE FUNCTION NUMVAL(RG-CH6) TO LG-TAUX
                       MOVE FUNCTION NUMVAL(RG-CH7) TO LG-HT
                       MOVE FUNCTION NUMVAL(RG-CH8) TO LG-TVA
                       PERFORM CUMULER-Z-TAUX
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CLIGNES-FILE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  EDITER-Z : z_caisse_NNNNNN.txt, declare au spool.
      *------------------------------------------------------------
       EDITER-Z.
           MOVE SPACES TO Z-FILENAME.
           STRING "z_caisse_" NUM-Z ".txt"
               DELIMITED BY SIZE INTO Z-FILENAME
           END-STRING.
           OPEN OUTPUT Z-FILE.
           MOVE SPACES TO Z-REC.
           STRING "TICKET Z " NUM-Z " DU " WS-TODAY " - CAISSE "
               FUNCTION TRIM(WS-OPERATEUR)
               DELIMITED BY SIZE INTO Z-REC
           END-STRING.
           WRITE Z-REC.
           MOVE SPACES TO Z-REC.
           STRING "TICKETS " PREMIER-TICKET " A " DERNIER-TICKET
               " (" NB-TICKETS-Z ")"
               DELIMITED BY SIZE INTO Z-REC
           END-STRING.
           WRITE Z-REC.
           MOVE SPACES TO Z-REC.
           WRITE Z-REC.

           MOVE "VENTES PAR TAUX DE TVA" TO Z-REC.
           WRITE Z-REC.
           PERFORM VARYING ZT-IDX FROM 1 BY 1
               UNTIL ZT-IDX > NB-Z-TAUX
               MOVE ZT-TAUX(ZT-IDX) TO TAUX-EDIT
               MOVE ZT-HT(ZT-IDX) TO MONTANT-EDIT
               MOVE ZT-TVA(ZT-IDX) TO MONTANT-EDIT2
               COMPUTE MONTANT-EDIT3 = ZT-HT(ZT-IDX) + ZT-TVA(ZT-IDX)
               MOVE SPACES TO Z-REC
               STRING "  TVA " TAUX-EDIT "%  HT " MONTANT-EDIT
                   "  TVA " MONTANT-EDIT2 "  TTC " MONTANT-EDIT3
                   DELIMITED BY SIZE INTO Z-REC
               END-STRING
               WRITE Z-REC
           END-PERFORM.
           MOVE Z-TOTAL-TTC TO MONTANT-EDIT.
           MOVE SPACES TO Z-REC.
           STRING "  TOTAL TTC                " MONTANT-EDIT
               DELIMITED BY SIZE INTO Z-REC
           END-STRING.
           WRITE Z-REC.
           MOVE SPACES TO Z-REC.
           WRITE Z-REC.

           MOVE "REGLEMENTS" TO Z-REC.
           WRITE Z-REC.
           MOVE Z-ESPECES TO MONTANT-EDIT.
           MOVE SPACES TO Z-REC.
           STRING "  ESPECES  " Z-NB-ESPECES " ticket(s) "
               MONTANT-EDIT
               DELIMITED BY SIZE INTO Z-REC
           END-STRING.
           WRITE Z-REC.
           MOVE Z-CARTES TO MONTANT-EDIT.
           MOVE SPACES TO Z-REC.
           STRING "  CARTE    " Z-NB-CARTES " ticket(s) "
               MONTANT-EDIT
               DELIMITED BY SIZE INTO Z-REC
           END-STRING.
           WRITE Z-REC.
           MOVE Z-CHEQUES TO MONTANT-EDIT.
           MOVE SPACES TO Z-REC.
           STRING "  CHEQUE   " Z-NB-CHEQUES " ticket(s) "
               MONTANT-EDIT
               DELIMITED BY SIZE INTO Z-REC
           END-STRING.
           WRITE Z-REC.
           MOVE SPACES TO Z-REC.
           WRITE Z-REC.

           MOVE "CONTROLE DES ESPECES" TO Z-REC.
           WRITE Z-REC.
           MOVE Z-FOND TO MONTANT-EDIT.
           MOVE SPACES TO Z-REC.
           STRING "  Fond de caisse           " MONTANT-EDIT
               DELIMITED BY SIZE INTO Z-REC
           END-STRING.
           WRITE Z-REC.
           MOVE Z-ATTENDU TO MONTANT-EDIT.
           MOVE SPACES TO Z-REC.
           STRING "  Especes attendues        " MONTANT-EDIT
               DELIMITED BY SIZE INTO Z-REC
           END-STRING.
           WRITE Z-REC.
           MOVE Z-COMPTE TO MONTANT-EDIT.
           MOVE SPACES TO Z-REC.
           STRING "  Especes comptees         " MONTANT-EDIT
               DELIMITED BY SIZE INTO Z-REC
           END-STRING.
           WRITE Z-REC.
           MOVE Z-ECART TO MONTANT-EDIT.
           MOVE SPACES TO Z-REC.
           IF Z-ECART = 0
               STRING "  Ecart                    " MONTANT-EDIT
                   "  CAISSE JUSTE"
                   DELIMITED BY SIZE INTO Z-REC
               END-STRING
           ELSE
               STRING "  Ecart                    " MONTANT-EDIT
                   "  A JUSTIFIER"
                   DELIMITED BY SIZE INTO Z-REC
               END-STRING
           END-IF.
           WRITE Z-REC.
           CLOSE Z-FILE.
           MOVE "RAPPORT" TO SPOOL-TYPE.
           MOVE Z-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           DISPLAY "Ticket Z : " FUNCTION TRIM(Z-FILENAME)
               " (spool " SPOOL-NUMERO ")".
           EXIT PARAGRAPH.

       ENREGISTRER-Z.
           OPEN EXTEND ZREG-FILE.
           IF ZREG-STATUS = "35"
               OPEN OUTPUT ZREG-FILE
               MOVE SPACES TO ZREG-REC
               STRING "z|date|premier|dernier|nb_tickets|ttc|attendu"
                   "|compte|ecart"
                   DELIMITED BY SIZE INTO ZREG-REC
               END-STRING
               WRITE ZREG-REC
           END-IF.
           MOVE Z-TOTAL-TTC TO MONTANT-EDIT.
           MOVE Z-ATTENDU TO MONTANT-EDIT2.
           MOVE Z-COMPTE TO MONTANT-EDIT3.
           MOVE Z-ECART TO GL-EDIT.
           MOVE SPACES TO ZREG-REC.
           STRING NUM-Z "|" WS-TODAY "|" PREMIER-TICKET "|"
               DERNIER-TICKET "|" NB-TICKETS-Z "|"
               FUNCTION TRIM(MONTANT-EDIT) "|"
               FUNCTION TRIM(MONTANT-EDIT2) "|"
               FUNCTION TRIM(MONTANT-EDIT3) "|"
               FUNCTION TRIM(GL-EDIT)
               DELIMITED BY SIZE INTO ZREG-REC
           END-STRING.
           WRITE ZREG-REC.
           CLOSE ZREG-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  ECRIRE-JOURNAL-VENTES : le Z au journal des ventes, un lot
      *  GL equilibre dans gl_ventes_AAAAMMJJ.txt (meme compteur de
      *  lots que FACTURATION-CLIENTS, GRAND-LIVRE l'integre avec
      *  les autres lots du journal des ventes).
      *============================================================
       ECRIRE-JOURNAL-VENTES.
           PERFORM LIRE-NUM-BATCH.
           ADD 1 TO GL-NUM-BATCH.
           PERFORM SAUVER-NUM-BATCH.
           MOVE SPACES TO GL-FILENAME.
           STRING "gl_ventes_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO GL-FILENAME
           END-STRING.
           OPEN EXTEND GL-FILE.
           IF GL-STATUS = "35"
               OPEN OUTPUT GL-FILE
           END-IF.
           MOVE 0 TO GL-TOTAL-DEBIT GL-TOTAL-CREDIT GL-NB-LIGNES.

           IF Z-ESPECES NOT = 0
               MOVE Z-ESPECES TO GL-MONTANT-W
               MOVE "530000" TO GL-COMPTE
               MOVE "D" TO GL-SENS
               MOVE SPACES TO GL-LIBELLE
               STRING "CAISSE ESPECES Z " NUM-Z
                   DELIMITED BY SIZE INTO GL-LIBELLE
               END-STRING
               PERFORM ECRIRE-LIGNE-GL
           END-IF.
           IF Z-CARTES NOT = 0
               MOVE Z-CARTES TO GL-MONTANT-W
               MOVE "511200" TO GL-COMPTE
               MOVE "D" TO GL-SENS
               MOVE SPACES TO GL-LIBELLE
               STRING "CAISSE CARTES Z " NUM-Z
                   DELIMITED BY SIZE INTO GL-LIBELLE
               END-STRING
               PERFORM ECRIRE-LIGNE-GL
           END-IF.
           IF Z-CHEQUES NOT = 0
               MOVE Z-CHEQUES TO GL-MONTANT-W
               MOVE "511300" TO GL-COMPTE
               MOVE "D" TO GL-SENS
               MOVE SPACES TO GL-LIBELLE
               STRING "CAISSE CHEQUES Z " NUM-Z
                   DELIMITED BY SIZE INTO GL-LIBELLE
               END-STRING
               PERFORM ECRIRE-LIGNE-GL
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-Z-TAUX
               MOVE ZT-HT(WS-I) TO GL-MONTANT-W
               MOVE "707000" TO GL-COMPTE
               MOVE "C" TO GL-SENS
               MOVE SPACES TO GL-LIBELLE
               STRING "COMPTOIR HT TVA " ZT-TAUX(WS-I)
                   DELIMITED BY SIZE INTO GL-LIBELLE
               END-STRING
               PERFORM ECRIRE-LIGNE-GL
               IF ZT-TVA(WS-I) NOT = 0
                   MOVE ZT-TVA(WS-I) TO GL-MONTANT-W
                   MOVE "445710" TO GL-COMPTE
                   MOVE "C" TO GL-SENS
                   MOVE SPACES TO GL-LIBELLE
                   STRING "TVA COMPTOIR " ZT-TAUX(WS-I)
                       DELIMITED BY SIZE INTO GL-LIBELLE
                   END-STRING
                   PERFORM ECRIRE-LIGNE-GL
               END-IF
           END-PERFORM.
      *> ecart de caisse : manquant en charge, excedent en produit,
      *> contrepartie en caisse
           IF Z-ECART < 0
               COMPUTE GL-MONTANT-W = 0 - Z-ECART
               MOVE "658000" TO GL-COMPTE
               MOVE "D" TO GL-SENS
               MOVE SPACES TO GL-LIBELLE
               STRING "MANQUANT CAISSE Z " NUM-Z
                   DELIMITED BY SIZE INTO GL-LIBELLE
               END-STRING
               PERFORM ECRIRE-LIGNE-GL
               MOVE "530000" TO GL-COMPTE
               MOVE "C" TO GL-SENS
               PERFORM ECRIRE-LIGNE-GL
           END-IF.
           IF Z-ECART > 0
               MOVE Z-ECART TO GL-MONTANT-W
               MOVE "530000" TO GL-COMPTE
               MOVE "D" TO GL-SENS
               MOVE SPACES TO GL-LIBELLE
               STRING "EXCEDENT CAISSE Z " NUM-Z
                   DELIMITED BY SIZE INTO GL-LIBELLE
               END-STRING
               PERFORM ECRIRE-LIGNE-GL
               MOVE "758000" TO GL-COMPTE
               MOVE "C" TO GL-SENS
               PERFORM ECRIRE-LIGNE-GL
           END-IF.
           CLOSE GL-FILE.

           MOVE GL-TOTAL-DEBIT TO GL-EDIT.
           MOVE GL-TOTAL-CREDIT TO GL-EDIT2.
           DISPLAY "Journal des ventes : "
               FUNCTION TRIM(GL-FILENAME) " (lot " GL-NUM-BATCH
               ", " GL-NB-LIGNES " ligne(s), debit "
               FUNCTION TRIM(GL-EDIT) ", credit "
               FUNCTION TRIM(GL-EDIT2) ")".
           IF GL-TOTAL-DEBIT NOT = GL-TOTAL-CREDIT
               DISPLAY "ATTENTION : lot " GL-NUM-BATCH
                   " desequilibre, a ne pas charger en compta."
               MOVE 8 TO WS-JOBLOG-RC
           END-IF.
           EXIT PARAGRAPH.

       ECRIRE-LIGNE-GL.
           MOVE WS-TODAY TO GL-DATE.
           MOVE GL-NUM-BATCH TO GL-BATCH.
           MOVE GL-MONTANT-W TO GL-MONTANT.
           WRITE GL-REC.
           IF GL-SENS = "D"
               ADD GL-MONTANT-W TO GL-TOTAL-DEBIT
           ELSE
               ADD GL-MONTANT-W TO GL-TOTAL-CREDIT
           END-IF.
           ADD 1 TO GL-NB-LIGNES.
           EXIT PARAGRAPH.

       LIRE-NUM-BATCH.
           MOVE 0 TO GL-NUM-BATCH.
           OPEN INPUT GLBATCH-FILE.
           IF GLBATCH-STATUS = "00"
               READ GLBATCH-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(GLBATCH-REC)
                           TO GL-NUM-BATCH
               END-READ
               CLOSE GLBATCH-FILE
           END-IF.
           EXIT PARAGRAPH.

       SAUVER-NUM-BATCH.
           OPEN OUTPUT GLBATCH-FILE.
           MOVE SPACES TO GLBATCH-REC.
           MOVE GL-NUM-BATCH TO GLBATCH-REC(1:6).
           WRITE GLBATCH-REC.
           CLOSE GLBATCH-FILE.
           EXIT PARAGRAPH.
