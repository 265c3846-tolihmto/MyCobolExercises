       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAIEMENTS-FOURNISSEURS.

      *============================================================
      *  Proposition et execution des reglements fournisseurs : les
      *  factures saines portees au grand livre fournisseurs
      *  fou_factures.txt par RAPPROCHEMENT-FACTURES
      *  (PIECE|FOU|REF|DATE-FACTURE|ECHEANCE|DEVISE|HT|TVA|TTC|
      *  DATE-SAISIE) ne sont plus payees de memoire sur le releve
      *  du fournisseur.
      *
      *    sans argument, ou PROPOSITION [AAAAMMJJ] : les factures
      *        non encore reglees (absentes de fou_paiements.txt)
      *        dont l'echeance tombe au plus tard a l'horizon (date
      *        du jour + 7 jours a defaut) sont regroupees par
      *        fournisseur et par devise, contre-valeur euro au taux
      *        de taux_devises.txt (meme table et meme fraicheur
      *        TAUX-VALIDITE-JOURS que REAPPRO-COMMANDES ; une
      *        facture en devise sans taux valable est signalee et
      *        ecartee de la proposition). Les avoirs a recevoir
      *        (lignes negatives portees par RETOURS-FOURNISSEURS)
      *        viennent en deduction du virement du fournisseur ;
      *        quand ils depassent ce qui lui est du, tout le
      *        groupe est reporte a la proposition suivante et
      *        signale au rapport (solde debiteur). Le rapport
      *        proposition_paiements_AAAAMMJJ.txt part au spool et
      *        la proposition elle-meme dans paiements_proposes.txt
      *        (PIECE|FOU|REF|ECHEANCE|DEVISE|HT|TVA|TTC|TAUX|
      *        HT-EUR|TVA-EUR|EUR). Lance chaque lundi par
      *        NIGHTLY-BATCH-DRIVER.
      *
      *    APPROUVER : un SUPERVISEUR (OPERATOR-AUTH) revoit les
      *        totaux de la proposition et la valide. Le lot de
      *        reglement prend son numero au compteur
      *        paiement_lot_counter.txt et produit :
      *          - le fichier de virements virements_NNNNNN.txt, une
      *            ligne par fournisseur et par devise
      *            (LOT|FOU|NOM|DEVISE|MONTANT|EUR|NB-FACTURES|DATE),
      *            declare au spool ;
      *          - une ligne par facture reglee dans
      *            fou_paiements.txt
      *            (LOT|PIECE|FOU|DEVISE|MONTANT|EUR|DATE) ;
      *          - le journal des achats gl_achats_AAAAMMJJ.txt, meme
      *            interface fixe que l'export GL d'ATM-SETTLEMENT,
      *            lots numerotes par gl_achats_batch.txt : achats
      *            607000 et TVA deductible 445660 au debit,
      *            fournisseurs 401000 au credit par facture, puis
      *            401000 au debit et banque 512000 au credit par
      *            virement, en euros. GRAND-LIVRE l'integre avec
      *            les autres journaux.
      *        La proposition approuvee est archivee en
      *        paiements_approuves_NNNNNN.txt.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACFOU-FILE ASSIGN TO "fou_factures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACFOU-STATUS.
           SELECT PAYE-FILE ASSIGN TO "fou_paiements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYE-STATUS.
           SELECT PROP-FILE ASSIGN TO "paiements_proposes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROP-STATUS.
           SELECT TAUX-FILE ASSIGN TO "taux_devises.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAUX-STATUS.
           SELECT FOU-FILE ASSIGN TO "fou_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CODE
               FILE STATUS IS FOU-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VIR-FILE ASSIGN TO DYNAMIC VIR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COUNTER-FILE ASSIGN TO "paiement_lot_counter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTER-STATUS.
           SELECT GL-FILE ASSIGN TO DYNAMIC GL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-STATUS.
           SELECT GLBATCH-FILE ASSIGN TO "gl_achats_batch.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLBATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FACFOU-FILE.
       01  FACFOU-REC              PIC X(132).
       FD  PAYE-FILE.
       01  PAYE-REC                PIC X(100).
       FD  PROP-FILE.
       01  PROP-REC                PIC X(160).
       FD  TAUX-FILE.
       01  TAUX-REC                PIC X(80).
       FD  FOU-FILE.
       01  FOU-REC.
           05  F-CODE              PIC X(8).
           05  F-NOM               PIC X(30).
           05  F-DELAI             PIC 9(3).
           05  F-DEVISE            PIC X(3).
           05  F-TERME-JOURS       PIC 9(3).
           05  F-TERME-FDM         PIC X.
       FD  RAPPORT-FILE.
       01  RAPPORT-REC             PIC X(132).
       FD  VIR-FILE.
       01  VIR-REC                 PIC X(132).
       FD  COUNTER-FILE.
       01  COUNTER-REC             PIC X(20).
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
       77  FACFOU-STATUS           PIC X(2) VALUE SPACES.
       77  PAYE-STATUS             PIC X(2) VALUE SPACES.
       77  PROP-STATUS             PIC X(2) VALUE SPACES.
       77  TAUX-STATUS             PIC X(2) VALUE SPACES.
       77  FOU-STATUS              PIC X(2) VALUE SPACES.
       77  FOU-OPEN-FLAG           PIC X VALUE 'N'.
       77  COUNTER-STATUS          PIC X(2) VALUE SPACES.
       77  GL-STATUS               PIC X(2) VALUE SPACES.
       77  GLBATCH-STATUS          PIC X(2) VALUE SPACES.
       77  RAPPORT-FILENAME        PIC X(64) VALUE SPACES.
       77  VIR-FILENAME            PIC X(64) VALUE SPACES.
       77  GL-FILENAME             PIC X(64) VALUE SPACES.
       77  CMD-SH                  PIC X(120) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  WS-J                    PIC 9(4) VALUE 0.
       77  WS-G                    PIC 9(4) VALUE 0.
       77  ARG-MODE                PIC X(16) VALUE SPACES.
       77  ARG-HORIZON             PIC X(16) VALUE SPACES.
       77  MODE-APPROBATION        PIC X VALUE 'N'.
       77  HORIZON                 PIC 9(8) VALUE 0.
       77  HORIZON-JOURS           PIC 9(3) VALUE 7.
       77  REPONSE                 PIC X VALUE SPACE.
       77  NUM-LOT                 PIC 9(6) VALUE 0.
       77  DEJA-PAYEE              PIC X VALUE 'N'.
       77  NB-SANS-TAUX            PIC 9(4) VALUE 0.
       77  NB-DEJA-PAYEES          PIC 9(4) VALUE 0.
       77  NB-PROPOSEES            PIC 9(4) VALUE 0.
       77  NB-REPORTEES            PIC 9(4) VALUE 0.
       77  TOTAL-EUR               PIC S9(11)V99 VALUE 0.
       77  NOM-FOU                 PIC X(30) VALUE SPACES.
       77  MONTANT-EDIT            PIC -(9)9.99.
       77  MONTANT-EDIT2           PIC -(9)9.99.
       77  MONTANT-EDIT3           PIC -(9)9.99.
       77  MONTANT-EDIT4           PIC -(9)9.99.
       77  MONTANT-EDIT5           PIC -(9)9.99.
       77  MONTANT-EDIT6           PIC -(9)9.99.
       77  TAUX-EDIT               PIC ZZ9.9(6).
       77  NB-EDIT                 PIC Z(3)9.

      *> Lignes pipe : grand livre fournisseurs, reglements,
      *> proposition.
       01  LF-CH1                  PIC X(16).
       01  LF-CH2                  PIC X(16).
       01  LF-CH3                  PIC X(16).
       01  LF-CH4                  PIC X(16).
       01  LF-CH5                  PIC X(16).
       01  LF-CH6                  PIC X(16).
       01  LF-CH7                  PIC X(16).
       01  LF-CH8                  PIC X(16).
       01  LF-CH9                  PIC X(16).
       01  LF-CH10                 PIC X(16).
       01  LF-CH11                 PIC X(16).
       01  LF-CH12                 PIC X(16).

      *> Pieces deja reglees (fou_paiements.txt).
       77  NB-PAYES                PIC 9(4) VALUE 0.
       01  TAB-PAYES.
           05  PY-PIECE            PIC 9(6) OCCURS 2000.

      *> Factures a regler, triees par fournisseur, devise et
      *> echeance.
       77  NB-FAC                  PIC 9(4) VALUE 0.
       01  TAB-FACTURES.
           05  FA-ENTREE OCCURS 500.
               10  FA-PIECE        PIC 9(6).
               10  FA-FOU          PIC X(8).
               10  FA-REF          PIC X(16).
               10  FA-ECH          PIC 9(8).
               10  FA-DEVISE       PIC X(3).
               10  FA-HT           PIC S9(9)V99.
               10  FA-TVA          PIC S9(9)V99.
               10  FA-TTC          PIC S9(9)V99.
               10  FA-TAUX         PIC 9(3)V9(6).
               10  FA-HT-EUR       PIC S9(9)V99.
               10  FA-TVA-EUR      PIC S9(9)V99.
               10  FA-EUR          PIC S9(9)V99.
               10  FA-OK           PIC X.
       01  X-ENTREE.
           05  X-PIECE             PIC 9(6).
           05  X-FOU               PIC X(8).
           05  X-REF               PIC X(16).
           05  X-ECH               PIC 9(8).
           05  X-DEVISE            PIC X(3).
           05  X-HT                PIC S9(9)V99.
           05  X-TVA               PIC S9(9)V99.
           05  X-TTC               PIC S9(9)V99.
           05  X-TAUX              PIC 9(3)V9(6).
           05  X-HT-EUR            PIC S9(9)V99.
           05  X-TVA-EUR           PIC S9(9)V99.
           05  X-EUR               PIC S9(9)V99.
           05  X-OK                PIC X.

      *> Un virement par fournisseur et par devise : bornes du
      *> groupe dans TAB-FACTURES et cumuls.
       77  NB-GRP                  PIC 9(4) VALUE 0.
       01  TAB-GROUPES.
           05  GR-ENTREE OCCURS 500.
               10  GR-FOU          PIC X(8).
               10  GR-DEVISE       PIC X(3).
               10  GR-DEBUT        PIC 9(4).
               10  GR-FIN          PIC 9(4).
               10  GR-NB           PIC 9(4).
               10  GR-MONTANT      PIC S9(11)V99.
               10  GR-EUR          PIC S9(11)V99.

      *> Taux de change (taux_devises.txt, DEVISE|TAUX|DATE-
      *> VALIDITE), meme table que REAPPRO-COMMANDES.
       77  NB-TAUX                 PIC 9(2) VALUE 0.
       01  TAB-TAUX OCCURS 20.
           05  TX-DEVISE           PIC X(3).
           05  TX-TAUX             PIC 9(3)V9(6).
           05  TX-DATE             PIC 9(8).
       77  TAUX-VALIDITE-JOURS     PIC 9(3) VALUE 30.
       77  DEVISE-BON              PIC X(3) VALUE SPACES.
       77  TAUX-BON                PIC 9(3)V9(6) VALUE 0.
       77  TAUX-TROUVE             PIC X VALUE 'N'.
       77  IDX-TAUX                PIC 9(2) VALUE 0.

      *> Journal des achats : un lot GL equilibre par approbation.
       77  GL-NUM-BATCH            PIC 9(6) VALUE 0.
       77  GL-MONTANT-W            PIC S9(11)V99 VALUE 0.
       77  GL-TOTAL-DEBIT          PIC S9(11)V99 VALUE 0.
       77  GL-TOTAL-CREDIT         PIC S9(11)V99 VALUE 0.
       77  GL-NB-LIGNES            PIC 9(4) VALUE 0.
       77  GL-EDIT                 PIC -(11)9.99.
       77  GL-EDIT2                PIC -(11)9.99.

      *> Appels au sous-programme partage DATE-UTILS (horizon,
      *> fraicheur des taux).
       01  DU-ACTION               PIC X(8) VALUE SPACES.
       01  DU-DATE-1               PIC 9(8) VALUE 0.
       01  DU-DATE-2               PIC 9(8) VALUE 0.
       01  DU-NOMBRE               PIC S9(7) VALUE 0.
       01  DU-RESULTAT             PIC X(2) VALUE SPACES.

      *> Identification de l'operateur (OPERATOR-SIGNON) et
      *> controle de role (OPERATOR-AUTH) pour l'approbation ;
      *> "35" = controle pas encore en service, on continue.
       77  WS-OPERATEUR            PIC X(8) VALUE SPACES.
       77  SIGNON-RESULTAT         PIC X(2) VALUE SPACES.
       77  AUTH-ACTION             PIC X(24) VALUE SPACES.
       77  AUTH-ROLE               PIC X(12) VALUE SPACES.
       77  AUTH-RESULTAT           PIC X(2) VALUE SPACES.

      *> Rapport de proposition et virements declares au spool.
       77  SPOOL-TYPE              PIC X(12) VALUE "RAPPORT".
       77  SPOOL-FICHIER           PIC X(64) VALUE SPACES.
       77  SPOOL-NUMERO            PIC 9(6) VALUE 0.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20) VALUE "PAIEMENTS-FOURN".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM(ARG-MODE) = "APPROUVER"
               MOVE 'O' TO MODE-APPROBATION
               CALL "OPERATOR-SIGNON" USING WS-OPERATEUR
                   SIGNON-RESULTAT
               IF SIGNON-RESULTAT = "91"
                   DISPLAY "Identification operateur refusee, fin."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           EVALUATE FUNCTION TRIM(ARG-MODE)
               WHEN "APPROUVER"
                   PERFORM APPROUVER-PROPOSITION
               WHEN "PROPOSITION"
               WHEN SPACES
                   PERFORM PROPOSER-PAIEMENTS
               WHEN OTHER
                   DISPLAY "Usage : paiements_fournisseurs"
                       " [PROPOSITION [AAAAMMJJ] | APPROUVER]"
                   MOVE 8 TO WS-JOBLOG-RC
           END-EVALUATE
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           IF MODE-APPROBATION = 'O'
               CALL "OPERATOR-SIGNOFF"
           END-IF.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  PROPOSER-PAIEMENTS : factures ouvertes echues a l'horizon,
      *  valorisees en euro, triees et regroupees ; rapport au
      *  spool et proposition dans paiements_proposes.txt.
      *============================================================
       PROPOSER-PAIEMENTS.
           ACCEPT ARG-HORIZON FROM ARGUMENT-VALUE.
           IF FUNCTION TRIM(ARG-HORIZON) NOT = SPACES
               MOVE FUNCTION NUMVAL(ARG-HORIZON) TO HORIZON
               MOVE "VALIDER" TO DU-ACTION
               MOVE HORIZON TO DU-DATE-1
               CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1
                   DU-DATE-2 DU-NOMBRE DU-RESULTAT
               IF DU-RESULTAT NOT = "00"
                   DISPLAY "Horizon invalide : "
                       FUNCTION TRIM(ARG-HORIZON)
                       " (AAAAMMJJ attendu)."
                   MOVE 8 TO WS-JOBLOG-RC
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE "AJOUTER" TO DU-ACTION
               MOVE WS-TODAY TO DU-DATE-1
               MOVE HORIZON-JOURS TO DU-NOMBRE
               CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1
                   DU-DATE-2 DU-NOMBRE DU-RESULTAT
               MOVE DU-DATE-2 TO HORIZON
           END-IF.

           PERFORM CHARGER-PAYES.
           PERFORM CHARGER-TAUX.
           PERFORM CHARGER-FACTURES-OUVERTES.
           PERFORM TRIER-FACTURES.
           PERFORM CONSTITUER-GROUPES.
           PERFORM REPORTER-SOLDES-DEBITEURS.
           OPEN INPUT FOU-FILE.
           IF FOU-STATUS = "00"
               MOVE 'O' TO FOU-OPEN-FLAG
           END-IF.
           PERFORM ECRIRE-PROPOSITION.
           PERFORM EDITER-PROPOSITION.
           IF FOU-OPEN-FLAG = 'O'
               CLOSE FOU-FILE
           END-IF.

           MOVE TOTAL-EUR TO MONTANT-EDIT.
           DISPLAY "Proposition de paiement a echeance du " HORIZON
               " : " NB-PROPOSEES " facture(s), " NB-GRP
               " virement(s), " FUNCTION TRIM(MONTANT-EDIT) " EUR.".
           IF NB-SANS-TAUX > 0
               DISPLAY NB-SANS-TAUX " facture(s) en devise sans taux"
                   " valable, ecartee(s) de la proposition."
               MOVE 4 TO WS-JOBLOG-RC
           END-IF.
           IF NB-REPORTEES > 0
               DISPLAY NB-REPORTEES " piece(s) reportee(s) : avoirs"
                   " superieurs au du du fournisseur."
           END-IF.
           DISPLAY "Rapport : " FUNCTION TRIM(RAPPORT-FILENAME).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHARGER-PAYES : pieces deja reglees, champ 2 de
      *  fou_paiements.txt.
      *------------------------------------------------------------
       CHARGER-PAYES.
           MOVE 0 TO NB-PAYES.
           OPEN INPUT PAYE-FILE.
           IF PAYE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ PAYE-FILE
                   AT END EXIT PERFORM
               END-READ
               MOVE SPACES TO LF-CH1 LF-CH2
               UNSTRING PAYE-REC DELIMITED BY "|"
                   INTO LF-CH1 LF-CH2
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LF-CH2)) = 0
                   AND NB-PAYES < 2000
                   ADD 1 TO NB-PAYES
                   MOVE FUNCTION NUMVAL(LF-CH2) TO PY-PIECE(NB-PAYES)
               END-IF
           END-PERFORM.
           CLOSE PAYE-FILE.
           EXIT PARAGRAPH.

       CHERCHER-PAYEE.
           MOVE 'N' TO DEJA-PAYEE.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NB-PAYES
               IF PY-PIECE(WS-J) = X-PIECE
                   MOVE 'O' TO DEJA-PAYEE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHARGER-FACTURES-OUVERTES : fou_factures.txt, sans la
      *  ligne d'en-tete, sans les pieces reglees ni celles a
      *  echeance posterieure a l'horizon.
      *------------------------------------------------------------
       CHARGER-FACTURES-OUVERTES.
           MOVE 0 TO NB-FAC NB-SANS-TAUX.
           OPEN INPUT FACFOU-FILE.
           IF FACFOU-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ FACFOU-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-FACTURE
               END-READ
           END-PERFORM.
           CLOSE FACFOU-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-FACTURE.
           MOVE SPACES TO LF-CH1 LF-CH2 LF-CH3 LF-CH4 LF-CH5
               LF-CH6 LF-CH7 LF-CH8 LF-CH9.
           UNSTRING FACFOU-REC DELIMITED BY "|"
               INTO LF-CH1 LF-CH2 LF-CH3 LF-CH4 LF-CH5
                   LF-CH6 LF-CH7 LF-CH8 LF-CH9
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LF-CH1)) NOT = 0
               OR NB-FAC >= 500
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(LF-CH1) TO X-PIECE.
           PERFORM CHERCHER-PAYEE.
           IF DEJA-PAYEE = 'O'
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(LF-CH5) TO X-ECH.
           IF X-ECH > HORIZON
               EXIT PARAGRAPH
           END-IF.
           MOVE LF-CH2 TO X-FOU.
           MOVE LF-CH3 TO X-REF.
           MOVE LF-CH6 TO X-DEVISE.
           MOVE FUNCTION NUMVAL(LF-CH7) TO X-HT.
           MOVE FUNCTION NUMVAL(LF-CH8) TO X-TVA.
           MOVE FUNCTION NUMVAL(LF-CH9) TO X-TTC.
           PERFORM VALORISER-FACTURE.
           ADD 1 TO NB-FAC.
           MOVE X-ENTREE TO FA-ENTREE(NB-FAC).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  VALORISER-FACTURE : contre-valeur euro, HT et TVA
      *  convertis separement pour que le lot GL s'equilibre.
      *------------------------------------------------------------
       VALORISER-FACTURE.
           MOVE 'O' TO X-OK.
           IF X-DEVISE = "EUR" OR X-DEVISE = SPACES
               MOVE "EUR" TO X-DEVISE
               MOVE 1 TO X-TAUX
           ELSE
               MOVE X-DEVISE TO DEVISE-BON
               PERFORM CHERCHER-TAUX
               IF TAUX-TROUVE = 'N'
                   MOVE 'N' TO X-OK
                   MOVE 0 TO X-TAUX
                   ADD 1 TO NB-SANS-TAUX
               ELSE
                   MOVE TAUX-BON TO X-TAUX
               END-IF
           END-IF.
           COMPUTE X-HT-EUR ROUNDED = X-HT * X-TAUX.
           COMPUTE X-TVA-EUR ROUNDED = X-TVA * X-TAUX.
           COMPUTE X-EUR = X-HT-EUR + X-TVA-EUR.
           EXIT PARAGRAPH.

      *============================================================
      *  TRIER-FACTURES : tri a bulles sur fournisseur, devise et
      *  echeance, meme technique que le tri d'ABC-REPORT.
      *============================================================
       TRIER-FACTURES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= NB-FAC
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > NB-FAC - WS-I
                   IF FA-FOU(WS-J) > FA-FOU(WS-J + 1)
                       OR (FA-FOU(WS-J) = FA-FOU(WS-J + 1)
                       AND FA-DEVISE(WS-J) > FA-DEVISE(WS-J + 1))
                       OR (FA-FOU(WS-J) = FA-FOU(WS-J + 1)
                       AND FA-DEVISE(WS-J) = FA-DEVISE(WS-J + 1)
                       AND FA-ECH(WS-J) > FA-ECH(WS-J + 1))
                       MOVE FA-ENTREE(WS-J) TO X-ENTREE
                       MOVE FA-ENTREE(WS-J + 1) TO FA-ENTREE(WS-J)
                       MOVE X-ENTREE TO FA-ENTREE(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CONSTITUER-GROUPES : une rupture par fournisseur + devise
      *  sur la table triee ; les factures sans taux n'entrent dans
      *  aucun groupe.
      *------------------------------------------------------------
       CONSTITUER-GROUPES.
           MOVE 0 TO NB-GRP NB-PROPOSEES TOTAL-EUR.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-FAC
               IF FA-OK(WS-I) = 'O'
                   IF NB-GRP = 0
                       OR FA-FOU(WS-I) NOT = GR-FOU(NB-GRP)
                       OR FA-DEVISE(WS-I) NOT = GR-DEVISE(NB-GRP)
                       ADD 1 TO NB-GRP
                       MOVE FA-FOU(WS-I) TO GR-FOU(NB-GRP)
                       MOVE FA-DEVISE(WS-I) TO GR-DEVISE(NB-GRP)
                       MOVE WS-I TO GR-DEBUT(NB-GRP)
                       MOVE 0 TO GR-NB(NB-GRP) GR-MONTANT(NB-GRP)
                           GR-EUR(NB-GRP)
                   END-IF
                   MOVE WS-I TO GR-FIN(NB-GRP)
                   ADD 1 TO GR-NB(NB-GRP)
                   ADD FA-TTC(WS-I) TO GR-MONTANT(NB-GRP)
                   ADD FA-EUR(WS-I) TO GR-EUR(NB-GRP)
                   ADD 1 TO NB-PROPOSEES
                   ADD FA-EUR(WS-I) TO TOTAL-EUR
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  REPORTER-SOLDES-DEBITEURS : un groupe dont les avoirs
      *  couvrent ou depassent les factures ne donne pas lieu a
      *  virement ; ses pieces (FA-OK 'D') attendent la prochaine
      *  proposition, puis les groupes sont reconstitues.
      *------------------------------------------------------------
       REPORTER-SOLDES-DEBITEURS.
           MOVE 0 TO NB-REPORTEES.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > NB-GRP
               IF GR-MONTANT(WS-G) <= 0
                   PERFORM VARYING WS-I FROM GR-DEBUT(WS-G) BY 1
                       UNTIL WS-I > GR-FIN(WS-G)
                       IF FA-OK(WS-I) = 'O'
                           MOVE 'D' TO FA-OK(WS-I)
                           ADD 1 TO NB-REPORTEES
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF NB-REPORTEES > 0
               PERFORM CONSTITUER-GROUPES
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ECRIRE-PROPOSITION : paiements_proposes.txt, reecrit a
      *  chaque proposition (la derniere fait foi).
      *------------------------------------------------------------
       ECRIRE-PROPOSITION.
           OPEN OUTPUT PROP-FILE.
           MOVE SPACES TO PROP-REC.
           STRING "piece|fournisseur|reference|echeance|devise|ht"
               "|tva|ttc|taux|ht_eur|tva_eur|eur"
               DELIMITED BY SIZE INTO PROP-REC
           END-STRING.
           WRITE PROP-REC.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-FAC
               IF FA-OK(WS-I) = 'O'
                   MOVE FA-HT(WS-I) TO MONTANT-EDIT
                   MOVE FA-TVA(WS-I) TO MONTANT-EDIT2
                   MOVE FA-TTC(WS-I) TO MONTANT-EDIT3
                   MOVE FA-TAUX(WS-I) TO TAUX-EDIT
                   MOVE FA-HT-EUR(WS-I) TO MONTANT-EDIT4
                   MOVE FA-TVA-EUR(WS-I) TO MONTANT-EDIT5
                   MOVE FA-EUR(WS-I) TO MONTANT-EDIT6
                   MOVE SPACES TO PROP-REC
                   STRING FA-PIECE(WS-I) "|"
                       FUNCTION TRIM(FA-FOU(WS-I)) "|"
                       FUNCTION TRIM(FA-REF(WS-I)) "|"
                       FA-ECH(WS-I) "|" FA-DEVISE(WS-I) "|"
                       FUNCTION TRIM(MONTANT-EDIT) "|"
                       FUNCTION TRIM(MONTANT-EDIT2) "|"
                       FUNCTION TRIM(MONTANT-EDIT3) "|"
                       FUNCTION TRIM(TAUX-EDIT) "|"
                       FUNCTION TRIM(MONTANT-EDIT4) "|"
                       FUNCTION TRIM(MONTANT-EDIT5) "|"
                       FUNCTION TRIM(MONTANT-EDIT6)
                       DELIMITED BY SIZE INTO PROP-REC
                   END-STRING
                   WRITE PROP-REC
               END-IF
           END-PERFORM.
           CLOSE PROP-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  EDITER-PROPOSITION : proposition_paiements_AAAAMMJJ.txt,
      *  un bloc par virement (fournisseur + devise) avec ses
      *  factures, puis les factures ecartees faute de taux.
      *============================================================
       EDITER-PROPOSITION.
           MOVE SPACES TO RAPPORT-FILENAME.
           STRING "proposition_paiements_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO RAPPORT-FILENAME
           END-STRING.
           OPEN OUTPUT RAPPORT-FILE.
           MOVE SPACES TO RAPPORT-REC.
           STRING "PROPOSITION DE PAIEMENTS FOURNISSEURS DU "
               WS-TODAY " - ECHEANCES AU " HORIZON
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           IF NB-GRP = 0
               MOVE SPACES TO RAPPORT-REC
               WRITE RAPPORT-REC
               MOVE "  Aucune facture a regler." TO RAPPORT-REC
               WRITE RAPPORT-REC
           END-IF.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > NB-GRP
               PERFORM EDITER-GROUPE
           END-PERFORM.

           IF NB-SANS-TAUX > 0
               MOVE SPACES TO RAPPORT-REC
               WRITE RAPPORT-REC
               MOVE "ECARTEES - DEVISE SANS TAUX VALABLE :"
                   TO RAPPORT-REC
               WRITE RAPPORT-REC
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-FAC
                   IF FA-OK(WS-I) = 'N'
                       MOVE FA-TTC(WS-I) TO MONTANT-EDIT
                       MOVE SPACES TO RAPPORT-REC
                       STRING "  piece " FA-PIECE(WS-I) " "
                           FA-FOU(WS-I) " ref " FA-REF(WS-I)
                           " ech " FA-ECH(WS-I) " "
                           MONTANT-EDIT " " FA-DEVISE(WS-I)
                           DELIMITED BY SIZE INTO RAPPORT-REC
                       END-STRING
                       WRITE RAPPORT-REC
                   END-IF
               END-PERFORM
           END-IF.

           IF NB-REPORTEES > 0
               MOVE SPACES TO RAPPORT-REC
               WRITE RAPPORT-REC
               MOVE "REPORTEES - SOLDE DEBITEUR (AVOIRS A RECEVOIR) :"
                   TO RAPPORT-REC
               WRITE RAPPORT-REC
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-FAC
                   IF FA-OK(WS-I) = 'D'
                       MOVE FA-TTC(WS-I) TO MONTANT-EDIT
                       MOVE SPACES TO RAPPORT-REC
                       STRING "  piece " FA-PIECE(WS-I) " "
                           FA-FOU(WS-I) " ref " FA-REF(WS-I)
                           " ech " FA-ECH(WS-I) " "
                           MONTANT-EDIT " " FA-DEVISE(WS-I)
                           DELIMITED BY SIZE INTO RAPPORT-REC
                       END-STRING
                       WRITE RAPPORT-REC
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE NB-PROPOSEES TO NB-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "FACTURES PROPOSEES   : " NB-EDIT
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE NB-GRP TO NB-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "VIREMENTS            : " NB-EDIT
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE NB-SANS-TAUX TO NB-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "ECARTEES SANS TAUX   : " NB-EDIT
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE NB-REPORTEES TO NB-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "REPORTEES (DEBITEUR) : " NB-EDIT
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE TOTAL-EUR TO MONTANT-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "TOTAL A DECAISSER    : " MONTANT-EDIT " EUR"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           STRING "A faire approuver par un superviseur :"
               " ./paiements_fournisseurs APPROUVER"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           CLOSE RAPPORT-FILE.
           MOVE "RAPPORT" TO SPOOL-TYPE.
           MOVE RAPPORT-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           EXIT PARAGRAPH.

       EDITER-GROUPE.
           PERFORM LIRE-NOM-FOU.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           STRING "FOURNISSEUR " GR-FOU(WS-G) " "
               FUNCTION TRIM(NOM-FOU) " - DEVISE " GR-DEVISE(WS-G)
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           PERFORM VARYING WS-I FROM GR-DEBUT(WS-G) BY 1
               UNTIL WS-I > GR-FIN(WS-G)
               IF FA-OK(WS-I) = 'O'
                   MOVE FA-TTC(WS-I) TO MONTANT-EDIT
                   MOVE FA-EUR(WS-I) TO MONTANT-EDIT2
                   MOVE SPACES TO RAPPORT-REC
                   STRING "  piece " FA-PIECE(WS-I) " ref "
                       FA-REF(WS-I) " ech " FA-ECH(WS-I) " "
                       MONTANT-EDIT " " FA-DEVISE(WS-I) " "
                       MONTANT-EDIT2 " EUR"
                       DELIMITED BY SIZE INTO RAPPORT-REC
                   END-STRING
                   WRITE RAPPORT-REC
               END-IF
           END-PERFORM.
           MOVE GR-MONTANT(WS-G) TO MONTANT-EDIT.
           MOVE GR-EUR(WS-G) TO MONTANT-EDIT2.
           MOVE GR-NB(WS-G) TO NB-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "  VIREMENT " NB-EDIT " facture(s)      "
               "                    " MONTANT-EDIT " "
               GR-DEVISE(WS-G) " " MONTANT-EDIT2 " EUR"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.

       LIRE-NOM-FOU.
           MOVE SPACES TO NOM-FOU.
           IF FOU-OPEN-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE GR-FOU(WS-G) TO F-CODE.
           READ FOU-FILE
               INVALID KEY
                   MOVE "(inconnu)" TO NOM-FOU
               NOT INVALID KEY
                   MOVE F-NOM TO NOM-FOU
           END-READ.
           EXIT PARAGRAPH.

      *============================================================
      *  APPROUVER-PROPOSITION : validation par un SUPERVISEUR de
      *  la derniere proposition, puis virements, reglements et
      *  journal des achats.
      *============================================================
       APPROUVER-PROPOSITION.
           MOVE "PAIEMENT-FOURNISSEURS" TO AUTH-ACTION.
           MOVE "SUPERVISEUR" TO AUTH-ROLE.
           CALL "OPERATOR-AUTH" USING AUTH-ACTION AUTH-ROLE
               AUTH-RESULTAT.
           IF AUTH-RESULTAT = "91"
               DISPLAY "Approbation des paiements refusee : role"
                   " SUPERVISEUR requis."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHARGER-PAYES.
           PERFORM CHARGER-PROPOSITION.
           IF NB-DEJA-PAYEES > 0
               DISPLAY NB-DEJA-PAYEES " facture(s) de la proposition"
                   " deja reglee(s) depuis, retiree(s)."
               MOVE 4 TO WS-JOBLOG-RC
           END-IF.
           IF NB-FAC = 0
               DISPLAY "Aucune proposition de paiement en attente"
                   " (lancer d'abord ./paiements_fournisseurs)."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM TRIER-FACTURES.
           PERFORM CONSTITUER-GROUPES.
           OPEN INPUT FOU-FILE.
           IF FOU-STATUS = "00"
               MOVE 'O' TO FOU-OPEN-FLAG
           END-IF.

           DISPLAY "=== PROPOSITION DE PAIEMENTS FOURNISSEURS ===".
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > NB-GRP
               PERFORM LIRE-NOM-FOU
               MOVE GR-MONTANT(WS-G) TO MONTANT-EDIT
               MOVE GR-EUR(WS-G) TO MONTANT-EDIT2
               DISPLAY "  " GR-FOU(WS-G) " " NOM-FOU " "
                   GR-NB(WS-G) " fact. " MONTANT-EDIT " "
                   GR-DEVISE(WS-G) " " MONTANT-EDIT2 " EUR"
           END-PERFORM.
           MOVE TOTAL-EUR TO MONTANT-EDIT.
           DISPLAY "  Total : " NB-PROPOSEES " facture(s), " NB-GRP
               " virement(s), " FUNCTION TRIM(MONTANT-EDIT) " EUR".
           DISPLAY "Approuver ces paiements (O/N) ? "
               WITH NO ADVANCING.
           MOVE SPACE TO REPONSE.
           ACCEPT REPONSE.
           IF REPONSE NOT = "O" AND REPONSE NOT = "o"
               DISPLAY "Proposition non approuvee, rien n'est regle."
               IF FOU-OPEN-FLAG = 'O'
                   CLOSE FOU-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHARGER-COMPTEUR.
           ADD 1 TO NUM-LOT.
           PERFORM SAUVER-COMPTEUR.
           PERFORM ECRIRE-VIREMENTS.
           IF FOU-OPEN-FLAG = 'O'
               CLOSE FOU-FILE
           END-IF.
           PERFORM ENREGISTRER-REGLEMENTS.
           PERFORM ECRIRE-JOURNAL-ACHATS.
           PERFORM ARCHIVER-PROPOSITION.

           DISPLAY "Lot de reglement " NUM-LOT " approuve par "
               FUNCTION TRIM(WS-OPERATEUR) " : "
               FUNCTION TRIM(VIR-FILENAME) ".".
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHARGER-PROPOSITION : paiements_proposes.txt, sans les
      *  pieces reglees entre-temps (double approbation).
      *------------------------------------------------------------
       CHARGER-PROPOSITION.
           MOVE 0 TO NB-FAC NB-DEJA-PAYEES.
           OPEN INPUT PROP-FILE.
           IF PROP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ PROP-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-PROPOSITION
               END-READ
           END-PERFORM.
           CLOSE PROP-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-PROPOSITION.
           MOVE SPACES TO LF-CH1 LF-CH2 LF-CH3 LF-CH4 LF-CH5
               LF-CH6 LF-CH7 LF-CH8 LF-CH9 LF-CH10 LF-CH11 LF-CH12.
           UNSTRING PROP-REC DELIMITED BY "|"
               INTO LF-CH1 LF-CH2 LF-CH3 LF-CH4 LF-CH5 LF-CH6
                   LF-CH7 LF-CH8 LF-CH9 LF-CH10 LF-CH11 LF-CH12
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LF-CH1)) NOT = 0
               OR NB-FAC >= 500
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(LF-CH1) TO X-PIECE.
           PERFORM CHERCHER-PAYEE.
           IF DEJA-PAYEE = 'O'
               ADD 1 TO NB-DEJA-PAYEES
               EXIT PARAGRAPH
           END-IF.
           MOVE LF-CH2 TO X-FOU.
           MOVE LF-CH3 TO X-REF.
           MOVE FUNCTION NUMVAL(LF-CH4) TO X-ECH.
           MOVE LF-CH5 TO X-DEVISE.
           MOVE FUNCTION NUMVAL(LF-CH6) TO X-HT.
           MOVE FUNCTION NUMVAL(LF-CH7) TO X-TVA.
           MOVE FUNCTION NUMVAL(LF-CH8) TO X-TTC.
           MOVE FUNCTION NUMVAL(LF-CH9) TO X-TAUX.
           MOVE FUNCTION NUMVAL(LF-CH10) TO X-HT-EUR.
           MOVE FUNCTION NUMVAL(LF-CH11) TO X-TVA-EUR.
           MOVE FUNCTION NUMVAL(LF-CH12) TO X-EUR.
           MOVE 'O' TO X-OK.
           ADD 1 TO NB-FAC.
           MOVE X-ENTREE TO FA-ENTREE(NB-FAC).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ECRIRE-VIREMENTS : virements_NNNNNN.txt, une ligne par
      *  fournisseur et par devise, declare au spool.
      *------------------------------------------------------------
       ECRIRE-VIREMENTS.
           MOVE SPACES TO VIR-FILENAME.
           STRING "virements_" NUM-LOT ".txt"
               DELIMITED BY SIZE INTO VIR-FILENAME
           END-STRING.
           OPEN OUTPUT VIR-FILE.
           MOVE SPACES TO VIR-REC.
           STRING "lot|fournisseur|nom|devise|montant|eur"
               "|nb_factures|date"
               DELIMITED BY SIZE INTO VIR-REC
           END-STRING.
           WRITE VIR-REC.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > NB-GRP
               PERFORM LIRE-NOM-FOU
               MOVE GR-MONTANT(WS-G) TO MONTANT-EDIT
               MOVE GR-EUR(WS-G) TO MONTANT-EDIT2
               MOVE GR-NB(WS-G) TO NB-EDIT
               MOVE SPACES TO VIR-REC
               STRING NUM-LOT "|" FUNCTION TRIM(GR-FOU(WS-G)) "|"
                   FUNCTION TRIM(NOM-FOU) "|" GR-DEVISE(WS-G) "|"
                   FUNCTION TRIM(MONTANT-EDIT) "|"
                   FUNCTION TRIM(MONTANT-EDIT2) "|"
                   FUNCTION TRIM(NB-EDIT) "|" WS-TODAY
                   DELIMITED BY SIZE INTO VIR-REC
               END-STRING
               WRITE VIR-REC
           END-PERFORM.
           CLOSE VIR-FILE.
           MOVE "VIREMENT" TO SPOOL-TYPE.
           MOVE VIR-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ENREGISTRER-REGLEMENTS : une ligne par facture reglee dans
      *  fou_paiements.txt - c'est elle qui la sort des
      *  propositions suivantes.
      *------------------------------------------------------------
       ENREGISTRER-REGLEMENTS.
           OPEN EXTEND PAYE-FILE.
           IF PAYE-STATUS = "35"
               OPEN OUTPUT PAYE-FILE
               MOVE "lot|piece|fournisseur|devise|montant|eur|date"
                   TO PAYE-REC
               WRITE PAYE-REC
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-FAC
               MOVE FA-TTC(WS-I) TO MONTANT-EDIT
               MOVE FA-EUR(WS-I) TO MONTANT-EDIT2
               MOVE SPACES TO PAYE-REC
               STRING NUM-LOT "|" FA-PIECE(WS-I) "|"
                   FUNCTION TRIM(FA-FOU(WS-I)) "|"
                   FA-DEVISE(WS-I) "|"
                   FUNCTION TRIM(MONTANT-EDIT) "|"
                   FUNCTION TRIM(MONTANT-EDIT2) "|" WS-TODAY
                   DELIMITED BY SIZE INTO PAYE-REC
               END-STRING
               WRITE PAYE-REC
           END-PERFORM.
           CLOSE PAYE-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  ECRIRE-JOURNAL-ACHATS : lot GL du reglement dans
      *  gl_achats_AAAAMMJJ.txt - par facture, achats 607000 et
      *  TVA deductible 445660 au debit contre fournisseurs 401000
      *  au credit ; par virement, fournisseurs 401000 au debit
      *  contre banque 512000 au credit. Montants en euros.
      *============================================================
       ECRIRE-JOURNAL-ACHATS.
           PERFORM LIRE-NUM-BATCH.
           ADD 1 TO GL-NUM-BATCH.
           PERFORM SAUVER-NUM-BATCH.
           MOVE SPACES TO GL-FILENAME.
           STRING "gl_achats_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO GL-FILENAME
           END-STRING.
           OPEN EXTEND GL-FILE.
           IF GL-STATUS = "35"
               OPEN OUTPUT GL-FILE
           END-IF.
           MOVE 0 TO GL-TOTAL-DEBIT GL-TOTAL-CREDIT GL-NB-LIGNES.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-FAC
               MOVE SPACES TO GL-LIBELLE
               STRING "ACHAT " FA-FOU(WS-I) " " FA-PIECE(WS-I)
                   DELIMITED BY SIZE INTO GL-LIBELLE
               END-STRING
               MOVE FA-HT-EUR(WS-I) TO GL-MONTANT-W
               MOVE "607000" TO GL-COMPTE
               MOVE "D" TO GL-SENS
               PERFORM ECRIRE-LIGNE-GL
               IF FA-TVA-EUR(WS-I) NOT = 0
                   MOVE FA-TVA-EUR(WS-I) TO GL-MONTANT-W
                   MOVE "445660" TO GL-COMPTE
                   MOVE "D" TO GL-SENS
                   PERFORM ECRIRE-LIGNE-GL
               END-IF
               MOVE FA-EUR(WS-I) TO GL-MONTANT-W
               MOVE "401000" TO GL-COMPTE
               MOVE "C" TO GL-SENS
               PERFORM ECRIRE-LIGNE-GL
           END-PERFORM.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > NB-GRP
               MOVE SPACES TO GL-LIBELLE
               STRING "VIR " NUM-LOT " " GR-FOU(WS-G)
                   DELIMITED BY SIZE INTO GL-LIBELLE
               END-STRING
               MOVE GR-EUR(WS-G) TO GL-MONTANT-W
               MOVE "401000" TO GL-COMPTE
               MOVE "D" TO GL-SENS
               PERFORM ECRIRE-LIGNE-GL
               MOVE "512000" TO GL-COMPTE
               MOVE "C" TO GL-SENS
               PERFORM ECRIRE-LIGNE-GL
           END-PERFORM.
           CLOSE GL-FILE.

           MOVE GL-TOTAL-DEBIT TO GL-EDIT.
           MOVE GL-TOTAL-CREDIT TO GL-EDIT2.
           DISPLAY "Journal des achats : "
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

      *> un avoir (montant negatif) passe dans le sens oppose
       ECRIRE-LIGNE-GL.
           IF GL-MONTANT-W < 0
               COMPUTE GL-MONTANT-W = 0 - GL-MONTANT-W
               IF GL-SENS = "D"
                   MOVE "C" TO GL-SENS
               ELSE
                   MOVE "D" TO GL-SENS
               END-IF
           END-IF.
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

      *------------------------------------------------------------
      *  ARCHIVER-PROPOSITION : la proposition approuvee ne peut
      *  plus etre rejouee, elle est gardee sous le numero du lot.
      *------------------------------------------------------------
       ARCHIVER-PROPOSITION.
           MOVE SPACES TO CMD-SH.
           STRING "sh -c 'mv paiements_proposes.txt"
               " paiements_approuves_" NUM-LOT ".txt'"
               DELIMITED BY SIZE INTO CMD-SH
           END-STRING.
           CALL "SYSTEM" USING CMD-SH.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-COMPTEUR / SAUVER-COMPTEUR : numerotation des lots
      *  de reglement persistee dans paiement_lot_counter.txt, meme
      *  idiome que cde_counter.txt de COMMANDES-CLIENTS.
      *============================================================
       CHARGER-COMPTEUR.
           MOVE 0 TO NUM-LOT.
           OPEN INPUT COUNTER-FILE.
           IF COUNTER-STATUS = "00"
               READ COUNTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(COUNTER-REC) TO NUM-LOT
               END-READ
               CLOSE COUNTER-FILE
           END-IF.
           EXIT PARAGRAPH.

       SAUVER-COMPTEUR.
           OPEN OUTPUT COUNTER-FILE.
           MOVE SPACES TO COUNTER-REC.
           MOVE NUM-LOT TO COUNTER-REC(1:6).
           WRITE COUNTER-REC.
           CLOSE COUNTER-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-TAUX : table des taux de change depuis
      *  taux_devises.txt (DEVISE|TAUX|DATE-VALIDITE), meme lecture
      *  que REAPPRO-COMMANDES ; fichier absent = table vide, seules
      *  les factures en euro sont proposees.
      *============================================================
       CHARGER-TAUX.
           MOVE 0 TO NB-TAUX.
           OPEN INPUT TAUX-FILE.
           IF TAUX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ TAUX-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-TAUX
               END-READ
           END-PERFORM.
           CLOSE TAUX-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-TAUX.
           IF FUNCTION LENGTH(FUNCTION TRIM(TAUX-REC)) = 0
               OR NB-TAUX >= 20
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LF-CH1 LF-CH2 LF-CH3.
           UNSTRING TAUX-REC DELIMITED BY ALL "|"
               INTO LF-CH1 LF-CH2 LF-CH3
           END-UNSTRING.
           INSPECT LF-CH1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT LF-CH2 REPLACING ALL "," BY ".".
           ADD 1 TO NB-TAUX.
           MOVE LF-CH1 TO TX-DEVISE(NB-TAUX).
           MOVE FUNCTION NUMVAL(LF-CH2) TO TX-TAUX(NB-TAUX).
           MOVE FUNCTION NUMVAL(LF-CH3) TO TX-DATE(NB-TAUX).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHERCHER-TAUX : taux de DEVISE-BON, TAUX-TROUVE = 'N' si
      *  la devise n'a pas de ligne ou si la date de validite du
      *  taux a plus de TAUX-VALIDITE-JOURS jours.
      *------------------------------------------------------------
       CHERCHER-TAUX.
           MOVE 'N' TO TAUX-TROUVE.
           MOVE 0 TO TAUX-BON.
           PERFORM VARYING IDX-TAUX FROM 1 BY 1
               UNTIL IDX-TAUX > NB-TAUX
               IF TX-DEVISE(IDX-TAUX) = DEVISE-BON
                   MOVE "ECART" TO DU-ACTION
                   MOVE TX-DATE(IDX-TAUX) TO DU-DATE-1
                   MOVE WS-TODAY TO DU-DATE-2
                   CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1
                       DU-DATE-2 DU-NOMBRE DU-RESULTAT
                   IF DU-RESULTAT = "00"
                       AND DU-NOMBRE <= TAUX-VALIDITE-JOURS
                       AND DU-NOMBRE >= 0
                       MOVE TX-TAUX(IDX-TAUX) TO TAUX-BON
                       MOVE 'O' TO TAUX-TROUVE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.
