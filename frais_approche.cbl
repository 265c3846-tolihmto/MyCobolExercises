       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAIS-APPROCHE.

      *============================================================
      *  Repartition des frais d'approche sur les receptions : le
      *  fret, les droits de douane et le transit d'un arrivage
      *  importe entrent enfin dans le cout des articles (M-PMP),
      *  au lieu du seul prix fournisseur retenu par
      *  RECEPTION-LIVRAISONS - les marges de MARGE-REPORT ne sont
      *  plus flattees.
      *
      *    ./frais_approche [fichier]   (frais_approche.txt)
      *
      *  Le fichier decrit un dossier d'arrivage (un bon, ou tous
      *  les bons d'un meme conteneur) :
      *    DOSSIER|<reference>            obligatoire, unique
      *    BON|<numero>[|AAAAMMJJ]        une ligne par bon recu,
      *                                   date de reception pour
      *                                   ne retenir qu'un arrivage
      *    FRAIS|<nature>|<montant>       fret, douane, transit...
      *                                   en euros
      *    CLE|VALEUR|QUANTITE|POIDS      cle de repartition,
      *                                   VALEUR a defaut
      *
      *  Les lignes recues des bons (receptions.txt, hors lignes
      *  mises en quarantaine) se partagent le total des frais au
      *  prorata de leur valeur (quantite x prix d'achat de la
      *  reception, M-PMP a defaut), de leur quantite ou de leur
      *  poids (quantite x M-POIDS), quantites ramenees en unites
      *  de stock par le facteur d'achat de la reception (neuvieme
      *  champ de receptions.txt) ; la derniere ligne prend
      *  l'arrondi. La part de chaque ligne est incorporee au stock
      *  restant de l'article : M-PMP = (M-QTE x M-PMP + part) /
      *  M-QTE ; quand une partie de la reception est deja sortie,
      *  seule la part du stock restant est incorporee, le reste
      *  est signale au rapport comme non incorpore (a passer en
      *  charge).
      *
      *  Chaque ajustement part au journal des mouvements (motif
      *  FRAIS-APPRO, quantite nulle) et dans ajustements_pmp.txt
      *  (DATE|ARTICLE|DOSSIER|BON|PART|INCORPORE|PMP-AVANT|
      *  PMP-APRES), que KARDEX-REPORT restitue. Le dossier est
      *  trace dans frais_approche_registre.txt
      *  (DOSSIER|DATE|NB-LIGNES|TOTAL|CLE|NON-INCORPORE) : un
      *  dossier deja reparti est refuse. Rapport
      *  frais_approche_AAAAMMJJ.txt au spool.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "inv_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-CODE
               FILE STATUS IS MASTER-STATUS.
           SELECT FRAIS-FILE ASSIGN TO DYNAMIC FRAIS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRAIS-STATUS.
           SELECT RECEPTIONS-FILE ASSIGN TO "receptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEPTIONS-STATUS.
           SELECT REGISTRE-FILE ASSIGN TO "frais_approche_registre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRE-STATUS.
           SELECT AJUST-FILE ASSIGN TO "ajustements_pmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AJUST-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

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
       FD  FRAIS-FILE.
       01  FRAIS-REC               PIC X(80).
       FD  RECEPTIONS-FILE.
       01  RECEPTIONS-REC          PIC X(80).
       FD  REGISTRE-FILE.
       01  REGISTRE-REC            PIC X(100).
       FD  AJUST-FILE.
       01  AJUST-REC               PIC X(100).
       FD  RAPPORT-FILE.
       01  RAPPORT-REC             PIC X(120).

       WORKING-STORAGE SECTION.
       77  MASTER-STATUS           PIC X(2) VALUE SPACES.
       77  MASTER-OPEN-FLAG        PIC X VALUE 'N'.
       77  FRAIS-STATUS            PIC X(2) VALUE SPACES.
       77  RECEPTIONS-STATUS       PIC X(2) VALUE SPACES.
       77  REGISTRE-STATUS         PIC X(2) VALUE SPACES.
       77  AJUST-STATUS            PIC X(2) VALUE SPACES.
       77  FRAIS-FILENAME          PIC X(64) VALUE SPACES.
       77  RAPPORT-FILENAME        PIC X(64) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  WS-B                    PIC 9(4) VALUE 0.
       77  DEJA-REPARTI            PIC X VALUE 'N'.
       77  MOTIF-REFUS             PIC X(60) VALUE SPACES.

      *> Dossier d'arrivage lu dans le fichier de frais.
       77  DOSSIER                 PIC X(16) VALUE SPACES.
       77  CLE-REPARTITION         PIC X(8) VALUE "VALEUR".
       77  TOTAL-FRAIS             PIC S9(9)V99 VALUE 0.
       77  MONTANT-FRAIS           PIC S9(9)V99 VALUE 0.
       77  NB-FRAIS                PIC 9(3) VALUE 0.
       77  NB-BONS                 PIC 9(3) VALUE 0.
       01  TAB-BONS.
           05  BN-ENTREE OCCURS 50.
               10  BN-PO           PIC 9(6).
               10  BN-DATE         PIC 9(8).
       01  TAB-NATURES.
           05  NT-ENTREE OCCURS 20.
               10  NT-NATURE       PIC X(16).
               10  NT-MONTANT      PIC S9(9)V99.
       01  FR-CH1                  PIC X(16).
       01  FR-CH2                  PIC X(16).
       01  FR-CH3                  PIC X(16).

      *> Lignes recues des bons du dossier, avec leur base de
      *> repartition et leur part des frais.
       77  NB-LIG                  PIC 9(4) VALUE 0.
       77  TOTAL-BASE              PIC S9(11)V999 VALUE 0.
       77  TOTAL-REPARTI           PIC S9(9)V99 VALUE 0.
       77  TOTAL-NON-INCORPORE     PIC S9(9)V99 VALUE 0.
       77  DERNIERE-LIGNE          PIC 9(4) VALUE 0.
       01  TAB-LIGNES.
           05  LG-ENTREE OCCURS 500.
               10  LG-PO           PIC 9(6).
               10  LG-ART          PIC X(10).
               10  LG-QTE          PIC S9(5).
               10  LG-PU           PIC S9(5)V99.
               10  LG-BASE         PIC S9(11)V999.
               10  LG-PART         PIC S9(9)V99.
       01  RC-CH1                  PIC X(16).
       01  RC-CH2                  PIC X(16).
       01  RC-CH3                  PIC X(16).
       01  RC-CH4                  PIC X(16).
       01  RC-CH5                  PIC X(16).
       01  RC-CH6                  PIC X(16).
       01  RC-CH7                  PIC X(16).
       01  RC-CH8                  PIC X(16).
       01  RC-CH9                  PIC X(16).
       77  FACTEUR-LU              PIC 9(5) VALUE 1.
       77  PO-LU                   PIC 9(6) VALUE 0.
       77  DATE-LUE                PIC 9(8) VALUE 0.

      *> Incorporation au cout moyen pondere.
       77  PART-INCORPOREE         PIC S9(9)V99 VALUE 0.
       77  PMP-AVANT               PIC S9(5)V99 VALUE 0.
       77  QTE-EDIT                PIC Z(4)9.
       77  QTE-EDIT2               PIC -(4)9.
       77  PU-EDIT                 PIC -(5)9.99.
       77  PU-EDIT2                PIC -(5)9.99.
       77  MONTANT-EDIT            PIC -(8)9.99.
       77  MONTANT-EDIT2           PIC -(8)9.99.
       77  NB-EDIT                 PIC Z(3)9.

      *> Trace de l'ajustement au journal des mouvements.
       77  JRN-ARTICLE             PIC X(10) VALUE SPACES.
       77  JRN-QTE                 PIC S9(5) VALUE 0.
       77  JRN-MOTIF               PIC X(16) VALUE SPACES.
       77  JRN-SOLDE               PIC S9(5) VALUE 0.

      *> Le rapport est declare au spool des documents.
       77  SPOOL-TYPE              PIC X(12) VALUE "RAPPORT".
       77  SPOOL-FICHIER           PIC X(64) VALUE SPACES.
       77  SPOOL-NUMERO            PIC 9(6) VALUE 0.

      *> Verrou partage sur le catalogue indexe (sous-programme
      *> FILE-LOCK), pris avant l'OPEN I-O et relache en fin de
      *> traitement.
       77  VERROU-RESSOURCE        PIC X(20) VALUE "inv_master".
       77  VERROU-ACTION           PIC X(8) VALUE SPACES.
       77  VERROU-RESULTAT         PIC X(2) VALUE SPACES.
       77  VERROU-TENU             PIC X VALUE 'N'.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20) VALUE "FRAIS-APPROCHE".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           ACCEPT FRAIS-FILENAME FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(FRAIS-FILENAME) = SPACES
               MOVE "frais_approche.txt" TO FRAIS-FILENAME
           END-IF

           PERFORM LIRE-DOSSIER
           IF MOTIF-REFUS NOT = SPACES
               DISPLAY "Dossier refuse : " FUNCTION TRIM(MOTIF-REFUS)
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           PERFORM CHERCHER-DOSSIER
           IF DEJA-REPARTI = 'O'
               DISPLAY "Dossier " FUNCTION TRIM(DOSSIER)
                   " deja reparti (frais_approche_registre.txt)."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           PERFORM CHARGER-RECEPTIONS
           IF NB-LIG = 0
               DISPLAY "Aucune ligne recue pour les bons du dossier "
                   FUNCTION TRIM(DOSSIER) " dans receptions.txt."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           PERFORM OUVRIR-MASTER
           IF MASTER-OPEN-FLAG = 'N'
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           PERFORM CALCULER-BASES
           IF TOTAL-BASE <= 0
               DISPLAY "Base de repartition nulle (cle "
                   FUNCTION TRIM(CLE-REPARTITION)
                   ") : poids ou prix non renseignes au catalogue."
               CLOSE MASTER-FILE
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           PERFORM CALCULER-PARTS

           PERFORM OUVRIR-RAPPORT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-LIG
               PERFORM INCORPORER-LIGNE
           END-PERFORM
           CLOSE MASTER-FILE
           PERFORM ECRIRE-RESUME
           CLOSE RAPPORT-FILE
           MOVE RAPPORT-FILENAME TO SPOOL-FICHIER
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO
           PERFORM ENREGISTRER-DOSSIER

           MOVE TOTAL-FRAIS TO MONTANT-EDIT
           MOVE TOTAL-NON-INCORPORE TO MONTANT-EDIT2
           DISPLAY "Dossier " FUNCTION TRIM(DOSSIER) " : "
               FUNCTION TRIM(MONTANT-EDIT) " EUR repartis sur "
               NB-LIG " ligne(s), non incorpore "
               FUNCTION TRIM(MONTANT-EDIT2) " EUR."
           DISPLAY "Rapport : " FUNCTION TRIM(RAPPORT-FILENAME)
           IF TOTAL-NON-INCORPORE NOT = 0
               MOVE 4 TO WS-JOBLOG-RC
           END-IF
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
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
      *  LIRE-DOSSIER : reference, bons, frais et cle de
      *  repartition ; MOTIF-REFUS renseigne si le dossier est
      *  incomplet.
      *============================================================
       LIRE-DOSSIER.
           MOVE SPACES TO MOTIF-REFUS.
           OPEN INPUT FRAIS-FILE.
           IF FRAIS-STATUS NOT = "00"
               MOVE SPACES TO MOTIF-REFUS
               STRING "fichier " FUNCTION TRIM(FRAIS-FILENAME)
                   " introuvable (status " FRAIS-STATUS ")."
                   DELIMITED BY SIZE INTO MOTIF-REFUS
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ FRAIS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM LIRE-LIGNE-DOSSIER
               END-READ
           END-PERFORM.
           CLOSE FRAIS-FILE.
           IF MOTIF-REFUS NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF DOSSIER = SPACES
               MOVE "reference DOSSIER absente." TO MOTIF-REFUS
               EXIT PARAGRAPH
           END-IF.
           IF NB-BONS = 0
               MOVE "aucun BON." TO MOTIF-REFUS
               EXIT PARAGRAPH
           END-IF.
           IF TOTAL-FRAIS <= 0
               MOVE "aucun FRAIS positif." TO MOTIF-REFUS
               EXIT PARAGRAPH
           END-IF.
           IF CLE-REPARTITION NOT = "VALEUR"
               AND CLE-REPARTITION NOT = "QUANTITE"
               AND CLE-REPARTITION NOT = "POIDS"
               MOVE "CLE attendue : VALEUR, QUANTITE ou POIDS."
                   TO MOTIF-REFUS
           END-IF.
           EXIT PARAGRAPH.

       LIRE-LIGNE-DOSSIER.
           IF FUNCTION LENGTH(FUNCTION TRIM(FRAIS-REC)) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FR-CH1 FR-CH2 FR-CH3.
           UNSTRING FRAIS-REC DELIMITED BY "|"
               INTO FR-CH1 FR-CH2 FR-CH3
           END-UNSTRING.
           INSPECT FR-CH1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE FUNCTION TRIM(FR-CH1)
               WHEN "DOSSIER"
                   MOVE FR-CH2 TO DOSSIER
               WHEN "BON"
                   IF NB-BONS < 50
                       ADD 1 TO NB-BONS
                       MOVE FUNCTION NUMVAL(FR-CH2) TO BN-PO(NB-BONS)
                       MOVE 0 TO BN-DATE(NB-BONS)
                       IF FUNCTION LENGTH(FUNCTION TRIM(FR-CH3)) > 0
                           MOVE FUNCTION NUMVAL(FR-CH3)
                               TO BN-DATE(NB-BONS)
                       END-IF
                   END-IF
               WHEN "FRAIS"
                   INSPECT FR-CH3 REPLACING ALL "," BY "."
                   MOVE FUNCTION NUMVAL(FR-CH3) TO MONTANT-FRAIS
                   ADD MONTANT-FRAIS TO TOTAL-FRAIS
                   IF NB-FRAIS < 20
                       ADD 1 TO NB-FRAIS
                       MOVE FR-CH2 TO NT-NATURE(NB-FRAIS)
                       MOVE MONTANT-FRAIS TO NT-MONTANT(NB-FRAIS)
                   END-IF
               WHEN "CLE"
                   INSPECT FR-CH2 CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE FR-CH2 TO CLE-REPARTITION
               WHEN OTHER
                   MOVE SPACES TO MOTIF-REFUS
                   STRING "ligne inconnue : " FUNCTION TRIM(FR-CH1)
                       DELIMITED BY SIZE INTO MOTIF-REFUS
                   END-STRING
           END-EVALUATE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHERCHER-DOSSIER : reference deja presente au registre.
      *------------------------------------------------------------
       CHERCHER-DOSSIER.
           MOVE 'N' TO DEJA-REPARTI.
           OPEN INPUT REGISTRE-FILE.
           IF REGISTRE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ REGISTRE-FILE
                   AT END EXIT PERFORM
               END-READ
               MOVE SPACES TO FR-CH1
               UNSTRING REGISTRE-REC DELIMITED BY "|"
                   INTO FR-CH1
               END-UNSTRING
               IF FUNCTION TRIM(FR-CH1) = FUNCTION TRIM(DOSSIER)
                   MOVE 'O' TO DEJA-REPARTI
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           CLOSE REGISTRE-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-RECEPTIONS : lignes de receptions.txt des bons du
      *  dossier (a la date donnee s'il y en a une), hors lignes
      *  mises en quarantaine (champ 8 renseigne).
      *============================================================
       CHARGER-RECEPTIONS.
           MOVE 0 TO NB-LIG.
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
           MOVE SPACES TO RC-CH1 RC-CH2 RC-CH3 RC-CH4 RC-CH5 RC-CH6
               RC-CH7 RC-CH8 RC-CH9.
           UNSTRING RECEPTIONS-REC DELIMITED BY "|"
               INTO RC-CH1 RC-CH2 RC-CH3 RC-CH4 RC-CH5 RC-CH6
                   RC-CH7 RC-CH8 RC-CH9
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(RC-CH1)) NOT = 0
               OR RC-CH8 NOT = SPACES
               OR NB-LIG >= 500
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(RC-CH1) TO PO-LU.
           MOVE FUNCTION NUMVAL(RC-CH5) TO DATE-LUE.
      *> quantite et prix de la reception en unite d'achat : ramenes
      *> en unite de stock par le facteur de la ligne
           MOVE 1 TO FACTEUR-LU.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(RC-CH9)) = 0
               IF FUNCTION NUMVAL(RC-CH9) >= 1
                   MOVE FUNCTION NUMVAL(RC-CH9) TO FACTEUR-LU
               END-IF
           END-IF.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > NB-BONS
               IF BN-PO(WS-B) = PO-LU
                   AND (BN-DATE(WS-B) = 0 OR BN-DATE(WS-B) = DATE-LUE)
                   ADD 1 TO NB-LIG
                   MOVE PO-LU TO LG-PO(NB-LIG)
                   MOVE RC-CH3 TO LG-ART(NB-LIG)
                   COMPUTE LG-QTE(NB-LIG) =
                       FUNCTION NUMVAL(RC-CH4) * FACTEUR-LU
                   MOVE 0 TO LG-PU(NB-LIG)
                   IF FUNCTION LENGTH(FUNCTION TRIM(RC-CH7)) > 0
                       COMPUTE LG-PU(NB-LIG) ROUNDED =
                           FUNCTION NUMVAL(RC-CH7) / FACTEUR-LU
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  OUVRIR-MASTER : verrou FILE-LOCK puis OPEN I-O, comme
      *  RECEPTION-LIVRAISONS.
      *------------------------------------------------------------
       OUVRIR-MASTER.
           MOVE 'N' TO MASTER-OPEN-FLAG.
           MOVE "LOCK" TO VERROU-ACTION.
           CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
               VERROU-RESULTAT.
           IF VERROU-RESULTAT NOT = "00"
               DISPLAY "Catalogue indexe verrouille par un autre"
                   " traitement (inv_master.lck), reessayez plus"
                   " tard."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO VERROU-TENU.
           OPEN I-O MASTER-FILE.
           IF MASTER-STATUS = "00"
               MOVE 'O' TO MASTER-OPEN-FLAG
           ELSE
               DISPLAY "Catalogue indexe indisponible (status "
                   MASTER-STATUS ")."
               IF MASTER-STATUS = "39"
                   DISPLAY "(fichier a l'ancien dessin : lancer"
                       " INV-MASTER-CONVERT une fois.)"
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  CALCULER-BASES : base de chaque ligne selon la cle ; un
      *  article absent du catalogue ne recoit rien.
      *============================================================
       CALCULER-BASES.
           MOVE 0 TO TOTAL-BASE DERNIERE-LIGNE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-LIG
               MOVE 0 TO LG-BASE(WS-I)
               MOVE LG-ART(WS-I) TO M-CODE
               READ MASTER-FILE
                   INVALID KEY
                       MOVE 0 TO M-PMP M-POIDS
                       MOVE -1 TO LG-QTE(WS-I)
               END-READ
               IF LG-QTE(WS-I) > 0
                   EVALUATE CLE-REPARTITION
                       WHEN "QUANTITE"
                           MOVE LG-QTE(WS-I) TO LG-BASE(WS-I)
                       WHEN "POIDS"
                           COMPUTE LG-BASE(WS-I) =
                               LG-QTE(WS-I) * M-POIDS
                       WHEN OTHER
                           IF LG-PU(WS-I) = 0
                               MOVE M-PMP TO LG-PU(WS-I)
                           END-IF
                           COMPUTE LG-BASE(WS-I) =
                               LG-QTE(WS-I) * LG-PU(WS-I)
                   END-EVALUATE
               END-IF
               IF LG-BASE(WS-I) > 0
                   ADD LG-BASE(WS-I) TO TOTAL-BASE
                   MOVE WS-I TO DERNIERE-LIGNE
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CALCULER-PARTS : prorata de la base, arrondi au centime,
      *  la derniere ligne servie prend le reliquat.
      *------------------------------------------------------------
       CALCULER-PARTS.
           MOVE 0 TO TOTAL-REPARTI.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-LIG
               MOVE 0 TO LG-PART(WS-I)
               IF LG-BASE(WS-I) > 0
                   IF WS-I = DERNIERE-LIGNE
                       COMPUTE LG-PART(WS-I) =
                           TOTAL-FRAIS - TOTAL-REPARTI
                   ELSE
                       COMPUTE LG-PART(WS-I) ROUNDED =
                           TOTAL-FRAIS * LG-BASE(WS-I) / TOTAL-BASE
                   END-IF
                   ADD LG-PART(WS-I) TO TOTAL-REPARTI
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       OUVRIR-RAPPORT.
           MOVE SPACES TO RAPPORT-FILENAME.
           STRING "frais_approche_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO RAPPORT-FILENAME
           END-STRING.
           OPEN OUTPUT RAPPORT-FILE.
           MOVE SPACES TO RAPPORT-REC.
           STRING "FRAIS D'APPROCHE DU " WS-TODAY " - DOSSIER "
               FUNCTION TRIM(DOSSIER) " - CLE "
               FUNCTION TRIM(CLE-REPARTITION)
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-FRAIS
               MOVE NT-MONTANT(WS-I) TO MONTANT-EDIT
               MOVE SPACES TO RAPPORT-REC
               STRING "  FRAIS " NT-NATURE(WS-I) " " MONTANT-EDIT
                   " EUR"
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
           END-PERFORM.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           MOVE "BON    ARTICLE      QTE STOCK" TO RAPPORT-REC(1:29).
           MOVE "PART   INCORPORE" TO RAPPORT-REC(39:17).
           MOVE "PMP AV.  PMP AP." TO RAPPORT-REC(59:17).
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.

      *============================================================
      *  INCORPORER-LIGNE : la part de la ligne entre dans le cout
      *  moyen du stock restant ; trace au journal, dans
      *  ajustements_pmp.txt et au rapport.
      *============================================================
       INCORPORER-LIGNE.
           IF LG-QTE(WS-I) < 0
               MOVE SPACES TO RAPPORT-REC
               STRING LG-PO(WS-I) " " LG-ART(WS-I)
                   " ARTICLE INCONNU AU CATALOGUE - ignore"
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
               EXIT PARAGRAPH
           END-IF.
           IF LG-PART(WS-I) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE LG-ART(WS-I) TO M-CODE.
           READ MASTER-FILE
               INVALID KEY
                   ADD LG-PART(WS-I) TO TOTAL-NON-INCORPORE
                   EXIT PARAGRAPH
           END-READ.
           MOVE M-PMP TO PMP-AVANT.
           EVALUATE TRUE
               WHEN M-QTE <= 0
                   MOVE 0 TO PART-INCORPOREE
               WHEN M-QTE >= LG-QTE(WS-I)
                   MOVE LG-PART(WS-I) TO PART-INCORPOREE
               WHEN OTHER
                   COMPUTE PART-INCORPOREE ROUNDED =
                       LG-PART(WS-I) * M-QTE / LG-QTE(WS-I)
           END-EVALUATE.
           COMPUTE TOTAL-NON-INCORPORE = TOTAL-NON-INCORPORE
               + LG-PART(WS-I) - PART-INCORPOREE.
           IF PART-INCORPOREE > 0
               COMPUTE M-PMP ROUNDED =
                   (M-QTE * M-PMP + PART-INCORPOREE) / M-QTE
               REWRITE MASTER-REC
                   INVALID KEY
                       DISPLAY "Erreur catalogue indexe ("
                           FUNCTION TRIM(M-CODE) ") : " MASTER-STATUS
               END-REWRITE
               MOVE M-CODE TO JRN-ARTICLE
               MOVE 0 TO JRN-QTE
               MOVE "FRAIS-APPRO" TO JRN-MOTIF
               MOVE M-QTE TO JRN-SOLDE
               CALL "STOCK-JOURNAL" USING JRN-ARTICLE JRN-QTE
                   JRN-MOTIF JRN-SOLDE
           END-IF.
           PERFORM ECRIRE-AJUSTEMENT.

           MOVE LG-QTE(WS-I) TO QTE-EDIT.
           MOVE M-QTE TO QTE-EDIT2.
           MOVE LG-PART(WS-I) TO MONTANT-EDIT.
           MOVE PART-INCORPOREE TO MONTANT-EDIT2.
           MOVE PMP-AVANT TO PU-EDIT.
           MOVE M-PMP TO PU-EDIT2.
           MOVE SPACES TO RAPPORT-REC.
           STRING LG-PO(WS-I) " " LG-ART(WS-I) " " QTE-EDIT " "
               QTE-EDIT2 " " MONTANT-EDIT " " MONTANT-EDIT2 " "
               PU-EDIT " " PU-EDIT2
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           IF PART-INCORPOREE < LG-PART(WS-I)
               MOVE SPACES TO RAPPORT-REC
               STRING "    stock deja sorti : part non incorporee,"
                   " a passer en charge"
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ECRIRE-AJUSTEMENT : ajustements_pmp.txt, meme idiome
      *  OPEN EXTEND + status 35 que le journal des mouvements.
      *------------------------------------------------------------
       ECRIRE-AJUSTEMENT.
           OPEN EXTEND AJUST-FILE.
           IF AJUST-STATUS = "35"
               OPEN OUTPUT AJUST-FILE
               MOVE SPACES TO AJUST-REC
               STRING "date|article|dossier|bon|part|incorpore"
                   "|pmp_avant|pmp_apres"
                   DELIMITED BY SIZE INTO AJUST-REC
               END-STRING
               WRITE AJUST-REC
           END-IF.
           IF AJUST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LG-PART(WS-I) TO MONTANT-EDIT.
           MOVE PART-INCORPOREE TO MONTANT-EDIT2.
           MOVE PMP-AVANT TO PU-EDIT.
           MOVE M-PMP TO PU-EDIT2.
           MOVE SPACES TO AJUST-REC.
           STRING WS-TODAY "|" FUNCTION TRIM(M-CODE) "|"
               FUNCTION TRIM(DOSSIER) "|" LG-PO(WS-I) "|"
               FUNCTION TRIM(MONTANT-EDIT) "|"
               FUNCTION TRIM(MONTANT-EDIT2) "|"
               FUNCTION TRIM(PU-EDIT) "|" FUNCTION TRIM(PU-EDIT2)
               DELIMITED BY SIZE INTO AJUST-REC
           END-STRING.
           WRITE AJUST-REC.
           CLOSE AJUST-FILE.
           EXIT PARAGRAPH.

       ECRIRE-RESUME.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE NB-LIG TO NB-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "LIGNES REPARTIES     : " NB-EDIT
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE TOTAL-FRAIS TO MONTANT-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "TOTAL DES FRAIS      : " MONTANT-EDIT " EUR"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE TOTAL-NON-INCORPORE TO MONTANT-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "NON INCORPORE        : " MONTANT-EDIT " EUR"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ENREGISTRER-DOSSIER : trace au registre, pour refuser une
      *  seconde repartition du meme dossier.
      *------------------------------------------------------------
       ENREGISTRER-DOSSIER.
           OPEN EXTEND REGISTRE-FILE.
           IF REGISTRE-STATUS = "35"
               OPEN OUTPUT REGISTRE-FILE
               MOVE "dossier|date|lignes|total|cle|non_incorpore"
                   TO REGISTRE-REC
               WRITE REGISTRE-REC
           END-IF.
           MOVE NB-LIG TO NB-EDIT.
           MOVE TOTAL-FRAIS TO MONTANT-EDIT.
           MOVE TOTAL-NON-INCORPORE TO MONTANT-EDIT2.
           MOVE SPACES TO REGISTRE-REC.
           STRING FUNCTION TRIM(DOSSIER) "|" WS-TODAY "|"
               FUNCTION TRIM(NB-EDIT) "|"
               FUNCTION TRIM(MONTANT-EDIT) "|"
               FUNCTION TRIM(CLE-REPARTITION) "|"
               FUNCTION TRIM(MONTANT-EDIT2)
               DELIMITED BY SIZE INTO REGISTRE-REC
           END-STRING.
           WRITE REGISTRE-REC.
           CLOSE REGISTRE-FILE.
           EXIT PARAGRAPH.
