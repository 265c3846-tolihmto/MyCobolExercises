      *  cumules par article et par client, chaque palmares trie
      *  par marge decroissante - ce qu'on gagne vraiment, et avec
      *  qui. Rapport date marge_AAAAMMJJ.txt.
      *
      *  Les avoirs de RETOURS-CLIENTS (avoirs.txt) viennent en
      *  deduction : leur HT sort du CA de l'article et du client,
      *  et une marchandise revenue en stock vendable (destination
      *  STOCK) sort aussi du cout, au PMP ; la quarantaine reste
      *  une perte.
      *
      *  Un retour saisi avant la facturation de sa commande
      *  (registre retours.txt) n'a pas d'avoir, ni avant ni apres
      *  la facture : FACTURATION-CLIENTS facture la ligne nette du
      *  retour. Tout retour sans avoir de meme commande et article
      *  dans avoirs.txt est donc ote ici de la ligne de la
      *  commande pour cet article avant le calcul du CA, et du
      *  cout seulement si la marchandise est revenue en stock
      *  vendable (destination STOCK) ; la quarantaine reste une
      *  perte, comme pour un avoir.
      *
      *  Les lignes vendues au prix d'un contrat client (champ 7
      *  CONTRAT=<prix net> du registre) sont reprises a part, par
      *  client et article : CA au contrat, CA qu'aurait donne le
      *  tarif catalogue (M-PU remise client deduite), ce que le
      *  contrat coute (difference des deux) et marge restante.
      *============================================================

       ENVIRONMENT DIVISION.
           SELECT REGISTRE-FILE ASSIGN TO "commandes_clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRE-STATUS.
           SELECT AVOIRS-FILE ASSIGN TO "avoirs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVOIRS-STATUS.
           SELECT RETOURS-FILE ASSIGN TO "retours.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETOURS-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           05  M-TVA               PIC 9(3).
           05  M-PMP               PIC S9(5)V99.
           05  M-EAN               PIC X(13).
           05  M-POIDS             PIC 9(4)V999.
           05  M-SERIE             PIC X.
           05  M-STATUT            PIC X.
       FD  CLIENT-FILE.
       01  CLIENT-REC.
           05  CL-CODE             PIC X(8).
           05  CL-REMISE           PIC 9(2)V99.
           05  CL-PLAFOND          PIC S9(7)V99.
           05  CL-ENCOURS          PIC S9(7)V99.
           05  CL-RELANCE          PIC 9.
           05  CL-RELANCE-DATE     PIC 9(8).
           05  CL-POINTS           PIC S9(7).
           05  CL-CANAL            PIC X.
           05  CL-EMAIL            PIC X(60).
       FD  REGISTRE-FILE.
       01  REGISTRE-REC            PIC X(100).
       FD  AVOIRS-FILE.
       01  AVOIRS-REC              PIC X(150).
       FD  RETOURS-FILE.
       01  RETOURS-REC             PIC X(100).
       FD  RAPPORT-FILE.
       01  RAPPORT-REC             PIC X(132).

       77  CLIENT-STATUS           PIC X(2) VALUE SPACES.
       77  CLIENT-OPEN-FLAG        PIC X VALUE 'N'.
       77  REGISTRE-STATUS         PIC X(2) VALUE SPACES.
       77  AVOIRS-STATUS           PIC X(2) VALUE SPACES.
       77  RETOURS-STATUS          PIC X(2) VALUE SPACES.
       77  RAPPORT-FILENAME        PIC X(64) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
           05  ECH-K-CA            PIC S9(9)V99.
           05  ECH-K-COUT          PIC S9(9)V99.

      *> Ventes sous contrat, par client et article.
       77  NB-CONTRATS             PIC 9(3) VALUE 0.
       01  TAB-CONTRATS OCCURS 300.
           05  C-CLIENT            PIC X(8).
           05  C-ART               PIC X(10).
           05  C-QTE               PIC S9(7).
           05  C-CA                PIC S9(9)V99.
           05  C-CATALOGUE         PIC S9(9)V99.
           05  C-COUT              PIC S9(9)V99.
       77  CA-CATALOGUE            PIC S9(9)V99 VALUE 0.
       77  TOT-C-CA                PIC S9(9)V99 VALUE 0.
       77  TOT-C-CATALOGUE         PIC S9(9)V99 VALUE 0.
       77  TOT-C-COUT              PIC S9(9)V99 VALUE 0.
       77  ECART-W                 PIC S9(9)V99 VALUE 0.
       77  QTE-C-EDIT              PIC -(6)9.
       77  CATAL-EDIT              PIC -(8)9.99.
       77  ECART-EDIT              PIC -(8)9.99.

      *> Ligne du registre.
       01  REG-CH1                 PIC X(16).
       01  REG-CH2                 PIC X(16).
      *> Champ 7 facultatif du registre : "PROMO=<prix>" quand la
      *> ligne a ete vendue sous promotion - le CA part alors de ce
      *> prix, comme chez FACTURATION-CLIENTS, et non du M-PU
      *> courant ; "DEVIS=<prix>" = prix net d'un devis repris,
      *> "CONTRAT=<prix>" = prix net d'un contrat client, remise
      *> deja comprise, "SUBST=<prix>" = prix net d'une ligne servie
      *> par un substitut.
       01  REG-CH7                 PIC X(20).
       77  PU-BRUT                 PIC S9(5)V99 VALUE 0.
      *> Ligne du registre des avoirs
      *> (AVOIR|FACTURE|COMMANDE|CLIENT|ARTICLE|QTE|HT|TVA|TTC|
      *> TAUX|DATE|DESTINATION).
       01  AVO-CH1                 PIC X(16).
       01  AVO-CH2                 PIC X(16).
       01  AVO-CH3                 PIC X(16).
       01  AVO-CH4                 PIC X(16).
       01  AVO-CH5                 PIC X(16).
       01  AVO-CH6                 PIC X(16).
       01  AVO-CH7                 PIC X(16).
       01  AVO-CH8                 PIC X(16).
       01  AVO-CH9                 PIC X(16).
       01  AVO-CH10                PIC X(16).
       01  AVO-CH11                PIC X(16).
       01  AVO-CH12                PIC X(16).
       77  NB-AVOIRS               PIC 9(4) VALUE 0.
       77  TOTAL-AVOIRS            PIC S9(9)V99 VALUE 0.
       77  QTE-ALLOUEE             PIC S9(5) VALUE 0.

      *> Quantites deja couvertes par un avoir (avoirs.txt) par
      *> commande et article, et retours (retours.txt) sans avoir,
      *> deduits au fil des lignes du registre.
       77  NB-AVOIRS-RET           PIC 9(4) VALUE 0.
       01  TAB-AVOIRS-RET OCCURS 2000.
           05  AR-CDE              PIC 9(6).
           05  AR-ART              PIC X(10).
           05  AR-QTE              PIC S9(7).
       77  QTE-SANS-AVOIR          PIC S9(7) VALUE 0.
       77  QTE-COUVERTE            PIC S9(7) VALUE 0.
       77  CDE-LIGNE               PIC 9(6) VALUE 0.
       77  NB-RETOURS              PIC 9(4) VALUE 0.
       01  TAB-RETOURS OCCURS 2000.
           05  RT-CDE              PIC 9(6).
           05  RT-ART              PIC X(10).
           05  RT-QTE              PIC S9(7).
           05  RT-DEST             PIC X(12).
       77  QTE-RETOURNEE           PIC S9(5) VALUE 0.
       77  QTE-REPRISE             PIC S9(5) VALUE 0.
       77  QTE-PRISE               PIC S9(5) VALUE 0.
       77  QTE-VENDUE              PIC S9(5) VALUE 0.
       77  TOTAL-QTE-RETOURNEE     PIC S9(7) VALUE 0.
       77  QTE-RET-EDIT            PIC -(6)9.
       77  PU-NET                  PIC S9(5)V99 VALUE 0.
       77  CA-LIGNE                PIC S9(9)V99 VALUE 0.
       77  COUT-LIGNE              PIC S9(9)V99 VALUE 0.
               MOVE 'O' TO CLIENT-OPEN-FLAG
           END-IF

           PERFORM CHARGER-AVOIRS-RETOURS
           PERFORM CHARGER-RETOURS

           OPEN INPUT REGISTRE-FILE
           IF REGISTRE-STATUS NOT = "00"
               DISPLAY "Aucun registre de commandes"
               END-READ
           END-PERFORM
           CLOSE REGISTRE-FILE
           PERFORM DEDUIRE-AVOIRS
           CLOSE MASTER-FILE
           IF CLIENT-OPEN-FLAG = 'O'
               CLOSE CLIENT-FILE
           IF QTE-ALLOUEE <= 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM DEDUIRE-QTE-RETOURNEE.
           COMPUTE QTE-VENDUE = QTE-ALLOUEE - QTE-RETOURNEE.
           MOVE REG-CH3(1:10) TO M-CODE.
           READ MASTER-FILE
               INVALID KEY
               MOVE FUNCTION NUMVAL(REG-CH7(7:14)) TO PU-BRUT
           END-IF.
           COMPUTE PU-NET ROUNDED = PU-BRUT * (1 - CL-REMISE / 100).
           IF REG-CH7(1:6) = "DEVIS="
               OR REG-CH7(1:6) = "SUBST="
               MOVE FUNCTION NUMVAL(REG-CH7(7:14)) TO PU-NET
           END-IF.
           COMPUTE CA-CATALOGUE ROUNDED =
               QTE-VENDUE * M-PU * (1 - CL-REMISE / 100).
           IF REG-CH7(1:8) = "CONTRAT="
               MOVE FUNCTION NUMVAL(REG-CH7(9:12)) TO PU-NET
           END-IF.
           COMPUTE CA-LIGNE ROUNDED = QTE-VENDUE * PU-NET.
           COMPUTE COUT-LIGNE ROUNDED =
               (QTE-ALLOUEE - QTE-REPRISE) * M-PMP.
           ADD 1 TO NB-LIGNES.
           PERFORM CUMULER-ARTICLE.
           PERFORM CUMULER-CLIENT.
           IF REG-CH7(1:8) = "CONTRAT="
               PERFORM CUMULER-CONTRAT
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CUMULER-CONTRAT : ligne vendue au prix d'un contrat, mise
      *  en regard du tarif catalogue.
      *------------------------------------------------------------
       CUMULER-CONTRAT.
           ADD CA-LIGNE TO TOT-C-CA.
           ADD CA-CATALOGUE TO TOT-C-CATALOGUE.
           ADD COUT-LIGNE TO TOT-C-COUT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-CONTRATS
               IF C-CLIENT(WS-I) = REG-CH2(1:8)
                   AND C-ART(WS-I) = M-CODE
                   ADD QTE-VENDUE TO C-QTE(WS-I)
                   ADD CA-LIGNE TO C-CA(WS-I)
                   ADD CA-CATALOGUE TO C-CATALOGUE(WS-I)
                   ADD COUT-LIGNE TO C-COUT(WS-I)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF NB-CONTRATS >= 300
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-CONTRATS.
           MOVE REG-CH2(1:8) TO C-CLIENT(NB-CONTRATS).
           MOVE M-CODE TO C-ART(NB-CONTRATS).
           MOVE QTE-VENDUE TO C-QTE(NB-CONTRATS).
           MOVE CA-LIGNE TO C-CA(NB-CONTRATS).
           MOVE CA-CATALOGUE TO C-CATALOGUE(NB-CONTRATS).
           MOVE COUT-LIGNE TO C-COUT(NB-CONTRATS).
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-AVOIRS-RETOURS : quantite de chaque avoir de
      *  avoirs.txt (COMMANDE en champ 3, ARTICLE en 5, QTE en 6) -
      *  le retour qu'il couvre est deja deduit par DEDUIRE-AVOIRS.
      *============================================================
       CHARGER-AVOIRS-RETOURS.
           MOVE 0 TO NB-AVOIRS-RET.
           OPEN INPUT AVOIRS-FILE.
           IF AVOIRS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ AVOIRS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-AVOIR-RETOUR
               END-READ
           END-PERFORM.
           CLOSE AVOIRS-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-AVOIR-RETOUR.
           IF FUNCTION LENGTH(FUNCTION TRIM(AVOIRS-REC)) = 0
               OR AVOIRS-REC(1:6) = "avoir|"
               EXIT PARAGRAPH
           END-IF.
           IF NB-AVOIRS-RET >= 2000
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO AVO-CH1 AVO-CH2 AVO-CH3 AVO-CH4 AVO-CH5
               AVO-CH6.
           UNSTRING AVOIRS-REC DELIMITED BY "|"
               INTO AVO-CH1 AVO-CH2 AVO-CH3 AVO-CH4 AVO-CH5 AVO-CH6
           END-UNSTRING.
           ADD 1 TO NB-AVOIRS-RET.
           MOVE FUNCTION NUMVAL(AVO-CH3) TO AR-CDE(NB-AVOIRS-RET).
           MOVE AVO-CH5(1:10) TO AR-ART(NB-AVOIRS-RET).
           MOVE FUNCTION NUMVAL(AVO-CH6) TO AR-QTE(NB-AVOIRS-RET).
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-RETOURS : lignes de retours.txt
      *  (DATE|CLIENT|COMMANDE|ARTICLE|QTE|MOTIF|DESTINATION), pour
      *  la part qu'aucun avoir de meme commande et article ne
      *  couvre - facturee ou non, la commande a ete facturee ou le
      *  sera nette de cette part.
      *============================================================
       CHARGER-RETOURS.
           MOVE 0 TO NB-RETOURS.
           OPEN INPUT RETOURS-FILE.
           IF RETOURS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ RETOURS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-RETOUR
               END-READ
           END-PERFORM.
           CLOSE RETOURS-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-RETOUR.
           IF RETOURS-REC(1:1) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF NB-RETOURS >= 2000
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REG-CH1 REG-CH2 REG-CH3 REG-CH4 REG-CH5
               REG-CH6 REG-CH7.
           UNSTRING RETOURS-REC DELIMITED BY "|"
               INTO REG-CH1 REG-CH2 REG-CH3 REG-CH4 REG-CH5 REG-CH6
                   REG-CH7
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(REG-CH3) TO CDE-LIGNE.
           MOVE FUNCTION NUMVAL(REG-CH5) TO QTE-SANS-AVOIR.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-AVOIRS-RET OR QTE-SANS-AVOIR <= 0
               IF AR-CDE(WS-I) = CDE-LIGNE
                   AND FUNCTION TRIM(AR-ART(WS-I)) =
                       FUNCTION TRIM(REG-CH4)
                   AND AR-QTE(WS-I) > 0
                   MOVE AR-QTE(WS-I) TO QTE-COUVERTE
                   IF QTE-SANS-AVOIR < QTE-COUVERTE
                       MOVE QTE-SANS-AVOIR TO QTE-COUVERTE
                   END-IF
                   SUBTRACT QTE-COUVERTE FROM AR-QTE(WS-I)
                   SUBTRACT QTE-COUVERTE FROM QTE-SANS-AVOIR
               END-IF
           END-PERFORM.
           IF QTE-SANS-AVOIR <= 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-RETOURS.
           MOVE CDE-LIGNE TO RT-CDE(NB-RETOURS).
           MOVE REG-CH4(1:10) TO RT-ART(NB-RETOURS).
           MOVE QTE-SANS-AVOIR TO RT-QTE(NB-RETOURS).
           MOVE REG-CH7(1:12) TO RT-DEST(NB-RETOURS).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  DEDUIRE-QTE-RETOURNEE : QTE-RETOURNEE = ce qui a deja ete
      *  retourne de l'article pour la commande de la ligne (au
      *  plus QTE-ALLOUEE), dont QTE-REPRISE revenu en stock
      *  vendable ; les retours sont decomptes au fil des lignes.
      *------------------------------------------------------------
       DEDUIRE-QTE-RETOURNEE.
           MOVE 0 TO QTE-RETOURNEE QTE-REPRISE.
           MOVE FUNCTION NUMVAL(REG-CH1) TO CDE-LIGNE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-RETOURS
               OR QTE-RETOURNEE >= QTE-ALLOUEE
               IF RT-CDE(WS-I) = CDE-LIGNE
                   AND FUNCTION TRIM(RT-ART(WS-I)) =
                       FUNCTION TRIM(REG-CH3)
                   AND RT-QTE(WS-I) > 0
                   COMPUTE QTE-PRISE = QTE-ALLOUEE - QTE-RETOURNEE
                   IF RT-QTE(WS-I) < QTE-PRISE
                       MOVE RT-QTE(WS-I) TO QTE-PRISE
                   END-IF
                   ADD QTE-PRISE TO QTE-RETOURNEE
                   IF FUNCTION TRIM(RT-DEST(WS-I)) = "STOCK"
                       ADD QTE-PRISE TO QTE-REPRISE
                   END-IF
                   SUBTRACT QTE-PRISE FROM RT-QTE(WS-I)
               END-IF
           END-PERFORM.
           ADD QTE-RETOURNEE TO TOTAL-QTE-RETOURNEE.
           EXIT PARAGRAPH.

      *============================================================
      *  DEDUIRE-AVOIRS : chaque avoir retranche son HT du CA, et
      *  son cout au PMP quand la marchandise est revenue en stock.
      *============================================================
       DEDUIRE-AVOIRS.
           OPEN INPUT AVOIRS-FILE.
           IF AVOIRS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ AVOIRS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM DEDUIRE-LIGNE-AVOIR
               END-READ
           END-PERFORM.
           CLOSE AVOIRS-FILE.
           EXIT PARAGRAPH.

       DEDUIRE-LIGNE-AVOIR.
           IF FUNCTION LENGTH(FUNCTION TRIM(AVOIRS-REC)) = 0
               OR AVOIRS-REC(1:6) = "avoir|"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO AVO-CH1 AVO-CH2 AVO-CH3 AVO-CH4 AVO-CH5
               AVO-CH6 AVO-CH7 AVO-CH8 AVO-CH9 AVO-CH10 AVO-CH11
               AVO-CH12.
           UNSTRING AVOIRS-REC DELIMITED BY "|"
               INTO AVO-CH1 AVO-CH2 AVO-CH3 AVO-CH4 AVO-CH5
                   AVO-CH6 AVO-CH7 AVO-CH8 AVO-CH9 AVO-CH10
                   AVO-CH11 AVO-CH12
           END-UNSTRING.
           MOVE AVO-CH5(1:10) TO M-CODE.
           READ MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           COMPUTE CA-LIGNE = 0 - FUNCTION NUMVAL(AVO-CH7).
           MOVE 0 TO COUT-LIGNE.
           IF FUNCTION TRIM(AVO-CH12) = "STOCK"
               COMPUTE COUT-LIGNE ROUNDED =
                   0 - FUNCTION NUMVAL(AVO-CH6) * M-PMP
           END-IF.
           MOVE AVO-CH4 TO REG-CH2.
           ADD 1 TO NB-AVOIRS.
           SUBTRACT CA-LIGNE FROM TOTAL-AVOIRS.
           PERFORM CUMULER-ARTICLE.
           PERFORM CUMULER-CLIENT.
           EXIT PARAGRAPH.

       CUMULER-ARTICLE.
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           IF NB-AVOIRS > 0
               MOVE TOTAL-AVOIRS TO CA-EDIT
               MOVE SPACES TO RAPPORT-REC
               STRING "(net de " NB-AVOIRS " avoir(s) client, "
                   FUNCTION TRIM(CA-EDIT) " HT deduits du CA)"
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
           END-IF.
           IF TOTAL-QTE-RETOURNEE > 0
               MOVE TOTAL-QTE-RETOURNEE TO QTE-RET-EDIT
               MOVE SPACES TO RAPPORT-REC
               STRING "(net de " FUNCTION TRIM(QTE-RET-EDIT)
                   " unite(s) retournee(s) avant facturation)"
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
           END-IF.

           PERFORM TRIER-ARTICLES.
           MOVE SPACES TO RAPPORT-REC.
               END-STRING
               WRITE RAPPORT-REC
           END-PERFORM.
           IF NB-CONTRATS > 0
               PERFORM ECRIRE-CONTRATS
           END-IF.
           CLOSE RAPPORT-FILE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ECRIRE-CONTRATS : ventes au prix contrat, avec ce que
      *  chaque contrat coute face au tarif catalogue.
      *------------------------------------------------------------
       ECRIRE-CONTRATS.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE "VENTES SOUS CONTRAT (client, article, qte, CA contrat,"
               TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE "  CA catalogue, cout du contrat, marge) :"
               TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-CONTRATS
               COMPUTE ECART-W = C-CATALOGUE(WS-I) - C-CA(WS-I)
               COMPUTE MARGE-W = C-CA(WS-I) - C-COUT(WS-I)
               MOVE C-QTE(WS-I) TO QTE-C-EDIT
               MOVE C-CA(WS-I) TO CA-EDIT
               MOVE C-CATALOGUE(WS-I) TO CATAL-EDIT
               MOVE ECART-W TO ECART-EDIT
               MOVE MARGE-W TO MARGE-EDIT
               MOVE SPACES TO RAPPORT-REC
               STRING "  " C-CLIENT(WS-I) " " C-ART(WS-I)
                   " qte " FUNCTION TRIM(QTE-C-EDIT)
                   "  CA " FUNCTION TRIM(CA-EDIT)
                   "  catalogue " FUNCTION TRIM(CATAL-EDIT)
                   "  cout contrat " FUNCTION TRIM(ECART-EDIT)
                   "  marge " FUNCTION TRIM(MARGE-EDIT)
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
           END-PERFORM.
           COMPUTE ECART-W = TOT-C-CATALOGUE - TOT-C-CA.
           COMPUTE MARGE-W = TOT-C-CA - TOT-C-COUT.
           MOVE TOT-C-CA TO CA-EDIT.
           MOVE TOT-C-CATALOGUE TO CATAL-EDIT.
           MOVE ECART-W TO ECART-EDIT.
           MOVE MARGE-W TO MARGE-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "  TOTAL CONTRATS  CA " FUNCTION TRIM(CA-EDIT)
               "  catalogue " FUNCTION TRIM(CATAL-EDIT)
               "  cout contrats " FUNCTION TRIM(ECART-EDIT)
               "  marge " FUNCTION TRIM(MARGE-EDIT)
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.

       CALCULER-POURCENT.
           IF A-CA(WS-I) NOT = 0
               COMPUTE PCT-MARGE ROUNDED =
