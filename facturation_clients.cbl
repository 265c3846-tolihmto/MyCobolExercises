      *  laisse sa trace dans le registre factures.txt
      *  (FACTURE|COMMANDE|CLIENT|HT|TVA|TTC|DATE) - c'est aussi ce
      *  registre qui empeche de facturer deux fois la meme
      *  commande d'un run a l'autre. Le detail des lignes
      *  facturees part dans factures_lignes.txt
      *  (FACTURE|COMMANDE|CLIENT|ARTICLE|QTE|PU-NET|TVA|POINTS) :
      *  c'est le prix, le taux et les points fidelite qu'un avoir
      *  de RETOURS-CLIENTS reprend.
      *
      *  Chaque run passe aussi son journal des ventes en compta
      *  dans gl_ventes_AAAAMMJJ.txt, au meme format fixe que
      *  l'export GL d'ATM-SETTLEMENT et de CLOTURE-STOCK : le
      *  client 411000 au debit pour le TTC facture, les ventes
      *  707000 et la TVA collectee 445710 au credit, une ligne par
      *  taux de TVA. Un lot par run (compteur gl_ventes_batch.txt),
      *  debits et credits controles egaux avant ecriture - fini la
      *  ressaisie de factures.txt dans le logiciel comptable.
      *
      *  Des que le registre des expeditions expeditions.txt de
      *  CONFIRMATION-PICKING existe, on ne facture plus que ce qui
      *  est parti : une commande sans bon de livraison attend le
      *  run suivant, et chaque ligne est facturee a la quantite
      *  expediee (au plus la quantite allouee), le numero du bon
      *  rappele en entete de facture.
      *
      *  Un retour accepte par RETOURS-CLIENTS sur une commande pas
      *  encore facturee (registre retours.txt, DATE|CLIENT|
      *  COMMANDE|ARTICLE|QTE|...) ne donne pas d'avoir : sa
      *  quantite est deduite ici de la ligne de la commande pour
      *  cet article, et la facture porte la mention du retour.
      *
      *  Une ligne servie par un substitut (champ 7 SUBST=<prix net>
      *  du registre, article remplace en champ 9) se facture au
      *  prix net enregistre a la commande et porte la mention
      *  "substitut de <article>" sur la facture.
      *
      *  Fidelite : chaque ligne facturee gagne des points sur son
      *  montant HT (FIDELITE-TAUX points par euro de parametres.txt,
      *  ou FIDELITE-TAUX-<famille> pour la famille de l'article
      *  dans fam_liens.dat), tronques a l'unite. Les points de la
      *  ligne partent en 8e champ de factures_lignes.txt pour que
      *  l'avoir les reprenne, et le total de la facture est
      *  credite a CL-POINTS de cli_master.dat a la cloture
      *  (mouvement GAIN de FIDELITE-JOURNAL). La ligne de registre
      *  "*FIDELITE" que COMMANDES-CLIENTS ecrit quand le client
      *  utilise ses points (champ 7 FIDEL=<montant HT>, points en
      *  champ 9) devient une remise en pied de facture, repartie
      *  sur les taux de TVA de la facture au prorata de leur HT et
      *  passee en moins dans le journal des ventes ; elle ne gagne
      *  pas de points.
      *
      *  Periodes comptables : un run qui tombe dans une periode
      *  close (PERIODE-CONTROLE, calendrier periodes.txt) est
      *  refuse, ou ses factures et son journal des ventes sont
      *  dates du premier jour de la premiere periode ouverte,
      *  avec un avertissement.
      *============================================================

       ENVIRONMENT DIVISION.
           SELECT FACTREG-FILE ASSIGN TO "factures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTREG-STATUS.
           SELECT FLIGNES-FILE ASSIGN TO "factures_lignes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLIGNES-STATUS.
           SELECT COUNTER-FILE ASSIGN TO "fact_counter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTER-STATUS.
           SELECT FACTURE-FILE ASSIGN TO DYNAMIC FACTURE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-FILE ASSIGN TO DYNAMIC GL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-STATUS.
           SELECT GLBATCH-FILE ASSIGN TO "gl_ventes_batch.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLBATCH-STATUS.
           SELECT EXPED-FILE ASSIGN TO "expeditions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPED-STATUS.
           SELECT RETOURS-FILE ASSIGN TO "retours.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETOURS-STATUS.
           SELECT FAMLIEN-FILE ASSIGN TO "fam_liens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-ART
               FILE STATUS IS FAMLIEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       FD  FACTREG-FILE.
       01  FACTREG-REC             PIC X(100).
       FD  FLIGNES-FILE.
       01  FLIGNES-REC             PIC X(100).
       FD  COUNTER-FILE.
       01  COUNTER-REC             PIC X(20).
       FD  FACTURE-FILE.
       01  FACTURE-REC             PIC X(120).
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
       FD  EXPED-FILE.
       01  EXPED-REC               PIC X(120).
       FD  RETOURS-FILE.
       01  RETOURS-REC             PIC X(100).
       FD  FAMLIEN-FILE.
       01  FAMLIEN-REC.
           05  FL-ART              PIC X(10).
           05  FL-FAM              PIC X(8).

       WORKING-STORAGE SECTION.
       77  MASTER-STATUS           PIC X(2) VALUE SPACES.
       77  CLIENT-STATUS           PIC X(2) VALUE SPACES.
       77  REGISTRE-STATUS         PIC X(2) VALUE SPACES.
       77  FACTREG-STATUS          PIC X(2) VALUE SPACES.
       77  FLIGNES-STATUS          PIC X(2) VALUE SPACES.
       77  COUNTER-STATUS          PIC X(2) VALUE SPACES.
       77  GL-STATUS               PIC X(2) VALUE SPACES.
       77  GLBATCH-STATUS          PIC X(2) VALUE SPACES.
       77  EXPED-STATUS            PIC X(2) VALUE SPACES.
       77  FAMLIEN-STATUS          PIC X(2) VALUE SPACES.
       77  RETOURS-STATUS          PIC X(2) VALUE SPACES.
       77  FACTURE-FILENAME        PIC X(64) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  DATE-FACTURE            PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  NUM-FACTURE             PIC 9(6) VALUE 0.
       77  NB-FACTURES             PIC 9(4) VALUE 0.
       01  REG-CH6                 PIC X(16).
      *> Champ 7 facultatif du registre : "PROMO=<prix>" quand la
      *> ligne a ete vendue sous promotion - la facture part alors
      *> de ce prix plutot que du M-PU courant ; "DEVIS=<prix>"
      *> quand la ligne vient d'un devis repris et "CONTRAT=<prix>"
      *> quand elle suit un contrat client - prix net, remise
      *> client deja comprise ; "SUBST=<prix>" = prix net d'une
      *> ligne servie par un substitut, l'article remplace en
      *> champ 9.
       01  REG-CH7                 PIC X(20).
       01  REG-CH8                 PIC X(16).
       01  REG-CH9                 PIC X(16).
       77  PU-BRUT                 PIC S9(5)V99 VALUE 0.
       77  CDE-COURANTE            PIC 9(6) VALUE 0.
       77  CDE-LIGNE               PIC 9(6) VALUE 0.
           05  CF-NUM OCCURS 999   PIC 9(6).
       77  CDE-DEJA-FACTUREE       PIC X VALUE 'N'.

      *> Quantites expediees (expeditions.txt) des commandes pas
      *> encore facturees, consommees au fil des lignes facturees.
       77  EXPED-ACTIF             PIC X VALUE 'N'.
       77  NB-EXPED                PIC 9(4) VALUE 0.
       01  TAB-EXPED OCCURS 2000.
           05  EX-BL               PIC 9(6).
           05  EX-CDE              PIC 9(6).
           05  EX-ART              PIC X(10).
           05  EX-QTE              PIC S9(7).
       77  CDE-EXPEDIEE            PIC X VALUE 'N'.
       77  CDE-ATTENTE-COMPTEE     PIC X VALUE 'N'.
       77  BL-COMMANDE             PIC 9(6) VALUE 0.
       77  NB-NON-EXPEDIEES        PIC 9(4) VALUE 0.

      *> Quantites retournees (retours.txt) sur les commandes pas
      *> encore facturees, deduites au fil des lignes facturees.
       77  NB-RETOURS              PIC 9(4) VALUE 0.
       01  TAB-RETOURS OCCURS 2000.
           05  RT-CDE              PIC 9(6).
           05  RT-ART              PIC X(10).
           05  RT-QTE              PIC S9(7).
       77  QTE-RETOURNEE           PIC S9(5) VALUE 0.
       77  QTE-PRISE               PIC S9(5) VALUE 0.
       77  RETOUR-EDIT             PIC Z(4)9.

      *> Journal des ventes du run : HT et TVA cumules par taux,
      *> TTC total facture, passes en un lot GL equilibre.
       77  GL-FILENAME             PIC X(64) VALUE SPACES.
       77  GL-NUM-BATCH            PIC 9(6) VALUE 0.
       77  GL-MONTANT-W            PIC S9(11)V99 VALUE 0.
       77  GL-TOTAL-DEBIT          PIC S9(11)V99 VALUE 0.
       77  GL-TOTAL-CREDIT         PIC S9(11)V99 VALUE 0.
       77  GL-TOTAL-TTC            PIC S9(11)V99 VALUE 0.
       77  GL-NB-LIGNES            PIC 9(3) VALUE 0.
       77  NB-GL-TAUX              PIC 9(2) VALUE 0.
       01  TAB-GL-TAUX.
           05  GT-ENTREE OCCURS 20.
               10  GT-TAUX         PIC 9(3).
               10  GT-HT           PIC S9(11)V99.
               10  GT-TVA          PIC S9(11)V99.
       77  GT-IDX                  PIC 9(2) VALUE 0.
       77  GL-EDIT                 PIC -(11)9.99.
       77  GL-EDIT2                PIC -(11)9.99.

      *> Points fidelite : taux par euro HT (general et par
      *> famille, lus une fois par famille rencontree), points de
      *> la ligne et de la facture, HT de la facture par taux de
      *> TVA pour repartir la remise fidelite.
       77  FAMLIEN-OUVERT          PIC X VALUE 'N'.
       77  FIDEL-TAUX-GENERAL      PIC 9(3)V99 VALUE 1.
       77  FIDEL-TAUX              PIC 9(3)V99 VALUE 0.
       77  NB-FIDEL-FAM            PIC 9(2) VALUE 0.
       01  TAB-FIDEL-FAM.
           05  FF-ENTREE OCCURS 50.
               10  FF-FAM          PIC X(8).
               10  FF-TAUX         PIC 9(3)V99.
       77  POINTS-LIGNE            PIC S9(7) VALUE 0.
       77  POINTS-FACTURE          PIC S9(7) VALUE 0.
       77  POINTS-EDIT             PIC -(6)9.
       77  SOLDE-EDIT              PIC -(6)9.
       77  NB-FAC-TAUX             PIC 9(2) VALUE 0.
       01  TAB-FAC-TAUX.
           05  FT-ENTREE OCCURS 20.
               10  FT-TAUX         PIC 9(3).
               10  FT-HT           PIC S9(7)V99.
       77  FT-IDX                  PIC 9(2) VALUE 0.
       77  REMISE-FIDELITE         PIC S9(7)V99 VALUE 0.
       77  REMISE-BASE             PIC S9(7)V99 VALUE 0.
       77  REMISE-RESTE            PIC S9(7)V99 VALUE 0.
       77  REMISE-POINTS           PIC S9(7) VALUE 0.
       77  PRM-CLE                 PIC X(24) VALUE SPACES.
       77  PRM-DEFAUT              PIC X(40) VALUE SPACES.
       77  PRM-VALEUR              PIC X(40) VALUE SPACES.
       77  PRM-RESULTAT            PIC X(2) VALUE SPACES.
       01  FJ-CLIENT               PIC X(8) VALUE SPACES.
       01  FJ-POINTS               PIC S9(7) VALUE 0.
       01  FJ-MOTIF                PIC X(16) VALUE SPACES.
       01  FJ-REFERENCE            PIC X(16) VALUE SPACES.
       01  FJ-SOLDE                PIC S9(7) VALUE 0.

      *> Date des factures controlee contre le calendrier des
      *> periodes comptables (PERIODE-CONTROLE).
       01  PC-ORIGINE              PIC X(8) VALUE "GESTION".
       01  PC-DATE                 PIC 9(8) VALUE 0.
       01  PC-DATE-RETENUE         PIC 9(8) VALUE 0.
       01  PC-RESULTAT             PIC X(2) VALUE SPACES.

      *> Chaque facture emise est declaree au spool des documents
      *> (sous-programme SPOOL-REGISTER).
       77  SPOOL-TYPE              PIC X(12) VALUE "FACTURE".
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO DATE-FACTURE PC-DATE
           CALL "PERIODE-CONTROLE" USING PC-ORIGINE PC-DATE
               PC-DATE-RETENUE PC-RESULTAT
           EVALUATE PC-RESULTAT
               WHEN "08"
                   DISPLAY "Facturation refusee : periode "
                       WS-TODAY(1:6) " close."
                   MOVE 8 TO WS-JOBLOG-RC
                   PERFORM FIN-PROGRAMME
               WHEN "04"
                   DISPLAY "ATTENTION : periode " WS-TODAY(1:6)
                       " close, factures datees du "
                       PC-DATE-RETENUE "."
                   MOVE PC-DATE-RETENUE TO DATE-FACTURE
           END-EVALUATE

           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS NOT = "00"
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           OPEN I-O CLIENT-FILE
           IF CLIENT-STATUS NOT = "00"
               DISPLAY "Referentiel clients indisponible (status "
                   CLIENT-STATUS ")."
           END-IF

           PERFORM CHARGER-CDE-FACTUREES
           PERFORM CHARGER-EXPEDITIONS
           PERFORM CHARGER-RETOURS
           PERFORM CHARGER-PARAMETRES-FIDELITE
           PERFORM CHARGER-COMPTEUR

           OPEN INPUT REGISTRE-FILE
                   TO FACTREG-REC
               WRITE FACTREG-REC
           END-IF
           OPEN EXTEND FLIGNES-FILE
           IF FLIGNES-STATUS = "35"
               OPEN OUTPUT FLIGNES-FILE
               MOVE "facture|commande|client|article|qte|pu|tva|points"
                   TO FLIGNES-REC
               WRITE FLIGNES-REC
           END-IF

           PERFORM UNTIL 1 = 0
               READ REGISTRE-FILE

           CLOSE REGISTRE-FILE
           CLOSE FACTREG-FILE
           CLOSE FLIGNES-FILE
           CLOSE MASTER-FILE
           CLOSE CLIENT-FILE
           IF FAMLIEN-OUVERT = 'O'
               CLOSE FAMLIEN-FILE
           END-IF
           PERFORM SAUVER-COMPTEUR
           IF NB-FACTURES > 0
               PERFORM ECRIRE-JOURNAL-VENTES
           END-IF

           DISPLAY NB-FACTURES " facture(s) emise(s), "
               NB-DEJA-FACTUREES " commande(s) deja facturee(s), "
               NB-ART-INCONNUS " ligne(s) a article inconnu."
           IF EXPED-ACTIF = 'O'
               DISPLAY NB-NON-EXPEDIEES " commande(s) en attente"
                   " d'expedition, non facturee(s)."
           END-IF
           IF NB-ART-INCONNUS > 0 OR DATE-FACTURE NOT = WS-TODAY
               MOVE 4 TO WS-JOBLOG-RC
           END-IF
           PERFORM FIN-PROGRAMME.
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  CHARGER-PARAMETRES-FIDELITE : taux general des points
      *  (FIDELITE-TAUX, points par euro HT) ; les taux par
      *  famille sont lus a la demande. fam_liens.dat absent =
      *  taux general pour tous les articles.
      *============================================================
       CHARGER-PARAMETRES-FIDELITE.
           MOVE "FIDELITE-TAUX" TO PRM-CLE.
           MOVE "1" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR)
                   TO FIDEL-TAUX-GENERAL
           END-IF.
           MOVE 0 TO NB-FIDEL-FAM.
           OPEN INPUT FAMLIEN-FILE.
           IF FAMLIEN-STATUS = "00"
               MOVE 'O' TO FAMLIEN-OUVERT
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CALCULER-POINTS-LIGNE : points gagnes par la ligne
      *  courante (MONTANT-HT x taux de la famille de M-CODE,
      *  tronques), cumules sur la facture.
      *------------------------------------------------------------
       CALCULER-POINTS-LIGNE.
           MOVE FIDEL-TAUX-GENERAL TO FIDEL-TAUX.
           IF FAMLIEN-OUVERT = 'O'
               MOVE M-CODE TO FL-ART
               READ FAMLIEN-FILE
                   INVALID KEY
                       MOVE SPACES TO FL-FAM
               END-READ
               IF FL-FAM NOT = SPACES
                   PERFORM CHERCHER-TAUX-FAMILLE
               END-IF
           END-IF.
           MOVE 0 TO POINTS-LIGNE.
           IF MONTANT-HT > 0
               COMPUTE POINTS-LIGNE = MONTANT-HT * FIDEL-TAUX
           END-IF.
           ADD POINTS-LIGNE TO POINTS-FACTURE.
           EXIT PARAGRAPH.

       CHERCHER-TAUX-FAMILLE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-FIDEL-FAM
               IF FF-FAM(WS-I) = FL-FAM
                   MOVE FF-TAUX(WS-I) TO FIDEL-TAUX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE SPACES TO PRM-CLE.
           STRING "FIDELITE-TAUX-" FUNCTION TRIM(FL-FAM)
               DELIMITED BY SIZE INTO PRM-CLE
           END-STRING.
           MOVE SPACES TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           IF PRM-RESULTAT = "00"
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO FIDEL-TAUX
           END-IF.
           IF NB-FIDEL-FAM < 50
               ADD 1 TO NB-FIDEL-FAM
               MOVE FL-FAM TO FF-FAM(NB-FIDEL-FAM)
               MOVE FIDEL-TAUX TO FF-TAUX(NB-FIDEL-FAM)
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-CDE-FACTUREES : numeros de commande deja presents
      *  dans factures.txt (champ 2 des lignes du registre).
               TO CF-NUM(NB-CDE-FACTUREES).
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-EXPEDITIONS : lignes de expeditions.txt
      *  (BL|COMMANDE|CLIENT|ARTICLE|QTE|...) des commandes pas
      *  encore facturees ; registre absent = facturation de
      *  l'alloue comme avant.
      *============================================================
       CHARGER-EXPEDITIONS.
           MOVE 0 TO NB-EXPED.
           OPEN INPUT EXPED-FILE.
           IF EXPED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO EXPED-ACTIF.
           PERFORM UNTIL 1 = 0
               READ EXPED-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-EXPED
               END-READ
           END-PERFORM.
           CLOSE EXPED-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-EXPED.
           IF FUNCTION LENGTH(FUNCTION TRIM(EXPED-REC)) = 0
               OR EXPED-REC(1:3) = "bl|"
               EXIT PARAGRAPH
           END-IF.
           IF NB-EXPED >= 2000
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REG-CH1 REG-CH2 REG-CH3 REG-CH4 REG-CH5.
           UNSTRING EXPED-REC DELIMITED BY "|"
               INTO REG-CH1 REG-CH2 REG-CH3 REG-CH4 REG-CH5
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(REG-CH2) TO CDE-LIGNE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-CDE-FACTUREES
               IF CF-NUM(WS-I) = CDE-LIGNE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           ADD 1 TO NB-EXPED.
           MOVE FUNCTION NUMVAL(REG-CH1) TO EX-BL(NB-EXPED).
           MOVE CDE-LIGNE TO EX-CDE(NB-EXPED).
           MOVE REG-CH4(1:10) TO EX-ART(NB-EXPED).
           MOVE FUNCTION NUMVAL(REG-CH5) TO EX-QTE(NB-EXPED).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  VERIFIER-EXPEDIEE : la commande courante a-t-elle un bon
      *  de livraison ?
      *------------------------------------------------------------
       VERIFIER-EXPEDIEE.
           MOVE 'N' TO CDE-EXPEDIEE CDE-ATTENTE-COMPTEE.
           MOVE 0 TO BL-COMMANDE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-EXPED
               IF EX-CDE(WS-I) = CDE-COURANTE
                   MOVE 'O' TO CDE-EXPEDIEE
                   MOVE EX-BL(WS-I) TO BL-COMMANDE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  PRENDRE-QTE-EXPEDIEE : ramene QTE-ALLOUEE a ce qui a ete
      *  expedie de l'article pour la commande et le decompte.
      *------------------------------------------------------------
       PRENDRE-QTE-EXPEDIEE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-EXPED
               IF EX-CDE(WS-I) = CDE-COURANTE
                   AND FUNCTION TRIM(EX-ART(WS-I)) =
                       FUNCTION TRIM(REG-CH3)
                   AND EX-QTE(WS-I) > 0
                   IF EX-QTE(WS-I) < QTE-ALLOUEE
                       MOVE EX-QTE(WS-I) TO QTE-ALLOUEE
                   END-IF
                   SUBTRACT QTE-ALLOUEE FROM EX-QTE(WS-I)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE 0 TO QTE-ALLOUEE.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-RETOURS : lignes de retours.txt
      *  (DATE|CLIENT|COMMANDE|ARTICLE|QTE|MOTIF|DESTINATION) des
      *  commandes pas encore facturees - les retours sur une
      *  commande facturee ont eu leur avoir.
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
           MOVE SPACES TO REG-CH1 REG-CH2 REG-CH3 REG-CH4 REG-CH5.
           UNSTRING RETOURS-REC DELIMITED BY "|"
               INTO REG-CH1 REG-CH2 REG-CH3 REG-CH4 REG-CH5
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(REG-CH3) TO CDE-LIGNE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-CDE-FACTUREES
               IF CF-NUM(WS-I) = CDE-LIGNE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           ADD 1 TO NB-RETOURS.
           MOVE CDE-LIGNE TO RT-CDE(NB-RETOURS).
           MOVE REG-CH4(1:10) TO RT-ART(NB-RETOURS).
           MOVE FUNCTION NUMVAL(REG-CH5) TO RT-QTE(NB-RETOURS).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  DEDUIRE-QTE-RETOURNEE : ote de QTE-ALLOUEE ce qui a deja
      *  ete retourne de l'article pour la commande (QTE-RETOURNEE)
      *  et le decompte des retours.
      *------------------------------------------------------------
       DEDUIRE-QTE-RETOURNEE.
           MOVE 0 TO QTE-RETOURNEE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-RETOURS
               OR QTE-RETOURNEE >= QTE-ALLOUEE
               IF RT-CDE(WS-I) = CDE-COURANTE
                   AND FUNCTION TRIM(RT-ART(WS-I)) =
                       FUNCTION TRIM(REG-CH3)
                   AND RT-QTE(WS-I) > 0
                   COMPUTE QTE-PRISE = QTE-ALLOUEE - QTE-RETOURNEE
                   IF RT-QTE(WS-I) < QTE-PRISE
                       MOVE RT-QTE(WS-I) TO QTE-PRISE
                   END-IF
                   ADD QTE-PRISE TO QTE-RETOURNEE
                   SUBTRACT QTE-PRISE FROM RT-QTE(WS-I)
               END-IF
           END-PERFORM.
           SUBTRACT QTE-RETOURNEE FROM QTE-ALLOUEE.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-COMPTEUR / SAUVER-COMPTEUR : numerotation des
      *  factures persistee dans fact_counter.txt, meme idiome que
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REG-CH1 REG-CH2 REG-CH3 REG-CH4
               REG-CH5 REG-CH6 REG-CH7 REG-CH8 REG-CH9.
           UNSTRING REGISTRE-REC DELIMITED BY "|"
               INTO REG-CH1 REG-CH2 REG-CH3 REG-CH4 REG-CH5 REG-CH6
                   REG-CH7 REG-CH8 REG-CH9
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(REG-CH1) TO CDE-LIGNE.
           MOVE FUNCTION NUMVAL(REG-CH5) TO QTE-ALLOUEE.
               MOVE CDE-LIGNE TO CDE-COURANTE
               MOVE REG-CH2 TO CLIENT-LIGNE
               PERFORM VERIFIER-DEJA-FACTUREE
               PERFORM VERIFIER-EXPEDIEE
           END-IF.
           IF CDE-DEJA-FACTUREE = 'O'
               EXIT PARAGRAPH
           END-IF.
           IF REG-CH3 = "*FIDELITE"
               PERFORM APPLIQUER-REMISE-FIDELITE
               EXIT PARAGRAPH
           END-IF.
           IF QTE-ALLOUEE <= 0
               EXIT PARAGRAPH
           END-IF.
           IF EXPED-ACTIF = 'O'
               IF CDE-EXPEDIEE = 'N'
                   IF CDE-ATTENTE-COMPTEE = 'N'
                       ADD 1 TO NB-NON-EXPEDIEES
                       MOVE 'O' TO CDE-ATTENTE-COMPTEE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               PERFORM PRENDRE-QTE-EXPEDIEE
               IF QTE-ALLOUEE <= 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM DEDUIRE-QTE-RETOURNEE.
           IF QTE-ALLOUEE <= 0
               EXIT PARAGRAPH
           END-IF.
           END-IF.
           COMPUTE PU-NET ROUNDED =
               PU-BRUT * (1 - REMISE-CLIENT / 100).
           IF REG-CH7(1:6) = "DEVIS="
               OR REG-CH7(1:6) = "SUBST="
               MOVE FUNCTION NUMVAL(REG-CH7(7:14)) TO PU-NET
           END-IF.
           IF REG-CH7(1:8) = "CONTRAT="
               MOVE FUNCTION NUMVAL(REG-CH7(9:12)) TO PU-NET
           END-IF.
           COMPUTE MONTANT-HT ROUNDED = QTE-ALLOUEE * PU-NET.
           COMPUTE MONTANT-TVA ROUNDED =
               MONTANT-HT * M-TVA / 100.
           ADD MONTANT-HT TO TOTAL-HT.
           ADD MONTANT-TVA TO TOTAL-TVA.
           PERFORM CUMULER-GL-TAUX.
           PERFORM CUMULER-FAC-TAUX.
           PERFORM CALCULER-POINTS-LIGNE.
           MOVE POINTS-LIGNE TO POINTS-EDIT.
           MOVE QTE-ALLOUEE TO QTE-EDIT.
           MOVE PU-NET TO PU-EDIT.
           MOVE MONTANT-HT TO HT-EDIT.
               FUNCTION TRIM(HT-EDIT) " HT (TVA " M-TVA " %)"
               DELIMITED BY SIZE INTO FACTURE-REC
           END-STRING.
           IF REG-CH7(1:6) = "SUBST="
               STRING FUNCTION TRIM(FACTURE-REC) " - substitut de "
                   FUNCTION TRIM(REG-CH9)
                   DELIMITED BY SIZE INTO FACTURE-REC
               END-STRING
           END-IF.
           IF QTE-RETOURNEE > 0
               MOVE QTE-RETOURNEE TO RETOUR-EDIT
               STRING FUNCTION TRIM(FACTURE-REC) " - net de "
                   FUNCTION TRIM(RETOUR-EDIT) " retourne(s)"
                   DELIMITED BY SIZE INTO FACTURE-REC
               END-STRING
           END-IF.
           WRITE FACTURE-REC.
           MOVE SPACES TO FLIGNES-REC.
           STRING NUM-FACTURE "|" CDE-COURANTE "|"
               FUNCTION TRIM(CLIENT-LIGNE) "|"
               FUNCTION TRIM(M-CODE) "|"
               FUNCTION TRIM(QTE-EDIT) "|"
               FUNCTION TRIM(PU-EDIT) "|" M-TVA "|"
               FUNCTION TRIM(POINTS-EDIT)
               DELIMITED BY SIZE INTO FLIGNES-REC
           END-STRING.
           WRITE FLIGNES-REC.
           EXIT PARAGRAPH.

       VERIFIER-DEJA-FACTUREE.
       OUVRIR-FACTURE.
           ADD 1 TO NUM-FACTURE.
           MOVE 0 TO TOTAL-HT TOTAL-TVA TOTAL-TTC.
           MOVE 0 TO POINTS-FACTURE NB-FAC-TAUX.
           MOVE 0 TO REMISE-CLIENT.
           MOVE SPACES TO CL-NOM.
           MOVE CLIENT-LIGNE TO CL-CODE.
           END-STRING.
           OPEN OUTPUT FACTURE-FILE.
           MOVE SPACES TO FACTURE-REC.
           STRING "FACTURE " NUM-FACTURE " DU " DATE-FACTURE
               " - COMMANDE " CDE-COURANTE
               DELIMITED BY SIZE INTO FACTURE-REC
           END-STRING.
               DELIMITED BY SIZE INTO FACTURE-REC
           END-STRING.
           WRITE FACTURE-REC.
           IF EXPED-ACTIF = 'O'
               MOVE SPACES TO FACTURE-REC
               STRING "BON DE LIVRAISON " BL-COMMANDE
                   DELIMITED BY SIZE INTO FACTURE-REC
               END-STRING
               WRITE FACTURE-REC
           END-IF.
           MOVE SPACES TO FACTURE-REC.
           WRITE FACTURE-REC.
           MOVE 'O' TO FACTURE-OUVERTE.
               DELIMITED BY SIZE INTO FACTURE-REC
           END-STRING.
           WRITE FACTURE-REC.
           IF POINTS-FACTURE > 0
               PERFORM CREDITER-POINTS-FACTURE
           END-IF.
           CLOSE FACTURE-FILE.
           MOVE SPACES TO FACTREG-REC.
           STRING NUM-FACTURE "|" CDE-COURANTE "|"
               FUNCTION TRIM(CLIENT-LIGNE) "|"
               FUNCTION TRIM(HT-EDIT) "|"
               FUNCTION TRIM(TVA-EDIT) "|"
               FUNCTION TRIM(TTC-EDIT) "|" DATE-FACTURE
               DELIMITED BY SIZE INTO FACTREG-REC
           END-STRING.
           WRITE FACTREG-REC.
           ADD TOTAL-TTC TO GL-TOTAL-TTC.
           ADD 1 TO NB-FACTURES.
           MOVE FACTURE-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               " (spool " SPOOL-NUMERO ")".
           MOVE 'N' TO FACTURE-OUVERTE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CREDITER-POINTS-FACTURE : points de la facture ajoutes au
      *  solde du client, mouvement GAIN au journal fidelite et
      *  rappel en pied de facture.
      *------------------------------------------------------------
       CREDITER-POINTS-FACTURE.
           MOVE CLIENT-LIGNE TO CL-CODE.
           READ CLIENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           ADD POINTS-FACTURE TO CL-POINTS.
           REWRITE CLIENT-REC
               INVALID KEY
                   DISPLAY "Points fidelite non credites au client "
                       FUNCTION TRIM(CLIENT-LIGNE)
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE CL-CODE TO FJ-CLIENT.
           MOVE POINTS-FACTURE TO FJ-POINTS.
           MOVE "GAIN" TO FJ-MOTIF.
           MOVE SPACES TO FJ-REFERENCE.
           STRING "FACTURE " NUM-FACTURE
               DELIMITED BY SIZE INTO FJ-REFERENCE
           END-STRING.
           MOVE CL-POINTS TO FJ-SOLDE.
           CALL "FIDELITE-JOURNAL" USING FJ-CLIENT FJ-POINTS
               FJ-MOTIF FJ-REFERENCE FJ-SOLDE.
           MOVE POINTS-FACTURE TO POINTS-EDIT.
           MOVE CL-POINTS TO SOLDE-EDIT.
           MOVE SPACES TO FACTURE-REC.
           WRITE FACTURE-REC.
           MOVE SPACES TO FACTURE-REC.
           STRING "POINTS FIDELITE : +" FUNCTION TRIM(POINTS-EDIT)
               " (solde " FUNCTION TRIM(SOLDE-EDIT) " points)"
               DELIMITED BY SIZE INTO FACTURE-REC
           END-STRING.
           WRITE FACTURE-REC.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  APPLIQUER-REMISE-FIDELITE : ligne "*FIDELITE" du registre
      *  (points utilises a la commande). Le montant, borne au HT
      *  de la facture, est reparti sur ses taux de TVA au prorata
      *  de leur HT - le dernier taux prend le reste de l'arrondi -
      *  et chaque part passe en negatif dans les totaux et le
      *  journal des ventes.
      *------------------------------------------------------------
       APPLIQUER-REMISE-FIDELITE.
           IF EXPED-ACTIF = 'O' AND CDE-EXPEDIEE = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF FACTURE-OUVERTE = 'N' OR TOTAL-HT <= 0
               DISPLAY "Remise fidelite de la commande " CDE-COURANTE
                   " sans ligne facturee, non appliquee."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO REMISE-FIDELITE.
           IF REG-CH7(1:6) = "FIDEL="
               MOVE FUNCTION NUMVAL(REG-CH7(7:14)) TO REMISE-FIDELITE
           END-IF.
           MOVE FUNCTION NUMVAL(REG-CH9) TO REMISE-POINTS.
           IF REMISE-FIDELITE <= 0
               EXIT PARAGRAPH
           END-IF.
           IF REMISE-FIDELITE > TOTAL-HT
               MOVE TOTAL-HT TO REMISE-FIDELITE
           END-IF.
           MOVE TOTAL-HT TO REMISE-BASE.
           MOVE REMISE-FIDELITE TO REMISE-RESTE.
           MOVE REMISE-POINTS TO POINTS-EDIT.
           PERFORM VARYING FT-IDX FROM 1 BY 1
               UNTIL FT-IDX > NB-FAC-TAUX
               IF FT-IDX = NB-FAC-TAUX
                   MOVE REMISE-RESTE TO MONTANT-HT
               ELSE
                   COMPUTE MONTANT-HT ROUNDED = REMISE-FIDELITE
                       * FT-HT(FT-IDX) / REMISE-BASE
               END-IF
               SUBTRACT MONTANT-HT FROM REMISE-RESTE
               COMPUTE MONTANT-HT = 0 - MONTANT-HT
               MOVE FT-TAUX(FT-IDX) TO M-TVA
               COMPUTE MONTANT-TVA ROUNDED =
                   MONTANT-HT * M-TVA / 100
               ADD MONTANT-HT TO TOTAL-HT
               ADD MONTANT-TVA TO TOTAL-TVA
               PERFORM CUMULER-GL-TAUX
               MOVE MONTANT-HT TO HT-EDIT
               MOVE SPACES TO FACTURE-REC
               STRING "REMISE FIDELITE (" FUNCTION TRIM(POINTS-EDIT)
                   " points) = " FUNCTION TRIM(HT-EDIT)
                   " HT (TVA " M-TVA " %)"
                   DELIMITED BY SIZE INTO FACTURE-REC
               END-STRING
               WRITE FACTURE-REC
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CUMULER-FAC-TAUX : HT de la ligne ajoute au poste de son
      *  taux pour la facture courante.
      *------------------------------------------------------------
       CUMULER-FAC-TAUX.
           MOVE 0 TO FT-IDX.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-FAC-TAUX
               IF FT-TAUX(WS-I) = M-TVA
                   MOVE WS-I TO FT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF FT-IDX = 0
               IF NB-FAC-TAUX >= 20
                   MOVE 20 TO FT-IDX
               ELSE
                   ADD 1 TO NB-FAC-TAUX
                   MOVE NB-FAC-TAUX TO FT-IDX
                   MOVE M-TVA TO FT-TAUX(FT-IDX)
                   MOVE 0 TO FT-HT(FT-IDX)
               END-IF
           END-IF.
           ADD MONTANT-HT TO FT-HT(FT-IDX).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CUMULER-GL-TAUX : HT et TVA de la ligne facturee ajoutes
      *  au poste de son taux pour le journal des ventes.
      *------------------------------------------------------------
       CUMULER-GL-TAUX.
           MOVE 0 TO GT-IDX.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-GL-TAUX
               IF GT-TAUX(WS-I) = M-TVA
                   MOVE WS-I TO GT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF GT-IDX = 0
               IF NB-GL-TAUX >= 20
                   MOVE 20 TO GT-IDX
               ELSE
                   ADD 1 TO NB-GL-TAUX
                   MOVE NB-GL-TAUX TO GT-IDX
                   MOVE M-TVA TO GT-TAUX(GT-IDX)
                   MOVE 0 TO GT-HT(GT-IDX) GT-TVA(GT-IDX)
               END-IF
           END-IF.
           ADD MONTANT-HT TO GT-HT(GT-IDX).
           ADD MONTANT-TVA TO GT-TVA(GT-IDX).
           EXIT PARAGRAPH.

      *============================================================
      *  ECRIRE-JOURNAL-VENTES : un lot GL pour le run - debit
      *  clients 411000 du TTC facture, credit ventes 707000 et TVA
      *  collectee 445710 par taux. Le lot doit solder a zero ; un
      *  ecart est signale et le run sort en erreur pour que la
      *  compta ne charge pas un lot faux. Plusieurs runs le meme
      *  jour s'ajoutent au fichier du jour, chacun sous son lot.
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

           MOVE GL-TOTAL-TTC TO GL-MONTANT-W.
           MOVE "411000" TO GL-COMPTE.
           MOVE "D" TO GL-SENS.
           MOVE "CLIENTS FACTURATION" TO GL-LIBELLE.
           PERFORM ECRIRE-LIGNE-GL.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-GL-TAUX
               MOVE GT-HT(WS-I) TO GL-MONTANT-W
               MOVE "707000" TO GL-COMPTE
               MOVE "C" TO GL-SENS
               MOVE SPACES TO GL-LIBELLE
               STRING "VENTES HT TVA " GT-TAUX(WS-I)
                   DELIMITED BY SIZE INTO GL-LIBELLE
               END-STRING
               PERFORM ECRIRE-LIGNE-GL
               IF GT-TVA(WS-I) NOT = 0
                   MOVE GT-TVA(WS-I) TO GL-MONTANT-W
                   MOVE "445710" TO GL-COMPTE
                   MOVE "C" TO GL-SENS
                   MOVE SPACES TO GL-LIBELLE
                   STRING "TVA COLLECTEE " GT-TAUX(WS-I)
                       DELIMITED BY SIZE INTO GL-LIBELLE
                   END-STRING
                   PERFORM ECRIRE-LIGNE-GL
               END-IF
           END-PERFORM.
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
           MOVE DATE-FACTURE TO GL-DATE.
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
