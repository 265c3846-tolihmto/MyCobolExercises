      *  nulle : la trace sans le stock). Chaque retour laisse
      *  aussi sa ligne dans le registre retours.txt.
      *
      *  Un retour accepte sur une commande deja facturee donne un
      *  avoir numerote (compteur avoir_counter.txt, document
      *  avoir_NNNNNN.txt declare au spool) au prix et au taux de
      *  TVA de la facture d'origine - detail factures_lignes.txt
      *  de FACTURATION-CLIENTS, ou a defaut prix de la ligne de
      *  commande remise client deduite, comme la facture l'avait
      *  calcule. L'avoir s'inscrit au registre avoirs.txt
      *  (AVOIR|FACTURE|COMMANDE|CLIENT|ARTICLE|QTE|HT|TVA|TTC|
      *  TAUX|DATE|DESTINATION), a cote de factures.txt, et son HT
      *  redescend l'encours CL-ENCOURS du client. Les points
      *  fidelite que la ligne avait gagnes (8e champ de
      *  factures_lignes.txt) sont repris au prorata de la
      *  quantite retournee sur le solde CL-POINTS - mouvement
      *  ANNULATION de FIDELITE-JOURNAL, le solde pouvant passer
      *  en negatif si les points ont deja ete utilises.
      *
      *  Sur une commande pas encore facturee, pas d'avoir :
      *  FACTURATION-CLIENTS deduit de la ligne la quantite deja
      *  retournee (retours.txt) et la facture est emise nette ;
      *  l'encours redescend ici du HT retourne au prix de la
      *  commande.
      *
      *  Pour un article suivi par numero de serie (M-SERIE = 'O'),
      *  chaque unite retournee est scannee : le retour n'est
      *  accepte que si toutes les unites ont bien ete vendues a ce
      *  client (SERIE-STOCK CONTROLE), puis elles reviennent en
      *  stock ou en quarantaine avec la marchandise.
      *
      *    ./retours_clients            : saisie des retours ;
      *    ./retours_clients RAPPORT [AAAAMM] : retours du mois
      *        par motif (mois courant par defaut).
      *
      *  Periodes comptables : une saisie qui tombe dans une
      *  periode close (PERIODE-CONTROLE, calendrier periodes.txt)
      *  est refusee, ou ses retours et avoirs sont dates du
      *  premier jour de la premiere periode ouverte, avec un
      *  avertissement.
      *============================================================

       ENVIRONMENT DIVISION.
           SELECT QUARANTAINE-FILE ASSIGN TO "quarantaine.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUARANTAINE-STATUS.
           SELECT FACTREG-FILE ASSIGN TO "factures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTREG-STATUS.
           SELECT FLIGNES-FILE ASSIGN TO "factures_lignes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLIGNES-STATUS.
           SELECT AVOIRS-FILE ASSIGN TO "avoirs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVOIRS-STATUS.
           SELECT COUNTER-FILE ASSIGN TO "avoir_counter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTER-STATUS.
           SELECT AVOIR-FILE ASSIGN TO DYNAMIC AVOIR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

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
       FD  RETOURS-FILE.
       01  RETOURS-REC             PIC X(100).
       FD  QUARANTAINE-FILE.
       01  QUARANTAINE-REC         PIC X(100).
       FD  FACTREG-FILE.
       01  FACTREG-REC             PIC X(100).
       FD  FLIGNES-FILE.
       01  FLIGNES-REC             PIC X(100).
       FD  AVOIRS-FILE.
       01  AVOIRS-REC              PIC X(150).
       FD  COUNTER-FILE.
       01  COUNTER-REC             PIC X(20).
       FD  AVOIR-FILE.
       01  AVOIR-REC               PIC X(120).

       WORKING-STORAGE SECTION.
       77  MASTER-STATUS           PIC X(2) VALUE SPACES.
       77  REGISTRE-STATUS         PIC X(2) VALUE SPACES.
       77  RETOURS-STATUS          PIC X(2) VALUE SPACES.
       77  QUARANTAINE-STATUS      PIC X(2) VALUE SPACES.
       77  FACTREG-STATUS          PIC X(2) VALUE SPACES.
       77  FLIGNES-STATUS          PIC X(2) VALUE SPACES.
       77  AVOIRS-STATUS           PIC X(2) VALUE SPACES.
       77  COUNTER-STATUS          PIC X(2) VALUE SPACES.
       77  AVOIR-FILENAME          PIC X(64) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  DATE-RETOUR             PIC 9(8) VALUE 0.
       77  ARG-MODE                PIC X(16) VALUE SPACES.

      *> Date des retours et avoirs controlee contre le calendrier
      *> des periodes comptables (PERIODE-CONTROLE).
       01  PC-ORIGINE              PIC X(8) VALUE "GESTION".
       01  PC-DATE                 PIC 9(8) VALUE 0.
       01  PC-DATE-RETENUE         PIC 9(8) VALUE 0.
       01  PC-RESULTAT             PIC X(2) VALUE SPACES.
       77  ARG-MOIS                PIC X(8) VALUE SPACES.
       77  MOIS-RAPPORT            PIC 9(6) VALUE 0.

       77  NB-RETOURS              PIC 9(3) VALUE 0.
       77  QTE-EDIT                PIC Z(4)9.

      *> Numeros de serie des unites retournees (SERIE-STOCK).
       77  SERIES-OK               PIC X VALUE 'N'.
       77  NB-SERIES-RETOUR        PIC 9(3) VALUE 0.
       77  IDX-SERIE               PIC 9(3) VALUE 0.
       01  TAB-SERIES-RETOUR.
           05  SRT-SERIE           PIC X(20) OCCURS 50.
       77  REPONSE-SERIE           PIC X(24) VALUE SPACES.
       77  SER-ACTION              PIC X(8) VALUE SPACES.
       77  SER-SERIE               PIC X(20) VALUE SPACES.
       77  SER-CLIENT              PIC X(8) VALUE SPACES.
       77  SER-DOCUMENT            PIC X(10) VALUE SPACES.
       77  SER-LIEU                PIC X(12) VALUE SPACES.
       77  SER-RESULTAT            PIC X(2) VALUE SPACES.

      *> Depouillement du registre des commandes.
       01  REG-CH1                 PIC X(16).
       01  REG-CH2                 PIC X(16).
       01  REG-CH3                 PIC X(16).
       01  REG-CH4                 PIC X(16).
       01  REG-CH5                 PIC X(16).
       01  REG-CH6                 PIC X(16).
       01  REG-CH7                 PIC X(20).

      *> Cumuls du rapport mensuel par motif.
       77  NB-MOTIFS               PIC 9(2) VALUE 0.
       01  RET-CH6                 PIC X(16).
       01  RET-CH7                 PIC X(16).

      *> Avoir du retour : facture d'origine, prix et taux repris,
      *> montants. FAC-CHn depouille factures.txt et
      *> factures_lignes.txt.
       77  NUM-AVOIR               PIC 9(6) VALUE 0.
       77  NUM-FACTURE-ORIG        PIC 9(6) VALUE 0.
       77  PRIX-TROUVE             PIC X VALUE 'N'.
       77  PU-AVOIR                PIC S9(5)V99 VALUE 0.
       77  PRIX-DEVIS              PIC X VALUE 'N'.
       77  TAUX-AVOIR              PIC 9(3) VALUE 0.
       77  AVOIR-HT                PIC S9(7)V99 VALUE 0.
       77  AVOIR-TVA               PIC S9(7)V99 VALUE 0.
       77  AVOIR-TTC               PIC S9(7)V99 VALUE 0.
       77  NB-AVOIRS               PIC 9(3) VALUE 0.
       77  DESTINATION-RETOUR      PIC X(11) VALUE SPACES.
       77  PU-EDIT                 PIC -(5)9.99.
       77  HT-EDIT                 PIC -(6)9.99.
       77  TVA-EDIT                PIC -(6)9.99.
       77  TTC-EDIT                PIC -(6)9.99.
       01  FAC-CH1                 PIC X(16).
       01  FAC-CH2                 PIC X(16).
       01  FAC-CH3                 PIC X(16).
       01  FAC-CH4                 PIC X(16).
       01  FAC-CH5                 PIC X(16).
       01  FAC-CH6                 PIC X(16).
       01  FAC-CH7                 PIC X(16).
       01  FAC-CH8                 PIC X(16).

      *> Points fidelite de la ligne facturee repris par l'avoir
      *> (sous-programme FIDELITE-JOURNAL).
       77  POINTS-LIGNE-FAC        PIC S9(7) VALUE 0.
       77  QTE-LIGNE-FAC           PIC S9(7) VALUE 0.
       77  POINTS-ANNULES          PIC S9(7) VALUE 0.
       77  POINTS-EDIT             PIC -(6)9.
       01  FJ-CLIENT               PIC X(8) VALUE SPACES.
       01  FJ-POINTS               PIC S9(7) VALUE 0.
       01  FJ-MOTIF                PIC X(16) VALUE SPACES.
       01  FJ-REFERENCE            PIC X(16) VALUE SPACES.
       01  FJ-SOLDE                PIC S9(7) VALUE 0.

      *> Avoirs declares au spool des documents
      *> (sous-programme SPOOL-REGISTER).
       77  SPOOL-TYPE              PIC X(12) VALUE "AVOIR".
       77  SPOOL-FICHIER           PIC X(64) VALUE SPACES.
       77  SPOOL-NUMERO            PIC 9(6) VALUE 0.

      *> Chaque retour part au journal des mouvements via le
      *> sous-programme STOCK-JOURNAL.
       77  JRN-ARTICLE             PIC X(10) VALUE SPACES.
       77  JRN-QTE                 PIC S9(5) VALUE 0.
       77  JRN-MOTIF               PIC X(16) VALUE SPACES.
       77  JRN-SOLDE               PIC S9(5) VALUE 0.

      *> Appends a standard start/end/return-code line to joblog.txt
               PERFORM FIN-PROGRAMME
           END-IF

           MOVE WS-TODAY TO DATE-RETOUR PC-DATE
           CALL "PERIODE-CONTROLE" USING PC-ORIGINE PC-DATE
               PC-DATE-RETENUE PC-RESULTAT
           EVALUATE PC-RESULTAT
               WHEN "08"
                   DISPLAY "Saisie des retours refusee : periode "
                       WS-TODAY(1:6) " close."
                   MOVE 8 TO WS-JOBLOG-RC
                   PERFORM FIN-PROGRAMME
               WHEN "04"
                   DISPLAY "ATTENTION : periode " WS-TODAY(1:6)
                       " close, retours et avoirs dates du "
                       PC-DATE-RETENUE "."
                   MOVE PC-DATE-RETENUE TO DATE-RETOUR
                   MOVE 4 TO WS-JOBLOG-RC
           END-EVALUATE

           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT
           IF SIGNON-RESULTAT = "91"
               DISPLAY "Identification operateur refusee, fin."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           OPEN I-O CLIENT-FILE
           IF CLIENT-STATUS NOT = "00"
               DISPLAY "Referentiel clients indisponible (status "
                   CLIENT-STATUS ")."
           END-PERFORM

           CLOSE MASTER-FILE CLIENT-FILE
           DISPLAY NB-RETOURS " retour(s) enregistre(s), "
               NB-AVOIRS " avoir(s) emis."
           CALL "OPERATOR-SIGNOFF"
           PERFORM FIN-PROGRAMME.

               DISPLAY "Motif inconnu, retour ignore."
               EXIT PARAGRAPH
           END-IF.
           IF M-SERIE = 'O'
               PERFORM CONTROLER-SERIES-RETOUR
               IF SERIES-OK = 'N'
                   DISPLAY "Numeros de serie non conformes, retour"
                       " refuse."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF VERS-STOCK = 'O'
               PERFORM RETOURNER-EN-STOCK
           ELSE
               PERFORM METTRE-EN-QUARANTAINE
           END-IF.
           IF M-SERIE = 'O'
               PERFORM RENTRER-SERIES-RETOUR
           END-IF.
           PERFORM ENREGISTRER-RETOUR.
           ADD 1 TO NB-RETOURS.
           PERFORM EMETTRE-AVOIR.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
           IF QUARANTAINE-STATUS = "00"
               MOVE QTE-RETOUR TO QTE-EDIT
               MOVE SPACES TO QUARANTAINE-REC
               STRING DATE-RETOUR "|" FUNCTION TRIM(INP-CLIENT) "|"
                   NUM-CDE "|" M-CODE "|"
                   FUNCTION TRIM(QTE-EDIT) "|"
                   FUNCTION TRIM(INP-MOTIF)
               " en quarantaine (hors stock vendable).".
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CONTROLER-SERIES-RETOUR : un scan par unite retournee ;
      *  chaque numero doit avoir ete vendu a ce client, une seule
      *  fois dans le retour.
      *------------------------------------------------------------
       CONTROLER-SERIES-RETOUR.
           MOVE 'N' TO SERIES-OK.
           MOVE 0 TO NB-SERIES-RETOUR.
           IF QTE-RETOUR > 50
               DISPLAY "Plus de 50 unites suivies par numero de serie"
                   " : fractionner le retour."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL NB-SERIES-RETOUR >= QTE-RETOUR
               COMPUTE IDX-SERIE = NB-SERIES-RETOUR + 1
               DISPLAY "  Numero de serie de l'unite " IDX-SERIE
                   " (Entree = abandon) : " WITH NO ADVANCING
               MOVE SPACES TO REPONSE-SERIE
               ACCEPT REPONSE-SERIE
               IF REPONSE-SERIE = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE REPONSE-SERIE(1:20) TO SER-SERIE
               PERFORM VARYING IDX-SERIE FROM 1 BY 1
                   UNTIL IDX-SERIE > NB-SERIES-RETOUR
                   IF SRT-SERIE(IDX-SERIE) = SER-SERIE
                       DISPLAY "  Numero deja scanne dans ce retour."
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
               MOVE "CONTROLE" TO SER-ACTION
               MOVE INP-CLIENT TO SER-CLIENT
               MOVE SPACES TO SER-DOCUMENT SER-LIEU
               CALL "SERIE-STOCK" USING SER-ACTION M-CODE SER-SERIE
                   SER-CLIENT SER-DOCUMENT SER-LIEU SER-RESULTAT
               EVALUATE SER-RESULTAT
                   WHEN "00"
                       ADD 1 TO NB-SERIES-RETOUR
                       MOVE SER-SERIE TO SRT-SERIE(NB-SERIES-RETOUR)
                   WHEN "03"
                       DISPLAY "  Numero inconnu pour cet article."
                       EXIT PARAGRAPH
                   WHEN "06"
                       DISPLAY "  Unite vendue a un autre client ("
                           FUNCTION TRIM(SER-CLIENT) ", commande "
                           FUNCTION TRIM(SER-DOCUMENT) ")."
                       EXIT PARAGRAPH
                   WHEN "04"
                       DISPLAY "  Unite jamais vendue ou deja"
                           " retournee."
                       EXIT PARAGRAPH
                   WHEN OTHER
                       DISPLAY "  Fichier des numeros de serie"
                           " indisponible (" SER-RESULTAT ")."
                       EXIT PARAGRAPH
               END-EVALUATE
           END-PERFORM.
           MOVE 'O' TO SERIES-OK.
           EXIT PARAGRAPH.

      *> Les unites controlees reviennent, en stock ou en
      *> quarantaine comme la marchandise.
       RENTRER-SERIES-RETOUR.
           PERFORM VARYING IDX-SERIE FROM 1 BY 1
               UNTIL IDX-SERIE > NB-SERIES-RETOUR
               MOVE "RETOUR" TO SER-ACTION
               MOVE SRT-SERIE(IDX-SERIE) TO SER-SERIE
               MOVE INP-CLIENT TO SER-CLIENT
               MOVE NUM-CDE TO SER-DOCUMENT
               IF VERS-STOCK = 'O'
                   MOVE SPACES TO SER-LIEU
               ELSE
                   MOVE "QUARANTAINE" TO SER-LIEU
               END-IF
               CALL "SERIE-STOCK" USING SER-ACTION M-CODE SER-SERIE
                   SER-CLIENT SER-DOCUMENT SER-LIEU SER-RESULTAT
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ENREGISTRER-RETOUR : registre retours.txt
      *  (DATE|CLIENT|COMMANDE|ARTICLE|QTE|MOTIF|DESTINATION).
           MOVE QTE-RETOUR TO QTE-EDIT.
           MOVE SPACES TO RETOURS-REC.
           IF VERS-STOCK = 'O'
               STRING DATE-RETOUR "|" FUNCTION TRIM(INP-CLIENT) "|"
                   NUM-CDE "|" M-CODE "|"
                   FUNCTION TRIM(QTE-EDIT) "|"
                   FUNCTION TRIM(INP-MOTIF) "|STOCK"
                   DELIMITED BY SIZE INTO RETOURS-REC
               END-STRING
           ELSE
               STRING DATE-RETOUR "|" FUNCTION TRIM(INP-CLIENT) "|"
                   NUM-CDE "|" M-CODE "|"
                   FUNCTION TRIM(QTE-EDIT) "|"
                   FUNCTION TRIM(INP-MOTIF) "|QUARANTAINE"
               ADD FUNCTION NUMVAL(RET-CH5) TO MT-QTE(IDX-MOTIF)
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  EMETTRE-AVOIR : avoir numerote sur la ligne retournee,
      *  au prix et au taux de la facture d'origine.
      *============================================================
       EMETTRE-AVOIR.
           PERFORM CHERCHER-FACTURE-CDE.
           IF NUM-FACTURE-ORIG = 0
               PERFORM REPORTER-RETOUR-NON-FACTURE
               DISPLAY "  Commande " NUM-CDE " pas encore facturee :"
                   " pas d'avoir, la facture sera emise nette du"
                   " retour."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-PRIX-FACTURE.
           IF PRIX-TROUVE = 'N'
               PERFORM RECONSTITUER-PRIX
           END-IF.
           MOVE 0 TO POINTS-ANNULES.
           IF POINTS-LIGNE-FAC > 0 AND QTE-LIGNE-FAC > 0
               COMPUTE POINTS-ANNULES ROUNDED =
                   POINTS-LIGNE-FAC * QTE-RETOUR / QTE-LIGNE-FAC
               IF POINTS-ANNULES > POINTS-LIGNE-FAC
                   MOVE POINTS-LIGNE-FAC TO POINTS-ANNULES
               END-IF
           END-IF.
           COMPUTE AVOIR-HT ROUNDED = QTE-RETOUR * PU-AVOIR.
           COMPUTE AVOIR-TVA ROUNDED = AVOIR-HT * TAUX-AVOIR / 100.
           COMPUTE AVOIR-TTC = AVOIR-HT + AVOIR-TVA.

           PERFORM CHARGER-COMPTEUR.
           ADD 1 TO NUM-AVOIR.
           PERFORM SAUVER-COMPTEUR.
           PERFORM ECRIRE-DOCUMENT-AVOIR.
           PERFORM ENREGISTRER-AVOIR.
           PERFORM REPORTER-ENCOURS-AVOIR.
           IF POINTS-ANNULES > 0
               PERFORM JOURNALISER-POINTS-ANNULES
           END-IF.
           ADD 1 TO NB-AVOIRS.
           MOVE AVOIR-TTC TO TTC-EDIT.
           DISPLAY "  Avoir " NUM-AVOIR " sur facture "
               NUM-FACTURE-ORIG " : " FUNCTION TRIM(TTC-EDIT)
               " TTC (spool " SPOOL-NUMERO ").".
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHERCHER-FACTURE-CDE : facture de la commande d'origine
      *  au registre factures.txt (0 = pas encore facturee).
      *------------------------------------------------------------
       CHERCHER-FACTURE-CDE.
           MOVE 0 TO NUM-FACTURE-ORIG.
           OPEN INPUT FACTREG-FILE.
           IF FACTREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ FACTREG-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FACTREG-REC(1:8) NOT = "facture|"
                           MOVE SPACES TO FAC-CH1 FAC-CH2
                           UNSTRING FACTREG-REC DELIMITED BY "|"
                               INTO FAC-CH1 FAC-CH2
                           END-UNSTRING
                           IF FUNCTION NUMVAL(FAC-CH2) = NUM-CDE
                               MOVE FUNCTION NUMVAL(FAC-CH1)
                                   TO NUM-FACTURE-ORIG
                               EXIT PERFORM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FACTREG-FILE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHERCHER-PRIX-FACTURE : prix net et taux de la ligne
      *  facturee (factures_lignes.txt), avec sa quantite et ses
      *  points fidelite (lignes facturees avant la fidelite : pas
      *  de 8e champ, rien a reprendre).
      *------------------------------------------------------------
       CHERCHER-PRIX-FACTURE.
           MOVE 'N' TO PRIX-TROUVE.
           MOVE 0 TO POINTS-LIGNE-FAC QTE-LIGNE-FAC.
           OPEN INPUT FLIGNES-FILE.
           IF FLIGNES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ FLIGNES-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO FAC-CH1 FAC-CH2 FAC-CH3
                           FAC-CH4 FAC-CH5 FAC-CH6 FAC-CH7 FAC-CH8
                       UNSTRING FLIGNES-REC DELIMITED BY "|"
                           INTO FAC-CH1 FAC-CH2 FAC-CH3 FAC-CH4
                               FAC-CH5 FAC-CH6 FAC-CH7 FAC-CH8
                       END-UNSTRING
                       IF FLIGNES-REC(1:8) NOT = "facture|"
                           AND FUNCTION NUMVAL(FAC-CH1) =
                               NUM-FACTURE-ORIG
                           AND FUNCTION TRIM(FAC-CH4) =
                               FUNCTION TRIM(M-CODE)
                           MOVE FUNCTION NUMVAL(FAC-CH6) TO PU-AVOIR
                           MOVE FUNCTION NUMVAL(FAC-CH7)
                               TO TAUX-AVOIR
                           MOVE FUNCTION NUMVAL(FAC-CH5)
                               TO QTE-LIGNE-FAC
                           IF FAC-CH8 NOT = SPACES
                               MOVE FUNCTION NUMVAL(FAC-CH8)
                                   TO POINTS-LIGNE-FAC
                           END-IF
                           MOVE 'O' TO PRIX-TROUVE
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FLIGNES-FILE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  RECONSTITUER-PRIX : factures anterieures au detail des
      *  lignes - meme calcul que FACTURATION-CLIENTS (prix net
      *  DEVIS= d'un devis repris, SUBST= d'un substitut ou
      *  CONTRAT= d'un contrat client tel quel, sinon prix PROMO=
      *  de la ligne de commande ou M-PU, remise client deduite,
      *  taux M-TVA).
      *------------------------------------------------------------
       RECONSTITUER-PRIX.
           MOVE M-PU TO PU-AVOIR.
           MOVE 'N' TO PRIX-DEVIS.
           MOVE M-TVA TO TAUX-AVOIR.
           OPEN INPUT REGISTRE-FILE.
           IF REGISTRE-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ REGISTRE-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           MOVE SPACES TO REG-CH1 REG-CH2 REG-CH3
                               REG-CH4 REG-CH5 REG-CH6 REG-CH7
                           UNSTRING REGISTRE-REC DELIMITED BY "|"
                               INTO REG-CH1 REG-CH2 REG-CH3 REG-CH4
                                   REG-CH5 REG-CH6 REG-CH7
                           END-UNSTRING
                           IF FUNCTION NUMVAL(REG-CH1) = NUM-CDE
                               AND FUNCTION TRIM(REG-CH3) =
                                   FUNCTION TRIM(M-CODE)
                               IF REG-CH7(1:6) = "PROMO="
                                   OR REG-CH7(1:6) = "DEVIS="
                                   OR REG-CH7(1:6) = "SUBST="
                                   MOVE FUNCTION NUMVAL
                                       (REG-CH7(7:14)) TO PU-AVOIR
                               END-IF
                               IF REG-CH7(1:6) = "DEVIS="
                                   OR REG-CH7(1:6) = "SUBST="
                                   MOVE 'O' TO PRIX-DEVIS
                               END-IF
                               IF REG-CH7(1:8) = "CONTRAT="
                                   MOVE FUNCTION NUMVAL
                                       (REG-CH7(9:12)) TO PU-AVOIR
                                   MOVE 'O' TO PRIX-DEVIS
                               END-IF
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRE-FILE
           END-IF.
           IF PRIX-DEVIS = 'N'
               COMPUTE PU-AVOIR ROUNDED =
                   PU-AVOIR * (1 - CL-REMISE / 100)
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-COMPTEUR / SAUVER-COMPTEUR : numerotation des
      *  avoirs persistee dans avoir_counter.txt, meme idiome que
      *  fact_counter.txt de FACTURATION-CLIENTS.
      *============================================================
       CHARGER-COMPTEUR.
           MOVE 0 TO NUM-AVOIR.
           OPEN INPUT COUNTER-FILE.
           IF COUNTER-STATUS = "00"
               READ COUNTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(COUNTER-REC)
                           TO NUM-AVOIR
               END-READ
               CLOSE COUNTER-FILE
           END-IF.
           EXIT PARAGRAPH.

       SAUVER-COMPTEUR.
           OPEN OUTPUT COUNTER-FILE.
           MOVE SPACES TO COUNTER-REC.
           MOVE NUM-AVOIR TO COUNTER-REC(1:6).
           WRITE COUNTER-REC.
           CLOSE COUNTER-FILE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ECRIRE-DOCUMENT-AVOIR : avoir_NNNNNN.txt, meme mise en
      *  page que facture_NNNNNN.txt, declare au spool.
      *------------------------------------------------------------
       ECRIRE-DOCUMENT-AVOIR.
           MOVE SPACES TO AVOIR-FILENAME.
           STRING "avoir_" NUM-AVOIR ".txt"
               DELIMITED BY SIZE INTO AVOIR-FILENAME
           END-STRING.
           OPEN OUTPUT AVOIR-FILE.
           MOVE SPACES TO AVOIR-REC.
           STRING "AVOIR " NUM-AVOIR " DU " DATE-RETOUR
               " - SUR FACTURE " NUM-FACTURE-ORIG
               " (COMMANDE " NUM-CDE ")"
               DELIMITED BY SIZE INTO AVOIR-REC
           END-STRING.
           WRITE AVOIR-REC.
           MOVE SPACES TO AVOIR-REC.
           STRING "CLIENT " FUNCTION TRIM(CL-CODE) " - "
               FUNCTION TRIM(CL-NOM)
               DELIMITED BY SIZE INTO AVOIR-REC
           END-STRING.
           WRITE AVOIR-REC.
           MOVE SPACES TO AVOIR-REC.
           WRITE AVOIR-REC.
           MOVE QTE-RETOUR TO QTE-EDIT.
           MOVE PU-AVOIR TO PU-EDIT.
           MOVE AVOIR-HT TO HT-EDIT.
           STRING M-CODE "  " M-LIB "  " QTE-EDIT " x "
               FUNCTION TRIM(PU-EDIT) " = "
               FUNCTION TRIM(HT-EDIT) " HT (TVA " TAUX-AVOIR " %)"
               DELIMITED BY SIZE INTO AVOIR-REC
           END-STRING.
           WRITE AVOIR-REC.
           MOVE SPACES TO AVOIR-REC.
           STRING "Retour motif " FUNCTION TRIM(INP-MOTIF)
               DELIMITED BY SIZE INTO AVOIR-REC
           END-STRING.
           WRITE AVOIR-REC.
           IF POINTS-ANNULES > 0
               MOVE POINTS-ANNULES TO POINTS-EDIT
               MOVE SPACES TO AVOIR-REC
               STRING "Points fidelite annules : "
                   FUNCTION TRIM(POINTS-EDIT)
                   DELIMITED BY SIZE INTO AVOIR-REC
               END-STRING
               WRITE AVOIR-REC
           END-IF.
           MOVE SPACES TO AVOIR-REC.
           WRITE AVOIR-REC.
           MOVE AVOIR-TVA TO TVA-EDIT.
           MOVE AVOIR-TTC TO TTC-EDIT.
           STRING "TOTAL HT  : " FUNCTION TRIM(HT-EDIT)
               DELIMITED BY SIZE INTO AVOIR-REC
           END-STRING.
           WRITE AVOIR-REC.
           MOVE SPACES TO AVOIR-REC.
           STRING "TOTAL TVA : " FUNCTION TRIM(TVA-EDIT)
               DELIMITED BY SIZE INTO AVOIR-REC
           END-STRING.
           WRITE AVOIR-REC.
           MOVE SPACES TO AVOIR-REC.
           STRING "TOTAL TTC : " FUNCTION TRIM(TTC-EDIT)
               DELIMITED BY SIZE INTO AVOIR-REC
           END-STRING.
           WRITE AVOIR-REC.
           CLOSE AVOIR-FILE.
           MOVE AVOIR-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ENREGISTRER-AVOIR : registre avoirs.txt (entete a la
      *  creation, comme factures.txt).
      *------------------------------------------------------------
       ENREGISTRER-AVOIR.
           OPEN EXTEND AVOIRS-FILE.
           IF AVOIRS-STATUS = "35"
               OPEN OUTPUT AVOIRS-FILE
               MOVE SPACES TO AVOIRS-REC
               STRING "avoir|facture|commande|client|article|qte|"
                   "ht|tva|ttc|taux|date|destination"
                   DELIMITED BY SIZE INTO AVOIRS-REC
               END-STRING
               WRITE AVOIRS-REC
           END-IF.
           IF AVOIRS-STATUS NOT = "00"
               DISPLAY "  Registre avoirs.txt indisponible (status "
                   AVOIRS-STATUS ")."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           IF VERS-STOCK = 'O'
               MOVE "STOCK" TO DESTINATION-RETOUR
           ELSE
               MOVE "QUARANTAINE" TO DESTINATION-RETOUR
           END-IF.
           MOVE QTE-RETOUR TO QTE-EDIT.
           MOVE SPACES TO AVOIRS-REC.
           STRING NUM-AVOIR "|" NUM-FACTURE-ORIG "|" NUM-CDE "|"
               FUNCTION TRIM(CL-CODE) "|"
               FUNCTION TRIM(M-CODE) "|"
               FUNCTION TRIM(QTE-EDIT) "|"
               FUNCTION TRIM(HT-EDIT) "|"
               FUNCTION TRIM(TVA-EDIT) "|"
               FUNCTION TRIM(TTC-EDIT) "|"
               TAUX-AVOIR "|" DATE-RETOUR "|"
               FUNCTION TRIM(DESTINATION-RETOUR)
               DELIMITED BY SIZE INTO AVOIRS-REC
           END-STRING.
           WRITE AVOIRS-REC.
           CLOSE AVOIRS-FILE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  REPORTER-ENCOURS-AVOIR : l'encours etant tenu hors taxes,
      *  le HT de l'avoir le fait redescendre (jamais sous zero).
      *------------------------------------------------------------
       REPORTER-ENCOURS-AVOIR.
           SUBTRACT AVOIR-HT FROM CL-ENCOURS.
           IF CL-ENCOURS < 0
               MOVE 0 TO CL-ENCOURS
           END-IF.
           SUBTRACT POINTS-ANNULES FROM CL-POINTS.
           REWRITE CLIENT-REC
               INVALID KEY
                   DISPLAY "Erreur referentiel clients ("
                       FUNCTION TRIM(CL-CODE) ") : " CLIENT-STATUS
           END-REWRITE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  REPORTER-RETOUR-NON-FACTURE : commande pas encore facturee
      *  - FACTURATION-CLIENTS deduira la quantite retournee de la
      *  ligne, et le HT retourne au prix de la commande redescend
      *  tout de suite l'encours qu'elle avait fait monter.
      *------------------------------------------------------------
       REPORTER-RETOUR-NON-FACTURE.
           PERFORM RECONSTITUER-PRIX.
           COMPUTE AVOIR-HT ROUNDED = QTE-RETOUR * PU-AVOIR.
           MOVE 0 TO POINTS-ANNULES.
           PERFORM REPORTER-ENCOURS-AVOIR.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  JOURNALISER-POINTS-ANNULES : points repris par l'avoir au
      *  journal fidelite (motif ANNULATION, reference l'avoir).
      *------------------------------------------------------------
       JOURNALISER-POINTS-ANNULES.
           MOVE CL-CODE TO FJ-CLIENT.
           COMPUTE FJ-POINTS = 0 - POINTS-ANNULES.
           MOVE "ANNULATION" TO FJ-MOTIF.
           MOVE SPACES TO FJ-REFERENCE.
           STRING "AVOIR " NUM-AVOIR
               DELIMITED BY SIZE INTO FJ-REFERENCE
           END-STRING.
           MOVE CL-POINTS TO FJ-SOLDE.
           CALL "FIDELITE-JOURNAL" USING FJ-CLIENT FJ-POINTS
               FJ-MOTIF FJ-REFERENCE FJ-SOLDE.
           EXIT PARAGRAPH.
