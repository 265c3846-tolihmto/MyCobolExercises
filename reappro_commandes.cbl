      *
      *  Referentiel fournisseurs : fou_master.dat (indexe, cle
      *  F-CODE - meme idiome OPEN I-O + status 35 que MASTER-FILE)
      *  porte code, nom, delai de livraison, devise et conditions
      *  de paiement (jours, fin de mois) ; fou_liens.dat
      *  (indexe, cle LN-ART) porte le fournisseur prefere et le
      *  niveau cible de stock par code article. Les deux se
      *  rafraichissent au demarrage depuis fournisseurs.txt
      *  (CODE|NOM|DELAI|DEVISE|CONDITIONS - "30" pour 30 jours
      *  net, "45FM" pour 45 jours fin de mois, 30 jours net par
      *  defaut) et fou_liens.txt (ART|FOU|CIBLE) quand ces
      *  fichiers d'import existent - meme convention pipe que
      *  IMPORT-ARTICLES d'INVENTAIRE.
      *
      *  Un article dont le statut de cycle de vie M-STATUT est R
      *  (plus de reappro), F (fin de vie) ou B (bloque) n'est
      *  jamais commande, meme sous son seuil : il est compte a
      *  part et liste a l'ecran.
      *
      *  La quantite commandee ramene M-QTE au niveau cible du lien
      *  (a defaut de cible, deux fois le seuil). Chaque bon part
      *  dans po_<FOU>_<NUMERO>.txt, le numero venant du compteur
      *  persistant po_counter.txt, et chaque ligne commandee est
      *  aussi enregistree dans po_en_cours.txt
      *  (NUMERO|FOU|ARTICLE|QTE|DATE|STATUT|FACTEUR, quantite en
      *  unite d'achat du fournisseur et nombre d'unites de stock
      *  par unite d'achat) pour le
      *  rapprochement des receptions et les statistiques de delais
      *  fournisseurs.
      *
      *  Un bon dont la valeur (contre-valeur euro pour un
      *  fournisseur en devise) depasse PO-SEUIL-APPROBATION de
      *  parametres.txt (5000 EUR a defaut, 0 = pas de controle)
      *  n'est pas envoye : son fichier est prepare mais pas
      *  declare au spool, et ses lignes entrent au registre avec
      *  le statut A-APPROUVER. Les articles d'un bon en attente ne
      *  sont pas recommandes aux runs suivants.
      *
      *    ./reappro_commandes APPROBATION : un SUPERVISEUR
      *        (OPERATOR-AUTH) passe en revue a l'ecran chaque bon
      *        en attente et l'approuve (statut APPROUVE, bon
      *        declare au spool pour le fournisseur) ou le rejette
      *        (lignes retirees du registre, fichier renomme en
      *        .rejete) ; chaque decision est tracee par
      *        AUDIT-TRACE (fichier po_en_cours, champ STATUT).
      *============================================================

       ENVIRONMENT DIVISION.
           SELECT REGISTRE-FILE ASSIGN TO "po_en_cours.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRE-STATUS.
           SELECT BON-FILE ASSIGN TO DYNAMIC PO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BON-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       FD  LIEN-FILE.
       01  LIEN-REC.
           05  LN-ART              PIC X(10).
           05  CT-PU               PIC S9(5)V99.
           05  CT-MIN              PIC S9(5).
           05  CT-MULTIPLE         PIC S9(5).
           05  CT-UNITE            PIC X(6).
           05  CT-FACTEUR          PIC 9(5).
       FD  IMPORT-FILE.
       01  IMPORT-REC              PIC X(200).
       FD  PO-FILE.
       01  COUNTER-REC             PIC X(20).
       FD  REGISTRE-FILE.
       01  REGISTRE-REC            PIC X(80).
       FD  BON-FILE.
       01  BON-REC                 PIC X(120).

       WORKING-STORAGE SECTION.
       77  MASTER-STATUS           PIC X(2) VALUE SPACES.
      *> Catalogue fournisseur indexe (cle FOU+ARTICLE) : reference
      *> fournisseur, prix d'achat, quantite minimum de commande et
      *> multiple de conditionnement. Rafraichi au demarrage depuis
      *> fou_catalogue.txt (FOU|ART|REF|PU|MIN|MULTIPLE[|UNITE|
      *> FACTEUR]), meme convention pipe que les autres imports.
      *> UNITE est l'unite d'achat du fournisseur (CARTON...) et
      *> FACTEUR le nombre d'unites de stock qu'elle contient (1 a
      *> defaut) : prix, minimum et multiple sont en unite d'achat,
      *> le besoin en unite de stock est converti a l'emission.
       77  CATFOU-STATUS           PIC X(2) VALUE SPACES.
       77  CATFOU-OPEN-FLAG        PIC X VALUE 'N'.
       77  NB-HORS-CATALOGUE       PIC 9(3) VALUE 0.
       01  INP-CH4                 PIC X(32).
       01  INP-CH5                 PIC X(32).
       01  INP-CH6                 PIC X(32).
       01  INP-CH7                 PIC X(32).
       01  INP-CH8                 PIC X(32).
       77  FACTEUR-ACHAT           PIC 9(5) VALUE 1.
       77  UNITE-ACHAT             PIC X(6) VALUE SPACES.
       77  QTE-STOCK-EDIT          PIC Z(6)9.
       77  FACTEUR-EDIT            PIC Z(4)9.
       77  TERME-FDM-POS           PIC 9(2) VALUE 0.

      *> Devises : fou_master.dat porte la devise de facturation du
      *> fournisseur (F-DEVISE, EUR par defaut) et taux_devises.txt
           05  B-QTE               PIC S9(5).
           05  B-FAIT              PIC X.

      *> Approbation des bons au-dela du seuil (parametres.txt,
      *> sous-programme PARAM-LOOKUP) ; les lignes du bon en cours
      *> sont gardees en table jusqu'a connaitre son total.
       77  PRM-CLE                 PIC X(24) VALUE SPACES.
       77  PRM-DEFAUT              PIC X(40) VALUE SPACES.
       77  PRM-VALEUR              PIC X(40) VALUE SPACES.
       77  PRM-RESULTAT            PIC X(2) VALUE SPACES.
       77  SEUIL-APPROBATION       PIC 9(7)V99 VALUE 5000.
       77  VALEUR-BON-EUR          PIC S9(7)V99 VALUE 0.
       77  STATUT-BON              PIC X(12) VALUE SPACES.
       77  NB-A-APPROUVER          PIC 9(3) VALUE 0.
       77  NB-EN-ATTENTE           PIC 9(3) VALUE 0.
       77  NB-HORS-CYCLE           PIC 9(3) VALUE 0.
       77  NB-LB                   PIC 9(3) VALUE 0.
       01  TAB-LIGNES-BON.
           05  LB-ENTREE OCCURS 999.
               10  LB-ART          PIC X(10).
               10  LB-QTE          PIC S9(5).
               10  LB-FACTEUR      PIC 9(5).
      *> Articles deja sur un bon en attente d'approbation.
       77  NB-ATT                  PIC 9(3) VALUE 0.
       77  ART-EN-ATTENTE          PIC X VALUE 'N'.
       01  TAB-ATTENTE.
           05  AT-ART              PIC X(10) OCCURS 999.

      *> Mode APPROBATION : registre en memoire, un bon a la fois a
      *> l'ecran.
       77  ARG-MODE                PIC X(16) VALUE SPACES.
       77  BON-STATUS              PIC X(2) VALUE SPACES.
       77  NB-REG                  PIC 9(4) VALUE 0.
       01  TAB-REGISTRE.
           05  RG-ENTREE OCCURS 999.
               10  RG-LIGNE        PIC X(80).
               10  RG-PO           PIC 9(6).
               10  RG-FOU          PIC X(8).
               10  RG-STATUT       PIC X(12).
               10  RG-SUPPRIME     PIC X.
       77  PO-EXAMINE              PIC 9(6) VALUE 0.
       77  FOU-EXAMINE             PIC X(8) VALUE SPACES.
       77  NB-LIGNES-PO            PIC 9(3) VALUE 0.
       77  DEJA-EXAMINE            PIC X VALUE 'N'.
       77  REPONSE                 PIC X VALUE SPACE.
       77  ARRET-DEMANDE           PIC X VALUE 'N'.
       77  NB-APPROUVES            PIC 9(3) VALUE 0.
       77  NB-REJETES              PIC 9(3) VALUE 0.
       77  REG-MODIFIE             PIC X VALUE 'N'.
       77  CMD-SH                  PIC X(160) VALUE SPACES.
       01  RG-CH1                  PIC X(16).
       01  RG-CH2                  PIC X(16).
       01  RG-CH3                  PIC X(16).
       01  RG-CH4                  PIC X(16).
       01  RG-CH5                  PIC X(16).
       01  RG-CH6                  PIC X(16).
       01  RG-CH7                  PIC X(16).

      *> Identification et habilitation de l'approbateur
      *> (OPERATOR-SIGNON, OPERATOR-AUTH) ; decision tracee par
      *> AUDIT-TRACE.
       77  WS-OPERATEUR            PIC X(8) VALUE SPACES.
       77  SIGNON-RESULTAT         PIC X(2) VALUE SPACES.
       77  AUTH-ACTION             PIC X(24) VALUE SPACES.
       77  AUTH-ROLE               PIC X(12) VALUE SPACES.
       77  AUTH-RESULTAT           PIC X(2) VALUE SPACES.
       77  AUD-FICHIER             PIC X(20) VALUE "po_en_cours".
       77  AUD-CLE                 PIC X(64) VALUE SPACES.
       77  AUD-CHAMP               PIC X(12) VALUE "STATUT".
       77  AUD-AVANT               PIC X(20) VALUE SPACES.
       77  AUD-APRES               PIC X(20) VALUE SPACES.

      *> Chaque bon emis est declare au spool des documents
      *> (sous-programme SPOOL-REGISTER).
       77  SPOOL-TYPE              PIC X(12) VALUE "BON".
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM(ARG-MODE) = "APPROBATION"
               PERFORM APPROUVER-BONS
               PERFORM FIN-PROGRAMME
           END-IF

           PERFORM CHARGER-PARAMETRES
           PERFORM CHARGER-EN-ATTENTE
           PERFORM OUVRIR-FOURNISSEURS
           PERFORM IMPORTER-FOURNISSEURS
           PERFORM IMPORTER-LIENS
           PERFORM DETECTER-BESOINS
           CLOSE MASTER-FILE

           IF NB-HORS-CYCLE > 0
               DISPLAY NB-HORS-CYCLE " article(s) sous seuil ecarte(s)"
                   " par leur statut (R plus de reappro, F fin de"
                   " vie, B bloque)."
           END-IF
           IF NB-BESOINS = 0
               DISPLAY "Aucun article sous seuil : aucun bon de"
                   " commande a emettre."
           PERFORM EMETTRE-BONS
           PERFORM SAUVER-COMPTEUR

           IF NB-A-APPROUVER > 0
               DISPLAY NB-A-APPROUVER " bon(s) au-dela du seuil"
                   " d'approbation, en attente d'un superviseur"
                   " (./reappro_commandes APPROBATION)."
           END-IF
           DISPLAY NB-BONS " bon(s) de commande emis, "
               NB-SANS-FOU " article(s) sous seuil sans fournisseur"
               " prefere, " NB-HORS-CATALOGUE " ligne(s) hors"
           IF FOU-STATUS = "00"
               MOVE 'O' TO FOU-OPEN-FLAG
           END-IF.
      *> status 39 = fichier a un ancien dessin (sans devise ou sans
      *> conditions de paiement) : le run ne doit pas tourner en
      *> degrade silencieux
           IF FOU-STATUS = "39"
               DISPLAY "fou_master.dat est a l'ancien dessin"
                   " (status 39) : lancer FOU-MASTER-CONVERT une"

      *============================================================
      *  IMPORTER-FOURNISSEURS : rafraichit fou_master.dat depuis
      *  fournisseurs.txt (CODE|NOM|DELAI|DEVISE|CONDITIONS) si
      *  present - upsert
      *  WRITE puis REWRITE, comme WRITE-MASTER.
      *============================================================
       IMPORTER-FOURNISSEURS.
           IF FUNCTION LENGTH(FUNCTION TRIM(IMPORT-REC)) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO INP-CH1 INP-CH2 INP-CH3 INP-CH4 INP-CH5.
           UNSTRING IMPORT-REC DELIMITED BY ALL "|"
               INTO INP-CH1 INP-CH2 INP-CH3 INP-CH4 INP-CH5
           END-UNSTRING.
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-CH1)) = 0
               EXIT PARAGRAPH
           ELSE
               MOVE "EUR" TO F-DEVISE
           END-IF.
           INSPECT INP-CH5 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 'N' TO F-TERME-FDM.
           MOVE 0 TO TERME-FDM-POS.
           INSPECT INP-CH5 TALLYING TERME-FDM-POS FOR ALL "FM".
           IF TERME-FDM-POS > 0
               MOVE 'O' TO F-TERME-FDM
               INSPECT INP-CH5 REPLACING ALL "FM" BY SPACES
           END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-CH5)) > 0
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(INP-CH5)) = 0
               MOVE FUNCTION NUMVAL(INP-CH5) TO F-TERME-JOURS
           ELSE
               MOVE 30 TO F-TERME-JOURS
           END-IF.
           WRITE FOU-REC
               INVALID KEY
                   REWRITE FOU-REC
           IF CATFOU-STATUS = "00"
               MOVE 'O' TO CATFOU-OPEN-FLAG
           ELSE
               IF CATFOU-STATUS = "39"
                   DISPLAY "fou_catalogue.dat est a l'ancien dessin"
                       " (status 39) : lancer FOU-CAT-CONVERT une"
                       " fois avant de relancer le reappro."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE "fou_catalogue.txt" TO IMPORT-FILENAME.
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO INP-CH1 INP-CH2 INP-CH3 INP-CH4
               INP-CH5 INP-CH6 INP-CH7 INP-CH8.
           UNSTRING IMPORT-REC DELIMITED BY ALL "|"
               INTO INP-CH1 INP-CH2 INP-CH3 INP-CH4 INP-CH5 INP-CH6
                   INP-CH7 INP-CH8
           END-UNSTRING.
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-CH1)) = 0
               OR FUNCTION LENGTH(FUNCTION TRIM(INP-CH2)) = 0
           MOVE FUNCTION NUMVAL(INP-CH4) TO CT-PU.
           MOVE FUNCTION NUMVAL(INP-CH5) TO CT-MIN.
           MOVE FUNCTION NUMVAL(INP-CH6) TO CT-MULTIPLE.
           INSPECT INP-CH7 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE INP-CH7 TO CT-UNITE.
           IF CT-UNITE = SPACES
               MOVE "UN" TO CT-UNITE
           END-IF.
           MOVE 1 TO CT-FACTEUR.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(INP-CH8)) = 0
               IF FUNCTION NUMVAL(INP-CH8) >= 1
                   MOVE FUNCTION NUMVAL(INP-CH8) TO CT-FACTEUR
               END-IF
           END-IF.
           WRITE CATFOU-REC
               INVALID KEY
                   REWRITE CATFOU-REC
      *  quantite qui ramene M-QTE au niveau cible.
      *============================================================
       DETECTER-BESOINS.
           MOVE 0 TO NB-BESOINS NB-SANS-FOU NB-HORS-CYCLE.
           MOVE LOW-VALUES TO M-CODE.
           START MASTER-FILE KEY IS NOT LESS THAN M-CODE
               INVALID KEY
           IF NB-BESOINS >= 999
               EXIT PARAGRAPH
           END-IF.
           IF M-STATUT = 'R' OR M-STATUT = 'F' OR M-STATUT = 'B'
               ADD 1 TO NB-HORS-CYCLE
               DISPLAY "  Statut " M-STATUT " (hors reappro) : "
                   FUNCTION TRIM(M-CODE) " " FUNCTION TRIM(M-LIB)
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO QTE-CIBLE.
           MOVE SPACES TO LN-FOU.
           IF LIEN-OPEN-FLAG = 'O'
                       MOVE LN-CIBLE TO QTE-CIBLE
               END-READ
           END-IF.
           PERFORM CHERCHER-EN-ATTENTE.
           IF ART-EN-ATTENTE = 'O'
               ADD 1 TO NB-EN-ATTENTE
               DISPLAY "  Deja sur un bon en attente d'approbation : "
                   FUNCTION TRIM(M-CODE)
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(LN-FOU)) = 0
               ADD 1 TO NB-SANS-FOU
               DISPLAY "  Sans fournisseur prefere : "
           MOVE "CODE        LIBELLE               QTE"
               & "      PU     MONTANT" TO PO-REC.
           WRITE PO-REC.
           MOVE 0 TO TOTAL-BON NB-LB.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NB-BESOINS
               IF B-FAIT(WS-J) = 'N' AND B-FOU(WS-J) = FOU-COURANT
                   PERFORM EMETTRE-LIGNE-BON
           END-IF.
           WRITE PO-REC.
           CLOSE PO-FILE.

      *> au-dela du seuil : le bon attend un superviseur, rien ne
      *> part au spool
           IF DEVISE-BON = "EUR"
               MOVE TOTAL-BON TO VALEUR-BON-EUR
           ELSE
               MOVE TOTAL-EUR TO VALEUR-BON-EUR
           END-IF.
           MOVE "EMIS" TO STATUT-BON.
           IF SEUIL-APPROBATION > 0
               AND VALEUR-BON-EUR > SEUIL-APPROBATION
               MOVE "A-APPROUVER" TO STATUT-BON
           END-IF.
           PERFORM ENREGISTRER-LIGNES-BON.
           IF STATUT-BON = "A-APPROUVER"
               ADD 1 TO NB-A-APPROUVER
               SUBTRACT 1 FROM NB-BONS
               MOVE VALEUR-BON-EUR TO MONTANT-EDIT2
               DISPLAY "Bon retenu pour approbation : "
                   FUNCTION TRIM(PO-FILENAME) " ("
                   FUNCTION TRIM(MONTANT-EDIT2) " EUR)"
               EXIT PARAGRAPH
           END-IF.
           MOVE PO-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
               " (spool " SPOOL-NUMERO ")".
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ENREGISTRER-LIGNES-BON : lignes du bon au registre des
      *  bons ouverts, avec le statut du bon.
      *------------------------------------------------------------
       ENREGISTRER-LIGNES-BON.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NB-LB
               MOVE LB-QTE(WS-J) TO QTE-EDIT
               MOVE SPACES TO REGISTRE-REC
               MOVE LB-FACTEUR(WS-J) TO FACTEUR-EDIT
               STRING NUM-PO "|" FUNCTION TRIM(FOU-COURANT) "|"
                   LB-ART(WS-J) "|" QTE-EDIT "|" WS-TODAY "|"
                   FUNCTION TRIM(STATUT-BON) "|"
                   FUNCTION TRIM(FACTEUR-EDIT)
                   DELIMITED BY SIZE INTO REGISTRE-REC
               END-STRING
               WRITE REGISTRE-REC
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  EMETTRE-LIGNE-BON : une ligne du bon - la quantite est
      *  remontee au minimum de commande du catalogue fournisseur
      *------------------------------------------------------------
       EMETTRE-LIGNE-BON.
           MOVE B-QTE(WS-J) TO QTE-ARRONDIE.
           MOVE 1 TO FACTEUR-ACHAT.
           MOVE SPACES TO UNITE-ACHAT.
           MOVE 'N' TO CATFOU-TROUVE.
           IF CATFOU-OPEN-FLAG = 'O'
               MOVE FOU-COURANT TO CT-FOU
               END-READ
           END-IF.
           IF CATFOU-TROUVE = 'O'
      *> besoin en unites de stock -> unites d'achat entamees
               IF CT-FACTEUR > 1
                   MOVE CT-FACTEUR TO FACTEUR-ACHAT
                   MOVE CT-UNITE TO UNITE-ACHAT
                   DIVIDE QTE-ARRONDIE BY FACTEUR-ACHAT
                       GIVING NB-PAQUETS
                       REMAINDER QTE-CDE
                   MOVE NB-PAQUETS TO QTE-ARRONDIE
                   IF QTE-CDE > 0
                       ADD 1 TO QTE-ARRONDIE
                   END-IF
               END-IF
               IF CT-MIN > 0 AND QTE-ARRONDIE < CT-MIN
                   MOVE CT-MIN TO QTE-ARRONDIE
               END-IF
                   DELIMITED BY SIZE INTO PO-REC
               END-STRING
               WRITE PO-REC
               IF FACTEUR-ACHAT > 1
                   COMPUTE QTE-STOCK-EDIT =
                       QTE-ARRONDIE * FACTEUR-ACHAT
                   MOVE FACTEUR-ACHAT TO FACTEUR-EDIT
                   MOVE SPACES TO PO-REC
                   STRING "            quantite en "
                       FUNCTION TRIM(UNITE-ACHAT) " de "
                       FUNCTION TRIM(FACTEUR-EDIT) " unites, soit "
                       FUNCTION TRIM(QTE-STOCK-EDIT) " unites"
                       DELIMITED BY SIZE INTO PO-REC
                   END-STRING
                   WRITE PO-REC
               END-IF
           ELSE
               ADD 1 TO NB-HORS-CATALOGUE
               MOVE QTE-ARRONDIE TO QTE-EDIT
                   FUNCTION TRIM(B-ART(WS-J)) " chez "
                   FUNCTION TRIM(FOU-COURANT)
           END-IF.
           ADD 1 TO NB-LB.
           MOVE B-ART(WS-J) TO LB-ART(NB-LB).
           MOVE QTE-ARRONDIE TO LB-QTE(NB-LB).
           MOVE FACTEUR-ACHAT TO LB-FACTEUR(NB-LB).
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-PARAMETRES : seuil d'approbation des bons, en
      *  euros (PO-SEUIL-APPROBATION, 5000 a defaut).
      *============================================================
       CHARGER-PARAMETRES.
           MOVE "PO-SEUIL-APPROBATION" TO PRM-CLE.
           MOVE "5000" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO SEUIL-APPROBATION
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHARGER-EN-ATTENTE / CHERCHER-EN-ATTENTE : articles des
      *  lignes A-APPROUVER du registre, a ne pas recommander.
      *------------------------------------------------------------
       CHARGER-EN-ATTENTE.
           MOVE 0 TO NB-ATT.
           OPEN INPUT REGISTRE-FILE.
           IF REGISTRE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ REGISTRE-FILE
                   AT END EXIT PERFORM
               END-READ
               MOVE SPACES TO RG-CH1 RG-CH2 RG-CH3 RG-CH4 RG-CH5
                   RG-CH6
               UNSTRING REGISTRE-REC DELIMITED BY "|"
                   INTO RG-CH1 RG-CH2 RG-CH3 RG-CH4 RG-CH5 RG-CH6
               END-UNSTRING
               IF FUNCTION TRIM(RG-CH6) = "A-APPROUVER"
                   AND NB-ATT < 999
                   ADD 1 TO NB-ATT
                   MOVE RG-CH3 TO AT-ART(NB-ATT)
               END-IF
           END-PERFORM.
           CLOSE REGISTRE-FILE.
           EXIT PARAGRAPH.

       CHERCHER-EN-ATTENTE.
           MOVE 'N' TO ART-EN-ATTENTE.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NB-ATT
               IF AT-ART(WS-J) = M-CODE
                   MOVE 'O' TO ART-EN-ATTENTE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *============================================================
      *  APPROUVER-BONS : ecran d'approbation des bons en attente,
      *  reserve aux SUPERVISEUR ; le registre est reecrit avec les
      *  decisions.
      *============================================================
       APPROUVER-BONS.
           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT.
           IF SIGNON-RESULTAT = "91"
               DISPLAY "Identification operateur refusee, fin."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "APPROBATION-BON-ACHAT" TO AUTH-ACTION.
           MOVE "SUPERVISEUR" TO AUTH-ROLE.
           CALL "OPERATOR-AUTH" USING AUTH-ACTION AUTH-ROLE
               AUTH-RESULTAT.
           IF AUTH-RESULTAT = "91"
               DISPLAY "Approbation des bons refusee : role"
                   " SUPERVISEUR requis."
               CALL "OPERATOR-SIGNOFF"
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHARGER-REGISTRE-COMPLET.
           MOVE 0 TO NB-APPROUVES NB-REJETES.
           MOVE 'N' TO ARRET-DEMANDE REG-MODIFIE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-REG
               OR ARRET-DEMANDE = 'O'
               IF RG-STATUT(WS-I) = "A-APPROUVER"
                   AND RG-SUPPRIME(WS-I) = 'N'
                   MOVE RG-PO(WS-I) TO PO-EXAMINE
                   MOVE RG-FOU(WS-I) TO FOU-EXAMINE
                   PERFORM EXAMINER-BON
               END-IF
           END-PERFORM.
           IF REG-MODIFIE = 'O'
               PERFORM REECRIRE-REGISTRE-COMPLET
           END-IF.
           DISPLAY NB-APPROUVES " bon(s) approuve(s), " NB-REJETES
               " rejete(s)."
           CALL "OPERATOR-SIGNOFF".
           EXIT PARAGRAPH.

       CHARGER-REGISTRE-COMPLET.
           MOVE 0 TO NB-REG.
           OPEN INPUT REGISTRE-FILE.
           IF REGISTRE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ REGISTRE-FILE
                   AT END EXIT PERFORM
               END-READ
               IF NB-REG < 999
                   MOVE SPACES TO RG-CH1 RG-CH2 RG-CH3 RG-CH4 RG-CH5
                       RG-CH6
                   UNSTRING REGISTRE-REC DELIMITED BY "|"
                       INTO RG-CH1 RG-CH2 RG-CH3 RG-CH4 RG-CH5 RG-CH6
                   END-UNSTRING
                   ADD 1 TO NB-REG
                   MOVE REGISTRE-REC TO RG-LIGNE(NB-REG)
                   MOVE 0 TO RG-PO(NB-REG)
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(RG-CH1)) = 0
                       MOVE FUNCTION NUMVAL(RG-CH1) TO RG-PO(NB-REG)
                   END-IF
                   MOVE RG-CH2 TO RG-FOU(NB-REG)
                   MOVE RG-CH6 TO RG-STATUT(NB-REG)
                   MOVE 'N' TO RG-SUPPRIME(NB-REG)
               END-IF
           END-PERFORM.
           CLOSE REGISTRE-FILE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  EXAMINER-BON : le bon tel qu'il partira, puis la decision
      *  (A approuver, R rejeter, S passer, F fin).
      *------------------------------------------------------------
       EXAMINER-BON.
           MOVE SPACES TO PO-FILENAME.
           STRING "po_" FUNCTION TRIM(FOU-EXAMINE) "_" PO-EXAMINE
               ".txt"
               DELIMITED BY SIZE INTO PO-FILENAME
           END-STRING.
           DISPLAY " ".
           DISPLAY "=== BON " PO-EXAMINE " EN ATTENTE D'APPROBATION"
               " ===".
           OPEN INPUT BON-FILE.
           IF BON-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ BON-FILE
                       AT END EXIT PERFORM
                   END-READ
                   DISPLAY "  " FUNCTION TRIM(BON-REC TRAILING)
               END-PERFORM
               CLOSE BON-FILE
           ELSE
               DISPLAY "  (fichier " FUNCTION TRIM(PO-FILENAME)
                   " introuvable)"
           END-IF.
           DISPLAY "(A)pprouver, (R)ejeter, (S)uivant, (F)in ? "
               WITH NO ADVANCING.
           MOVE SPACE TO REPONSE.
           ACCEPT REPONSE.
           INSPECT REPONSE CONVERTING "arsf" TO "ARSF".
           EVALUATE REPONSE
               WHEN "A"
                   PERFORM APPROUVER-UN-BON
               WHEN "R"
                   PERFORM REJETER-UN-BON
               WHEN "F"
                   MOVE 'O' TO ARRET-DEMANDE
               WHEN OTHER
                   PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > NB-REG
                       IF RG-PO(WS-J) = PO-EXAMINE
                           AND RG-STATUT(WS-J) = "A-APPROUVER"
                           MOVE "EN-REVUE" TO RG-STATUT(WS-J)
                       END-IF
                   END-PERFORM
           END-EVALUATE.
           EXIT PARAGRAPH.

       APPROUVER-UN-BON.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NB-REG
               IF RG-PO(WS-J) = PO-EXAMINE
                   AND RG-STATUT(WS-J) = "A-APPROUVER"
                   MOVE "APPROUVE" TO RG-STATUT(WS-J)
                   PERFORM CHANGER-STATUT-LIGNE
               END-IF
           END-PERFORM.
           MOVE 'O' TO REG-MODIFIE.
           ADD 1 TO NB-APPROUVES.
           PERFORM TRACER-DECISION.
           MOVE PO-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           DISPLAY "Bon " PO-EXAMINE " approuve, emis au spool ("
               SPOOL-NUMERO ").".
           EXIT PARAGRAPH.

       REJETER-UN-BON.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NB-REG
               IF RG-PO(WS-J) = PO-EXAMINE
                   AND RG-STATUT(WS-J) = "A-APPROUVER"
                   MOVE "REJETE" TO RG-STATUT(WS-J)
                   MOVE 'O' TO RG-SUPPRIME(WS-J)
               END-IF
           END-PERFORM.
           MOVE 'O' TO REG-MODIFIE.
           ADD 1 TO NB-REJETES.
           PERFORM TRACER-DECISION.
           MOVE SPACES TO CMD-SH.
           STRING "sh -c 'mv " FUNCTION TRIM(PO-FILENAME) " "
               FUNCTION TRIM(PO-FILENAME) ".rejete 2>/dev/null'"
               DELIMITED BY SIZE INTO CMD-SH
           END-STRING.
           CALL "SYSTEM" USING CMD-SH.
           DISPLAY "Bon " PO-EXAMINE " rejete, retire du registre.".
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHANGER-STATUT-LIGNE : reecrit la ligne WS-J du registre
      *  avec son nouveau statut en sixieme champ.
      *------------------------------------------------------------
       CHANGER-STATUT-LIGNE.
           MOVE SPACES TO RG-CH1 RG-CH2 RG-CH3 RG-CH4 RG-CH5 RG-CH6
               RG-CH7.
           UNSTRING RG-LIGNE(WS-J) DELIMITED BY "|"
               INTO RG-CH1 RG-CH2 RG-CH3 RG-CH4 RG-CH5 RG-CH6 RG-CH7
           END-UNSTRING.
           MOVE SPACES TO RG-LIGNE(WS-J).
           STRING FUNCTION TRIM(RG-CH1) "|" FUNCTION TRIM(RG-CH2) "|"
               FUNCTION TRIM(RG-CH3) "|" FUNCTION TRIM(RG-CH4) "|"
               FUNCTION TRIM(RG-CH5) "|" FUNCTION TRIM(RG-STATUT(WS-J))
               "|" FUNCTION TRIM(RG-CH7)
               DELIMITED BY SIZE INTO RG-LIGNE(WS-J)
           END-STRING.
           EXIT PARAGRAPH.

       TRACER-DECISION.
           MOVE SPACES TO AUD-CLE.
           STRING PO-EXAMINE "|" FUNCTION TRIM(FOU-EXAMINE)
               DELIMITED BY SIZE INTO AUD-CLE
           END-STRING.
           MOVE "A-APPROUVER" TO AUD-AVANT.
           IF REPONSE = "A"
               MOVE "APPROUVE" TO AUD-APRES
           ELSE
               MOVE "REJETE" TO AUD-APRES
           END-IF.
           CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE AUD-CHAMP
               AUD-AVANT AUD-APRES WS-JOBLOG-PROGRAM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  REECRIRE-REGISTRE-COMPLET : po_en_cours.txt sans les
      *  lignes rejetees ; les bons passes restent A-APPROUVER.
      *------------------------------------------------------------
       REECRIRE-REGISTRE-COMPLET.
           OPEN OUTPUT REGISTRE-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-REG
               IF RG-SUPPRIME(WS-I) = 'N'
                   MOVE RG-LIGNE(WS-I) TO REGISTRE-REC
                   WRITE REGISTRE-REC
               END-IF
           END-PERFORM.
           CLOSE REGISTRE-FILE.
           EXIT PARAGRAPH.
