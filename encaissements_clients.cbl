       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCAISSEMENTS-CLIENTS.

      *============================================================
      *  Encaissements clients et lettrage des factures :
      *  COMMANDES-CLIENTS ajoute chaque commande a CL-ENCOURS de
      *  cli_master.dat mais rien ne le faisait redescendre - un
      *  bon payeur finissait refuse au plafond. Ici le comptoir
      *  saisit chaque reglement recu (cheque, virement, especes)
      *  et l'impute sur les factures ouvertes du client au
      *  registre factures.txt (FACTURE|COMMANDE|CLIENT|HT|TVA|
      *  TTC|DATE), en totalite ou en partie :
      *
      *    - un numero de facture : imputation sur cette facture
      *      (montant propose = le plus petit du reste a payer et
      *      du reste du reglement, modifiable) ;
      *    - AUTO : le reste du reglement solde les factures du
      *      client de la plus ancienne a la plus recente ;
      *    - FIN : le reste eventuel part en acompte non impute
      *      (facture 000000 au registre).
      *
      *  Un client qui a un acompte non impute et des factures
      *  ouvertes se voit proposer le mode ACOMPTE : l'acompte
      *  disponible s'impute alors comme un reglement (numero,
      *  AUTO, FIN), chaque imputation laissant deux lignes de
      *  meme numero au registre - le montant en negatif sur la
      *  facture 000000, en positif sur la facture - et le reste
      *  eventuel demeurant en acompte.
      *
      *  Chaque imputation laisse une ligne au registre des
      *  reglements reglements.txt
      *  (REGLEMENT|DATE|CLIENT|MODE|REFERENCE|FACTURE|MONTANT),
      *  numero de reglement du compteur persistant
      *  regl_counter.txt (meme idiome que fact_counter.txt), et
      *  fait redescendre CL-ENCOURS. L'encours etant tenu hors
      *  taxes (valeur remisee des commandes), la baisse est la
      *  part HT de l'imputation : montant x HT / TTC de la
      *  facture - un encours ne passe jamais sous zero. Les
      *  avoirs de RETOURS-CLIENTS (avoirs.txt) comptent comme
      *  deja regles sur leur facture d'origine.
      *
      *    ./encaissements_clients              : saisie ;
      *    ./encaissements_clients ETAT [CLIENT] : etat des
      *        factures (SOLDEE / PARTIELLE / OUVERTE) et des
      *        acomptes, tous clients ou un seul, dans
      *        etat_reglements_AAAAMMJJ.txt declare au spool.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-FILE ASSIGN TO "cli_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CODE
               FILE STATUS IS CLIENT-STATUS.
           SELECT FACTREG-FILE ASSIGN TO "factures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTREG-STATUS.
           SELECT REGLT-FILE ASSIGN TO "reglements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGLT-STATUS.
           SELECT AVOIRS-FILE ASSIGN TO "avoirs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVOIRS-STATUS.
           SELECT COUNTER-FILE ASSIGN TO "regl_counter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTER-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD  FACTREG-FILE.
       01  FACTREG-REC             PIC X(100).
       FD  REGLT-FILE.
       01  REGLT-REC               PIC X(120).
       FD  AVOIRS-FILE.
       01  AVOIRS-REC              PIC X(150).
       FD  COUNTER-FILE.
       01  COUNTER-REC             PIC X(20).
       FD  RAPPORT-FILE.
       01  RAPPORT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       77  CLIENT-STATUS           PIC X(2) VALUE SPACES.
       77  FACTREG-STATUS          PIC X(2) VALUE SPACES.
       77  REGLT-STATUS            PIC X(2) VALUE SPACES.
       77  AVOIRS-STATUS           PIC X(2) VALUE SPACES.
       77  COUNTER-STATUS          PIC X(2) VALUE SPACES.
       77  RAPPORT-FILENAME        PIC X(64) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  ARG-MODE                PIC X(16) VALUE SPACES.
       77  ARG-CLIENT              PIC X(8) VALUE SPACES.

      *> Factures du registre factures.txt, avec le cumul deja
      *> regle repris de reglements.txt et avoirs.txt.
       77  NB-FACTURES             PIC 9(4) VALUE 0.
       01  TAB-FACTURES.
           05  FA-ENTREE OCCURS 2000.
               10  FA-NUM          PIC 9(6).
               10  FA-CLIENT       PIC X(8).
               10  FA-HT           PIC S9(7)V99.
               10  FA-TTC          PIC S9(7)V99.
               10  FA-DATE         PIC 9(8).
               10  FA-REGLE        PIC S9(7)V99.
       77  IDX-FACT                PIC 9(4) VALUE 0.
       77  RESTE-FACTURE           PIC S9(7)V99 VALUE 0.

      *> Acomptes non imputes (facture 000000 au registre) par
      *> client, pour l'etat.
       77  NB-ACOMPTES             PIC 9(3) VALUE 0.
       01  TAB-ACOMPTES.
           05  AC-ENTREE OCCURS 300.
               10  AC-CLIENT       PIC X(8).
               10  AC-MONTANT      PIC S9(7)V99.
       77  IDX-ACOMPTE             PIC 9(3) VALUE 0.
       77  ACOMPTE-DISPONIBLE      PIC S9(7)V99 VALUE 0.
      *> 'O' pendant l'imputation d'un acompte (mode ACOMPTE).
       77  SOURCE-ACOMPTE          PIC X VALUE 'N'.

      *> Depouillement des registres.
       01  FAC-CH1                 PIC X(16).
       01  FAC-CH2                 PIC X(16).
       01  FAC-CH3                 PIC X(16).
       01  FAC-CH4                 PIC X(16).
       01  FAC-CH5                 PIC X(16).
       01  FAC-CH6                 PIC X(16).
       01  FAC-CH7                 PIC X(16).
       01  RGL-CH1                 PIC X(16).
       01  RGL-CH2                 PIC X(16).
       01  RGL-CH3                 PIC X(16).
       01  RGL-CH4                 PIC X(16).
       01  RGL-CH5                 PIC X(24).
       01  RGL-CH6                 PIC X(16).
       01  RGL-CH7                 PIC X(16).
       01  AVO-CH1                 PIC X(16).
       01  AVO-CH2                 PIC X(16).
       01  AVO-CH3                 PIC X(16).
       01  AVO-CH4                 PIC X(16).
       01  AVO-CH5                 PIC X(16).
       01  AVO-CH6                 PIC X(16).
       01  AVO-CH7                 PIC X(16).
       01  AVO-CH8                 PIC X(16).
       01  AVO-CH9                 PIC X(16).

      *> Saisie d'un reglement.
       77  INP-CLIENT              PIC X(8) VALUE SPACES.
       77  INP-MODE                PIC X(10) VALUE SPACES.
       77  INP-REFERENCE           PIC X(20) VALUE SPACES.
       77  INP-MONTANT-ALPHA       PIC X(16) VALUE SPACES.
       77  INP-FACTURE             PIC X(10) VALUE SPACES.
       77  NUM-REGLEMENT           PIC 9(6) VALUE 0.
       77  NUM-FACTURE-CHOISIE     PIC 9(6) VALUE 0.
       77  MONTANT-REGLEMENT       PIC S9(7)V99 VALUE 0.
       77  RESTE-REGLEMENT         PIC S9(7)V99 VALUE 0.
       77  MONTANT-IMPUTE          PIC S9(7)V99 VALUE 0.
       77  MONTANT-PROPOSE         PIC S9(7)V99 VALUE 0.
       77  BAISSE-ENCOURS          PIC S9(7)V99 VALUE 0.
       77  BAISSE-LIGNE            PIC S9(7)V99 VALUE 0.
       77  NB-OUVERTES             PIC 9(4) VALUE 0.
       77  NB-REGLEMENTS           PIC 9(4) VALUE 0.
       77  NB-IMPUTATIONS          PIC 9(4) VALUE 0.
       77  FIN-IMPUTATION          PIC X VALUE 'N'.

      *> Etat des factures.
       77  STATUT-FACTURE          PIC X(10) VALUE SPACES.
       77  CLIENT-COURANT          PIC X(8) VALUE SPACES.
       77  TOTAL-TTC               PIC S9(9)V99 VALUE 0.
       77  TOTAL-REGLE             PIC S9(9)V99 VALUE 0.
       77  TOTAL-RESTE             PIC S9(9)V99 VALUE 0.
       77  NB-SOLDEES              PIC 9(4) VALUE 0.
       77  NB-PARTIELLES           PIC 9(4) VALUE 0.
       77  NB-OUVERTES-ETAT        PIC 9(4) VALUE 0.

       77  MONTANT-EDIT            PIC -(6)9.99.
       77  MONTANT-EDIT2           PIC -(6)9.99.
       77  MONTANT-EDIT3           PIC -(6)9.99.
       77  TOTAL-EDIT              PIC -(8)9.99.

      *> L'etat est declare au spool des documents
      *> (sous-programme SPOOL-REGISTER).
       77  SPOOL-TYPE              PIC X(12) VALUE "RAPPORT".
       77  SPOOL-FICHIER           PIC X(64) VALUE SPACES.
       77  SPOOL-NUMERO            PIC 9(6) VALUE 0.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
           VALUE "ENCAISSEMENTS".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

      *> Identification de l'operateur (OPERATOR-SIGNON) ; "35" =
      *> controle pas encore en service, on continue.
       77  WS-OPERATEUR            PIC X(8) VALUE SPACES.
       77  SIGNON-RESULTAT         PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM(ARG-MODE) = "ETAT"
               MOVE SPACES TO ARG-CLIENT
               ACCEPT ARG-CLIENT FROM ARGUMENT-VALUE
               INSPECT ARG-CLIENT CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM CHARGER-FACTURES
               PERFORM CHARGER-REGLEMENTS
               PERFORM CHARGER-AVOIRS
               PERFORM ECRIRE-ETAT
               PERFORM FIN-PROGRAMME
           END-IF

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
               CALL "OPERATOR-SIGNOFF"
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           PERFORM CHARGER-FACTURES
           PERFORM CHARGER-REGLEMENTS
           PERFORM CHARGER-AVOIRS
           IF NB-FACTURES = 0
               DISPLAY "Aucune facture au registre factures.txt :"
                   " rien a lettrer."
               CLOSE CLIENT-FILE
               CALL "OPERATOR-SIGNOFF"
               MOVE 4 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           PERFORM UNTIL INP-CLIENT = "FIN"
               DISPLAY "Code client (FIN pour terminer) : "
                   WITH NO ADVANCING
               ACCEPT INP-CLIENT
               INSPECT INP-CLIENT CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF INP-CLIENT NOT = "FIN"
                   AND FUNCTION LENGTH
                       (FUNCTION TRIM(INP-CLIENT)) > 0
                   PERFORM TRAITER-REGLEMENT
               END-IF
           END-PERFORM

           CLOSE CLIENT-FILE
           DISPLAY NB-REGLEMENTS " reglement(s) enregistre(s), "
               NB-IMPUTATIONS " imputation(s)."
           CALL "OPERATOR-SIGNOFF"
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  CHARGER-FACTURES : le registre factures.txt en memoire
      *  (ligne d'entete et lignes vides ignorees).
      *============================================================
       CHARGER-FACTURES.
           MOVE 0 TO NB-FACTURES.
           OPEN INPUT FACTREG-FILE.
           IF FACTREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ FACTREG-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-FACTURE
               END-READ
           END-PERFORM.
           CLOSE FACTREG-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-FACTURE.
           IF FUNCTION LENGTH(FUNCTION TRIM(FACTREG-REC)) = 0
               OR FACTREG-REC(1:8) = "facture|"
               EXIT PARAGRAPH
           END-IF.
           IF NB-FACTURES >= 2000
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FAC-CH1 FAC-CH2 FAC-CH3 FAC-CH4 FAC-CH5
               FAC-CH6 FAC-CH7.
           UNSTRING FACTREG-REC DELIMITED BY "|"
               INTO FAC-CH1 FAC-CH2 FAC-CH3 FAC-CH4 FAC-CH5
                   FAC-CH6 FAC-CH7
           END-UNSTRING.
           ADD 1 TO NB-FACTURES.
           MOVE FUNCTION NUMVAL(FAC-CH1) TO FA-NUM(NB-FACTURES).
           MOVE FAC-CH3(1:8) TO FA-CLIENT(NB-FACTURES).
           MOVE FUNCTION NUMVAL(FAC-CH4) TO FA-HT(NB-FACTURES).
           MOVE FUNCTION NUMVAL(FAC-CH6) TO FA-TTC(NB-FACTURES).
           MOVE FUNCTION NUMVAL(FAC-CH7) TO FA-DATE(NB-FACTURES).
           MOVE 0 TO FA-REGLE(NB-FACTURES).
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-REGLEMENTS : cumule reglements.txt sur chaque
      *  facture ; les lignes facture 000000 sont des acomptes non
      *  imputes, cumules par client.
      *============================================================
       CHARGER-REGLEMENTS.
           MOVE 0 TO NB-ACOMPTES.
           OPEN INPUT REGLT-FILE.
           IF REGLT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ REGLT-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-REGLEMENT
               END-READ
           END-PERFORM.
           CLOSE REGLT-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-REGLEMENT.
           IF FUNCTION LENGTH(FUNCTION TRIM(REGLT-REC)) = 0
               OR REGLT-REC(1:10) = "reglement|"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RGL-CH1 RGL-CH2 RGL-CH3 RGL-CH4 RGL-CH5
               RGL-CH6 RGL-CH7.
           UNSTRING REGLT-REC DELIMITED BY "|"
               INTO RGL-CH1 RGL-CH2 RGL-CH3 RGL-CH4 RGL-CH5
                   RGL-CH6 RGL-CH7
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(RGL-CH6) TO NUM-FACTURE-CHOISIE.
           IF NUM-FACTURE-CHOISIE = 0
               PERFORM CUMULER-ACOMPTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-FACTURE.
           IF IDX-FACT > 0
               ADD FUNCTION NUMVAL(RGL-CH7) TO FA-REGLE(IDX-FACT)
           END-IF.
           EXIT PARAGRAPH.

       CUMULER-ACOMPTE.
           MOVE 0 TO IDX-ACOMPTE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-ACOMPTES
               IF AC-CLIENT(WS-I) = RGL-CH3(1:8)
                   MOVE WS-I TO IDX-ACOMPTE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF IDX-ACOMPTE = 0
               IF NB-ACOMPTES >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO NB-ACOMPTES
               MOVE RGL-CH3(1:8) TO AC-CLIENT(NB-ACOMPTES)
               MOVE 0 TO AC-MONTANT(NB-ACOMPTES)
               MOVE NB-ACOMPTES TO IDX-ACOMPTE
           END-IF.
           ADD FUNCTION NUMVAL(RGL-CH7) TO AC-MONTANT(IDX-ACOMPTE).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHARGER-AVOIRS : un avoir de RETOURS-CLIENTS (avoirs.txt,
      *  AVOIR|FACTURE|...|TTC en champ 9) solde sa facture
      *  d'origine au meme titre qu'un reglement.
      *------------------------------------------------------------
       CHARGER-AVOIRS.
           OPEN INPUT AVOIRS-FILE.
           IF AVOIRS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ AVOIRS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-AVOIR
               END-READ
           END-PERFORM.
           CLOSE AVOIRS-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-AVOIR.
           IF FUNCTION LENGTH(FUNCTION TRIM(AVOIRS-REC)) = 0
               OR AVOIRS-REC(1:6) = "avoir|"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO AVO-CH1 AVO-CH2 AVO-CH3 AVO-CH4 AVO-CH5
               AVO-CH6 AVO-CH7 AVO-CH8 AVO-CH9.
           UNSTRING AVOIRS-REC DELIMITED BY "|"
               INTO AVO-CH1 AVO-CH2 AVO-CH3 AVO-CH4 AVO-CH5
                   AVO-CH6 AVO-CH7 AVO-CH8 AVO-CH9
           END-UNSTRING.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-FACTURES
               IF FA-NUM(WS-I) = FUNCTION NUMVAL(AVO-CH2)
                   ADD FUNCTION NUMVAL(AVO-CH9) TO FA-REGLE(WS-I)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHERCHER-FACTURE : IDX-FACT = rang de NUM-FACTURE-CHOISIE
      *  dans la table, 0 si inconnue.
      *------------------------------------------------------------
       CHERCHER-FACTURE.
           MOVE 0 TO IDX-FACT.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-FACTURES
               IF FA-NUM(WS-I) = NUM-FACTURE-CHOISIE
                   MOVE WS-I TO IDX-FACT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *============================================================
      *  TRAITER-REGLEMENT : un reglement complet - client, mode,
      *  reference, montant - puis imputation sur ses factures
      *  ouvertes.
      *============================================================
       TRAITER-REGLEMENT.
           MOVE INP-CLIENT TO CL-CODE.
           READ CLIENT-FILE
               INVALID KEY
                   DISPLAY "Client inconnu au referentiel."
                   EXIT PARAGRAPH
           END-READ.
           MOVE CL-ENCOURS TO MONTANT-EDIT.
           DISPLAY "Client " FUNCTION TRIM(CL-CODE) " - "
               FUNCTION TRIM(CL-NOM) " (encours "
               FUNCTION TRIM(MONTANT-EDIT) ")".
           PERFORM LISTER-FACTURES-OUVERTES.
           IF NB-OUVERTES = 0
               DISPLAY "  Aucune facture ouverte pour ce client."
           END-IF.
           PERFORM CHERCHER-ACOMPTE.
           MOVE 0 TO ACOMPTE-DISPONIBLE.
           IF IDX-ACOMPTE > 0
               MOVE AC-MONTANT(IDX-ACOMPTE) TO ACOMPTE-DISPONIBLE
           END-IF.

           IF ACOMPTE-DISPONIBLE > 0 AND NB-OUVERTES > 0
               MOVE ACOMPTE-DISPONIBLE TO MONTANT-EDIT
               DISPLAY "  Acompte non impute disponible : "
                   FUNCTION TRIM(MONTANT-EDIT)
               DISPLAY "Mode (CHEQUE/VIREMENT/ESPECES/ACOMPTE) : "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Mode (CHEQUE/VIREMENT/ESPECES) : "
                   WITH NO ADVANCING
           END-IF.
           ACCEPT INP-MODE.
           INSPECT INP-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF FUNCTION TRIM(INP-MODE) = "ACOMPTE"
               AND ACOMPTE-DISPONIBLE > 0 AND NB-OUVERTES > 0
               PERFORM IMPUTER-ACOMPTE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(INP-MODE) NOT = "CHEQUE"
               AND FUNCTION TRIM(INP-MODE) NOT = "VIREMENT"
               AND FUNCTION TRIM(INP-MODE) NOT = "ESPECES"
               DISPLAY "Mode de reglement inconnu, abandon."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO INP-REFERENCE.
           IF FUNCTION TRIM(INP-MODE) NOT = "ESPECES"
               DISPLAY "Reference (numero de cheque ou de"
                   " virement) : " WITH NO ADVANCING
               ACCEPT INP-REFERENCE
           END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-REFERENCE)) = 0
               MOVE "-" TO INP-REFERENCE
           END-IF.
           INSPECT INP-REFERENCE REPLACING ALL "|" BY "/".

           DISPLAY "Montant recu : " WITH NO ADVANCING.
           ACCEPT INP-MONTANT-ALPHA.
           INSPECT INP-MONTANT-ALPHA REPLACING ALL "," BY ".".
           MOVE FUNCTION NUMVAL(INP-MONTANT-ALPHA)
               TO MONTANT-REGLEMENT.
           IF MONTANT-REGLEMENT <= 0
               DISPLAY "Montant invalide, abandon."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHARGER-COMPTEUR.
           ADD 1 TO NUM-REGLEMENT.
           PERFORM SAUVER-COMPTEUR.
           ADD 1 TO NB-REGLEMENTS.
           MOVE MONTANT-REGLEMENT TO RESTE-REGLEMENT.
           MOVE 0 TO BAISSE-ENCOURS.
           MOVE 'N' TO FIN-IMPUTATION.

           PERFORM UNTIL RESTE-REGLEMENT <= 0
               OR FIN-IMPUTATION = 'O'
               PERFORM DEMANDER-IMPUTATION
           END-PERFORM.

           IF RESTE-REGLEMENT > 0
               MOVE 0 TO NUM-FACTURE-CHOISIE
               MOVE RESTE-REGLEMENT TO MONTANT-IMPUTE
               PERFORM ECRIRE-LIGNE-REGLEMENT
               PERFORM AJOUTER-ACOMPTE
               MOVE RESTE-REGLEMENT TO MONTANT-EDIT
               DISPLAY "  " FUNCTION TRIM(MONTANT-EDIT)
                   " en acompte non impute."
           END-IF.

           PERFORM REPORTER-ENCOURS.
           DISPLAY "Reglement " NUM-REGLEMENT " enregistre.".
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  IMPUTER-ACOMPTE : l'acompte non impute du client sert de
      *  reglement sur ses factures ouvertes ; l'encours redescend
      *  de la part HT imputee, comme pour un reglement recu.
      *------------------------------------------------------------
       IMPUTER-ACOMPTE.
           MOVE "-" TO INP-REFERENCE.
           PERFORM CHARGER-COMPTEUR.
           ADD 1 TO NUM-REGLEMENT.
           PERFORM SAUVER-COMPTEUR.
           MOVE ACOMPTE-DISPONIBLE TO RESTE-REGLEMENT.
           MOVE 0 TO BAISSE-ENCOURS.
           MOVE 'N' TO FIN-IMPUTATION.
           MOVE 'O' TO SOURCE-ACOMPTE.

           PERFORM UNTIL RESTE-REGLEMENT <= 0
               OR FIN-IMPUTATION = 'O'
               PERFORM DEMANDER-IMPUTATION
           END-PERFORM.
           MOVE 'N' TO SOURCE-ACOMPTE.

           IF RESTE-REGLEMENT > 0
               MOVE RESTE-REGLEMENT TO MONTANT-EDIT
               DISPLAY "  " FUNCTION TRIM(MONTANT-EDIT)
                   " demeure en acompte non impute."
           END-IF.

           PERFORM REPORTER-ENCOURS.
           DISPLAY "Imputation d'acompte " NUM-REGLEMENT
               " enregistree.".
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHERCHER-ACOMPTE : IDX-ACOMPTE = rang du client CL-CODE
      *  dans la table des acomptes, 0 s'il n'en a pas.
      *  AJOUTER-ACOMPTE : le reste d'un reglement vient grossir
      *  cet acompte (entree creee au besoin).
      *------------------------------------------------------------
       CHERCHER-ACOMPTE.
           MOVE 0 TO IDX-ACOMPTE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-ACOMPTES
               IF AC-CLIENT(WS-I) = CL-CODE
                   MOVE WS-I TO IDX-ACOMPTE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       AJOUTER-ACOMPTE.
           PERFORM CHERCHER-ACOMPTE.
           IF IDX-ACOMPTE = 0
               IF NB-ACOMPTES >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO NB-ACOMPTES
               MOVE CL-CODE TO AC-CLIENT(NB-ACOMPTES)
               MOVE 0 TO AC-MONTANT(NB-ACOMPTES)
               MOVE NB-ACOMPTES TO IDX-ACOMPTE
           END-IF.
           ADD RESTE-REGLEMENT TO AC-MONTANT(IDX-ACOMPTE).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  LISTER-FACTURES-OUVERTES : factures du client avec un
      *  reste a payer, dans l'ordre du registre (chronologique).
      *------------------------------------------------------------
       LISTER-FACTURES-OUVERTES.
           MOVE 0 TO NB-OUVERTES.
           PERFORM VARYING IDX-FACT FROM 1 BY 1
               UNTIL IDX-FACT > NB-FACTURES
               IF FA-CLIENT(IDX-FACT) = CL-CODE
                   COMPUTE RESTE-FACTURE =
                       FA-TTC(IDX-FACT) - FA-REGLE(IDX-FACT)
                   IF RESTE-FACTURE > 0
                       ADD 1 TO NB-OUVERTES
                       MOVE FA-TTC(IDX-FACT) TO MONTANT-EDIT
                       MOVE FA-REGLE(IDX-FACT) TO MONTANT-EDIT2
                       MOVE RESTE-FACTURE TO MONTANT-EDIT3
                       DISPLAY "  Facture " FA-NUM(IDX-FACT)
                           " du " FA-DATE(IDX-FACT)
                           "  TTC " MONTANT-EDIT
                           "  regle " MONTANT-EDIT2
                           "  reste " MONTANT-EDIT3
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  DEMANDER-IMPUTATION : un numero de facture, AUTO ou FIN.
      *------------------------------------------------------------
       DEMANDER-IMPUTATION.
           MOVE RESTE-REGLEMENT TO MONTANT-EDIT.
           DISPLAY "Reste a imputer " FUNCTION TRIM(MONTANT-EDIT)
               " - facture (numero, AUTO, FIN) : "
               WITH NO ADVANCING.
           MOVE SPACES TO INP-FACTURE.
           ACCEPT INP-FACTURE.
           INSPECT INP-FACTURE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE TRUE
               WHEN FUNCTION TRIM(INP-FACTURE) = "FIN"
                   OR FUNCTION LENGTH
                       (FUNCTION TRIM(INP-FACTURE)) = 0
                   MOVE 'O' TO FIN-IMPUTATION
               WHEN FUNCTION TRIM(INP-FACTURE) = "AUTO"
                   PERFORM IMPUTER-AUTO
                   MOVE 'O' TO FIN-IMPUTATION
               WHEN FUNCTION TEST-NUMVAL(INP-FACTURE) = 0
                   MOVE FUNCTION NUMVAL(INP-FACTURE)
                       TO NUM-FACTURE-CHOISIE
                   PERFORM IMPUTER-CHOISIE
               WHEN OTHER
                   DISPLAY "  Saisie non comprise."
           END-EVALUATE.
           EXIT PARAGRAPH.

       IMPUTER-CHOISIE.
           PERFORM CHERCHER-FACTURE.
           IF IDX-FACT = 0
               DISPLAY "  Facture inconnue au registre."
               EXIT PARAGRAPH
           END-IF.
           IF FA-CLIENT(IDX-FACT) NOT = CL-CODE
               DISPLAY "  Cette facture n'est pas a ce client."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE RESTE-FACTURE =
               FA-TTC(IDX-FACT) - FA-REGLE(IDX-FACT).
           IF RESTE-FACTURE <= 0
               DISPLAY "  Facture deja soldee."
               EXIT PARAGRAPH
           END-IF.
           IF RESTE-FACTURE < RESTE-REGLEMENT
               MOVE RESTE-FACTURE TO MONTANT-PROPOSE
           ELSE
               MOVE RESTE-REGLEMENT TO MONTANT-PROPOSE
           END-IF.
           MOVE MONTANT-PROPOSE TO MONTANT-EDIT.
           DISPLAY "  Montant impute (Entree = "
               FUNCTION TRIM(MONTANT-EDIT) ") : " WITH NO ADVANCING.
           MOVE SPACES TO INP-MONTANT-ALPHA.
           ACCEPT INP-MONTANT-ALPHA.
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-MONTANT-ALPHA)) = 0
               MOVE MONTANT-PROPOSE TO MONTANT-IMPUTE
           ELSE
               INSPECT INP-MONTANT-ALPHA REPLACING ALL "," BY "."
               MOVE FUNCTION NUMVAL(INP-MONTANT-ALPHA)
                   TO MONTANT-IMPUTE
           END-IF.
           IF MONTANT-IMPUTE <= 0
               OR MONTANT-IMPUTE > MONTANT-PROPOSE
               DISPLAY "  Montant refuse (au plus "
                   FUNCTION TRIM(MONTANT-EDIT) ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM IMPUTER-FACTURE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  IMPUTER-AUTO : le reste du reglement solde les factures
      *  ouvertes du client, de la plus ancienne a la plus recente.
      *------------------------------------------------------------
       IMPUTER-AUTO.
           PERFORM VARYING IDX-FACT FROM 1 BY 1
               UNTIL IDX-FACT > NB-FACTURES
               OR RESTE-REGLEMENT <= 0
               IF FA-CLIENT(IDX-FACT) = CL-CODE
                   COMPUTE RESTE-FACTURE =
                       FA-TTC(IDX-FACT) - FA-REGLE(IDX-FACT)
                   IF RESTE-FACTURE > 0
                       IF RESTE-FACTURE < RESTE-REGLEMENT
                           MOVE RESTE-FACTURE TO MONTANT-IMPUTE
                       ELSE
                           MOVE RESTE-REGLEMENT TO MONTANT-IMPUTE
                       END-IF
                       MOVE FA-NUM(IDX-FACT) TO NUM-FACTURE-CHOISIE
                       PERFORM IMPUTER-FACTURE
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  IMPUTER-FACTURE : MONTANT-IMPUTE sur la facture IDX-FACT -
      *  ligne au registre, cumul regle, part HT pour l'encours.
      *  Sur un acompte, la ligne negative sur la facture 000000
      *  le diminue d'autant.
      *------------------------------------------------------------
       IMPUTER-FACTURE.
           IF SOURCE-ACOMPTE = 'O'
               MOVE 0 TO NUM-FACTURE-CHOISIE
               COMPUTE MONTANT-IMPUTE = 0 - MONTANT-IMPUTE
               PERFORM ECRIRE-LIGNE-REGLEMENT
               COMPUTE MONTANT-IMPUTE = 0 - MONTANT-IMPUTE
               MOVE FA-NUM(IDX-FACT) TO NUM-FACTURE-CHOISIE
               PERFORM CHERCHER-ACOMPTE
               IF IDX-ACOMPTE > 0
                   SUBTRACT MONTANT-IMPUTE FROM AC-MONTANT(IDX-ACOMPTE)
               END-IF
           END-IF.
           PERFORM ECRIRE-LIGNE-REGLEMENT.
           ADD MONTANT-IMPUTE TO FA-REGLE(IDX-FACT).
           SUBTRACT MONTANT-IMPUTE FROM RESTE-REGLEMENT.
           ADD 1 TO NB-IMPUTATIONS.
           IF FA-TTC(IDX-FACT) > 0
               COMPUTE BAISSE-LIGNE ROUNDED = MONTANT-IMPUTE *
                   FA-HT(IDX-FACT) / FA-TTC(IDX-FACT)
           ELSE
               MOVE MONTANT-IMPUTE TO BAISSE-LIGNE
           END-IF.
           ADD BAISSE-LIGNE TO BAISSE-ENCOURS.
           MOVE MONTANT-IMPUTE TO MONTANT-EDIT.
           IF FA-REGLE(IDX-FACT) >= FA-TTC(IDX-FACT)
               DISPLAY "  Facture " FA-NUM(IDX-FACT) " : "
                   FUNCTION TRIM(MONTANT-EDIT) " impute, SOLDEE."
           ELSE
               DISPLAY "  Facture " FA-NUM(IDX-FACT) " : "
                   FUNCTION TRIM(MONTANT-EDIT)
                   " impute, PARTIELLE."
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ECRIRE-LIGNE-REGLEMENT : une ligne au registre
      *  reglements.txt (entete a la creation, meme idiome que
      *  factures.txt).
      *------------------------------------------------------------
       ECRIRE-LIGNE-REGLEMENT.
           OPEN EXTEND REGLT-FILE.
           IF REGLT-STATUS = "35"
               OPEN OUTPUT REGLT-FILE
               MOVE SPACES TO REGLT-REC
               STRING "reglement|date|client|mode|reference|"
                   "facture|montant"
                   DELIMITED BY SIZE INTO REGLT-REC
               END-STRING
               WRITE REGLT-REC
           END-IF.
           IF REGLT-STATUS NOT = "00"
               DISPLAY "  Registre reglements.txt indisponible"
                   " (status " REGLT-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE MONTANT-IMPUTE TO MONTANT-EDIT.
           MOVE SPACES TO REGLT-REC.
           STRING NUM-REGLEMENT "|" WS-TODAY "|"
               FUNCTION TRIM(CL-CODE) "|"
               FUNCTION TRIM(INP-MODE) "|"
               FUNCTION TRIM(INP-REFERENCE) "|"
               NUM-FACTURE-CHOISIE "|"
               FUNCTION TRIM(MONTANT-EDIT)
               DELIMITED BY SIZE INTO REGLT-REC
           END-STRING.
           WRITE REGLT-REC.
           CLOSE REGLT-FILE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  REPORTER-ENCOURS : la part HT imputee redescend
      *  CL-ENCOURS (jamais sous zero).
      *------------------------------------------------------------
       REPORTER-ENCOURS.
           IF BAISSE-ENCOURS = 0
               EXIT PARAGRAPH
           END-IF.
           READ CLIENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           SUBTRACT BAISSE-ENCOURS FROM CL-ENCOURS.
           IF CL-ENCOURS < 0
               MOVE 0 TO CL-ENCOURS
           END-IF.
      *> Plus aucune facture ouverte : la relance retombe a zero
      *> sans attendre le prochain passage de RELANCES-CLIENTS.
           MOVE 0 TO NB-OUVERTES.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-FACTURES
               IF FA-CLIENT(WS-I) = CL-CODE
                   AND FA-REGLE(WS-I) < FA-TTC(WS-I)
                   ADD 1 TO NB-OUVERTES
               END-IF
           END-PERFORM.
           IF NB-OUVERTES = 0 AND CL-RELANCE > 0
               MOVE 0 TO CL-RELANCE
               DISPLAY "  Plus de facture ouverte : relance levee."
           END-IF.
           REWRITE CLIENT-REC
               INVALID KEY
                   DISPLAY "Erreur referentiel clients ("
                       FUNCTION TRIM(CL-CODE) ") : " CLIENT-STATUS
           END-REWRITE.
           MOVE CL-ENCOURS TO MONTANT-EDIT.
           DISPLAY "  Encours ramene a "
               FUNCTION TRIM(MONTANT-EDIT) ".".
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-COMPTEUR / SAUVER-COMPTEUR : numerotation des
      *  reglements persistee dans regl_counter.txt.
      *============================================================
       CHARGER-COMPTEUR.
           MOVE 0 TO NUM-REGLEMENT.
           OPEN INPUT COUNTER-FILE.
           IF COUNTER-STATUS = "00"
               READ COUNTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(COUNTER-REC)
                           TO NUM-REGLEMENT
               END-READ
               CLOSE COUNTER-FILE
           END-IF.
           EXIT PARAGRAPH.

       SAUVER-COMPTEUR.
           OPEN OUTPUT COUNTER-FILE.
           MOVE SPACES TO COUNTER-REC.
           MOVE NUM-REGLEMENT TO COUNTER-REC(1:6).
           WRITE COUNTER-REC.
           CLOSE COUNTER-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  ECRIRE-ETAT : chaque facture du registre (d'un client ou
      *  de tous) avec son TTC, le regle, le reste et son statut,
      *  puis les acomptes non imputes.
      *============================================================
       ECRIRE-ETAT.
           MOVE SPACES TO RAPPORT-FILENAME.
           STRING "etat_reglements_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO RAPPORT-FILENAME
           END-STRING.
           OPEN OUTPUT RAPPORT-FILE.
           MOVE SPACES TO RAPPORT-REC.
           IF FUNCTION LENGTH(FUNCTION TRIM(ARG-CLIENT)) > 0
               STRING "ETAT DES REGLEMENTS CLIENT "
                   FUNCTION TRIM(ARG-CLIENT) " - AU " WS-TODAY
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
           ELSE
               STRING "ETAT DES REGLEMENTS CLIENTS - AU " WS-TODAY
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
           END-IF.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           STRING "FACTURE  DATE     CLIENT           TTC       REGLE"
               "       RESTE  STATUT"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE 0 TO TOTAL-TTC TOTAL-REGLE TOTAL-RESTE
               NB-SOLDEES NB-PARTIELLES NB-OUVERTES-ETAT.
           PERFORM VARYING IDX-FACT FROM 1 BY 1
               UNTIL IDX-FACT > NB-FACTURES
               IF FUNCTION LENGTH(FUNCTION TRIM(ARG-CLIENT)) = 0
                   OR FA-CLIENT(IDX-FACT) = ARG-CLIENT
                   PERFORM ECRIRE-LIGNE-ETAT
               END-IF
           END-PERFORM.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE TOTAL-TTC TO TOTAL-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "Total facture TTC : " FUNCTION TRIM(TOTAL-EDIT)
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE TOTAL-REGLE TO TOTAL-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "Total regle       : " FUNCTION TRIM(TOTAL-EDIT)
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE TOTAL-RESTE TO TOTAL-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "Reste a encaisser : " FUNCTION TRIM(TOTAL-EDIT)
               " (" NB-SOLDEES " soldee(s), " NB-PARTIELLES
               " partielle(s), " NB-OUVERTES-ETAT " ouverte(s))"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           PERFORM ECRIRE-ACOMPTES.
           CLOSE RAPPORT-FILE.
           MOVE RAPPORT-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           DISPLAY "Etat des reglements : "
               FUNCTION TRIM(RAPPORT-FILENAME)
               " (spool " SPOOL-NUMERO ")".
           EXIT PARAGRAPH.

       ECRIRE-LIGNE-ETAT.
           COMPUTE RESTE-FACTURE =
               FA-TTC(IDX-FACT) - FA-REGLE(IDX-FACT).
           EVALUATE TRUE
               WHEN RESTE-FACTURE <= 0
                   MOVE "SOLDEE" TO STATUT-FACTURE
                   ADD 1 TO NB-SOLDEES
               WHEN FA-REGLE(IDX-FACT) > 0
                   MOVE "PARTIELLE" TO STATUT-FACTURE
                   ADD 1 TO NB-PARTIELLES
               WHEN OTHER
                   MOVE "OUVERTE" TO STATUT-FACTURE
                   ADD 1 TO NB-OUVERTES-ETAT
           END-EVALUATE.
           ADD FA-TTC(IDX-FACT) TO TOTAL-TTC.
           ADD FA-REGLE(IDX-FACT) TO TOTAL-REGLE.
           IF RESTE-FACTURE > 0
               ADD RESTE-FACTURE TO TOTAL-RESTE
           END-IF.
           MOVE FA-TTC(IDX-FACT) TO MONTANT-EDIT.
           MOVE FA-REGLE(IDX-FACT) TO MONTANT-EDIT2.
           MOVE RESTE-FACTURE TO MONTANT-EDIT3.
           MOVE SPACES TO RAPPORT-REC.
           STRING FA-NUM(IDX-FACT) "   " FA-DATE(IDX-FACT) " "
               FA-CLIENT(IDX-FACT) " " MONTANT-EDIT " "
               MONTANT-EDIT2 " " MONTANT-EDIT3 "  "
               STATUT-FACTURE
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.

       ECRIRE-ACOMPTES.
           IF NB-ACOMPTES = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE "ACOMPTES NON IMPUTES :" TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           PERFORM VARYING IDX-ACOMPTE FROM 1 BY 1
               UNTIL IDX-ACOMPTE > NB-ACOMPTES
               IF (FUNCTION LENGTH(FUNCTION TRIM(ARG-CLIENT)) = 0
                   OR AC-CLIENT(IDX-ACOMPTE) = ARG-CLIENT)
                   AND AC-MONTANT(IDX-ACOMPTE) NOT = 0
                   MOVE AC-MONTANT(IDX-ACOMPTE) TO MONTANT-EDIT
                   MOVE SPACES TO RAPPORT-REC
                   STRING "  " AC-CLIENT(IDX-ACOMPTE) " "
                       FUNCTION TRIM(MONTANT-EDIT)
                       DELIMITED BY SIZE INTO RAPPORT-REC
                   END-STRING
                   WRITE RAPPORT-REC
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.
