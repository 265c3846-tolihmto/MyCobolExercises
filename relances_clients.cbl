       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELANCES-CLIENTS.

      *============================================================
      *  Balance agee clients et relances : maintenant que les
      *  reglements sont lettres contre les factures
      *  (ENCAISSEMENTS-CLIENTS, reglements.txt), le credit client
      *  veut chaque semaine la balance agee par client et les
      *  lettres de relance des factures echues.
      *
      *  Chaque facture de factures.txt a un reste du = TTC moins
      *  les imputations de reglements.txt et les avoirs de
      *  avoirs.txt ; son echeance est la
      *  date de facture + DELAI-PAIEMENT jours (parametres.txt,
      *  30 par defaut, arithmetique DATE-UTILS). Le reste du est
      *  range selon le retard a la date du jour : COURANT (non
      *  echu), 1-30, 31-60, 61-90 et +90 jours ; les acomptes non
      *  imputes du client viennent en deduction du solde.
      *
      *  Relances a trois niveaux, tenus dans la fiche client
      *  (CL-RELANCE / CL-RELANCE-DATE de cli_master.dat) :
      *    1 - premier rappel, 2 - second rappel,
      *    3 - mise en demeure (relance finale).
      *  Un client avec une facture echue recoit le niveau 1 ;
      *  ensuite, au plus une lettre tous les RELANCE-INTERVALLE
      *  jours (14 par defaut), qui monte d'un niveau tant que le
      *  retard le justifie (31 jours pour le niveau 2, 61 pour le
      *  niveau 3) et repete le niveau atteint sinon. Plus rien
      *  d'echu = niveau remis a zero. Au niveau 3 COMMANDES-
      *  CLIENTS avertit avant de prendre une nouvelle commande.
      *
      *  Chaque lettre est un document relance_CLIENT_AAAAMMJJ.txt
      *  (liste des factures echues, total du) declare au spool
      *  (type RELANCE) pour reimpression par SPOOL-CONSOLE ; la
      *  balance agee part dans balance_agee_AAAAMMJJ.txt.
      *
      *    ./relances_clients            : balance agee + relances ;
      *    ./relances_clients BALANCE    : balance agee seule ;
      *    ./relances_clients RELANCE    : relances seules.
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
           SELECT BALANCE-FILE ASSIGN TO DYNAMIC BALANCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTRE-FILE ASSIGN TO DYNAMIC LETTRE-FILENAME
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
       FD  BALANCE-FILE.
       01  BALANCE-REC             PIC X(132).
       FD  LETTRE-FILE.
       01  LETTRE-REC              PIC X(100).

       WORKING-STORAGE SECTION.
       77  CLIENT-STATUS           PIC X(2) VALUE SPACES.
       77  FACTREG-STATUS          PIC X(2) VALUE SPACES.
       77  REGLT-STATUS            PIC X(2) VALUE SPACES.
       77  AVOIRS-STATUS           PIC X(2) VALUE SPACES.
       77  BALANCE-FILENAME        PIC X(64) VALUE SPACES.
       77  LETTRE-FILENAME         PIC X(64) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  ARG-MODE                PIC X(16) VALUE SPACES.
       77  FAIRE-BALANCE           PIC X VALUE 'O'.
       77  FAIRE-RELANCES          PIC X VALUE 'O'.

      *> Factures du registre avec le cumul regle, l'echeance et le
      *> retard en jours a la date du jour.
       77  NB-FACTURES             PIC 9(4) VALUE 0.
       01  TAB-FACTURES.
           05  FA-ENTREE OCCURS 2000.
               10  FA-NUM          PIC 9(6).
               10  FA-CLIENT       PIC X(8).
               10  FA-TTC          PIC S9(7)V99.
               10  FA-DATE         PIC 9(8).
               10  FA-REGLE        PIC S9(7)V99.
               10  FA-ECHEANCE     PIC 9(8).
               10  FA-RETARD       PIC S9(5).
       77  IDX-FACT                PIC 9(4) VALUE 0.
       77  RESTE-FACTURE           PIC S9(7)V99 VALUE 0.

      *> Acomptes non imputes (facture 000000) par client.
       77  NB-ACOMPTES             PIC 9(3) VALUE 0.
       01  TAB-ACOMPTES.
           05  AC-ENTREE OCCURS 300.
               10  AC-CLIENT       PIC X(8).
               10  AC-MONTANT      PIC S9(7)V99.
       77  IDX-ACOMPTE             PIC 9(3) VALUE 0.
       77  NUM-FACTURE-LUE         PIC 9(6) VALUE 0.

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

      *> Tranches de la balance agee d'un client, et cumul general.
       01  TRANCHES-CLIENT.
           05  TR-MONTANT          PIC S9(9)V99 OCCURS 5.
       01  TRANCHES-TOTAL.
           05  TT-MONTANT          PIC S9(9)V99 OCCURS 5.
       77  IDX-TRANCHE             PIC 9 VALUE 0.
       77  ACOMPTE-CLIENT          PIC S9(9)V99 VALUE 0.
       77  ACOMPTE-TOTAL           PIC S9(9)V99 VALUE 0.
       77  SOLDE-CLIENT            PIC S9(9)V99 VALUE 0.
       77  SOLDE-TOTAL             PIC S9(9)V99 VALUE 0.
       77  ECHU-CLIENT             PIC S9(9)V99 VALUE 0.
       77  RETARD-MAX              PIC S9(5) VALUE 0.
       77  NB-OUVERTES             PIC 9(4) VALUE 0.
       77  NB-CLIENTS-BALANCE      PIC 9(4) VALUE 0.

      *> Niveau de relance : cible selon le retard, niveau retenu.
       77  NIVEAU-CIBLE            PIC 9 VALUE 0.
       77  NIVEAU-NOUVEAU          PIC 9 VALUE 0.
       77  ENVOYER-LETTRE          PIC X VALUE 'N'.
       77  JOURS-DEPUIS            PIC S9(7) VALUE 0.
       01  NB-LETTRES-NIVEAU.
           05  NB-LETTRES          PIC 9(4) OCCURS 3.
       77  NB-LEVEES               PIC 9(4) VALUE 0.
       77  OBJET-LETTRE            PIC X(40) VALUE SPACES.

      *> Delai de paiement et intervalle entre deux lettres
      *> (parametres.txt, sous-programme PARAM-LOOKUP).
       77  DELAI-PAIEMENT          PIC 9(3) VALUE 30.
       77  RELANCE-INTERVALLE      PIC 9(3) VALUE 14.
       77  PRM-CLE                 PIC X(24) VALUE SPACES.
       77  PRM-DEFAUT              PIC X(40) VALUE SPACES.
       77  PRM-VALEUR              PIC X(40) VALUE SPACES.
       77  PRM-RESULTAT            PIC X(2) VALUE SPACES.

       01  DU-ACTION               PIC X(8) VALUE SPACES.
       01  DU-DATE-1               PIC 9(8) VALUE 0.
       01  DU-DATE-2               PIC 9(8) VALUE 0.
       01  DU-NOMBRE               PIC S9(7) VALUE 0.
       01  DU-RESULTAT             PIC X(2) VALUE SPACES.

       77  MONTANT-EDIT            PIC -(6)9.99.
       77  TOTAL-EDIT              PIC -(8)9.99.
       77  JOURS-EDIT              PIC -(4)9.
       01  LIGNE-BALANCE.
           05  LB-CLIENT           PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  LB-NOM              PIC X(20).
           05  LB-TRANCHE          PIC -(7)9.99 OCCURS 5.
           05  LB-ACOMPTE          PIC -(7)9.99.
           05  LB-SOLDE            PIC -(8)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LB-NIVEAU           PIC 9.

      *> Lettres et balance declarees au spool des documents
      *> (sous-programme SPOOL-REGISTER).
       77  SPOOL-TYPE              PIC X(12) VALUE SPACES.
       77  SPOOL-FICHIER           PIC X(64) VALUE SPACES.
       77  SPOOL-NUMERO            PIC 9(6) VALUE 0.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
           VALUE "RELANCES-CLIENTS".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

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
           EVALUATE FUNCTION TRIM(ARG-MODE)
               WHEN "BALANCE"
                   MOVE 'N' TO FAIRE-RELANCES
               WHEN "RELANCE"
                   MOVE 'N' TO FAIRE-BALANCE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Mode inconnu (BALANCE, RELANCE ou"
                       " rien) : " FUNCTION TRIM(ARG-MODE)
                   MOVE 8 TO WS-JOBLOG-RC
                   PERFORM FIN-PROGRAMME
           END-EVALUATE

           PERFORM CHARGER-PARAMETRES
           PERFORM CHARGER-FACTURES
           PERFORM CHARGER-REGLEMENTS
           PERFORM CHARGER-AVOIRS
           PERFORM CALCULER-RETARDS

           IF FAIRE-RELANCES = 'O'
               OPEN I-O CLIENT-FILE
           ELSE
               OPEN INPUT CLIENT-FILE
           END-IF
           IF CLIENT-STATUS NOT = "00"
               DISPLAY "Referentiel clients indisponible (status "
                   CLIENT-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           IF FAIRE-BALANCE = 'O'
               PERFORM OUVRIR-BALANCE
           END-IF

           INITIALIZE TRANCHES-TOTAL NB-LETTRES-NIVEAU
           MOVE LOW-VALUES TO CL-CODE
           START CLIENT-FILE KEY IS NOT LESS THAN CL-CODE
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL 1 = 0
               READ CLIENT-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               PERFORM TRAITER-CLIENT
           END-PERFORM
           CLOSE CLIENT-FILE

           IF FAIRE-BALANCE = 'O'
               PERFORM FERMER-BALANCE
           END-IF
           IF FAIRE-RELANCES = 'O'
               DISPLAY "Relances : " NB-LETTRES(1) " niveau 1, "
                   NB-LETTRES(2) " niveau 2, " NB-LETTRES(3)
                   " niveau 3 (finale) ; " NB-LEVEES
                   " relance(s) levee(s)."
           END-IF
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  CHARGER-PARAMETRES : DELAI-PAIEMENT et RELANCE-INTERVALLE
      *  de parametres.txt.
      *============================================================
       CHARGER-PARAMETRES.
           MOVE "DELAI-PAIEMENT" TO PRM-CLE.
           MOVE "30" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO DELAI-PAIEMENT
           END-IF.
           MOVE "RELANCE-INTERVALLE" TO PRM-CLE.
           MOVE "14" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO RELANCE-INTERVALLE
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-FACTURES / CHARGER-REGLEMENTS : memes lectures
      *  que ENCAISSEMENTS-CLIENTS.
      *============================================================
       CHARGER-FACTURES.
           MOVE 0 TO NB-FACTURES.
           OPEN INPUT FACTREG-FILE.
           IF FACTREG-STATUS NOT = "00"
               DISPLAY "Registre factures.txt absent : balance vide."
               MOVE 4 TO WS-JOBLOG-RC
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
           MOVE FUNCTION NUMVAL(FAC-CH6) TO FA-TTC(NB-FACTURES).
           MOVE FUNCTION NUMVAL(FAC-CH7) TO FA-DATE(NB-FACTURES).
           MOVE 0 TO FA-REGLE(NB-FACTURES).
           EXIT PARAGRAPH.

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
           MOVE FUNCTION NUMVAL(RGL-CH6) TO NUM-FACTURE-LUE.
           IF NUM-FACTURE-LUE = 0
               PERFORM CUMULER-ACOMPTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX-FACT FROM 1 BY 1
               UNTIL IDX-FACT > NB-FACTURES
               IF FA-NUM(IDX-FACT) = NUM-FACTURE-LUE
                   ADD FUNCTION NUMVAL(RGL-CH7) TO FA-REGLE(IDX-FACT)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
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

      *============================================================
      *  CALCULER-RETARDS : echeance = date de facture + delai de
      *  paiement ; retard = jours ecoules depuis l'echeance
      *  (negatif ou nul = non echu).
      *============================================================
       CALCULER-RETARDS.
           PERFORM VARYING IDX-FACT FROM 1 BY 1
               UNTIL IDX-FACT > NB-FACTURES
               MOVE "AJOUTER" TO DU-ACTION
               MOVE FA-DATE(IDX-FACT) TO DU-DATE-1
               MOVE DELAI-PAIEMENT TO DU-NOMBRE
               CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1
                   DU-DATE-2 DU-NOMBRE DU-RESULTAT
               IF DU-RESULTAT NOT = "00"
                   MOVE WS-TODAY TO DU-DATE-2
               END-IF
               MOVE DU-DATE-2 TO FA-ECHEANCE(IDX-FACT)
               MOVE "ECART" TO DU-ACTION
               MOVE FA-ECHEANCE(IDX-FACT) TO DU-DATE-1
               MOVE WS-TODAY TO DU-DATE-2
               CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1
                   DU-DATE-2 DU-NOMBRE DU-RESULTAT
               IF DU-RESULTAT NOT = "00"
                   MOVE 0 TO DU-NOMBRE
               END-IF
               MOVE DU-NOMBRE TO FA-RETARD(IDX-FACT)
           END-PERFORM.
           EXIT PARAGRAPH.

      *============================================================
      *  TRAITER-CLIENT : tranches d'anciennete du client courant,
      *  ligne de balance, puis relance.
      *============================================================
       TRAITER-CLIENT.
           INITIALIZE TRANCHES-CLIENT.
           MOVE 0 TO ECHU-CLIENT RETARD-MAX NB-OUVERTES.
           PERFORM VARYING IDX-FACT FROM 1 BY 1
               UNTIL IDX-FACT > NB-FACTURES
               IF FA-CLIENT(IDX-FACT) = CL-CODE
                   COMPUTE RESTE-FACTURE =
                       FA-TTC(IDX-FACT) - FA-REGLE(IDX-FACT)
                   IF RESTE-FACTURE > 0
                       PERFORM RANGER-FACTURE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO ACOMPTE-CLIENT.
           PERFORM VARYING IDX-ACOMPTE FROM 1 BY 1
               UNTIL IDX-ACOMPTE > NB-ACOMPTES
               IF AC-CLIENT(IDX-ACOMPTE) = CL-CODE
                   MOVE AC-MONTANT(IDX-ACOMPTE) TO ACOMPTE-CLIENT
               END-IF
           END-PERFORM.

           IF FAIRE-RELANCES = 'O'
               PERFORM DETERMINER-RELANCE
           END-IF
           IF FAIRE-BALANCE = 'O'
               AND (NB-OUVERTES > 0 OR ACOMPTE-CLIENT NOT = 0)
               PERFORM ECRIRE-LIGNE-BALANCE
           END-IF.
           EXIT PARAGRAPH.

       RANGER-FACTURE.
           ADD 1 TO NB-OUVERTES.
           EVALUATE TRUE
               WHEN FA-RETARD(IDX-FACT) <= 0
                   MOVE 1 TO IDX-TRANCHE
               WHEN FA-RETARD(IDX-FACT) <= 30
                   MOVE 2 TO IDX-TRANCHE
               WHEN FA-RETARD(IDX-FACT) <= 60
                   MOVE 3 TO IDX-TRANCHE
               WHEN FA-RETARD(IDX-FACT) <= 90
                   MOVE 4 TO IDX-TRANCHE
               WHEN OTHER
                   MOVE 5 TO IDX-TRANCHE
           END-EVALUATE.
           ADD RESTE-FACTURE TO TR-MONTANT(IDX-TRANCHE).
           IF FA-RETARD(IDX-FACT) > 0
               ADD RESTE-FACTURE TO ECHU-CLIENT
               IF FA-RETARD(IDX-FACT) > RETARD-MAX
                   MOVE FA-RETARD(IDX-FACT) TO RETARD-MAX
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  DETERMINER-RELANCE : niveau cible selon le plus gros
      *  retard, montee d'un niveau au plus par lettre, une lettre
      *  au plus tous les RELANCE-INTERVALLE jours.
      *============================================================
       DETERMINER-RELANCE.
           MOVE 'N' TO ENVOYER-LETTRE.
           EVALUATE TRUE
               WHEN RETARD-MAX <= 0
                   MOVE 0 TO NIVEAU-CIBLE
               WHEN RETARD-MAX <= 30
                   MOVE 1 TO NIVEAU-CIBLE
               WHEN RETARD-MAX <= 60
                   MOVE 2 TO NIVEAU-CIBLE
               WHEN OTHER
                   MOVE 3 TO NIVEAU-CIBLE
           END-EVALUATE.

           IF NIVEAU-CIBLE = 0
               IF CL-RELANCE > 0
                   MOVE 0 TO CL-RELANCE
                   ADD 1 TO NB-LEVEES
                   PERFORM REECRIRE-CLIENT
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF CL-RELANCE = 0
               MOVE 1 TO NIVEAU-NOUVEAU
               MOVE 'O' TO ENVOYER-LETTRE
           ELSE
               MOVE "ECART" TO DU-ACTION
               MOVE CL-RELANCE-DATE TO DU-DATE-1
               MOVE WS-TODAY TO DU-DATE-2
               CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1
                   DU-DATE-2 DU-NOMBRE DU-RESULTAT
               IF DU-RESULTAT NOT = "00"
                   MOVE RELANCE-INTERVALLE TO DU-NOMBRE
               END-IF
               MOVE DU-NOMBRE TO JOURS-DEPUIS
               IF JOURS-DEPUIS >= RELANCE-INTERVALLE
                   MOVE 'O' TO ENVOYER-LETTRE
                   MOVE CL-RELANCE TO NIVEAU-NOUVEAU
                   IF NIVEAU-CIBLE > CL-RELANCE
                       AND CL-RELANCE < 3
                       ADD 1 TO NIVEAU-NOUVEAU
                   END-IF
               END-IF
           END-IF.

           IF ENVOYER-LETTRE = 'O'
               MOVE NIVEAU-NOUVEAU TO CL-RELANCE
               MOVE WS-TODAY TO CL-RELANCE-DATE
               PERFORM ECRIRE-LETTRE
               ADD 1 TO NB-LETTRES(CL-RELANCE)
               PERFORM REECRIRE-CLIENT
           END-IF.
           EXIT PARAGRAPH.

       REECRIRE-CLIENT.
           REWRITE CLIENT-REC
               INVALID KEY
                   DISPLAY "Erreur referentiel clients ("
                       FUNCTION TRIM(CL-CODE) ") : " CLIENT-STATUS
                   MOVE 4 TO WS-JOBLOG-RC
           END-REWRITE.
           EXIT PARAGRAPH.

      *============================================================
      *  ECRIRE-LETTRE : lettre de relance du niveau CL-RELANCE
      *  avec la liste des factures echues, declaree au spool.
      *============================================================
       ECRIRE-LETTRE.
           MOVE SPACES TO LETTRE-FILENAME.
           STRING "relance_" FUNCTION TRIM(CL-CODE) "_" WS-TODAY
               ".txt" DELIMITED BY SIZE INTO LETTRE-FILENAME
           END-STRING.
           OPEN OUTPUT LETTRE-FILE.
           EVALUATE CL-RELANCE
               WHEN 1
                   MOVE "PREMIER RAPPEL" TO OBJET-LETTRE
               WHEN 2
                   MOVE "SECOND RAPPEL" TO OBJET-LETTRE
               WHEN OTHER
                   MOVE "MISE EN DEMEURE - RELANCE FINALE"
                       TO OBJET-LETTRE
           END-EVALUATE.

           MOVE CL-NOM TO LETTRE-REC.
           WRITE LETTRE-REC.
           MOVE CL-ADRESSE TO LETTRE-REC.
           WRITE LETTRE-REC.
           MOVE SPACES TO LETTRE-REC.
           WRITE LETTRE-REC.
           STRING "Le " WS-TODAY(7:2) "/" WS-TODAY(5:2) "/"
               WS-TODAY(1:4) " - client " FUNCTION TRIM(CL-CODE)
               DELIMITED BY SIZE INTO LETTRE-REC
           END-STRING.
           WRITE LETTRE-REC.
           MOVE SPACES TO LETTRE-REC.
           STRING "Objet : " FUNCTION TRIM(OBJET-LETTRE)
               DELIMITED BY SIZE INTO LETTRE-REC
           END-STRING.
           WRITE LETTRE-REC.
           MOVE SPACES TO LETTRE-REC.
           WRITE LETTRE-REC.

           EVALUATE CL-RELANCE
               WHEN 1
                   MOVE "Sauf erreur de notre part, les factures"
                       & " ci-dessous restent impayees a ce jour."
                       TO LETTRE-REC
                   WRITE LETTRE-REC
                   MOVE "Merci de bien vouloir en regulariser le"
                       & " reglement." TO LETTRE-REC
                   WRITE LETTRE-REC
               WHEN 2
                   MOVE "Malgre notre premier rappel, les factures"
                       & " ci-dessous restent impayees." TO LETTRE-REC
                   WRITE LETTRE-REC
                   MOVE "Nous vous demandons de proceder a leur"
                       & " reglement sous quinzaine." TO LETTRE-REC
                   WRITE LETTRE-REC
               WHEN OTHER
                   MOVE "Malgre nos rappels, les factures ci-dessous"
                       & " restent impayees." TO LETTRE-REC
                   WRITE LETTRE-REC
                   MOVE "Nous vous mettons en demeure de les regler"
                       & " sous huit jours ; toute" TO LETTRE-REC
                   WRITE LETTRE-REC
                   MOVE "nouvelle commande est suspendue jusqu'a"
                       & " regularisation." TO LETTRE-REC
                   WRITE LETTRE-REC
           END-EVALUATE.
           MOVE SPACES TO LETTRE-REC.
           WRITE LETTRE-REC.
           MOVE "FACTURE  DATE      ECHEANCE  RETARD(J)  RESTE DU"
               TO LETTRE-REC.
           WRITE LETTRE-REC.
           PERFORM VARYING IDX-FACT FROM 1 BY 1
               UNTIL IDX-FACT > NB-FACTURES
               IF FA-CLIENT(IDX-FACT) = CL-CODE
                   AND FA-RETARD(IDX-FACT) > 0
                   AND FA-REGLE(IDX-FACT) < FA-TTC(IDX-FACT)
                   PERFORM ECRIRE-LIGNE-LETTRE
               END-IF
           END-PERFORM.
           MOVE SPACES TO LETTRE-REC.
           WRITE LETTRE-REC.
           MOVE ECHU-CLIENT TO TOTAL-EDIT.
           STRING "Total echu : " FUNCTION TRIM(TOTAL-EDIT) " EUR"
               DELIMITED BY SIZE INTO LETTRE-REC
           END-STRING.
           WRITE LETTRE-REC.
           IF ACOMPTE-CLIENT > 0
               MOVE ACOMPTE-CLIENT TO TOTAL-EDIT
               MOVE SPACES TO LETTRE-REC
               STRING "Acompte non impute a votre credit : "
                   FUNCTION TRIM(TOTAL-EDIT) " EUR"
                   DELIMITED BY SIZE INTO LETTRE-REC
               END-STRING
               WRITE LETTRE-REC
           END-IF.
           MOVE SPACES TO LETTRE-REC.
           WRITE LETTRE-REC.
           MOVE "Si votre reglement nous est parvenu entre-temps,"
               & " merci de ne pas tenir compte" TO LETTRE-REC.
           WRITE LETTRE-REC.
           MOVE "de ce courrier." TO LETTRE-REC.
           WRITE LETTRE-REC.
           CLOSE LETTRE-FILE.

           MOVE "RELANCE" TO SPOOL-TYPE.
           MOVE LETTRE-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           DISPLAY "Relance niveau " CL-RELANCE " : "
               FUNCTION TRIM(CL-CODE) " -> "
               FUNCTION TRIM(LETTRE-FILENAME)
               " (spool " SPOOL-NUMERO ")".
           EXIT PARAGRAPH.

       ECRIRE-LIGNE-LETTRE.
           COMPUTE RESTE-FACTURE =
               FA-TTC(IDX-FACT) - FA-REGLE(IDX-FACT).
           MOVE RESTE-FACTURE TO MONTANT-EDIT.
           MOVE FA-RETARD(IDX-FACT) TO JOURS-EDIT.
           MOVE SPACES TO LETTRE-REC.
           STRING FA-NUM(IDX-FACT) "   " FA-DATE(IDX-FACT) "  "
               FA-ECHEANCE(IDX-FACT) "  " JOURS-EDIT "     "
               MONTANT-EDIT
               DELIMITED BY SIZE INTO LETTRE-REC
           END-STRING.
           WRITE LETTRE-REC.
           EXIT PARAGRAPH.

      *============================================================
      *  Balance agee : entete, une ligne par client avec un solde,
      *  total general ; declaree au spool a la fermeture.
      *============================================================
       OUVRIR-BALANCE.
           MOVE SPACES TO BALANCE-FILENAME.
           STRING "balance_agee_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO BALANCE-FILENAME
           END-STRING.
           OPEN OUTPUT BALANCE-FILE.
           MOVE SPACES TO BALANCE-REC.
           STRING "BALANCE AGEE CLIENTS AU " WS-TODAY
               " (echeance = facture + " DELAI-PAIEMENT " jours)"
               DELIMITED BY SIZE INTO BALANCE-REC
           END-STRING.
           WRITE BALANCE-REC.
           MOVE SPACES TO BALANCE-REC.
           WRITE BALANCE-REC.
           STRING "CLIENT   NOM                     COURANT"
               "       1-30      31-60      61-90        +90"
               "    ACOMPTE        SOLDE  NIV"
               DELIMITED BY SIZE INTO BALANCE-REC
           END-STRING.
           WRITE BALANCE-REC.
           MOVE 0 TO NB-CLIENTS-BALANCE ACOMPTE-TOTAL SOLDE-TOTAL.
           EXIT PARAGRAPH.

       ECRIRE-LIGNE-BALANCE.
           ADD 1 TO NB-CLIENTS-BALANCE.
           MOVE CL-CODE TO LB-CLIENT.
           MOVE CL-NOM TO LB-NOM.
           MOVE 0 TO SOLDE-CLIENT.
           PERFORM VARYING IDX-TRANCHE FROM 1 BY 1
               UNTIL IDX-TRANCHE > 5
               MOVE TR-MONTANT(IDX-TRANCHE) TO LB-TRANCHE(IDX-TRANCHE)
               ADD TR-MONTANT(IDX-TRANCHE) TO SOLDE-CLIENT
               ADD TR-MONTANT(IDX-TRANCHE) TO TT-MONTANT(IDX-TRANCHE)
           END-PERFORM.
           MOVE ACOMPTE-CLIENT TO LB-ACOMPTE.
           SUBTRACT ACOMPTE-CLIENT FROM SOLDE-CLIENT.
           MOVE SOLDE-CLIENT TO LB-SOLDE.
           MOVE CL-RELANCE TO LB-NIVEAU.
           ADD ACOMPTE-CLIENT TO ACOMPTE-TOTAL.
           ADD SOLDE-CLIENT TO SOLDE-TOTAL.
           MOVE LIGNE-BALANCE TO BALANCE-REC.
           WRITE BALANCE-REC.
           EXIT PARAGRAPH.

       FERMER-BALANCE.
           MOVE SPACES TO BALANCE-REC.
           WRITE BALANCE-REC.
           MOVE SPACES TO LIGNE-BALANCE.
           MOVE "TOTAL" TO LB-CLIENT.
           MOVE NB-CLIENTS-BALANCE TO JOURS-EDIT.
           STRING FUNCTION TRIM(JOURS-EDIT) " client(s)"
               DELIMITED BY SIZE INTO LB-NOM
           END-STRING.
           PERFORM VARYING IDX-TRANCHE FROM 1 BY 1
               UNTIL IDX-TRANCHE > 5
               MOVE TT-MONTANT(IDX-TRANCHE) TO LB-TRANCHE(IDX-TRANCHE)
           END-PERFORM.
           MOVE ACOMPTE-TOTAL TO LB-ACOMPTE.
           MOVE SOLDE-TOTAL TO LB-SOLDE.
           MOVE LIGNE-BALANCE TO BALANCE-REC.
           WRITE BALANCE-REC.
           CLOSE BALANCE-FILE.
           MOVE "RAPPORT" TO SPOOL-TYPE.
           MOVE BALANCE-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           DISPLAY "Balance agee : " FUNCTION TRIM(BALANCE-FILENAME)
               " - " NB-CLIENTS-BALANCE " client(s) (spool "
               SPOOL-NUMERO ")".
           EXIT PARAGRAPH.
