       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVIS-CLIENTS.

      *============================================================
      *  Devis clients : le comptoir chiffre un devis ligne par
      *  ligne contre le catalogue indexe et le referentiel clients
      *  au lieu du traitement de texte - meme tarification que
      *  COMMANDES-CLIENTS (promotion du jour de promotions.txt,
      *  sinon M-PU, puis remise CL-REMISE du client), taux M-TVA
      *  de l'article. Rien n'est alloue ni porte a l'encours : le
      *  devis n'engage que le prix. Un article au statut B
      *  (bloque, rappel qualite) ne se chiffre pas.
      *
      *  Chaque devis recoit un numero du compteur persistant
      *  devis_counter.txt et une date de validite (date du jour +
      *  DEVIS-VALIDITE jours de parametres.txt, 30 par defaut),
      *  part en document devis_NNNNNN.txt declare au spool, et
      *  ses lignes vont au registre devis.txt
      *  (DEVIS|CLIENT|ARTICLE|QTE|PU-NET|TVA|DATE|VALIDITE|PROMO).
      *  Le devis accepte est repris par COMMANDES-CLIENTS (saisir
      *  DEVIS au code article) aux prix du devis tant qu'il est
      *  valide, et trace dans devis_acceptes.txt
      *  (DEVIS|COMMANDE|DATE).
      *
      *  Argument 1 : vide = saisie d'un devis ; ECHUS = liste des
      *  devis expires jamais acceptes, a relancer
      *  (devis_echus_AAAAMMJJ.txt, declare au spool).
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "inv_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-CODE
               FILE STATUS IS MASTER-STATUS.
           SELECT CLIENT-FILE ASSIGN TO "cli_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CODE
               FILE STATUS IS CLIENT-STATUS.
           SELECT COUNTER-FILE ASSIGN TO "devis_counter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTER-STATUS.
           SELECT DEVREG-FILE ASSIGN TO "devis.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEVREG-STATUS.
           SELECT ACCEPT-FILE ASSIGN TO "devis_acceptes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCEPT-STATUS.
           SELECT PROMO-FILE ASSIGN TO "promotions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMO-STATUS.
           SELECT DEVIS-FILE ASSIGN TO DYNAMIC DEVIS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ECHUS-FILE ASSIGN TO DYNAMIC ECHUS-FILENAME
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
       FD  COUNTER-FILE.
       01  COUNTER-REC             PIC X(20).
       FD  DEVREG-FILE.
       01  DEVREG-REC              PIC X(100).
       FD  ACCEPT-FILE.
       01  ACCEPT-REC              PIC X(60).
       FD  PROMO-FILE.
       01  PROMO-REC               PIC X(80).
       FD  DEVIS-FILE.
       01  DEVIS-REC               PIC X(120).
       FD  ECHUS-FILE.
       01  ECHUS-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       77  MASTER-STATUS           PIC X(2) VALUE SPACES.
       77  CLIENT-STATUS           PIC X(2) VALUE SPACES.
       77  COUNTER-STATUS          PIC X(2) VALUE SPACES.
       77  DEVREG-STATUS           PIC X(2) VALUE SPACES.
       77  ACCEPT-STATUS           PIC X(2) VALUE SPACES.
       77  DEVIS-FILENAME          PIC X(64) VALUE SPACES.
       77  ECHUS-FILENAME          PIC X(64) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  ARG-MODE                PIC X(8) VALUE SPACES.
       77  NUM-DEVIS               PIC 9(6) VALUE 0.
       77  DATE-VALIDITE           PIC 9(8) VALUE 0.
       77  VALIDITE-JOURS          PIC 9(3) VALUE 30.
       77  CODE-CLIENT             PIC X(8) VALUE SPACES.
       77  INP-CODE                PIC X(10) VALUE SPACES.
       77  INP-QTE-ALPHA           PIC X(16) VALUE SPACES.
       77  QTE-DEVIS               PIC S9(5) VALUE 0.
       77  NB-LIGNES               PIC 9(3) VALUE 0.
       77  DEVIS-OUVERT            PIC X VALUE 'N'.

      *> Valorisation du devis en cours.
       77  PU-BRUT                 PIC S9(5)V99 VALUE 0.
       77  PU-NET                  PIC S9(5)V99 VALUE 0.
       77  MONTANT-HT              PIC S9(7)V99 VALUE 0.
       77  MONTANT-TVA             PIC S9(7)V99 VALUE 0.
       77  TOTAL-HT                PIC S9(7)V99 VALUE 0.
       77  TOTAL-TVA               PIC S9(7)V99 VALUE 0.
       77  TOTAL-TTC               PIC S9(7)V99 VALUE 0.
       77  QTE-EDIT                PIC Z(4)9.
       77  PU-EDIT                 PIC -(5)9.99.
       77  HT-EDIT                 PIC -(6)9.99.
       77  TVA-EDIT                PIC -(6)9.99.
       77  TTC-EDIT                PIC -(6)9.99.

      *> Promotions datees (promotions.txt, ART|PRIX-ou-PCT%|DEBUT|
      *> FIN) - meme lecture que COMMANDES-CLIENTS.
       77  PROMO-STATUS            PIC X(2) VALUE SPACES.
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

      *> Liste des devis echus : devis acceptes en memoire, puis
      *> registre lu devis par devis (ses lignes se suivent).
       77  NB-ACCEPTES             PIC 9(4) VALUE 0.
       01  TAB-ACCEPTES.
           05  AC-DEVIS OCCURS 2000 PIC 9(6).
       01  DEV-CH1                 PIC X(16).
       01  DEV-CH2                 PIC X(16).
       01  DEV-CH3                 PIC X(16).
       01  DEV-CH4                 PIC X(16).
       01  DEV-CH5                 PIC X(16).
       01  DEV-CH6                 PIC X(16).
       01  DEV-CH7                 PIC X(16).
       01  DEV-CH8                 PIC X(16).
       01  DEV-CH9                 PIC X(16).
       77  DEVIS-LIGNE             PIC 9(6) VALUE 0.
       77  DEVIS-COURANT           PIC 9(6) VALUE 0.
       77  CLIENT-COURANT          PIC X(8) VALUE SPACES.
       77  DATE-COURANTE           PIC 9(8) VALUE 0.
       77  VALIDITE-COURANTE       PIC 9(8) VALUE 0.
       77  HT-COURANT              PIC S9(9)V99 VALUE 0.
       77  DEVIS-ACCEPTE           PIC X VALUE 'N'.
       77  NB-ECHUS                PIC 9(4) VALUE 0.
       77  TOTAL-ECHUS             PIC S9(9)V99 VALUE 0.
       77  JOURS-ECHUS             PIC S9(7) VALUE 0.
       77  JOURS-EDIT              PIC Z(5)9.
       77  ECHUS-EDIT              PIC -(8)9.99.

      *> Appels au sous-programme partage DATE-UTILS (validite du
      *> devis, fourchettes de promotion, anciennete des echus).
       01  DU-ACTION               PIC X(8) VALUE SPACES.
       01  DU-DATE-1               PIC 9(8) VALUE 0.
       01  DU-DATE-2               PIC 9(8) VALUE 0.
       01  DU-NOMBRE               PIC S9(7) VALUE 0.
       01  DU-RESULTAT             PIC X(2) VALUE SPACES.

      *> Duree de validite lue dans parametres.txt (PARAM-LOOKUP).
       77  PRM-CLE                 PIC X(24) VALUE SPACES.
       77  PRM-DEFAUT              PIC X(40) VALUE SPACES.
       77  PRM-VALEUR              PIC X(40) VALUE SPACES.
       77  PRM-RESULTAT            PIC X(2) VALUE SPACES.

      *> Le devis et la liste des echus sont declares au spool des
      *> documents (sous-programme SPOOL-REGISTER).
       77  SPOOL-TYPE              PIC X(12) VALUE "DEVIS".
       77  SPOOL-FICHIER           PIC X(64) VALUE SPACES.
       77  SPOOL-NUMERO            PIC 9(6) VALUE 0.

      *> Identification de l'operateur (OPERATOR-SIGNON) ; "35" =
      *> controle pas encore en service, on continue.
       77  WS-OPERATEUR            PIC X(8) VALUE SPACES.
       77  SIGNON-RESULTAT         PIC X(2) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20) VALUE "DEVIS-CLIENTS".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF ARG-MODE NOT = "ECHUS"
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

           IF ARG-MODE = "ECHUS"
               PERFORM LISTER-ECHUS
               PERFORM FIN-PROGRAMME
           END-IF

           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS NOT = "00"
               DISPLAY "Catalogue indexe indisponible (status "
                   MASTER-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           OPEN INPUT CLIENT-FILE
           IF CLIENT-STATUS NOT = "00"
               DISPLAY "Referentiel clients indisponible (status "
                   CLIENT-STATUS ")."
               CLOSE MASTER-FILE
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           DISPLAY "Code client : " WITH NO ADVANCING
           ACCEPT CODE-CLIENT
           INSPECT CODE-CLIENT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE CODE-CLIENT TO CL-CODE
           READ CLIENT-FILE
               INVALID KEY
                   DISPLAY "Client inconnu au referentiel ("
                       FUNCTION TRIM(CODE-CLIENT) "), abandon :"
                       " pas de devis sans fiche client."
                   CLOSE MASTER-FILE CLIENT-FILE
                   MOVE 4 TO WS-JOBLOG-RC
                   PERFORM FIN-PROGRAMME
           END-READ
           DISPLAY "Client " FUNCTION TRIM(CL-CODE) " - "
               FUNCTION TRIM(CL-NOM) " (remise " CL-REMISE " %)"

           PERFORM CHARGER-PARAMETRES
           PERFORM CHARGER-PROMOTIONS
           MOVE "AJOUTER" TO DU-ACTION
           MOVE WS-TODAY TO DU-DATE-1
           MOVE VALIDITE-JOURS TO DU-NOMBRE
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
               DU-NOMBRE DU-RESULTAT
           MOVE DU-DATE-2 TO DATE-VALIDITE

           OPEN EXTEND DEVREG-FILE
           IF DEVREG-STATUS = "35"
               OPEN OUTPUT DEVREG-FILE
               MOVE SPACES TO DEVREG-REC
               STRING "devis|client|article|qte|pu|tva|date|"
                   "validite|promo"
                   DELIMITED BY SIZE INTO DEVREG-REC
               END-STRING
               WRITE DEVREG-REC
           END-IF

           PERFORM UNTIL INP-CODE = "FIN"
               DISPLAY "Code article (FIN pour terminer) : "
                   WITH NO ADVANCING
               ACCEPT INP-CODE
               INSPECT INP-CODE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF INP-CODE NOT = "FIN"
                   AND FUNCTION LENGTH(FUNCTION TRIM(INP-CODE)) > 0
                   PERFORM TRAITER-LIGNE-DEVIS
               END-IF
           END-PERFORM

           CLOSE DEVREG-FILE
           CLOSE MASTER-FILE CLIENT-FILE
           IF DEVIS-OUVERT = 'O'
               PERFORM CLORE-DEVIS
               PERFORM SAUVER-COMPTEUR
               DISPLAY "Devis " NUM-DEVIS " : " NB-LIGNES
                   " ligne(s), valable jusqu'au " DATE-VALIDITE "."
           ELSE
               DISPLAY "Aucune ligne, pas de devis."
           END-IF
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           IF ARG-MODE NOT = "ECHUS"
               CALL "OPERATOR-SIGNOFF"
           END-IF
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

       CHARGER-PARAMETRES.
           MOVE "DEVIS-VALIDITE" TO PRM-CLE.
           MOVE "30" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO VALIDITE-JOURS
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-COMPTEUR / SAUVER-COMPTEUR : numerotation des
      *  devis persistee dans devis_counter.txt, meme idiome que
      *  cde_counter.txt de COMMANDES-CLIENTS.
      *============================================================
       CHARGER-COMPTEUR.
           MOVE 0 TO NUM-DEVIS.
           OPEN INPUT COUNTER-FILE.
           IF COUNTER-STATUS = "00"
               READ COUNTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(COUNTER-REC) TO NUM-DEVIS
               END-READ
               CLOSE COUNTER-FILE
           END-IF.
           EXIT PARAGRAPH.

       SAUVER-COMPTEUR.
           OPEN OUTPUT COUNTER-FILE.
           MOVE SPACES TO COUNTER-REC.
           MOVE NUM-DEVIS TO COUNTER-REC(1:6).
           WRITE COUNTER-REC.
           CLOSE COUNTER-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  TRAITER-LIGNE-DEVIS : article, quantite, prix du jour
      *  (promotion ou M-PU, remise client deduite).
      *============================================================
       TRAITER-LIGNE-DEVIS.
           MOVE INP-CODE TO M-CODE.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "Code inconnu au catalogue."
                   EXIT PARAGRAPH
           END-READ.
           IF M-STATUT = 'B'
               DISPLAY "Article " FUNCTION TRIM(M-CODE)
                   " bloque (rappel qualite) : pas de devis."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY FUNCTION TRIM(M-LIB) " - quantite : "
               WITH NO ADVANCING.
           ACCEPT INP-QTE-ALPHA.
           MOVE FUNCTION NUMVAL(INP-QTE-ALPHA) TO QTE-DEVIS.
           IF QTE-DEVIS <= 0
               DISPLAY "Quantite invalide, ligne ignoree."
               EXIT PARAGRAPH
           END-IF.
           IF DEVIS-OUVERT = 'N'
               PERFORM OUVRIR-DEVIS
           END-IF.

           PERFORM CHERCHER-PROMO.
           IF PROMO-ACTIVE = 'O'
               MOVE PU-PROMO TO PU-BRUT
           ELSE
               MOVE M-PU TO PU-BRUT
           END-IF.
           COMPUTE PU-NET ROUNDED =
               PU-BRUT * (1 - CL-REMISE / 100).
           COMPUTE MONTANT-HT ROUNDED = QTE-DEVIS * PU-NET.
           COMPUTE MONTANT-TVA ROUNDED = MONTANT-HT * M-TVA / 100.
           ADD MONTANT-HT TO TOTAL-HT.
           ADD MONTANT-TVA TO TOTAL-TVA.
           ADD 1 TO NB-LIGNES.

           MOVE QTE-DEVIS TO QTE-EDIT.
           MOVE PU-NET TO PU-EDIT.
           MOVE MONTANT-HT TO HT-EDIT.
           MOVE SPACES TO DEVIS-REC.
           STRING M-CODE "  " M-LIB "  " QTE-EDIT " x "
               FUNCTION TRIM(PU-EDIT) " = "
               FUNCTION TRIM(HT-EDIT) " HT (TVA " M-TVA " %)"
               DELIMITED BY SIZE INTO DEVIS-REC
           END-STRING.
           IF PROMO-ACTIVE = 'O'
               MOVE DEVIS-REC TO DEVREG-REC
               MOVE SPACES TO DEVIS-REC
               STRING FUNCTION TRIM(DEVREG-REC) "  PROMO"
                   DELIMITED BY SIZE INTO DEVIS-REC
               END-STRING
           END-IF.
           WRITE DEVIS-REC.
           DISPLAY "  " FUNCTION TRIM(QTE-EDIT) " x "
               FUNCTION TRIM(PU-EDIT) " = " FUNCTION TRIM(HT-EDIT)
               " HT".

           MOVE SPACES TO DEVREG-REC.
           STRING NUM-DEVIS "|" FUNCTION TRIM(CODE-CLIENT) "|"
               FUNCTION TRIM(M-CODE) "|" FUNCTION TRIM(QTE-EDIT) "|"
               FUNCTION TRIM(PU-EDIT) "|" M-TVA "|" WS-TODAY "|"
               DATE-VALIDITE "|" PROMO-ACTIVE
               DELIMITED BY SIZE INTO DEVREG-REC
           END-STRING.
           WRITE DEVREG-REC.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  OUVRIR-DEVIS : numero pris a la premiere ligne, entete
      *  du document avec la fiche client et la validite.
      *------------------------------------------------------------
       OUVRIR-DEVIS.
           PERFORM CHARGER-COMPTEUR.
           ADD 1 TO NUM-DEVIS.
           MOVE 0 TO TOTAL-HT TOTAL-TVA TOTAL-TTC.
           MOVE SPACES TO DEVIS-FILENAME.
           STRING "devis_" NUM-DEVIS ".txt"
               DELIMITED BY SIZE INTO DEVIS-FILENAME
           END-STRING.
           OPEN OUTPUT DEVIS-FILE.
           MOVE SPACES TO DEVIS-REC.
           STRING "DEVIS " NUM-DEVIS " DU " WS-TODAY
               " - VALABLE JUSQU'AU " DATE-VALIDITE
               DELIMITED BY SIZE INTO DEVIS-REC
           END-STRING.
           WRITE DEVIS-REC.
           MOVE SPACES TO DEVIS-REC.
           STRING "CLIENT " FUNCTION TRIM(CL-CODE) " - "
               FUNCTION TRIM(CL-NOM) " (remise " CL-REMISE " %)"
               DELIMITED BY SIZE INTO DEVIS-REC
           END-STRING.
           WRITE DEVIS-REC.
           MOVE SPACES TO DEVIS-REC.
           MOVE CL-ADRESSE TO DEVIS-REC.
           WRITE DEVIS-REC.
           MOVE SPACES TO DEVIS-REC.
           WRITE DEVIS-REC.
           MOVE 'O' TO DEVIS-OUVERT.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CLORE-DEVIS : totaux en pied, conditions, spool.
      *------------------------------------------------------------
       CLORE-DEVIS.
           COMPUTE TOTAL-TTC = TOTAL-HT + TOTAL-TVA.
           MOVE TOTAL-HT TO HT-EDIT.
           MOVE TOTAL-TVA TO TVA-EDIT.
           MOVE TOTAL-TTC TO TTC-EDIT.
           MOVE SPACES TO DEVIS-REC.
           WRITE DEVIS-REC.
           STRING "TOTAL HT  : " FUNCTION TRIM(HT-EDIT)
               DELIMITED BY SIZE INTO DEVIS-REC
           END-STRING.
           WRITE DEVIS-REC.
           MOVE SPACES TO DEVIS-REC.
           STRING "TOTAL TVA : " FUNCTION TRIM(TVA-EDIT)
               DELIMITED BY SIZE INTO DEVIS-REC
           END-STRING.
           WRITE DEVIS-REC.
           MOVE SPACES TO DEVIS-REC.
           STRING "TOTAL TTC : " FUNCTION TRIM(TTC-EDIT)
               DELIMITED BY SIZE INTO DEVIS-REC
           END-STRING.
           WRITE DEVIS-REC.
           MOVE SPACES TO DEVIS-REC.
           WRITE DEVIS-REC.
           STRING "Prix garantis jusqu'au " DATE-VALIDITE
               " inclus, sous reserve de disponibilite du stock"
               " a la commande."
               DELIMITED BY SIZE INTO DEVIS-REC
           END-STRING.
           WRITE DEVIS-REC.
           CLOSE DEVIS-FILE.
           MOVE DEVIS-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           DISPLAY "Devis edite : " FUNCTION TRIM(DEVIS-FILENAME)
               " (spool " SPOOL-NUMERO ")".
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-PROMOTIONS / CHERCHER-PROMO : memes regles que
      *  COMMANDES-CLIENTS.
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
      *  LISTER-ECHUS : devis dont la validite est passee et qui
      *  n'ont jamais ete repris en commande - liste de relance
      *  commerciale, avec le client et le montant HT du devis.
      *============================================================
       LISTER-ECHUS.
           MOVE 0 TO NB-ACCEPTES.
           OPEN INPUT ACCEPT-FILE.
           IF ACCEPT-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ ACCEPT-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           IF ACCEPT-REC(1:6) NOT = "devis|"
                               AND NB-ACCEPTES < 2000
                               MOVE SPACES TO DEV-CH1
                               UNSTRING ACCEPT-REC DELIMITED BY "|"
                                   INTO DEV-CH1
                               END-UNSTRING
                               ADD 1 TO NB-ACCEPTES
                               MOVE FUNCTION NUMVAL(DEV-CH1)
                                   TO AC-DEVIS(NB-ACCEPTES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCEPT-FILE
           END-IF.

           OPEN INPUT CLIENT-FILE.
           MOVE SPACES TO ECHUS-FILENAME.
           STRING "devis_echus_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO ECHUS-FILENAME
           END-STRING.
           OPEN OUTPUT ECHUS-FILE.
           MOVE SPACES TO ECHUS-REC.
           STRING "DEVIS ECHUS NON ACCEPTES AU " WS-TODAY
               DELIMITED BY SIZE INTO ECHUS-REC
           END-STRING.
           WRITE ECHUS-REC.
           MOVE SPACES TO ECHUS-REC.
           WRITE ECHUS-REC.
           STRING "DEVIS   CLIENT   NOM                           "
               "DATE      VALIDITE  ECHU DEPUIS       MONTANT HT"
               DELIMITED BY SIZE INTO ECHUS-REC
           END-STRING.
           WRITE ECHUS-REC.
           MOVE 0 TO NB-ECHUS TOTAL-ECHUS DEVIS-COURANT.

           OPEN INPUT DEVREG-FILE.
           IF DEVREG-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ DEVREG-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           PERFORM LIRE-LIGNE-DEVREG
                   END-READ
               END-PERFORM
               CLOSE DEVREG-FILE
               PERFORM CLORE-DEVIS-LU
           END-IF.

           MOVE SPACES TO ECHUS-REC.
           WRITE ECHUS-REC.
           MOVE TOTAL-ECHUS TO ECHUS-EDIT.
           STRING NB-ECHUS " devis echu(s), "
               FUNCTION TRIM(ECHUS-EDIT) " HT a relancer."
               DELIMITED BY SIZE INTO ECHUS-REC
           END-STRING.
           WRITE ECHUS-REC.
           CLOSE ECHUS-FILE.
           IF CLIENT-STATUS = "00"
               CLOSE CLIENT-FILE
           END-IF.
           MOVE "RAPPORT" TO SPOOL-TYPE.
           MOVE ECHUS-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           DISPLAY "Devis echus : " FUNCTION TRIM(ECHUS-FILENAME)
               " - " NB-ECHUS " devis (spool " SPOOL-NUMERO ")".
           EXIT PARAGRAPH.

       LIRE-LIGNE-DEVREG.
           IF FUNCTION LENGTH(FUNCTION TRIM(DEVREG-REC)) = 0
               OR DEVREG-REC(1:6) = "devis|"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DEV-CH1 DEV-CH2 DEV-CH3 DEV-CH4 DEV-CH5
               DEV-CH6 DEV-CH7 DEV-CH8 DEV-CH9.
           UNSTRING DEVREG-REC DELIMITED BY "|"
               INTO DEV-CH1 DEV-CH2 DEV-CH3 DEV-CH4 DEV-CH5 DEV-CH6
                   DEV-CH7 DEV-CH8 DEV-CH9
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(DEV-CH1) TO DEVIS-LIGNE.
           IF DEVIS-LIGNE NOT = DEVIS-COURANT
               PERFORM CLORE-DEVIS-LU
               MOVE DEVIS-LIGNE TO DEVIS-COURANT
               MOVE DEV-CH2(1:8) TO CLIENT-COURANT
               MOVE FUNCTION NUMVAL(DEV-CH7) TO DATE-COURANTE
               MOVE FUNCTION NUMVAL(DEV-CH8) TO VALIDITE-COURANTE
               MOVE 0 TO HT-COURANT
           END-IF.
           COMPUTE HT-COURANT ROUNDED = HT-COURANT +
               FUNCTION NUMVAL(DEV-CH4) * FUNCTION NUMVAL(DEV-CH5).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CLORE-DEVIS-LU : le devis qui vient d'etre lu part dans la
      *  liste s'il est echu et jamais accepte.
      *------------------------------------------------------------
       CLORE-DEVIS-LU.
           IF DEVIS-COURANT = 0
               EXIT PARAGRAPH
           END-IF.
           IF VALIDITE-COURANTE >= WS-TODAY
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO DEVIS-ACCEPTE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-ACCEPTES
               IF AC-DEVIS(WS-I) = DEVIS-COURANT
                   MOVE 'O' TO DEVIS-ACCEPTE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF DEVIS-ACCEPTE = 'O'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CL-NOM.
           IF CLIENT-STATUS = "00"
               MOVE CLIENT-COURANT TO CL-CODE
               READ CLIENT-FILE
                   INVALID KEY
                       MOVE "(client inconnu)" TO CL-NOM
               END-READ
           END-IF.
           MOVE "ECART" TO DU-ACTION.
           MOVE VALIDITE-COURANTE TO DU-DATE-1.
           MOVE WS-TODAY TO DU-DATE-2.
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
               DU-NOMBRE DU-RESULTAT.
           MOVE 0 TO JOURS-ECHUS.
           IF DU-RESULTAT = "00"
               MOVE DU-NOMBRE TO JOURS-ECHUS
           END-IF.
           MOVE JOURS-ECHUS TO JOURS-EDIT.
           MOVE HT-COURANT TO ECHUS-EDIT.
           MOVE SPACES TO ECHUS-REC.
           STRING DEVIS-COURANT "  " CLIENT-COURANT " " CL-NOM " "
               DATE-COURANTE "  " VALIDITE-COURANTE "  "
               JOURS-EDIT " j  " ECHUS-EDIT
               DELIMITED BY SIZE INTO ECHUS-REC
           END-STRING.
           WRITE ECHUS-REC.
           ADD 1 TO NB-ECHUS.
           ADD HT-COURANT TO TOTAL-ECHUS.
           EXIT PARAGRAPH.
