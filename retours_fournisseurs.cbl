       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETOURS-FOURNISSEURS.

      *============================================================
      *  Retours fournisseurs depuis la quarantaine : la
      *  marchandise defectueuse mise de cote dans quarantaine.txt
      *  par RETOURS-CLIENTS (DATE|CLIENT|COMMANDE|ARTICLE|QTE|
      *  MOTIF) ou refusee au quai par RECEPTION-LIVRAISONS
      *  (DATE|FOURNISSEUR|BON|ARTICLE|QTE|MOTIF|RECEPTION), ou
      *  bloquee par un rappel de lot de RAPPEL-LOTS (meme forme,
      *  motif RAPPEL), n'y dort plus sans qu'on reclame l'avoir au
      *  fournisseur.
      *
      *  Sont retournables les lignes refusees a la reception ou
      *  rappelees (le fournisseur est celui du bon, le fournisseur
      *  prefere a defaut) et les retours clients au
      *  motif DEFAUT (fournisseur prefere de l'article dans
      *  fou_liens.dat) ; la casse de transport et le perime d'un
      *  retour client restent en quarantaine, a la charge de la
      *  boutique.
      *
      *    sans argument : toutes les lignes retournables ;
      *    FOURNISSEUR <code> : celles d'un seul fournisseur ;
      *    LISTE : etat de la quarantaine, sans rien retourner.
      *
      *  Par fournisseur, une demande d'accord de retour numerotee
      *  (compteur retour_fou_counter.txt) s'imprime dans
      *  demande_retour_NNNNNN.txt, declaree au spool, valorisee au
      *  prix du catalogue fournisseur fou_catalogue.dat (M-PMP a
      *  defaut) dans la devise du fournisseur, TVA au taux M-TVA
      *  pour un fournisseur en euro. Chaque ligne sort de la
      *  quarantaine au journal des mouvements, motif RETOUR-FOU
      *  (quantite nulle : la quarantaine est deja hors M-QTE),
      *  et se trace dans retours_fournisseurs.txt
      *  (RETOUR|DATE|FOURNISSEUR|ARTICLE|QTE|MOTIF|PU|HT|DEVISE).
      *  L'avoir a recevoir est porte en negatif au grand livre
      *  fournisseurs fou_factures.txt (reference RA<numero>,
      *  echeance immediate, piece au compteur
      *  fou_piece_counter.txt de RAPPROCHEMENT-FACTURES) :
      *  PAIEMENTS-FOURNISSEURS le deduit du prochain reglement du
      *  fournisseur. quarantaine.txt est reecrit avec les seules
      *  lignes restantes.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "inv_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-CODE
               FILE STATUS IS MASTER-STATUS.
           SELECT FOU-FILE ASSIGN TO "fou_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CODE
               FILE STATUS IS FOU-STATUS.
           SELECT LIEN-FILE ASSIGN TO "fou_liens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ART
               FILE STATUS IS LIEN-STATUS.
           SELECT CATFOU-FILE ASSIGN TO "fou_catalogue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CLE
               FILE STATUS IS CATFOU-STATUS.
           SELECT QUARANTAINE-FILE ASSIGN TO "quarantaine.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUARANTAINE-STATUS.
           SELECT REGISTRE-FILE ASSIGN TO "retours_fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRE-STATUS.
           SELECT FACFOU-FILE ASSIGN TO "fou_factures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACFOU-STATUS.
           SELECT COUNTER-FILE ASSIGN TO "retour_fou_counter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTER-STATUS.
           SELECT PIECE-FILE ASSIGN TO "fou_piece_counter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PIECE-STATUS.
           SELECT DEMANDE-FILE ASSIGN TO DYNAMIC DEMANDE-FILENAME
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
           05  LN-FOU              PIC X(8).
           05  LN-CIBLE            PIC S9(5).
       FD  CATFOU-FILE.
       01  CATFOU-REC.
           05  CT-CLE.
               10  CT-FOU          PIC X(8).
               10  CT-ART          PIC X(10).
           05  CT-REF              PIC X(16).
           05  CT-PU               PIC S9(5)V99.
           05  CT-MIN              PIC S9(5).
           05  CT-MULTIPLE         PIC S9(5).
           05  CT-UNITE            PIC X(6).
           05  CT-FACTEUR          PIC 9(5).
       FD  QUARANTAINE-FILE.
       01  QUARANTAINE-REC         PIC X(100).
       FD  REGISTRE-FILE.
       01  REGISTRE-REC            PIC X(120).
       FD  FACFOU-FILE.
       01  FACFOU-REC              PIC X(132).
       FD  COUNTER-FILE.
       01  COUNTER-REC             PIC X(20).
       FD  PIECE-FILE.
       01  PIECE-REC               PIC X(20).
       FD  DEMANDE-FILE.
       01  DEMANDE-REC             PIC X(100).

       WORKING-STORAGE SECTION.
       77  MASTER-STATUS           PIC X(2) VALUE SPACES.
       77  MASTER-OPEN-FLAG        PIC X VALUE 'N'.
       77  FOU-STATUS              PIC X(2) VALUE SPACES.
       77  FOU-OPEN-FLAG           PIC X VALUE 'N'.
       77  LIEN-STATUS             PIC X(2) VALUE SPACES.
       77  LIEN-OPEN-FLAG          PIC X VALUE 'N'.
       77  CATFOU-STATUS           PIC X(2) VALUE SPACES.
       77  CATFOU-OPEN-FLAG        PIC X VALUE 'N'.
       77  QUARANTAINE-STATUS      PIC X(2) VALUE SPACES.
       77  REGISTRE-STATUS         PIC X(2) VALUE SPACES.
       77  FACFOU-STATUS           PIC X(2) VALUE SPACES.
       77  COUNTER-STATUS          PIC X(2) VALUE SPACES.
       77  PIECE-STATUS            PIC X(2) VALUE SPACES.
       77  DEMANDE-FILENAME        PIC X(64) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  WS-J                    PIC 9(4) VALUE 0.
       77  ARG-MODE                PIC X(16) VALUE SPACES.
       77  ARG-FOU                 PIC X(8) VALUE SPACES.
       77  MODE-LISTE              PIC X VALUE 'N'.
       77  NUM-RETOUR              PIC 9(6) VALUE 0.
       77  NUM-PIECE               PIC 9(6) VALUE 0.
       77  FOU-COURANT             PIC X(8) VALUE SPACES.
       77  NOM-FOU                 PIC X(30) VALUE SPACES.
       77  DEVISE-FOU              PIC X(3) VALUE SPACES.
       77  NB-RETOURS              PIC 9(4) VALUE 0.
       77  NB-LIGNES-RETOURNEES    PIC 9(4) VALUE 0.
       77  NB-SANS-FOU             PIC 9(4) VALUE 0.
       77  NB-RESTANTES            PIC 9(4) VALUE 0.
       77  PU-RETOUR               PIC S9(5)V99 VALUE 0.
       77  HT-LIGNE                PIC S9(9)V99 VALUE 0.
       77  TVA-LIGNE               PIC S9(9)V99 VALUE 0.
       77  TOTAL-HT                PIC S9(9)V99 VALUE 0.
       77  TOTAL-TVA               PIC S9(9)V99 VALUE 0.
       77  TOTAL-TTC               PIC S9(9)V99 VALUE 0.
       77  QTE-EDIT                PIC Z(4)9.
       77  PU-EDIT                 PIC -(5)9.99.
       77  MONTANT-EDIT            PIC -(8)9.99.
       77  MONTANT-EDIT2           PIC -(8)9.99.
       77  MONTANT-EDIT3           PIC -(8)9.99.
       77  ETAT-LIGNE              PIC X(30) VALUE SPACES.
       01  QR-CH1                  PIC X(16).
       01  QR-CH2                  PIC X(16).
       01  QR-CH3                  PIC X(16).
       01  QR-CH4                  PIC X(16).
       01  QR-CH5                  PIC X(16).
       01  QR-CH6                  PIC X(16).
       01  QR-CH7                  PIC X(16).

      *> quarantaine.txt en memoire ; Q-STATUT : R retournable,
      *> S sans fournisseur, N non retournable, T retournee.
       77  NB-QUAR                 PIC 9(4) VALUE 0.
       01  TAB-QUAR.
           05  Q-ENTREE OCCURS 999.
               10  Q-LIGNE         PIC X(100).
               10  Q-DATE          PIC 9(8).
               10  Q-ART           PIC X(10).
               10  Q-QTE           PIC S9(5).
               10  Q-MOTIF         PIC X(10).
               10  Q-FOU           PIC X(8).
               10  Q-STATUT        PIC X.

      *> Sortie de quarantaine au journal des mouvements.
       77  JRN-ARTICLE             PIC X(10) VALUE SPACES.
       77  JRN-QTE                 PIC S9(5) VALUE 0.
       77  JRN-MOTIF               PIC X(16) VALUE SPACES.
       77  JRN-SOLDE               PIC S9(5) VALUE 0.

      *> Identification de l'operateur (OPERATOR-SIGNON) ; "35" =
      *> controle pas encore en service, on continue.
       77  WS-OPERATEUR            PIC X(8) VALUE SPACES.
       77  SIGNON-RESULTAT         PIC X(2) VALUE SPACES.

      *> Demandes de retour declarees au spool des documents.
       77  SPOOL-TYPE              PIC X(12) VALUE "RETOUR".
       77  SPOOL-FICHIER           PIC X(64) VALUE SPACES.
       77  SPOOL-NUMERO            PIC 9(6) VALUE 0.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
           VALUE "RETOURS-FOURNISSEURS".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM(ARG-MODE) = "LISTE"
               MOVE 'O' TO MODE-LISTE
           ELSE
               CALL "OPERATOR-SIGNON" USING WS-OPERATEUR
                   SIGNON-RESULTAT
               IF SIGNON-RESULTAT = "91"
                   DISPLAY "Identification operateur refusee, fin."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF FUNCTION TRIM(ARG-MODE) = "FOURNISSEUR"
               ACCEPT ARG-FOU FROM ARGUMENT-VALUE
               INSPECT ARG-FOU CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF

           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN INPUT LIEN-FILE
           IF LIEN-STATUS = "00"
               MOVE 'O' TO LIEN-OPEN-FLAG
           END-IF
           PERFORM CHARGER-QUARANTAINE
           IF LIEN-OPEN-FLAG = 'O'
               CLOSE LIEN-FILE
           END-IF
           IF NB-QUAR = 0
               DISPLAY "Quarantaine vide, rien a retourner."
               PERFORM FIN-PROGRAMME
           END-IF

           IF MODE-LISTE = 'O'
               PERFORM LISTER-QUARANTAINE
               PERFORM FIN-PROGRAMME
           END-IF

           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS = "00"
               MOVE 'O' TO MASTER-OPEN-FLAG
           END-IF
           OPEN INPUT FOU-FILE
           IF FOU-STATUS = "00"
               MOVE 'O' TO FOU-OPEN-FLAG
           END-IF
           IF FOU-STATUS = "39"
               DISPLAY "fou_master.dat a l'ancien dessin (status"
                   " 39) : lancer FOU-MASTER-CONVERT une fois."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           OPEN INPUT CATFOU-FILE
           IF CATFOU-STATUS = "00"
               MOVE 'O' TO CATFOU-OPEN-FLAG
           END-IF
           IF CATFOU-STATUS = "39"
               DISPLAY "fou_catalogue.dat a l'ancien dessin (status"
                   " 39) : lancer FOU-CAT-CONVERT une fois ; retours"
                   " valorises au PMP."
           END-IF

      *> un fournisseur a la fois, dans l'ordre d'apparition
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-QUAR
               IF Q-STATUT(WS-I) = 'R'
                   AND (ARG-FOU = SPACES OR Q-FOU(WS-I) = ARG-FOU)
                   MOVE Q-FOU(WS-I) TO FOU-COURANT
                   PERFORM RETOURNER-FOURNISSEUR
               END-IF
           END-PERFORM

           IF MASTER-OPEN-FLAG = 'O'
               CLOSE MASTER-FILE
           END-IF
           IF FOU-OPEN-FLAG = 'O'
               CLOSE FOU-FILE
           END-IF
           IF CATFOU-OPEN-FLAG = 'O'
               CLOSE CATFOU-FILE
           END-IF
           IF NB-RETOURS > 0
               PERFORM REECRIRE-QUARANTAINE
           END-IF

           DISPLAY "Retours fournisseurs : " NB-RETOURS
               " demande(s), " NB-LIGNES-RETOURNEES
               " ligne(s) sortie(s) de quarantaine, " NB-RESTANTES
               " ligne(s) restante(s) dont " NB-SANS-FOU
               " sans fournisseur connu."
           IF NB-SANS-FOU > 0
               MOVE 4 TO WS-JOBLOG-RC
           END-IF
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           IF MODE-LISTE = 'N'
               CALL "OPERATOR-SIGNOFF"
           END-IF
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  CHARGER-QUARANTAINE : quarantaine.txt en memoire, chaque
      *  ligne classee retournable ou non, avec son fournisseur.
      *============================================================
       CHARGER-QUARANTAINE.
           MOVE 0 TO NB-QUAR NB-SANS-FOU.
           OPEN INPUT QUARANTAINE-FILE.
           IF QUARANTAINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ QUARANTAINE-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-QUARANTAINE
               END-READ
           END-PERFORM.
           CLOSE QUARANTAINE-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-QUARANTAINE.
           IF FUNCTION LENGTH(FUNCTION TRIM(QUARANTAINE-REC)) = 0
               OR NB-QUAR >= 999
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO QR-CH1 QR-CH2 QR-CH3 QR-CH4 QR-CH5
               QR-CH6 QR-CH7.
           UNSTRING QUARANTAINE-REC DELIMITED BY "|"
               INTO QR-CH1 QR-CH2 QR-CH3 QR-CH4 QR-CH5 QR-CH6 QR-CH7
           END-UNSTRING.
           ADD 1 TO NB-QUAR.
           MOVE QUARANTAINE-REC TO Q-LIGNE(NB-QUAR).
           MOVE FUNCTION NUMVAL(QR-CH1) TO Q-DATE(NB-QUAR).
           MOVE QR-CH4 TO Q-ART(NB-QUAR).
           MOVE FUNCTION NUMVAL(QR-CH5) TO Q-QTE(NB-QUAR).
           MOVE QR-CH6 TO Q-MOTIF(NB-QUAR).
           MOVE SPACES TO Q-FOU(NB-QUAR).
           MOVE 'N' TO Q-STATUT(NB-QUAR).
           IF FUNCTION TRIM(QR-CH7) = "RECEPTION"
               IF FUNCTION TRIM(QR-CH2) NOT = "-"
                   MOVE QR-CH2 TO Q-FOU(NB-QUAR)
               END-IF
               MOVE 'R' TO Q-STATUT(NB-QUAR)
           ELSE
               IF FUNCTION TRIM(QR-CH6) = "DEFAUT"
                   MOVE 'R' TO Q-STATUT(NB-QUAR)
               END-IF
           END-IF.
           IF Q-STATUT(NB-QUAR) = 'R' AND Q-FOU(NB-QUAR) = SPACES
               AND LIEN-OPEN-FLAG = 'O'
               MOVE Q-ART(NB-QUAR) TO LN-ART
               READ LIEN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LN-FOU TO Q-FOU(NB-QUAR)
               END-READ
           END-IF.
           IF Q-STATUT(NB-QUAR) = 'R' AND Q-FOU(NB-QUAR) = SPACES
               MOVE 'S' TO Q-STATUT(NB-QUAR)
               ADD 1 TO NB-SANS-FOU
           END-IF.
           IF Q-QTE(NB-QUAR) <= 0
               MOVE 'N' TO Q-STATUT(NB-QUAR)
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  LISTER-QUARANTAINE : etat de chaque ligne, sans effet.
      *------------------------------------------------------------
       LISTER-QUARANTAINE.
           DISPLAY "=== QUARANTAINE ===".
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-QUAR
               EVALUATE Q-STATUT(WS-I)
                   WHEN 'R'
                       MOVE SPACES TO ETAT-LIGNE
                       STRING "a retourner a "
                           FUNCTION TRIM(Q-FOU(WS-I))
                           DELIMITED BY SIZE INTO ETAT-LIGNE
                       END-STRING
                   WHEN 'S'
                       MOVE "retournable, sans fournisseur"
                           TO ETAT-LIGNE
                   WHEN OTHER
                       MOVE "reste a la charge du magasin"
                           TO ETAT-LIGNE
               END-EVALUATE
               MOVE Q-QTE(WS-I) TO QTE-EDIT
               DISPLAY "  " Q-DATE(WS-I) " " Q-ART(WS-I) " "
                   QTE-EDIT " " Q-MOTIF(WS-I) " " ETAT-LIGNE
           END-PERFORM.
           EXIT PARAGRAPH.

      *============================================================
      *  RETOURNER-FOURNISSEUR : une demande d'accord de retour
      *  pour toutes les lignes retournables de FOU-COURANT, puis
      *  l'avoir a recevoir au grand livre fournisseurs.
      *============================================================
       RETOURNER-FOURNISSEUR.
           MOVE SPACES TO NOM-FOU.
           MOVE "EUR" TO DEVISE-FOU.
           IF FOU-OPEN-FLAG = 'O'
               MOVE FOU-COURANT TO F-CODE
               READ FOU-FILE
                   INVALID KEY
                       MOVE "(inconnu)" TO NOM-FOU
                   NOT INVALID KEY
                       MOVE F-NOM TO NOM-FOU
                       IF F-DEVISE NOT = SPACES
                           MOVE F-DEVISE TO DEVISE-FOU
                       END-IF
               END-READ
           END-IF.

           PERFORM CHARGER-COMPTEUR.
           ADD 1 TO NUM-RETOUR.
           PERFORM SAUVER-COMPTEUR.
           ADD 1 TO NB-RETOURS.
           MOVE 0 TO TOTAL-HT TOTAL-TVA TOTAL-TTC.

           MOVE SPACES TO DEMANDE-FILENAME.
           STRING "demande_retour_" NUM-RETOUR ".txt"
               DELIMITED BY SIZE INTO DEMANDE-FILENAME
           END-STRING.
           OPEN OUTPUT DEMANDE-FILE.
           MOVE SPACES TO DEMANDE-REC.
           STRING "DEMANDE D'ACCORD DE RETOUR No " NUM-RETOUR
               " DU " WS-TODAY
               DELIMITED BY SIZE INTO DEMANDE-REC
           END-STRING.
           WRITE DEMANDE-REC.
           MOVE SPACES TO DEMANDE-REC.
           STRING "Fournisseur : " FUNCTION TRIM(FOU-COURANT) " "
               FUNCTION TRIM(NOM-FOU) " - devise " DEVISE-FOU
               DELIMITED BY SIZE INTO DEMANDE-REC
           END-STRING.
           WRITE DEMANDE-REC.
           MOVE SPACES TO DEMANDE-REC.
           WRITE DEMANDE-REC.
           MOVE "ARTICLE    LIBELLE                QTE MOTIF"
               TO DEMANDE-REC.
           MOVE "PU         MONTANT HT" TO DEMANDE-REC(51:21).
           WRITE DEMANDE-REC.

           OPEN EXTEND REGISTRE-FILE.
           IF REGISTRE-STATUS = "35"
               OPEN OUTPUT REGISTRE-FILE
               MOVE SPACES TO REGISTRE-REC
               STRING "retour|date|fournisseur|article|qte|motif|pu"
                   "|ht|devise"
                   DELIMITED BY SIZE INTO REGISTRE-REC
               END-STRING
               WRITE REGISTRE-REC
           END-IF.
           PERFORM VARYING WS-J FROM WS-I BY 1 UNTIL WS-J > NB-QUAR
               IF Q-STATUT(WS-J) = 'R'
                   AND Q-FOU(WS-J) = FOU-COURANT
                   PERFORM RETOURNER-LIGNE
               END-IF
           END-PERFORM.
           CLOSE REGISTRE-FILE.

           COMPUTE TOTAL-TTC = TOTAL-HT + TOTAL-TVA.
           MOVE SPACES TO DEMANDE-REC.
           WRITE DEMANDE-REC.
           MOVE TOTAL-HT TO MONTANT-EDIT.
           MOVE TOTAL-TVA TO MONTANT-EDIT2.
           MOVE TOTAL-TTC TO MONTANT-EDIT3.
           MOVE SPACES TO DEMANDE-REC.
           STRING "TOTAL HT  : " MONTANT-EDIT " " DEVISE-FOU
               DELIMITED BY SIZE INTO DEMANDE-REC
           END-STRING.
           WRITE DEMANDE-REC.
           MOVE SPACES TO DEMANDE-REC.
           STRING "TVA       : " MONTANT-EDIT2 " " DEVISE-FOU
               DELIMITED BY SIZE INTO DEMANDE-REC
           END-STRING.
           WRITE DEMANDE-REC.
           MOVE SPACES TO DEMANDE-REC.
           STRING "TOTAL TTC : " MONTANT-EDIT3 " " DEVISE-FOU
               DELIMITED BY SIZE INTO DEMANDE-REC
           END-STRING.
           WRITE DEMANDE-REC.
           MOVE SPACES TO DEMANDE-REC.
           WRITE DEMANDE-REC.
           MOVE SPACES TO DEMANDE-REC.
           STRING "Merci de nous adresser votre accord de retour"
               " et l'avoir correspondant, en rappelant"
               DELIMITED BY SIZE INTO DEMANDE-REC
           END-STRING.
           WRITE DEMANDE-REC.
           MOVE SPACES TO DEMANDE-REC.
           STRING "la reference RA" NUM-RETOUR
               ". Le montant sera deduit de notre prochain"
               " reglement."
               DELIMITED BY SIZE INTO DEMANDE-REC
           END-STRING.
           WRITE DEMANDE-REC.
           CLOSE DEMANDE-FILE.
           MOVE DEMANDE-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.

           PERFORM PORTER-AVOIR.
           DISPLAY "Demande de retour " NUM-RETOUR " pour "
               FUNCTION TRIM(FOU-COURANT) " : "
               FUNCTION TRIM(MONTANT-EDIT3) " " DEVISE-FOU
               " TTC (" FUNCTION TRIM(DEMANDE-FILENAME) ").".
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  RETOURNER-LIGNE : valorisation, ligne de la demande, sortie
      *  de quarantaine au journal et au registre.
      *------------------------------------------------------------
       RETOURNER-LIGNE.
           MOVE 0 TO PU-RETOUR.
           MOVE SPACES TO M-LIB.
           MOVE 0 TO M-TVA M-PMP M-QTE.
           IF MASTER-OPEN-FLAG = 'O'
               MOVE Q-ART(WS-J) TO M-CODE
               READ MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO M-LIB
                       MOVE 0 TO M-TVA M-PMP M-QTE
               END-READ
           END-IF.
           IF CATFOU-OPEN-FLAG = 'O'
               MOVE FOU-COURANT TO CT-FOU
               MOVE Q-ART(WS-J) TO CT-ART
               READ CATFOU-FILE
                   INVALID KEY
                       CONTINUE
      *> prix fournisseur par unite d'achat, quantite en quarantaine
      *> en unites de stock
                   NOT INVALID KEY
                       IF CT-FACTEUR > 1
                           COMPUTE PU-RETOUR ROUNDED =
                               CT-PU / CT-FACTEUR
                       ELSE
                           MOVE CT-PU TO PU-RETOUR
                       END-IF
               END-READ
           END-IF.
           IF PU-RETOUR = 0
               MOVE M-PMP TO PU-RETOUR
           END-IF.
           COMPUTE HT-LIGNE ROUNDED = Q-QTE(WS-J) * PU-RETOUR.
           MOVE 0 TO TVA-LIGNE.
           IF DEVISE-FOU = "EUR"
               COMPUTE TVA-LIGNE ROUNDED = HT-LIGNE * M-TVA / 100
           END-IF.
           ADD HT-LIGNE TO TOTAL-HT.
           ADD TVA-LIGNE TO TOTAL-TVA.

           MOVE Q-QTE(WS-J) TO QTE-EDIT.
           MOVE PU-RETOUR TO PU-EDIT.
           MOVE HT-LIGNE TO MONTANT-EDIT.
           MOVE SPACES TO DEMANDE-REC.
           STRING Q-ART(WS-J) " " M-LIB " " QTE-EDIT " "
               Q-MOTIF(WS-J) " " PU-EDIT " " MONTANT-EDIT
               DELIMITED BY SIZE INTO DEMANDE-REC
           END-STRING.
           WRITE DEMANDE-REC.

           MOVE SPACES TO REGISTRE-REC.
           STRING "RA" NUM-RETOUR "|" WS-TODAY "|"
               FUNCTION TRIM(FOU-COURANT) "|"
               FUNCTION TRIM(Q-ART(WS-J)) "|"
               FUNCTION TRIM(QTE-EDIT) "|"
               FUNCTION TRIM(Q-MOTIF(WS-J)) "|"
               FUNCTION TRIM(PU-EDIT) "|"
               FUNCTION TRIM(MONTANT-EDIT) "|" DEVISE-FOU
               DELIMITED BY SIZE INTO REGISTRE-REC
           END-STRING.
           WRITE REGISTRE-REC.

           MOVE Q-ART(WS-J) TO JRN-ARTICLE.
           MOVE 0 TO JRN-QTE.
           MOVE "RETOUR-FOU" TO JRN-MOTIF.
           MOVE M-QTE TO JRN-SOLDE.
           CALL "STOCK-JOURNAL" USING JRN-ARTICLE JRN-QTE
               JRN-MOTIF JRN-SOLDE.
           MOVE 'T' TO Q-STATUT(WS-J).
           ADD 1 TO NB-LIGNES-RETOURNEES.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  PORTER-AVOIR : avoir a recevoir en negatif au grand livre
      *  fournisseurs, meme ligne que RAPPROCHEMENT-FACTURES,
      *  echeance le jour meme.
      *------------------------------------------------------------
       PORTER-AVOIR.
           PERFORM CHARGER-PIECE.
           ADD 1 TO NUM-PIECE.
           PERFORM SAUVER-PIECE.
           OPEN EXTEND FACFOU-FILE.
           IF FACFOU-STATUS = "35"
               OPEN OUTPUT FACFOU-FILE
               MOVE SPACES TO FACFOU-REC
               STRING "piece|fournisseur|reference|date_facture"
                   "|echeance|devise|ht|tva|ttc|date_saisie"
                   DELIMITED BY SIZE INTO FACFOU-REC
               END-STRING
               WRITE FACFOU-REC
           END-IF.
           COMPUTE TOTAL-HT = 0 - TOTAL-HT.
           COMPUTE TOTAL-TVA = 0 - TOTAL-TVA.
           COMPUTE TOTAL-TTC = 0 - TOTAL-TTC.
           MOVE TOTAL-HT TO MONTANT-EDIT.
           MOVE TOTAL-TVA TO MONTANT-EDIT2.
           MOVE TOTAL-TTC TO MONTANT-EDIT3.
           MOVE SPACES TO FACFOU-REC.
           STRING NUM-PIECE "|" FUNCTION TRIM(FOU-COURANT) "|RA"
               NUM-RETOUR "|" WS-TODAY "|" WS-TODAY "|"
               DEVISE-FOU "|"
               FUNCTION TRIM(MONTANT-EDIT) "|"
               FUNCTION TRIM(MONTANT-EDIT2) "|"
               FUNCTION TRIM(MONTANT-EDIT3) "|" WS-TODAY
               DELIMITED BY SIZE INTO FACFOU-REC
           END-STRING.
           WRITE FACFOU-REC.
           CLOSE FACFOU-FILE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  REECRIRE-QUARANTAINE : seules les lignes non retournees
      *  restent, telles qu'elles ont ete lues.
      *------------------------------------------------------------
       REECRIRE-QUARANTAINE.
           MOVE 0 TO NB-RESTANTES.
           OPEN OUTPUT QUARANTAINE-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-QUAR
               IF Q-STATUT(WS-I) NOT = 'T'
                   MOVE Q-LIGNE(WS-I) TO QUARANTAINE-REC
                   WRITE QUARANTAINE-REC
                   ADD 1 TO NB-RESTANTES
               END-IF
           END-PERFORM.
           CLOSE QUARANTAINE-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-COMPTEUR / SAUVER-COMPTEUR : numerotation des
      *  demandes de retour (retour_fou_counter.txt) ;
      *  CHARGER-PIECE / SAUVER-PIECE : pieces du grand livre
      *  fournisseurs (fou_piece_counter.txt). Meme idiome que
      *  cde_counter.txt de COMMANDES-CLIENTS.
      *============================================================
       CHARGER-COMPTEUR.
           MOVE 0 TO NUM-RETOUR.
           OPEN INPUT COUNTER-FILE.
           IF COUNTER-STATUS = "00"
               READ COUNTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(COUNTER-REC) TO NUM-RETOUR
               END-READ
               CLOSE COUNTER-FILE
           END-IF.
           EXIT PARAGRAPH.

       SAUVER-COMPTEUR.
           OPEN OUTPUT COUNTER-FILE.
           MOVE SPACES TO COUNTER-REC.
           MOVE NUM-RETOUR TO COUNTER-REC(1:6).
           WRITE COUNTER-REC.
           CLOSE COUNTER-FILE.
           EXIT PARAGRAPH.

       CHARGER-PIECE.
           MOVE 0 TO NUM-PIECE.
           OPEN INPUT PIECE-FILE.
           IF PIECE-STATUS = "00"
               READ PIECE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(PIECE-REC) TO NUM-PIECE
               END-READ
               CLOSE PIECE-FILE
           END-IF.
           EXIT PARAGRAPH.

       SAUVER-PIECE.
           OPEN OUTPUT PIECE-FILE.
           MOVE SPACES TO PIECE-REC.
           MOVE NUM-PIECE TO PIECE-REC(1:6).
           WRITE PIECE-REC.
           CLOSE PIECE-FILE.
           EXIT PARAGRAPH.
