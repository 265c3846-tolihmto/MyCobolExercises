      *
      *  Argument 1 facultatif : le mois clos AAAAMM (mois courant
      *  par defaut). Un mois deja clos au registre est refuse.
      *
      *  La cloture passe le mois EN-CLOTURE au calendrier des
      *  periodes comptables periodes.txt (changement trace par
      *  AUDIT-TRACE) : factures, avoirs, comptages et mouvements
      *  de stock n'y sont plus postes (PERIODE-CONTROLE) en
      *  attendant la signature de la finance
      *  (PERIODES-COMPTABLES FERMER).
      *============================================================

       ENVIRONMENT DIVISION.
           SELECT GLBATCH-FILE ASSIGN TO "gl_stock_batch.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLBATCH-STATUS.
           SELECT PERIODES-FILE ASSIGN TO "periodes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODES-STATUS.
           SELECT PERTMP-FILE ASSIGN TO "periodes.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERTMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  M-TVA               PIC 9(3).
           05  M-PMP               PIC S9(5)V99.
           05  M-EAN               PIC X(13).
           05  M-POIDS             PIC 9(4)V999.
           05  M-SERIE             PIC X.
           05  M-STATUT            PIC X.
       FD  VALO-FILE.
       01  VALO-REC                PIC X(100).
       FD  CLOTURES-FILE.
           05  GL-LIBELLE          PIC X(24).
       FD  GLBATCH-FILE.
       01  GLBATCH-REC             PIC X(20).
       FD  PERIODES-FILE.
       01  PERIODES-REC            PIC X(80).
       FD  PERTMP-FILE.
       01  PERTMP-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       77  MASTER-STATUS           PIC X(2) VALUE SPACES.
       01  CLO-CH2                 PIC X(20).
       01  CLO-CH3                 PIC X(16).

      *> Passage du mois EN-CLOTURE au calendrier periodes.txt
      *> (PERIODE|STATUT|DATE|OPERATEUR), image avant/apres par
      *> AUDIT-TRACE comme PERIODES-COMPTABLES.
       77  PERIODES-STATUS         PIC X(2) VALUE SPACES.
       77  PERTMP-STATUS           PIC X(2) VALUE SPACES.
       77  PERIODE-TROUVEE         PIC X VALUE 'N'.
       77  STATUT-PERIODE          PIC X(12) VALUE SPACES.
       01  PER-CH1                 PIC X(8).
       01  PER-CH2                 PIC X(12).
       77  AUD-FICHIER             PIC X(20) VALUE "periodes".
       77  AUD-CLE                 PIC X(64) VALUE SPACES.
       77  AUD-CHAMP               PIC X(12) VALUE "STATUT".
       77  AUD-AVANT               PIC X(20) VALUE SPACES.
       77  AUD-APRES               PIC X(20) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20) VALUE "CLOTURE-STOCK".
           COMPUTE VARIATION = VALEUR-TOTALE - VALEUR-PRECEDENTE
           PERFORM ECRIRE-GL
           PERFORM ENREGISTRER-CLOTURE
           PERFORM MARQUER-PERIODE

           MOVE VALEUR-TOTALE TO VAL-EDIT
           MOVE VARIATION TO VAL-EDIT2
           WRITE CLOTURES-REC.
           CLOSE CLOTURES-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  MARQUER-PERIODE : le mois clos passe EN-CLOTURE au
      *  calendrier s'il y etait ouvert (ou absent) ; un mois deja
      *  EN-CLOTURE ou FERMEE reste tel quel.
      *============================================================
       MARQUER-PERIODE.
           MOVE 'N' TO PERIODE-TROUVEE.
           MOVE "OUVERTE" TO STATUT-PERIODE.
           OPEN OUTPUT PERTMP-FILE.
           OPEN INPUT PERIODES-FILE.
           IF PERIODES-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ PERIODES-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           PERFORM RECOPIER-LIGNE-PERIODE
                   END-READ
               END-PERFORM
               CLOSE PERIODES-FILE
           ELSE
               MOVE "periode|statut|date|operateur" TO PERTMP-REC
               WRITE PERTMP-REC
           END-IF.
           IF PERIODE-TROUVEE = 'N'
               PERFORM ECRIRE-LIGNE-PERIODE
           END-IF.
           CLOSE PERTMP-FILE.
           IF STATUT-PERIODE NOT = "OUVERTE"
               CALL "SYSTEM" USING "rm -f periodes.tmp"
               EXIT PARAGRAPH
           END-IF.
           CALL "SYSTEM" USING "mv periodes.tmp periodes.txt".
           MOVE SPACES TO AUD-CLE.
           MOVE MOIS-CLOS TO AUD-CLE(1:6).
           MOVE "OUVERTE" TO AUD-AVANT.
           MOVE "EN-CLOTURE" TO AUD-APRES.
           CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE AUD-CHAMP
               AUD-AVANT AUD-APRES WS-JOBLOG-PROGRAM.
           DISPLAY "Periode " MOIS-CLOS " EN-CLOTURE : plus de"
               " mouvement de gestion jusqu'a la signature.".
           EXIT PARAGRAPH.

       RECOPIER-LIGNE-PERIODE.
           IF FUNCTION LENGTH(FUNCTION TRIM(PERIODES-REC)) = 0
               OR PERIODES-REC(1:8) = "periode|"
               MOVE PERIODES-REC TO PERTMP-REC
               WRITE PERTMP-REC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PER-CH1 PER-CH2.
           UNSTRING PERIODES-REC DELIMITED BY "|"
               INTO PER-CH1 PER-CH2
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PER-CH1)) = 0
               AND FUNCTION NUMVAL(PER-CH1) = MOIS-CLOS
               MOVE 'O' TO PERIODE-TROUVEE
               MOVE PER-CH2 TO STATUT-PERIODE
               IF STATUT-PERIODE = "OUVERTE"
                   PERFORM ECRIRE-LIGNE-PERIODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE PERIODES-REC TO PERTMP-REC.
           WRITE PERTMP-REC.
           EXIT PARAGRAPH.

       ECRIRE-LIGNE-PERIODE.
           MOVE SPACES TO PERTMP-REC.
           STRING MOIS-CLOS "|EN-CLOTURE|" WS-TODAY "|-"
               DELIMITED BY SIZE INTO PERTMP-REC
           END-STRING.
           WRITE PERTMP-REC.
           EXIT PARAGRAPH.
