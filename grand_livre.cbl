       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAND-LIVRE.

      *============================================================
      *  Grand livre de la boutique : integre tous les exports GL
      *  au format fixe commun (GL-DATE, GL-BATCH, GL-COMPTE,
      *  GL-SENS, GL-MONTANT, GL-LIBELLE) - journees ATM
      *  d'ATM-SETTLEMENT (atm_gl_AAAAMMJJ.txt), clotures de stock
      *  de CLOTURE-STOCK (gl_stock_AAAAMM.txt), journaux des
      *  ventes de FACTURATION-CLIENTS (gl_ventes_AAAAMMJJ.txt) et
      *  journaux des achats de PAIEMENTS-FOURNISSEURS
      *  (gl_achats_AAAAMMJJ.txt) -
      *  dans le grand livre indexe gl_ledger.dat, cle compte +
      *  periode AAAAMM (periode = mois de GL-DATE).
      *
      *  Un lot (source + numero de lot) n'est poste que s'il est
      *  equilibre (debits = credits) et jamais poste : les lots
      *  postes sont tenus au registre gl_lots.txt
      *  (SOURCE|LOT|FICHIER|DEBIT|CREDIT|DATE-POST). Un lot deja
      *  poste depuis le meme fichier est simplement passe (les
      *  exports restent en place d'une nuit a l'autre) ; le meme
      *  lot revenu d'un autre fichier, ou un lot desequilibre, est
      *  rejete et trace dans gl_rejets.txt
      *  (DATE-RUN|FICHIER|SOURCE|LOT|DEBIT|CREDIT|MOTIF), le run
      *  sortant en avertissement. Chaque ligne postee part aussi
      *  dans le journal gl_ecritures.txt
      *  (PERIODE|COMPTE|DATE|SOURCE|LOT|SENS|MONTANT|LIBELLE).
      *
      *  Puis, pour le mois demande (argument 1 AAAAMM, mois
      *  courant par defaut) : balance generale balance_gl_AAAAMM
      *  .txt (solde anterieur, debit et credit du mois, solde fin
      *  de mois par compte) et detail des comptes
      *  detail_gl_AAAAMM.txt, tous deux declares au spool.
      *
      *  Periodes comptables (calendrier periodes.txt, controle
      *  PERIODE-CONTROLE) : une periode EN-CLOTURE recoit encore
      *  ses ecritures de cloture, une periode FERMEE plus rien -
      *  le lot date dans une periode fermee est rejete (motif
      *  PERIODE CLOSE), ou poste sur la premiere periode ouverte
      *  avec un avertissement, la date d'origine restant au
      *  journal des ecritures.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN TO "gl_fichiers.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-STATUS.
           SELECT GL-FILE ASSIGN TO DYNAMIC GL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "gl_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CLE
               FILE STATUS IS LEDGER-STATUS.
           SELECT LOTS-FILE ASSIGN TO "gl_lots.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOTS-STATUS.
           SELECT REJETS-FILE ASSIGN TO "gl_rejets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJETS-STATUS.
           SELECT ECRITURES-FILE ASSIGN TO "gl_ecritures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ECRITURES-STATUS.
           SELECT BALANCE-FILE ASSIGN TO DYNAMIC BALANCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DETAIL-FILE ASSIGN TO DYNAMIC DETAIL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-FILE.
       01  LIST-REC                PIC X(100).
       FD  GL-FILE.
      *> Meme interface fixe que l'export GL d'ATM-SETTLEMENT.
       01  GL-REC.
           05  GL-DATE             PIC 9(8).
           05  GL-BATCH            PIC 9(6).
           05  GL-COMPTE           PIC X(8).
           05  GL-SENS             PIC X.
           05  GL-MONTANT          PIC 9(13)V99.
           05  GL-LIBELLE          PIC X(24).
       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05  LG-CLE.
               10  LG-COMPTE       PIC X(8).
               10  LG-PERIODE      PIC 9(6).
           05  LG-DEBIT            PIC 9(13)V99.
           05  LG-CREDIT           PIC 9(13)V99.
           05  LG-NB-ECRITURES     PIC 9(6).
       FD  LOTS-FILE.
       01  LOTS-REC                PIC X(120).
       FD  REJETS-FILE.
       01  REJETS-REC              PIC X(150).
       FD  ECRITURES-FILE.
       01  ECRITURES-REC           PIC X(120).
       FD  BALANCE-FILE.
       01  BALANCE-REC             PIC X(132).
       FD  DETAIL-FILE.
       01  DETAIL-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       77  LIST-STATUS             PIC X(2) VALUE SPACES.
       77  GL-STATUS               PIC X(2) VALUE SPACES.
       77  LEDGER-STATUS           PIC X(2) VALUE SPACES.
       77  LOTS-STATUS             PIC X(2) VALUE SPACES.
       77  REJETS-STATUS           PIC X(2) VALUE SPACES.
       77  ECRITURES-STATUS        PIC X(2) VALUE SPACES.
       77  GL-FILENAME             PIC X(64) VALUE SPACES.
       77  BALANCE-FILENAME        PIC X(64) VALUE SPACES.
       77  DETAIL-FILENAME         PIC X(64) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  WS-J                    PIC 9(4) VALUE 0.
       77  ARG-MOIS                PIC X(8) VALUE SPACES.
       77  MOIS-DEMANDE            PIC 9(6) VALUE 0.

      *> Exports a integrer : la liste vient d'un ls sur les trois
      *> familles de fichiers (compteurs de lots *_batch.txt
      *> ecartes).
       77  CMD-LISTE               PIC X(200) VALUE SPACES.
       77  SOURCE-FICHIER          PIC X(8) VALUE SPACES.
       77  NB-FICHIERS             PIC 9(4) VALUE 0.

      *> Lots deja postes (registre gl_lots.txt).
       77  NB-LOTS-POSTES          PIC 9(4) VALUE 0.
       01  TAB-LOTS-POSTES.
           05  LP-ENTREE OCCURS 3000.
               10  LP-SOURCE       PIC X(8).
               10  LP-LOT          PIC 9(6).
               10  LP-FICHIER      PIC X(40).
       01  LOT-CH1                 PIC X(16).
       01  LOT-CH2                 PIC X(16).
       01  LOT-CH3                 PIC X(64).

      *> Lignes du fichier en cours et ses lots.
       77  NB-LIGNES-FICHIER       PIC 9(4) VALUE 0.
       01  TAB-LIGNES.
           05  LI-ENTREE OCCURS 2000.
               10  LI-DATE         PIC 9(8).
               10  LI-LOT          PIC 9(6).
               10  LI-COMPTE       PIC X(8).
               10  LI-SENS         PIC X.
               10  LI-MONTANT      PIC 9(13)V99.
               10  LI-LIBELLE      PIC X(24).
               10  LI-PERIODE      PIC 9(6).
       77  NB-LOTS-FICHIER         PIC 9(4) VALUE 0.
       01  TAB-LOTS-FICHIER.
           05  LF-ENTREE OCCURS 500.
               10  LF-LOT          PIC 9(6).
               10  LF-DEBIT        PIC 9(13)V99.
               10  LF-CREDIT       PIC 9(13)V99.
       77  LF-IDX                  PIC 9(4) VALUE 0.
       77  LOT-COURANT             PIC 9(6) VALUE 0.
       77  MOTIF-REJET             PIC X(30) VALUE SPACES.
       77  DEJA-POSTE              PIC X VALUE 'N'.
       77  NB-LOTS-POSTES-RUN      PIC 9(4) VALUE 0.
       77  NB-LOTS-PASSES          PIC 9(4) VALUE 0.
       77  NB-LOTS-REJETES         PIC 9(4) VALUE 0.
       77  NB-ECRITURES-RUN        PIC 9(6) VALUE 0.
       77  NB-LIGNES-IGNOREES      PIC 9(4) VALUE 0.
       77  NB-LOTS-REPORTES        PIC 9(4) VALUE 0.
       77  LOT-REPORTE             PIC X VALUE 'N'.
       77  PERIODE-REPORT          PIC 9(6) VALUE 0.

      *> Periode de chaque ligne contre le calendrier des periodes
      *> comptables (PERIODE-CONTROLE) ; derniere date controlee
      *> gardee, un lot est le plus souvent d'une seule date.
       01  PC-ORIGINE              PIC X(8) VALUE "COMPTA".
       01  PC-DATE                 PIC 9(8) VALUE 0.
       01  PC-DATE-RETENUE         PIC 9(8) VALUE 0.
       01  PC-RESULTAT             PIC X(2) VALUE SPACES.

      *> Balance du mois : un poste par compte mouvemente.
       77  NB-COMPTES              PIC 9(4) VALUE 0.
       01  TAB-COMPTES.
           05  CP-ENTREE OCCURS 500.
               10  CP-COMPTE       PIC X(8).
               10  CP-ANTERIEUR    PIC S9(13)V99.
               10  CP-DEBIT        PIC S9(13)V99.
               10  CP-CREDIT       PIC S9(13)V99.
       77  CP-IDX                  PIC 9(4) VALUE 0.
       77  SOLDE-FIN               PIC S9(13)V99 VALUE 0.
       77  TOTAL-ANTERIEUR         PIC S9(13)V99 VALUE 0.
       77  TOTAL-DEBIT             PIC S9(13)V99 VALUE 0.
       77  TOTAL-CREDIT            PIC S9(13)V99 VALUE 0.
       77  TOTAL-SOLDE             PIC S9(13)V99 VALUE 0.
       01  LIGNE-BALANCE.
           05  LB-COMPTE           PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LB-ANTERIEUR        PIC -(12)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LB-DEBIT            PIC -(12)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LB-CREDIT           PIC -(12)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LB-SOLDE            PIC -(12)9.99.

      *> Detail des comptes : ecritures du mois demande, reprises
      *> du journal gl_ecritures.txt.
       77  NB-DETAIL               PIC 9(4) VALUE 0.
       01  TAB-DETAIL.
           05  DT-ENTREE OCCURS 5000.
               10  DT-COMPTE       PIC X(8).
               10  DT-LIGNE        PIC X(100).
       01  ECR-CH1                 PIC X(16).
       01  ECR-CH2                 PIC X(16).
       01  ECR-CH3                 PIC X(16).
       01  ECR-CH4                 PIC X(16).
       01  ECR-CH5                 PIC X(16).
       01  ECR-CH6                 PIC X(16).
       01  ECR-CH7                 PIC X(20).
       01  ECR-CH8                 PIC X(30).
       77  MONTANT-W               PIC S9(13)V99 VALUE 0.
       77  DEBIT-W                 PIC S9(13)V99 VALUE 0.
       77  CREDIT-W                PIC S9(13)V99 VALUE 0.
       77  MONTANT-EDIT            PIC -(12)9.99.
       77  MONTANT-EDIT2           PIC -(12)9.99.
       77  NB-EDIT                 PIC Z(5)9.

      *> Les deux etats sont declares au spool des documents.
       77  SPOOL-TYPE              PIC X(12) VALUE "RAPPORT".
       77  SPOOL-FICHIER           PIC X(64) VALUE SPACES.
       77  SPOOL-NUMERO            PIC 9(6) VALUE 0.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20) VALUE "GRAND-LIVRE".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           ACCEPT ARG-MOIS FROM ARGUMENT-VALUE
           IF FUNCTION LENGTH(FUNCTION TRIM(ARG-MOIS)) = 6
               AND FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(ARG-MOIS)) = 0
               MOVE FUNCTION NUMVAL(ARG-MOIS) TO MOIS-DEMANDE
           ELSE
               MOVE FUNCTION NUMVAL(WS-TODAY(1:6)) TO MOIS-DEMANDE
           END-IF

           OPEN I-O LEDGER-FILE
           IF LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF
           IF LEDGER-STATUS NOT = "00"
               DISPLAY "Grand livre gl_ledger.dat indisponible"
                   " (status " LEDGER-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           PERFORM CHARGER-LOTS-POSTES
           PERFORM OUVRIR-REGISTRES
           PERFORM INTEGRER-EXPORTS
           CLOSE LOTS-FILE REJETS-FILE ECRITURES-FILE

           DISPLAY NB-FICHIERS " fichier(s) GL lu(s) : "
               NB-LOTS-POSTES-RUN " lot(s) poste(s) ("
               NB-ECRITURES-RUN " ecriture(s)), "
               NB-LOTS-PASSES " deja poste(s), "
               NB-LOTS-REJETES " rejete(s)."
           IF NB-LOTS-REPORTES > 0
               DISPLAY NB-LOTS-REPORTES " lot(s) reporte(s) sur"
                   " une periode ouverte (periode d'origine close)."
           END-IF
           IF NB-LOTS-REJETES > 0 OR NB-LIGNES-IGNOREES > 0
               OR NB-LOTS-REPORTES > 0
               MOVE 4 TO WS-JOBLOG-RC
           END-IF

           PERFORM ECRIRE-BALANCE
           CLOSE LEDGER-FILE
           PERFORM ECRIRE-DETAIL
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  CHARGER-LOTS-POSTES : registre des lots deja integres.
      *============================================================
       CHARGER-LOTS-POSTES.
           MOVE 0 TO NB-LOTS-POSTES.
           OPEN INPUT LOTS-FILE.
           IF LOTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ LOTS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-LOT
               END-READ
           END-PERFORM.
           CLOSE LOTS-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-LOT.
           IF FUNCTION LENGTH(FUNCTION TRIM(LOTS-REC)) = 0
               OR LOTS-REC(1:7) = "source|"
               EXIT PARAGRAPH
           END-IF.
           IF NB-LOTS-POSTES >= 3000
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LOT-CH1 LOT-CH2 LOT-CH3.
           UNSTRING LOTS-REC DELIMITED BY "|"
               INTO LOT-CH1 LOT-CH2 LOT-CH3
           END-UNSTRING.
           ADD 1 TO NB-LOTS-POSTES.
           MOVE LOT-CH1 TO LP-SOURCE(NB-LOTS-POSTES).
           MOVE FUNCTION NUMVAL(LOT-CH2) TO LP-LOT(NB-LOTS-POSTES).
           MOVE LOT-CH3 TO LP-FICHIER(NB-LOTS-POSTES).
           EXIT PARAGRAPH.

       OUVRIR-REGISTRES.
           OPEN EXTEND LOTS-FILE.
           IF LOTS-STATUS = "35"
               OPEN OUTPUT LOTS-FILE
               MOVE "source|lot|fichier|debit|credit|date_post"
                   TO LOTS-REC
               WRITE LOTS-REC
           END-IF.
           OPEN EXTEND REJETS-FILE.
           IF REJETS-STATUS = "35"
               OPEN OUTPUT REJETS-FILE
               MOVE "date_run|fichier|source|lot|debit|credit|motif"
                   TO REJETS-REC
               WRITE REJETS-REC
           END-IF.
           OPEN EXTEND ECRITURES-FILE.
           IF ECRITURES-STATUS = "35"
               OPEN OUTPUT ECRITURES-FILE
               MOVE SPACES TO ECRITURES-REC
               STRING "periode|compte|date|source|lot|sens|"
                   "montant|libelle"
                   DELIMITED BY SIZE INTO ECRITURES-REC
               END-STRING
               WRITE ECRITURES-REC
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  INTEGRER-EXPORTS : chaque fichier GL present, dans l'ordre
      *  du ls (donc chronologique a l'interieur d'une famille).
      *============================================================
       INTEGRER-EXPORTS.
           MOVE "sh -c 'ls atm_gl_*.txt gl_stock_*.txt" TO CMD-LISTE.
           STRING FUNCTION TRIM(CMD-LISTE)
               " gl_ventes_*.txt gl_achats_*.txt 2>/dev/null"
               " | grep -v _batch"
               " > gl_fichiers.lst'"
               DELIMITED BY SIZE INTO CMD-LISTE
           END-STRING.
           CALL "SYSTEM" USING CMD-LISTE.
           OPEN INPUT LIST-FILE.
           IF LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ LIST-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION LENGTH(FUNCTION TRIM(LIST-REC))
                           > 0
                           MOVE LIST-REC(1:64) TO GL-FILENAME
                           PERFORM INTEGRER-FICHIER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIST-FILE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  INTEGRER-FICHIER : charge le fichier, totalise chaque lot,
      *  puis poste ou rejette lot par lot.
      *------------------------------------------------------------
       INTEGRER-FICHIER.
           EVALUATE TRUE
               WHEN GL-FILENAME(1:7) = "atm_gl_"
                   MOVE "ATM" TO SOURCE-FICHIER
               WHEN GL-FILENAME(1:9) = "gl_stock_"
                   MOVE "STOCK" TO SOURCE-FICHIER
               WHEN GL-FILENAME(1:10) = "gl_ventes_"
                   MOVE "VENTES" TO SOURCE-FICHIER
               WHEN GL-FILENAME(1:10) = "gl_achats_"
                   MOVE "ACHATS" TO SOURCE-FICHIER
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           OPEN INPUT GL-FILE.
           IF GL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-FICHIERS.
           MOVE 0 TO NB-LIGNES-FICHIER NB-LOTS-FICHIER.
           PERFORM UNTIL 1 = 0
               READ GL-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-GL
               END-READ
           END-PERFORM.
           CLOSE GL-FILE.
           PERFORM VARYING LF-IDX FROM 1 BY 1
               UNTIL LF-IDX > NB-LOTS-FICHIER
               PERFORM TRAITER-LOT
           END-PERFORM.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-GL.
           IF GL-DATE NOT NUMERIC OR GL-BATCH NOT NUMERIC
               OR GL-MONTANT NOT NUMERIC
               OR (GL-SENS NOT = "D" AND GL-SENS NOT = "C")
               OR NB-LIGNES-FICHIER >= 2000
               ADD 1 TO NB-LIGNES-IGNOREES
               DISPLAY FUNCTION TRIM(GL-FILENAME)
                   " : ligne illisible ignoree."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-LIGNES-FICHIER.
           MOVE GL-DATE TO LI-DATE(NB-LIGNES-FICHIER).
           MOVE GL-BATCH TO LI-LOT(NB-LIGNES-FICHIER).
           MOVE GL-COMPTE TO LI-COMPTE(NB-LIGNES-FICHIER).
           MOVE GL-SENS TO LI-SENS(NB-LIGNES-FICHIER).
           MOVE GL-MONTANT TO LI-MONTANT(NB-LIGNES-FICHIER).
           MOVE GL-LIBELLE TO LI-LIBELLE(NB-LIGNES-FICHIER).
           COMPUTE LI-PERIODE(NB-LIGNES-FICHIER) = GL-DATE / 100.

           MOVE 0 TO WS-J.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-LOTS-FICHIER
               IF LF-LOT(WS-I) = GL-BATCH
                   MOVE WS-I TO WS-J
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-J = 0
               IF NB-LOTS-FICHIER >= 500
                   MOVE 500 TO WS-J
               ELSE
                   ADD 1 TO NB-LOTS-FICHIER
                   MOVE NB-LOTS-FICHIER TO WS-J
                   MOVE GL-BATCH TO LF-LOT(WS-J)
                   MOVE 0 TO LF-DEBIT(WS-J) LF-CREDIT(WS-J)
               END-IF
           END-IF.
           IF GL-SENS = "D"
               ADD GL-MONTANT TO LF-DEBIT(WS-J)
           ELSE
               ADD GL-MONTANT TO LF-CREDIT(WS-J)
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  TRAITER-LOT : deja poste depuis ce fichier = passe ; deja
      *  poste depuis un autre fichier ou desequilibre = rejete ;
      *  sinon poste.
      *------------------------------------------------------------
       TRAITER-LOT.
           MOVE LF-LOT(LF-IDX) TO LOT-COURANT.
           MOVE 'N' TO DEJA-POSTE.
           MOVE SPACES TO MOTIF-REJET.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-LOTS-POSTES
               IF LP-SOURCE(WS-I) = SOURCE-FICHIER
                   AND LP-LOT(WS-I) = LOT-COURANT
                   IF LP-FICHIER(WS-I) = GL-FILENAME(1:40)
                       MOVE 'O' TO DEJA-POSTE
                   ELSE
                       MOVE "LOT DEJA POSTE" TO MOTIF-REJET
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF DEJA-POSTE = 'O'
               ADD 1 TO NB-LOTS-PASSES
               EXIT PARAGRAPH
           END-IF.
           IF MOTIF-REJET = SPACES
               AND LF-DEBIT(LF-IDX) NOT = LF-CREDIT(LF-IDX)
               MOVE "LOT DESEQUILIBRE" TO MOTIF-REJET
           END-IF.
           IF MOTIF-REJET = SPACES
               PERFORM CONTROLER-PERIODES-LOT
           END-IF.
           IF MOTIF-REJET NOT = SPACES
               PERFORM REJETER-LOT
               EXIT PARAGRAPH
           END-IF.
           IF LOT-REPORTE = 'O'
               ADD 1 TO NB-LOTS-REPORTES
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-LIGNES-FICHIER
               IF LI-LOT(WS-I) = LOT-COURANT
                   PERFORM POSTER-LIGNE
               END-IF
           END-PERFORM.
           MOVE LF-DEBIT(LF-IDX) TO MONTANT-EDIT.
           MOVE LF-CREDIT(LF-IDX) TO MONTANT-EDIT2.
           MOVE SPACES TO LOTS-REC.
           STRING FUNCTION TRIM(SOURCE-FICHIER) "|" LOT-COURANT "|"
               FUNCTION TRIM(GL-FILENAME) "|"
               FUNCTION TRIM(MONTANT-EDIT) "|"
               FUNCTION TRIM(MONTANT-EDIT2) "|" WS-TODAY
               DELIMITED BY SIZE INTO LOTS-REC
           END-STRING.
           WRITE LOTS-REC.
           IF NB-LOTS-POSTES < 3000
               ADD 1 TO NB-LOTS-POSTES
               MOVE SOURCE-FICHIER TO LP-SOURCE(NB-LOTS-POSTES)
               MOVE LOT-COURANT TO LP-LOT(NB-LOTS-POSTES)
               MOVE GL-FILENAME(1:40) TO LP-FICHIER(NB-LOTS-POSTES)
           END-IF.
           ADD 1 TO NB-LOTS-POSTES-RUN.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CONTROLER-PERIODES-LOT : chaque ligne du lot contre le
      *  calendrier ; une seule ligne refusee rejette tout le lot,
      *  une ligne reportee prend la premiere periode ouverte.
      *------------------------------------------------------------
       CONTROLER-PERIODES-LOT.
           MOVE 'N' TO LOT-REPORTE.
           MOVE 0 TO PC-DATE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-LIGNES-FICHIER
               IF LI-LOT(WS-I) = LOT-COURANT
                   IF LI-DATE(WS-I) NOT = PC-DATE
                       MOVE LI-DATE(WS-I) TO PC-DATE
                       CALL "PERIODE-CONTROLE" USING PC-ORIGINE
                           PC-DATE PC-DATE-RETENUE PC-RESULTAT
                   END-IF
                   EVALUATE PC-RESULTAT
                       WHEN "08"
                           MOVE "PERIODE CLOSE" TO MOTIF-REJET
                           EXIT PERFORM
                       WHEN "04"
                           COMPUTE LI-PERIODE(WS-I) =
                               PC-DATE-RETENUE / 100
                           MOVE LI-PERIODE(WS-I) TO PERIODE-REPORT
                           MOVE 'O' TO LOT-REPORTE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF LOT-REPORTE = 'O' AND MOTIF-REJET = SPACES
               DISPLAY "ATTENTION : lot " FUNCTION TRIM(SOURCE-FICHIER)
                   " " LOT-COURANT " (" FUNCTION TRIM(GL-FILENAME)
                   ") date dans une periode close, poste sur "
                   "la periode " PERIODE-REPORT "."
           END-IF.
           EXIT PARAGRAPH.

       REJETER-LOT.
           ADD 1 TO NB-LOTS-REJETES.
           MOVE LF-DEBIT(LF-IDX) TO MONTANT-EDIT.
           MOVE LF-CREDIT(LF-IDX) TO MONTANT-EDIT2.
           MOVE SPACES TO REJETS-REC.
           STRING WS-TODAY "|" FUNCTION TRIM(GL-FILENAME) "|"
               FUNCTION TRIM(SOURCE-FICHIER) "|" LOT-COURANT "|"
               FUNCTION TRIM(MONTANT-EDIT) "|"
               FUNCTION TRIM(MONTANT-EDIT2) "|"
               FUNCTION TRIM(MOTIF-REJET)
               DELIMITED BY SIZE INTO REJETS-REC
           END-STRING.
           WRITE REJETS-REC.
           DISPLAY "Lot rejete : " FUNCTION TRIM(SOURCE-FICHIER)
               " " LOT-COURANT " (" FUNCTION TRIM(GL-FILENAME)
               ") - " FUNCTION TRIM(MOTIF-REJET)
               ", debit " FUNCTION TRIM(MONTANT-EDIT)
               " credit " FUNCTION TRIM(MONTANT-EDIT2).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  POSTER-LIGNE : cumul au compte + periode du grand livre et
      *  trace au journal des ecritures.
      *------------------------------------------------------------
       POSTER-LIGNE.
           MOVE LI-COMPTE(WS-I) TO LG-COMPTE.
           MOVE LI-PERIODE(WS-I) TO LG-PERIODE.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 0 TO LG-DEBIT LG-CREDIT LG-NB-ECRITURES
                   PERFORM CUMULER-LIGNE-LEDGER
                   WRITE LEDGER-REC
                       INVALID KEY
                           DISPLAY "Grand livre : ecriture "
                               LG-COMPTE " " LG-PERIODE
                               " impossible (status "
                               LEDGER-STATUS ")"
                   END-WRITE
               NOT INVALID KEY
                   PERFORM CUMULER-LIGNE-LEDGER
                   REWRITE LEDGER-REC
                       INVALID KEY
                           DISPLAY "Grand livre : mise a jour "
                               LG-COMPTE " " LG-PERIODE
                               " impossible (status "
                               LEDGER-STATUS ")"
                   END-REWRITE
           END-READ.
           MOVE LI-MONTANT(WS-I) TO MONTANT-EDIT.
           MOVE SPACES TO ECRITURES-REC.
           STRING LG-PERIODE "|" FUNCTION TRIM(LG-COMPTE) "|"
               LI-DATE(WS-I) "|" FUNCTION TRIM(SOURCE-FICHIER) "|"
               LOT-COURANT "|" LI-SENS(WS-I) "|"
               FUNCTION TRIM(MONTANT-EDIT) "|"
               FUNCTION TRIM(LI-LIBELLE(WS-I))
               DELIMITED BY SIZE INTO ECRITURES-REC
           END-STRING.
           WRITE ECRITURES-REC.
           ADD 1 TO NB-ECRITURES-RUN.
           EXIT PARAGRAPH.

       CUMULER-LIGNE-LEDGER.
           IF LI-SENS(WS-I) = "D"
               ADD LI-MONTANT(WS-I) TO LG-DEBIT
           ELSE
               ADD LI-MONTANT(WS-I) TO LG-CREDIT
           END-IF.
           ADD 1 TO LG-NB-ECRITURES.
           EXIT PARAGRAPH.

      *============================================================
      *  ECRIRE-BALANCE : parcours du grand livre dans l'ordre des
      *  cles (compte puis periode) ; les periodes anterieures font
      *  le solde a nouveau, la periode demandee les mouvements du
      *  mois. Solde = debit - credit (negatif = crediteur).
      *============================================================
       ECRIRE-BALANCE.
           MOVE 0 TO NB-COMPTES.
           MOVE LOW-VALUES TO LG-CLE.
           START LEDGER-FILE KEY IS NOT LESS THAN LG-CLE
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM UNTIL 1 = 0
               READ LEDGER-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF LG-PERIODE <= MOIS-DEMANDE
                   PERFORM CUMULER-COMPTE
               END-IF
           END-PERFORM.

           MOVE SPACES TO BALANCE-FILENAME.
           STRING "balance_gl_" MOIS-DEMANDE ".txt"
               DELIMITED BY SIZE INTO BALANCE-FILENAME
           END-STRING.
           OPEN OUTPUT BALANCE-FILE.
           MOVE SPACES TO BALANCE-REC.
           STRING "BALANCE GENERALE - PERIODE " MOIS-DEMANDE
               " (edition du " WS-TODAY ")"
               DELIMITED BY SIZE INTO BALANCE-REC
           END-STRING.
           WRITE BALANCE-REC.
           MOVE SPACES TO BALANCE-REC.
           WRITE BALANCE-REC.
           STRING "COMPTE    SOLDE ANTERIEUR       DEBIT DU MOIS"
               "      CREDIT DU MOIS    SOLDE FIN DE MOIS"
               DELIMITED BY SIZE INTO BALANCE-REC
           END-STRING.
           WRITE BALANCE-REC.
           MOVE 0 TO TOTAL-ANTERIEUR TOTAL-DEBIT TOTAL-CREDIT
               TOTAL-SOLDE.
           PERFORM VARYING CP-IDX FROM 1 BY 1
               UNTIL CP-IDX > NB-COMPTES
               COMPUTE SOLDE-FIN = CP-ANTERIEUR(CP-IDX)
                   + CP-DEBIT(CP-IDX) - CP-CREDIT(CP-IDX)
               ADD CP-ANTERIEUR(CP-IDX) TO TOTAL-ANTERIEUR
               ADD CP-DEBIT(CP-IDX) TO TOTAL-DEBIT
               ADD CP-CREDIT(CP-IDX) TO TOTAL-CREDIT
               ADD SOLDE-FIN TO TOTAL-SOLDE
               MOVE CP-COMPTE(CP-IDX) TO LB-COMPTE
               MOVE CP-ANTERIEUR(CP-IDX) TO LB-ANTERIEUR
               MOVE CP-DEBIT(CP-IDX) TO LB-DEBIT
               MOVE CP-CREDIT(CP-IDX) TO LB-CREDIT
               MOVE SOLDE-FIN TO LB-SOLDE
               MOVE LIGNE-BALANCE TO BALANCE-REC
               WRITE BALANCE-REC
           END-PERFORM.
           MOVE SPACES TO BALANCE-REC.
           WRITE BALANCE-REC.
           MOVE "TOTAL" TO LB-COMPTE.
           MOVE TOTAL-ANTERIEUR TO LB-ANTERIEUR.
           MOVE TOTAL-DEBIT TO LB-DEBIT.
           MOVE TOTAL-CREDIT TO LB-CREDIT.
           MOVE TOTAL-SOLDE TO LB-SOLDE.
           MOVE LIGNE-BALANCE TO BALANCE-REC.
           WRITE BALANCE-REC.
           MOVE SPACES TO BALANCE-REC.
           IF TOTAL-DEBIT = TOTAL-CREDIT AND TOTAL-SOLDE = 0
               MOVE "Balance equilibree." TO BALANCE-REC
           ELSE
               MOVE "ATTENTION : balance desequilibree."
                   TO BALANCE-REC
               MOVE 8 TO WS-JOBLOG-RC
           END-IF.
           WRITE BALANCE-REC.
           CLOSE BALANCE-FILE.
           MOVE BALANCE-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           DISPLAY "Balance generale : "
               FUNCTION TRIM(BALANCE-FILENAME) " - " NB-COMPTES
               " compte(s) (spool " SPOOL-NUMERO ")".
           EXIT PARAGRAPH.

       CUMULER-COMPTE.
           IF NB-COMPTES = 0
               OR CP-COMPTE(NB-COMPTES) NOT = LG-COMPTE
               IF NB-COMPTES >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO NB-COMPTES
               MOVE LG-COMPTE TO CP-COMPTE(NB-COMPTES)
               MOVE 0 TO CP-ANTERIEUR(NB-COMPTES)
                   CP-DEBIT(NB-COMPTES) CP-CREDIT(NB-COMPTES)
           END-IF.
           IF LG-PERIODE < MOIS-DEMANDE
               COMPUTE CP-ANTERIEUR(NB-COMPTES) =
                   CP-ANTERIEUR(NB-COMPTES) + LG-DEBIT - LG-CREDIT
           ELSE
               ADD LG-DEBIT TO CP-DEBIT(NB-COMPTES)
               ADD LG-CREDIT TO CP-CREDIT(NB-COMPTES)
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  ECRIRE-DETAIL : ecritures du mois reprises du journal,
      *  regroupees par compte dans l'ordre de la balance, avec
      *  total et solde fin de mois par compte.
      *============================================================
       ECRIRE-DETAIL.
           MOVE 0 TO NB-DETAIL.
           OPEN INPUT ECRITURES-FILE.
           IF ECRITURES-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ ECRITURES-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           PERFORM CHARGER-LIGNE-DETAIL
                   END-READ
               END-PERFORM
               CLOSE ECRITURES-FILE
           END-IF.

           MOVE SPACES TO DETAIL-FILENAME.
           STRING "detail_gl_" MOIS-DEMANDE ".txt"
               DELIMITED BY SIZE INTO DETAIL-FILENAME
           END-STRING.
           OPEN OUTPUT DETAIL-FILE.
           MOVE SPACES TO DETAIL-REC.
           STRING "DETAIL DES COMPTES - PERIODE " MOIS-DEMANDE
               " (edition du " WS-TODAY ")"
               DELIMITED BY SIZE INTO DETAIL-REC
           END-STRING.
           WRITE DETAIL-REC.
           PERFORM VARYING CP-IDX FROM 1 BY 1
               UNTIL CP-IDX > NB-COMPTES
               IF CP-DEBIT(CP-IDX) NOT = 0
                   OR CP-CREDIT(CP-IDX) NOT = 0
                   PERFORM ECRIRE-DETAIL-COMPTE
               END-IF
           END-PERFORM.
           CLOSE DETAIL-FILE.
           MOVE DETAIL-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           DISPLAY "Detail des comptes : "
               FUNCTION TRIM(DETAIL-FILENAME) " - " NB-DETAIL
               " ecriture(s) (spool " SPOOL-NUMERO ")".
           EXIT PARAGRAPH.

       CHARGER-LIGNE-DETAIL.
           IF ECRITURES-REC(1:8) = "periode|"
               OR FUNCTION LENGTH(FUNCTION TRIM(ECRITURES-REC)) = 0
               EXIT PARAGRAPH
           END-IF.
           IF NB-DETAIL >= 5000
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ECR-CH1 ECR-CH2 ECR-CH3 ECR-CH4 ECR-CH5
               ECR-CH6 ECR-CH7 ECR-CH8.
           UNSTRING ECRITURES-REC DELIMITED BY "|"
               INTO ECR-CH1 ECR-CH2 ECR-CH3 ECR-CH4 ECR-CH5 ECR-CH6
                   ECR-CH7 ECR-CH8
           END-UNSTRING.
           IF FUNCTION NUMVAL(ECR-CH1) NOT = MOIS-DEMANDE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(ECR-CH7) TO MONTANT-W.
           MOVE MONTANT-W TO MONTANT-EDIT.
           ADD 1 TO NB-DETAIL.
           MOVE ECR-CH2(1:8) TO DT-COMPTE(NB-DETAIL).
           MOVE SPACES TO DT-LIGNE(NB-DETAIL).
           IF ECR-CH6 = "D"
               STRING "  " ECR-CH3(1:8) "  " ECR-CH4(1:8) " "
                   ECR-CH5(1:6) "  " ECR-CH8(1:24) " "
                   MONTANT-EDIT
                   DELIMITED BY SIZE INTO DT-LIGNE(NB-DETAIL)
               END-STRING
           ELSE
               STRING "  " ECR-CH3(1:8) "  " ECR-CH4(1:8) " "
                   ECR-CH5(1:6) "  " ECR-CH8(1:24) " "
                   "                " " " MONTANT-EDIT
                   DELIMITED BY SIZE INTO DT-LIGNE(NB-DETAIL)
               END-STRING
           END-IF.
           EXIT PARAGRAPH.

       ECRIRE-DETAIL-COMPTE.
           MOVE SPACES TO DETAIL-REC.
           WRITE DETAIL-REC.
           MOVE CP-ANTERIEUR(CP-IDX) TO MONTANT-EDIT.
           STRING "COMPTE " CP-COMPTE(CP-IDX)
               "   solde anterieur " FUNCTION TRIM(MONTANT-EDIT)
               DELIMITED BY SIZE INTO DETAIL-REC
           END-STRING.
           WRITE DETAIL-REC.
           MOVE SPACES TO DETAIL-REC.
           STRING "  DATE      SOURCE   LOT     LIBELLE"
               "                             DEBIT           CREDIT"
               DELIMITED BY SIZE INTO DETAIL-REC
           END-STRING.
           WRITE DETAIL-REC.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > NB-DETAIL
               IF DT-COMPTE(WS-J) = CP-COMPTE(CP-IDX)
                   MOVE DT-LIGNE(WS-J) TO DETAIL-REC
                   WRITE DETAIL-REC
               END-IF
           END-PERFORM.
           COMPUTE SOLDE-FIN = CP-ANTERIEUR(CP-IDX)
               + CP-DEBIT(CP-IDX) - CP-CREDIT(CP-IDX).
           MOVE CP-DEBIT(CP-IDX) TO MONTANT-EDIT.
           MOVE CP-CREDIT(CP-IDX) TO MONTANT-EDIT2.
           MOVE SPACES TO DETAIL-REC.
           STRING "  TOTAL DU MOIS" "                              "
               "         " MONTANT-EDIT " " MONTANT-EDIT2
               DELIMITED BY SIZE INTO DETAIL-REC
           END-STRING.
           WRITE DETAIL-REC.
           MOVE SOLDE-FIN TO MONTANT-EDIT.
           MOVE SPACES TO DETAIL-REC.
           STRING "  SOLDE FIN DE MOIS " FUNCTION TRIM(MONTANT-EDIT)
               DELIMITED BY SIZE INTO DETAIL-REC
           END-STRING.
           WRITE DETAIL-REC.
           EXIT PARAGRAPH.
