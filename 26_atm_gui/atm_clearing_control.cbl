      *>       instructions must equal the ledger's ext_out total ;
      *>   incoming : the sum of the posted credits in
      *>       clearing_in_done_YYYYMMDD.txt must equal the
      *>       ledger's ext_in total ;
      *>   bill payments : the outgoing biller files listed in
      *>       bill_out_YYYYMMDD.txt (ATM-BILL-BATCH) must each agree
      *>       with their control record and together equal the
      *>       ledger's bill_pay total.
      *>
      *> Any difference is a payment debited but never instructed
      *> (or the reverse) and ends the run with a warning. Report
              FILE STATUS IS CLR-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BILLOUT-FILE ASSIGN TO DYNAMIC BILLOUT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BILLOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CLR-REC                   PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-REC                PIC X(200).
       FD  BILLOUT-FILE.
       01  BILLOUT-REC               PIC X(200).

       WORKING-STORAGE SECTION.
       01  LEDGER-STATUS             PIC XX.
       01  CLR-F3                    PIC X(34).
       01  CLR-F4                    PIC X(20).
       01  EDIT-AMOUNT               PIC -9(11).99.
      *> bill payments : list of the day's outgoing biller files
      *> (BILLER|FILE|COUNT|TOTAL), each re-read and checked
      *> against its .ctl through CONTROLE-TOTAUX
       01  BILLOUT-STATUS            PIC XX.
       01  BILLOUT-FILENAME          PIC X(40).
       01  TOTAL-LEDGER-BILL         PIC S9(13)V99 VALUE 0.
       01  TOTAL-FICHIER-BILL        PIC S9(13)V99 VALUE 0.
       01  NB-FICHIERS-BILL          PIC 9(3) VALUE 0.
       01  NB-CTL-KO                 PIC 9(3) VALUE 0.
       01  CT-ACTION                 PIC X(8) VALUE "VERIFIER".
       01  CT-FICHIER                PIC X(64) VALUE SPACES.
       01  CT-NOMBRE                 PIC 9(7) VALUE 0.
       01  CT-MONTANT                PIC S9(13)V99 VALUE 0.
       01  CT-RESULTAT               PIC X(2) VALUE SPACES.
       01  BO-F1                     PIC X(8).
       01  BO-F2                     PIC X(64).
       01  BO-F3                     PIC X(20).
       01  BO-F4                     PIC X(20).
       01  EDIT-AMOUNT2              PIC -9(11).99.

      *> Appends a standard start/end/return-code line to joblog.txt
              INTO CLR-FILENAME
           END-STRING
           PERFORM TOTALISER-FICHIER-IN
           PERFORM TOTALISER-FACTURES

           MOVE SPACES TO REPORT-FILENAME
           STRING "atm_clearing_control_" DATE-CIBLE ".txt"
           WRITE REPORT-REC
           PERFORM CONTROLER-SENS-OUT
           PERFORM CONTROLER-SENS-IN
           PERFORM CONTROLER-FACTURES
           IF NB-ECARTS = 0
              MOVE "ALL DIRECTIONS BALANCED." TO REPORT-REC
           ELSE
              MOVE "*** CLEARING OUT OF BALANCE - INVESTIGATE ***"
                 TO REPORT-REC
                 WHEN "ext_in"
                    COMPUTE TOTAL-LEDGER-IN = TOTAL-LEDGER-IN +
                       FUNCTION NUMVAL(FUNCTION TRIM(L-AMOUNT-STR))
                 WHEN "bill_pay"
                    COMPUTE TOTAL-LEDGER-BILL = TOTAL-LEDGER-BILL +
                       FUNCTION NUMVAL(FUNCTION TRIM(L-AMOUNT-STR))
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           WRITE REPORT-REC
           .

      *> Every outgoing biller file of the day, re-read : its detail
      *> lines (D|REFERENCE|AMOUNT|TIMESTAMP) must agree with its
      *> control record, and their total feeds the bill_pay check.
       TOTALISER-FACTURES.
           MOVE SPACES TO BILLOUT-FILENAME
           STRING "bill_out_" DATE-CIBLE ".txt"
              INTO BILLOUT-FILENAME
           END-STRING
           OPEN INPUT BILLOUT-FILE
           IF BILLOUT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ BILLOUT-FILE
                 AT END EXIT PERFORM
              END-READ
              IF FUNCTION LENGTH(FUNCTION TRIM(BILLOUT-REC)) > 0
                 MOVE SPACES TO BO-F1 BO-F2 BO-F3 BO-F4
                 UNSTRING BILLOUT-REC DELIMITED BY "|"
                    INTO BO-F1 BO-F2 BO-F3 BO-F4
                 END-UNSTRING
                 ADD 1 TO NB-FICHIERS-BILL
                 MOVE SPACES TO CLR-FILENAME
                 MOVE BO-F2 TO CLR-FILENAME
                 PERFORM RELIRE-FICHIER-FACTURIER
              END-IF
           END-PERFORM
           CLOSE BILLOUT-FILE
           .

       RELIRE-FICHIER-FACTURIER.
           MOVE 0 TO CT-NOMBRE
           MOVE 0 TO CT-MONTANT
           OPEN INPUT CLR-FILE
           IF CLR-STATUS NOT = "00"
              ADD 1 TO NB-CTL-KO
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ CLR-FILE
                 AT END EXIT PERFORM
              END-READ
              IF CLR-REC(1:2) = "D|"
                 MOVE SPACES TO CLR-F1 CLR-F2 CLR-F3 CLR-F4
                 UNSTRING CLR-REC DELIMITED BY "|"
                    INTO CLR-F1 CLR-F2 CLR-F3 CLR-F4
                 END-UNSTRING
                 ADD 1 TO CT-NOMBRE
                 COMPUTE CT-MONTANT = CT-MONTANT +
                    FUNCTION NUMVAL(FUNCTION TRIM(CLR-F3))
              END-IF
           END-PERFORM
           CLOSE CLR-FILE
           ADD CT-MONTANT TO TOTAL-FICHIER-BILL
           MOVE "VERIFIER" TO CT-ACTION
           MOVE CLR-FILENAME TO CT-FICHIER
           CALL "CONTROLE-TOTAUX" USING CT-ACTION CT-FICHIER
              CT-NOMBRE CT-MONTANT CT-RESULTAT
           IF CT-RESULTAT = "91"
              ADD 1 TO NB-CTL-KO
           END-IF
           .

       CONTROLER-FACTURES.
           MOVE TOTAL-LEDGER-BILL TO EDIT-AMOUNT
           MOVE TOTAL-FICHIER-BILL TO EDIT-AMOUNT2
           MOVE SPACES TO REPORT-REC
           STRING "BILLS     ledger bill_pay "
              FUNCTION TRIM(EDIT-AMOUNT)
              "  biller files  " FUNCTION TRIM(EDIT-AMOUNT2)
              " (" NB-FICHIERS-BILL " file(s))"
              INTO REPORT-REC
           END-STRING
           IF TOTAL-LEDGER-BILL NOT = TOTAL-FICHIER-BILL
              OR NB-CTL-KO > 0
              ADD 1 TO NB-ECARTS
              STRING FUNCTION TRIM(REPORT-REC) "  MISMATCH"
                 INTO REPORT-REC
              END-STRING
           ELSE
              STRING FUNCTION TRIM(REPORT-REC) "  MATCH"
                 INTO REPORT-REC
              END-STRING
           END-IF
           WRITE REPORT-REC
           IF NB-CTL-KO > 0
              MOVE SPACES TO REPORT-REC
              STRING "          " NB-CTL-KO
                 " biller file(s) missing or not agreeing with"
                 " their control record"
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF
           .
