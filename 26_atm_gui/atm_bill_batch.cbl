       >>SOURCE FORMAT FREE
      *>
      *> Nightly bill payment batch - groups the day's ATM bill
      *> payments (bill_payments_YYYYMMDD.txt, written by the
      *> ATM-BACKEND "bill_pay" operation; argument 1 = date, today
      *> by default) into one outgoing file per biller,
      *> billpay_<BILLER>_YYYYMMDD.txt :
      *>
      *>   H|BILLER|NAME|BANK|ACCOUNT|YYYYMMDD
      *>   D|REFERENCE|AMOUNT|TIMESTAMP        (one per payment)
      *>   T|COUNT|TOTAL
      *>
      *> Each outgoing file gets its control record (.ctl, through
      *> CONTROLE-TOTAUX) and a line in the day's list
      *> bill_out_YYYYMMDD.txt (BILLER|FILE|COUNT|TOTAL), which
      *> ATM-CLEARING-CONTROL ties back to the ledger's bill_pay
      *> total. A payment whose biller is no longer on the master
      *> is still sent (the customer was debited) and flagged in
      *> the run with RC 4.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATM-BILL-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAIEMENTS-FILE ASSIGN TO DYNAMIC PAIEMENTS-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PAIEMENTS-STATUS.
           SELECT SORTIE-FILE ASSIGN TO DYNAMIC SORTIE-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SORTIE-STATUS.
           SELECT LISTE-FILE ASSIGN TO DYNAMIC LISTE-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LISTE-STATUS.
           SELECT FACTURIERS-FILE ASSIGN TO "atm_billers.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BL-CODE
              FILE STATUS IS FACTURIERS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAIEMENTS-FILE.
       01  PAIEMENTS-REC             PIC X(200).
       FD  SORTIE-FILE.
       01  SORTIE-REC                PIC X(200).
       FD  LISTE-FILE.
       01  LISTE-REC                 PIC X(200).
       FD  FACTURIERS-FILE.
       COPY "atm_biller_rec.cpy".

       WORKING-STORAGE SECTION.
       01  PAIEMENTS-STATUS          PIC XX.
       01  SORTIE-STATUS             PIC XX.
       01  LISTE-STATUS              PIC XX.
       01  FACTURIERS-STATUS         PIC XX.
       01  FACTURIERS-OPEN           PIC X VALUE 'N'.
       01  PAIEMENTS-FILENAME        PIC X(40).
       01  SORTIE-FILENAME           PIC X(64).
       01  LISTE-FILENAME            PIC X(40).
       01  WS-TODAY                  PIC 9(8) VALUE 0.
       01  ARG-DATE                  PIC X(8) VALUE SPACES.
       01  DATE-CIBLE                PIC 9(8) VALUE 0.
       01  I                         PIC 9(4) COMP VALUE 0.
       01  J                         PIC 9(4) COMP VALUE 0.
       01  NB-INCONNUS               PIC 9(4) VALUE 0.

      *> the day's payments, held in memory then written biller by
      *> biller
       01  NB-PAIEMENTS              PIC 9(4) COMP VALUE 0.
       01  TAB-PAIEMENTS.
           05  PAIEMENT OCCURS 5000 TIMES.
               10  PM-BILLER         PIC X(8).
               10  PM-REF            PIC X(20).
               10  PM-MONTANT        PIC S9(13)V99.
               10  PM-TS             PIC X(17).
       01  NB-FACTURIERS             PIC 9(3) COMP VALUE 0.
       01  TAB-FACTURIERS.
           05  FACT-CODE OCCURS 200 TIMES PIC X(8).
       01  P-F1                      PIC X(64).
       01  P-F2                      PIC X(8).
       01  P-F3                      PIC X(20).
       01  P-F4                      PIC X(20).
       01  P-F5                      PIC X(17).

       01  FICHIER-NB                PIC 9(7) VALUE 0.
       01  FICHIER-TOTAL             PIC S9(13)V99 VALUE 0.
       01  GRAND-NB                  PIC 9(7) VALUE 0.
       01  GRAND-TOTAL               PIC S9(13)V99 VALUE 0.
       01  NB-EDIT                   PIC Z(6)9.
       01  MONTANT-EDIT              PIC -(12)9.99.

      *> control record of each outgoing file (CONTROLE-TOTAUX)
       01  CT-ACTION                 PIC X(8) VALUE "ECRIRE".
       01  CT-FICHIER                PIC X(64) VALUE SPACES.
       01  CT-NOMBRE                 PIC 9(7) VALUE 0.
       01  CT-MONTANT                PIC S9(13)V99 VALUE 0.
       01  CT-RESULTAT               PIC X(2) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       01  WS-JOBLOG-PROGRAM         PIC X(20) VALUE "ATM-BILL-BATCH".
       01  WS-JOBLOG-EVENT           PIC X(5).
       01  WS-JOBLOG-RC              PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-BILL-BATCH.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
              WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO DATE-CIBLE
           ACCEPT ARG-DATE FROM ARGUMENT-VALUE
           IF FUNCTION LENGTH(FUNCTION TRIM(ARG-DATE)) = 8
              AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-DATE)) = 0
              MOVE FUNCTION NUMVAL(ARG-DATE) TO DATE-CIBLE
           END-IF

           PERFORM CHARGER-PAIEMENTS
           OPEN INPUT FACTURIERS-FILE
           IF FACTURIERS-STATUS = "00"
              MOVE 'O' TO FACTURIERS-OPEN
           END-IF

           MOVE SPACES TO LISTE-FILENAME
           STRING "bill_out_" DATE-CIBLE ".txt"
              INTO LISTE-FILENAME
           END-STRING
           OPEN OUTPUT LISTE-FILE
           IF LISTE-STATUS NOT = "00"
              DISPLAY "Cannot write " FUNCTION TRIM(LISTE-FILENAME)
              MOVE 8 TO WS-JOBLOG-RC
              PERFORM FIN-PROGRAMME
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > NB-FACTURIERS
              PERFORM PRODUIRE-FICHIER-FACTURIER
           END-PERFORM
           CLOSE LISTE-FILE
           IF FACTURIERS-OPEN = 'O'
              CLOSE FACTURIERS-FILE
           END-IF

           MOVE GRAND-NB TO NB-EDIT
           MOVE GRAND-TOTAL TO MONTANT-EDIT
           DISPLAY "Bill payments " DATE-CIBLE " : "
              FUNCTION TRIM(NB-EDIT) " payment(s), "
              FUNCTION TRIM(MONTANT-EDIT) ", " NB-FACTURIERS
              " biller file(s)."
           DISPLAY "List: " FUNCTION TRIM(LISTE-FILENAME)
           IF NB-INCONNUS > 0
              DISPLAY NB-INCONNUS " biller(s) not on the master -"
                 " files sent without bank details."
              MOVE 4 TO WS-JOBLOG-RC
           END-IF
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
              WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *> Payment file layout: HASH|BILLER|REFERENCE|AMOUNT|TIMESTAMP.
       CHARGER-PAIEMENTS.
           MOVE SPACES TO PAIEMENTS-FILENAME
           STRING "bill_payments_" DATE-CIBLE ".txt"
              INTO PAIEMENTS-FILENAME
           END-STRING
           OPEN INPUT PAIEMENTS-FILE
           IF PAIEMENTS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ PAIEMENTS-FILE
                 AT END EXIT PERFORM
              END-READ
              IF FUNCTION LENGTH(FUNCTION TRIM(PAIEMENTS-REC)) > 0
                 AND NB-PAIEMENTS < 5000
                 MOVE SPACES TO P-F1 P-F2 P-F3 P-F4 P-F5
                 UNSTRING PAIEMENTS-REC DELIMITED BY "|"
                    INTO P-F1 P-F2 P-F3 P-F4 P-F5
                 END-UNSTRING
                 ADD 1 TO NB-PAIEMENTS
                 MOVE P-F2 TO PM-BILLER(NB-PAIEMENTS)
                 MOVE P-F3 TO PM-REF(NB-PAIEMENTS)
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(P-F4))
                    TO PM-MONTANT(NB-PAIEMENTS)
                 MOVE P-F5 TO PM-TS(NB-PAIEMENTS)
                 PERFORM RETENIR-FACTURIER
              END-IF
           END-PERFORM
           CLOSE PAIEMENTS-FILE
           .

       RETENIR-FACTURIER.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-FACTURIERS
              IF FACT-CODE(I) = P-F2
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF NB-FACTURIERS < 200
              ADD 1 TO NB-FACTURIERS
              MOVE P-F2 TO FACT-CODE(NB-FACTURIERS)
           END-IF
           .

       PRODUIRE-FICHIER-FACTURIER.
           MOVE SPACES TO SORTIE-FILENAME
           STRING "billpay_" FUNCTION TRIM(FACT-CODE(J)) "_"
              DATE-CIBLE ".txt" DELIMITED BY SIZE
              INTO SORTIE-FILENAME
           END-STRING
           OPEN OUTPUT SORTIE-FILE
           IF SORTIE-STATUS NOT = "00"
              DISPLAY "Cannot write " FUNCTION TRIM(SORTIE-FILENAME)
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FACTURIER-REC
           MOVE FACT-CODE(J) TO BL-CODE
           IF FACTURIERS-OPEN = 'O'
              READ FACTURIERS-FILE
                 INVALID KEY
                    MOVE SPACES TO BL-NOM BL-BANQUE BL-COMPTE
              END-READ
           END-IF
           IF BL-BANQUE = SPACES
              ADD 1 TO NB-INCONNUS
              DISPLAY "  Biller " FUNCTION TRIM(FACT-CODE(J))
                 " not on the master."
           END-IF
           MOVE SPACES TO SORTIE-REC
           STRING "H|" FUNCTION TRIM(FACT-CODE(J)) "|"
              FUNCTION TRIM(BL-NOM) "|" FUNCTION TRIM(BL-BANQUE) "|"
              FUNCTION TRIM(BL-COMPTE) "|" DATE-CIBLE
              DELIMITED BY SIZE INTO SORTIE-REC
           END-STRING
           WRITE SORTIE-REC
           MOVE 0 TO FICHIER-NB
           MOVE 0 TO FICHIER-TOTAL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-PAIEMENTS
              IF PM-BILLER(I) = FACT-CODE(J)
                 ADD 1 TO FICHIER-NB
                 ADD PM-MONTANT(I) TO FICHIER-TOTAL
                 MOVE PM-MONTANT(I) TO MONTANT-EDIT
                 MOVE SPACES TO SORTIE-REC
                 STRING "D|" FUNCTION TRIM(PM-REF(I)) "|"
                    FUNCTION TRIM(MONTANT-EDIT) "|" PM-TS(I)
                    DELIMITED BY SIZE INTO SORTIE-REC
                 END-STRING
                 WRITE SORTIE-REC
              END-IF
           END-PERFORM
           MOVE FICHIER-NB TO NB-EDIT
           MOVE FICHIER-TOTAL TO MONTANT-EDIT
           MOVE SPACES TO SORTIE-REC
           STRING "T|" FUNCTION TRIM(NB-EDIT) "|"
              FUNCTION TRIM(MONTANT-EDIT)
              DELIMITED BY SIZE INTO SORTIE-REC
           END-STRING
           WRITE SORTIE-REC
           CLOSE SORTIE-FILE

           MOVE "ECRIRE" TO CT-ACTION
           MOVE SORTIE-FILENAME TO CT-FICHIER
           MOVE FICHIER-NB TO CT-NOMBRE
           MOVE FICHIER-TOTAL TO CT-MONTANT
           CALL "CONTROLE-TOTAUX" USING CT-ACTION CT-FICHIER
              CT-NOMBRE CT-MONTANT CT-RESULTAT

           MOVE SPACES TO LISTE-REC
           STRING FUNCTION TRIM(FACT-CODE(J)) "|"
              FUNCTION TRIM(SORTIE-FILENAME) "|"
              FUNCTION TRIM(NB-EDIT) "|" FUNCTION TRIM(MONTANT-EDIT)
              DELIMITED BY SIZE INTO LISTE-REC
           END-STRING
           WRITE LISTE-REC
           ADD FICHIER-NB TO GRAND-NB
           ADD FICHIER-TOTAL TO GRAND-TOTAL
           DISPLAY "  " FACT-CODE(J) " " FUNCTION TRIM(NB-EDIT)
              " payment(s) " FUNCTION TRIM(MONTANT-EDIT)
           .
