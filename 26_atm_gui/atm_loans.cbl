       >>SOURCE FORMAT FREE
      *>
      *> ATM-LOANS - instalment loans on an ATM account, so the
      *> branch stops tracking small personal loans in a
      *> spreadsheet. A loan is linked to an account hash with its
      *> principal, yearly rate and term in months, and carries a
      *> monthly amortisation schedule (constant instalment, last
      *> one adjusted for rounding):
      *>
      *>   atm_loans.txt          ID|HASH|PRINCIPAL|RATE|TERM|OPEN|
      *>                          INSTALMENT|STATUS (O open,
      *>                          S settled)
      *>   atm_loan_schedule.txt  ID|N|DUE|AMOUNT|INTEREST|
      *>                          PRINCIPAL|BALANCE|STATUS|PAID
      *>                          (D due, P paid, M missed)
      *>
      *>   ./atm_loans                 : the nightly step - every
      *>       instalment due today or missed earlier is debited
      *>       from the account through ATM-ACCOUNT-STORE (under
      *>       the shared "users" FILE-LOCK) with a chained
      *>       loan_instalment line in atm_ledger_YYYYMMDD.txt
      *>       (same CHAINER-ET-ECRIRE idiom as ATM-STANDING-ORDERS);
      *>       an instalment the balance does not cover is marked
      *>       missed and reported in atm_loans_report_YYYYMMDD.txt
      *>       (RC 4), and the loan's later instalments wait behind
      *>       it so they are always collected in order;
      *>   ./atm_loans OUVRIR <HASH> <PRINCIPAL> <RATE> <MONTHS> :
      *>       branch staff (OPERATOR-SIGNON, SUPERVISEUR role)
      *>       open a loan - the principal is credited to the
      *>       account (op loan_open) and the schedule is written,
      *>       first instalment one month after today;
      *>   ./atm_loans ECHEANCIER <ID> : the loan's schedule;
      *>   ./atm_loans RETARDS : arrears report - every loan with
      *>       missed or overdue instalments, amount in arrears and
      *>       days past due of the oldest one
      *>       (atm_loan_arrears_YYYYMMDD.txt);
      *>   ./atm_loans SOLDE <ID> [<YYYYMMDD>] : early-payoff quote
      *>       at the given date (today by default) - outstanding
      *>       principal, interest of the instalments already due
      *>       and unpaid, and interest accrued since the last due
      *>       date (principal x rate x days / 365, days counted
      *>       through DATE-UTILS). Nothing is posted.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATM-LOANS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "atm_loans.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOAN-STATUS.
           SELECT SCHED-FILE ASSIGN TO "atm_loan_schedule.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SCHED-STATUS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC LEDGER-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LEDGER-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-REC                  PIC X(200).
       FD  SCHED-FILE.
       01  SCHED-REC                 PIC X(160).
       FD  LEDGER-FILE.
       01  LEDGER-REC                PIC X(256).
       FD  REPORT-FILE.
       01  REPORT-REC                PIC X(200).

       WORKING-STORAGE SECTION.
       01  LOAN-STATUS               PIC XX.
       01  SCHED-STATUS              PIC XX.
       01  LEDGER-STATUS             PIC XX.
       01  LEDGER-FILENAME           PIC X(40).
       01  LEDGER-OPEN-FLAG          PIC X VALUE 'N'.
       01  REPORT-FILENAME           PIC X(40).
       01  WS-TODAY                  PIC 9(8) VALUE 0.
       01  WS-NOW                    PIC 9(8) VALUE 0.
       01  LEDGER-TS                 PIC X(17).
       01  ARG-MODE                  PIC X(16) VALUE SPACES.
       01  ARG-1                     PIC X(64) VALUE SPACES.
       01  ARG-2                     PIC X(20) VALUE SPACES.
       01  ARG-3                     PIC X(20) VALUE SPACES.
       01  ARG-4                     PIC X(20) VALUE SPACES.
       01  I                         PIC 9(4) COMP VALUE 0.
       01  J                         PIC 9(4) COMP VALUE 0.
       01  K                         PIC 9(4) COMP VALUE 0.
       01  ACCT-IX                   PIC 9(4) COMP VALUE 0.
       01  PRET-IX                   PIC 9(4) COMP VALUE 0.
       01  NB-PAYEES                 PIC 9(4) VALUE 0.
       01  NB-MANQUEES               PIC 9(4) VALUE 0.
       01  NB-SOLDES                 PIC 9(4) VALUE 0.
       01  NB-EN-RETARD              PIC 9(4) VALUE 0.
       01  TOTAL-DEBITE              PIC S9(13)V99 VALUE 0.
       01  TOTAL-RETARD              PIC S9(13)V99 VALUE 0.
       01  PRET-BLOQUE               PIC 9(6) VALUE 0.
       01  MOTIF-MANQUE              PIC X(40) VALUE SPACES.
       01  AMOUNT-EDIT               PIC -9(13).99.
       01  BAL-EDIT                  PIC -9(13).99.
       01  EDIT-AMOUNT               PIC -9(11).99.
       01  EDIT-AMOUNT2              PIC -9(11).99.
       01  EDIT-AMOUNT3              PIC -9(11).99.
       01  EDIT-AMOUNT4              PIC -9(11).99.
       01  RATE-EDIT                 PIC Z9.99.
       01  NUM-EDIT                  PIC ZZ9.
       01  JOURS-EDIT                PIC ZZZZ9.

      *> Loans and their schedules loaded in memory, both files
      *> rewritten whole after a posting run.
       01  NB-PRETS                  PIC 9(4) VALUE 0.
       01  ID-MAX                    PIC 9(6) VALUE 0.
       01  TAB-PRETS.
           05  PRET-ENTRY OCCURS 200 TIMES.
               10 PR-ID              PIC 9(6).
               10 PR-HASH            PIC X(64).
               10 PR-PRINCIPAL       PIC S9(13)V99.
               10 PR-TAUX            PIC 9(2)V99.
               10 PR-DUREE           PIC 9(3).
               10 PR-OUVERTURE       PIC 9(8).
               10 PR-MENSUALITE      PIC S9(13)V99.
               10 PR-STATUT          PIC X.
       01  NB-ECH                    PIC 9(4) VALUE 0.
       01  TAB-ECH.
           05  ECH-ENTRY OCCURS 6000 TIMES.
               10 EC-ID              PIC 9(6).
               10 EC-NUM             PIC 9(3).
               10 EC-DATE            PIC 9(8).
               10 EC-MONTANT         PIC S9(13)V99.
               10 EC-INTERET         PIC S9(13)V99.
               10 EC-CAPITAL         PIC S9(13)V99.
               10 EC-RESTANT         PIC S9(13)V99.
               10 EC-STATUT          PIC X.
               10 EC-PAYE            PIC 9(8).
       01  CH-F                      PIC X(64) OCCURS 9.

      *> Amortisation working items.
       01  PRT-PRINCIPAL             PIC S9(13)V99 VALUE 0.
       01  PRT-TAUX                  PIC 9(2)V99 VALUE 0.
       01  PRT-DUREE                 PIC 9(3) VALUE 0.
       01  TX-MENSUEL                PIC 9V9(10) VALUE 0.
       01  FACTEUR-ACTU              PIC 9(7)V9(10) VALUE 0.
       01  ACTU-INVERSE              PIC 9V9(10) VALUE 0.
       01  COEF-ANNUITE              PIC 9V9(10) VALUE 0.
       01  PRT-MENSUALITE            PIC S9(13)V99 VALUE 0.
       01  PRT-RESTANT               PIC S9(13)V99 VALUE 0.
       01  PRT-INTERET               PIC S9(13)V99 VALUE 0.
       01  PRT-CAPITAL               PIC S9(13)V99 VALUE 0.
       01  DATE-ECH                  PIC 9(8) VALUE 0.
       01  DATE-ECH-R REDEFINES DATE-ECH.
           05  DE-ANNEE              PIC 9(4).
           05  DE-MOIS               PIC 9(2).
           05  DE-JOUR               PIC 9(2).
       01  JOUR-ANCRE                PIC 9(2) VALUE 0.
       01  MOIS-TOTAL                PIC 9(6) VALUE 0.
       01  DERNIER-JOUR              PIC 9(2) VALUE 31.

      *> Early-payoff quote.
       01  DATE-DEVIS                PIC 9(8) VALUE 0.
       01  CAPITAL-RESTANT           PIC S9(13)V99 VALUE 0.
       01  INTERETS-ECHUS            PIC S9(13)V99 VALUE 0.
       01  INTERETS-COURUS           PIC S9(13)V99 VALUE 0.
       01  MONTANT-SOLDE             PIC S9(13)V99 VALUE 0.
       01  BASE-COURUS               PIC S9(13)V99 VALUE 0.
       01  DATE-BASE                 PIC 9(8) VALUE 0.
       01  JOURS-COURUS              PIC S9(7) VALUE 0.
       01  PLUS-ANCIENNE             PIC 9(8) VALUE 0.
       01  RETARD-PRET               PIC S9(13)V99 VALUE 0.
       01  NB-RETARD-PRET            PIC 9(3) VALUE 0.

       COPY "atm_account_rec.cpy".
       01  STORE-OP                  PIC X(8).
       01  STORE-RESULT              PIC X(2).

      *> Shared lock on the account store (FILE-LOCK subprogram).
       01  VERROU-RESSOURCE          PIC X(20) VALUE "users".
       01  VERROU-ACTION             PIC X(8).
       01  VERROU-RESULTAT           PIC X(2).
       01  VERROU-TENU               PIC X VALUE 'N'.

      *> Operator identification and role check for loan opening.
       01  WS-OPERATEUR              PIC X(8) VALUE SPACES.
       01  SIGNON-RESULTAT           PIC X(2) VALUE SPACES.
       01  AUTH-ACTION               PIC X(24) VALUE SPACES.
       01  AUTH-ROLE                 PIC X(12) VALUE SPACES.
       01  AUTH-RESULTAT             PIC X(2) VALUE SPACES.

      *> Tamper-evident chain, same idiom as ATM-STANDING-ORDERS.
       01  CHAIN-PREC                PIC 9(9) VALUE 0.
       01  CHAIN-NOUV                PIC 9(9) VALUE 0.
       01  CHAIN-LIGNE               PIC X(256).
       01  CHAIN-F                   PIC X(24) OCCURS 9.
       01  CHAIN-K                   PIC 9(2) COMP VALUE 0.
       01  LEDGER-OP                 PIC X(16) VALUE SPACES.
       01  LEDGER-MONTANT            PIC S9(13)V99 VALUE 0.

      *> DATE-UTILS (day counts, date checks).
       01  DU-ACTION                 PIC X(8) VALUE SPACES.
       01  DU-DATE-1                 PIC 9(8) VALUE 0.
       01  DU-DATE-2                 PIC 9(8) VALUE 0.
       01  DU-NOMBRE                 PIC S9(7) VALUE 0.
       01  DU-RESULTAT               PIC X(2) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       01  WS-JOBLOG-PROGRAM         PIC X(20)
           VALUE "ATM-LOANS".
       01  WS-JOBLOG-EVENT           PIC X(5).
       01  WS-JOBLOG-RC              PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOANS.
           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           ACCEPT ARG-1 FROM ARGUMENT-VALUE
           ACCEPT ARG-2 FROM ARGUMENT-VALUE
           ACCEPT ARG-3 FROM ARGUMENT-VALUE
           ACCEPT ARG-4 FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
              WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM CHARGER-PRETS

           EVALUATE FUNCTION TRIM(ARG-MODE)
              WHEN SPACES
                 PERFORM PRELEVER-ECHEANCES
              WHEN "OUVRIR"
                 PERFORM OUVRIR-PRET
              WHEN "ECHEANCIER"
                 PERFORM AFFICHER-ECHEANCIER
              WHEN "RETARDS"
                 PERFORM RAPPORT-RETARDS
              WHEN "SOLDE"
                 PERFORM DEVIS-SOLDE
              WHEN OTHER
                 DISPLAY "Usage: atm_loans [OUVRIR <hash> <principal>"
                    " <rate> <months> | ECHEANCIER <id> | RETARDS"
                    " | SOLDE <id> [<yyyymmdd>]]"
                 MOVE 4 TO WS-JOBLOG-RC
           END-EVALUATE
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           IF VERROU-TENU = 'O'
              MOVE "UNLOCK" TO VERROU-ACTION
              CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
                 VERROU-RESULTAT
              MOVE 'N' TO VERROU-TENU
           END-IF
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
              WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *> ---------- loan and schedule files -> memory ----------
       CHARGER-PRETS.
           MOVE 0 TO NB-PRETS NB-ECH ID-MAX
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS = "00"
              PERFORM UNTIL 1 = 0
                 READ LOAN-FILE
                    AT END EXIT PERFORM
                 END-READ
                 IF FUNCTION LENGTH(FUNCTION TRIM(LOAN-REC)) > 0
                    AND NB-PRETS < 200
                    PERFORM CHARGER-LIGNE-PRET
                 END-IF
              END-PERFORM
              CLOSE LOAN-FILE
           END-IF
           OPEN INPUT SCHED-FILE
           IF SCHED-STATUS = "00"
              PERFORM UNTIL 1 = 0
                 READ SCHED-FILE
                    AT END EXIT PERFORM
                 END-READ
                 IF FUNCTION LENGTH(FUNCTION TRIM(SCHED-REC)) > 0
                    AND NB-ECH < 6000
                    PERFORM CHARGER-LIGNE-ECHEANCE
                 END-IF
              END-PERFORM
              CLOSE SCHED-FILE
           END-IF
           .

       CHARGER-LIGNE-PRET.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 9
              MOVE SPACES TO CH-F(K)
           END-PERFORM
           UNSTRING LOAN-REC DELIMITED BY "|"
              INTO CH-F(1) CH-F(2) CH-F(3) CH-F(4) CH-F(5) CH-F(6)
                 CH-F(7) CH-F(8)
           END-UNSTRING
           ADD 1 TO NB-PRETS
           MOVE FUNCTION NUMVAL(CH-F(1)) TO PR-ID(NB-PRETS)
           MOVE CH-F(2) TO PR-HASH(NB-PRETS)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(CH-F(3)))
              TO PR-PRINCIPAL(NB-PRETS)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(CH-F(4)))
              TO PR-TAUX(NB-PRETS)
           MOVE FUNCTION NUMVAL(CH-F(5)) TO PR-DUREE(NB-PRETS)
           MOVE FUNCTION NUMVAL(CH-F(6)) TO PR-OUVERTURE(NB-PRETS)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(CH-F(7)))
              TO PR-MENSUALITE(NB-PRETS)
           MOVE CH-F(8)(1:1) TO PR-STATUT(NB-PRETS)
           IF PR-ID(NB-PRETS) > ID-MAX
              MOVE PR-ID(NB-PRETS) TO ID-MAX
           END-IF
           .

       CHARGER-LIGNE-ECHEANCE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 9
              MOVE SPACES TO CH-F(K)
           END-PERFORM
           UNSTRING SCHED-REC DELIMITED BY "|"
              INTO CH-F(1) CH-F(2) CH-F(3) CH-F(4) CH-F(5) CH-F(6)
                 CH-F(7) CH-F(8) CH-F(9)
           END-UNSTRING
           ADD 1 TO NB-ECH
           MOVE FUNCTION NUMVAL(CH-F(1)) TO EC-ID(NB-ECH)
           MOVE FUNCTION NUMVAL(CH-F(2)) TO EC-NUM(NB-ECH)
           MOVE FUNCTION NUMVAL(CH-F(3)) TO EC-DATE(NB-ECH)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(CH-F(4)))
              TO EC-MONTANT(NB-ECH)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(CH-F(5)))
              TO EC-INTERET(NB-ECH)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(CH-F(6)))
              TO EC-CAPITAL(NB-ECH)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(CH-F(7)))
              TO EC-RESTANT(NB-ECH)
           MOVE CH-F(8)(1:1) TO EC-STATUT(NB-ECH)
           MOVE FUNCTION NUMVAL(CH-F(9)) TO EC-PAYE(NB-ECH)
           .

       REECRIRE-PRETS.
           OPEN OUTPUT LOAN-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-PRETS
              PERFORM ECRIRE-LIGNE-PRET
           END-PERFORM
           CLOSE LOAN-FILE
           OPEN OUTPUT SCHED-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > NB-ECH
              PERFORM ECRIRE-LIGNE-ECHEANCE
           END-PERFORM
           CLOSE SCHED-FILE
           .

       ECRIRE-LIGNE-PRET.
           MOVE PR-PRINCIPAL(I) TO EDIT-AMOUNT
           MOVE PR-TAUX(I) TO RATE-EDIT
           MOVE PR-MENSUALITE(I) TO EDIT-AMOUNT2
           MOVE SPACES TO LOAN-REC
           STRING PR-ID(I) "|" FUNCTION TRIM(PR-HASH(I)) "|"
              FUNCTION TRIM(EDIT-AMOUNT) "|"
              FUNCTION TRIM(RATE-EDIT) "|" PR-DUREE(I) "|"
              PR-OUVERTURE(I) "|" FUNCTION TRIM(EDIT-AMOUNT2) "|"
              PR-STATUT(I)
              INTO LOAN-REC
           END-STRING
           WRITE LOAN-REC
           .

       ECRIRE-LIGNE-ECHEANCE.
           MOVE EC-MONTANT(J) TO EDIT-AMOUNT
           MOVE EC-INTERET(J) TO EDIT-AMOUNT2
           MOVE EC-CAPITAL(J) TO EDIT-AMOUNT3
           MOVE EC-RESTANT(J) TO EDIT-AMOUNT4
           MOVE SPACES TO SCHED-REC
           STRING EC-ID(J) "|" EC-NUM(J) "|" EC-DATE(J) "|"
              FUNCTION TRIM(EDIT-AMOUNT) "|"
              FUNCTION TRIM(EDIT-AMOUNT2) "|"
              FUNCTION TRIM(EDIT-AMOUNT3) "|"
              FUNCTION TRIM(EDIT-AMOUNT4) "|"
              EC-STATUT(J) "|" EC-PAYE(J)
              INTO SCHED-REC
           END-STRING
           WRITE SCHED-REC
           .

       TROUVER-PRET.
           MOVE 0 TO PRET-IX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > NB-PRETS
              IF PR-ID(K) = FUNCTION NUMVAL(ARG-1)
                 MOVE K TO PRET-IX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF PRET-IX = 0
              DISPLAY "Loan " FUNCTION TRIM(ARG-1) " not on file."
              MOVE 4 TO WS-JOBLOG-RC
           END-IF
           .

       TROUVER-COMPTE.
           MOVE 0 TO ACCT-IX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > ACCT-COUNT
              IF FUNCTION TRIM(AC-HASH(K)) = FUNCTION TRIM(PR-HASH(I))
                 MOVE K TO ACCT-IX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

      *> ---------- nightly instalment collection ----------
       PRELEVER-ECHEANCES.
           IF NB-ECH = 0
              DISPLAY "No loans on file."
              EXIT PARAGRAPH
           END-IF
           MOVE "LOCK" TO VERROU-ACTION
           CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
              VERROU-RESULTAT
           IF VERROU-RESULTAT NOT = "00"
              DISPLAY "Account store locked by another run"
                 " (users.lck), try again later."
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO VERROU-TENU
           MOVE "LOAD" TO STORE-OP
           CALL "ATM-ACCOUNT-STORE" USING STORE-OP ACCT-TABLE
              STORE-RESULT
           IF STORE-RESULT NOT = "00"
              DISPLAY "Account store unavailable (result="
                 STORE-RESULT "), no instalment collected."
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-LEDGER
           MOVE SPACES TO REPORT-FILENAME
           STRING "atm_loans_report_" WS-TODAY ".txt"
              INTO REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "LOAN INSTALMENTS RUN - " WS-TODAY
              INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE 0 TO PRET-BLOQUE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > NB-ECH
              IF EC-STATUT(J) NOT = "P" AND EC-DATE(J) <= WS-TODAY
                 PERFORM PRELEVER-UNE-ECHEANCE
              END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-PRETS
              PERFORM CONTROLER-SOLDE-PRET
           END-PERFORM

           PERFORM CLOSE-LEDGER
      *> the ledger grew: refresh its control record through the
      *> shared recount so the consumers' verify stays true
           CALL "ATM-LEDGER-CONTROLE" USING LEDGER-FILENAME
           IF NB-PAYEES > 0
              MOVE "SAVE" TO STORE-OP
              CALL "ATM-ACCOUNT-STORE" USING STORE-OP ACCT-TABLE
                 STORE-RESULT
           END-IF
           PERFORM REECRIRE-PRETS
           MOVE TOTAL-DEBITE TO EDIT-AMOUNT
           MOVE SPACES TO REPORT-REC
           STRING NB-PAYEES " instalment(s) collected ("
              FUNCTION TRIM(EDIT-AMOUNT) "), " NB-MANQUEES
              " missed, " NB-SOLDES " loan(s) settled."
              INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           DISPLAY FUNCTION TRIM(REPORT-REC)
           DISPLAY "Report: " FUNCTION TRIM(REPORT-FILENAME)
           IF NB-MANQUEES > 0
              MOVE 4 TO WS-JOBLOG-RC
           END-IF
           .

      *> One instalment: the loan must be open and its earlier
      *> instalments collected; the account must exist, be neither
      *> closed nor dormant, and cover the amount.
       PRELEVER-UNE-ECHEANCE.
           MOVE 0 TO I
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > NB-PRETS
              IF PR-ID(K) = EC-ID(J)
                 MOVE K TO I
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF I = 0
              EXIT PARAGRAPH
           END-IF
           IF PR-STATUT(I) NOT = "O"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MOTIF-MANQUE
           IF EC-ID(J) = PRET-BLOQUE
              MOVE "earlier instalment unpaid" TO MOTIF-MANQUE
           ELSE
              PERFORM TROUVER-COMPTE
              EVALUATE TRUE
                 WHEN ACCT-IX = 0
                    MOVE "account not in store" TO MOTIF-MANQUE
                 WHEN AC-CLOSED(ACCT-IX) = 'Y'
                    MOVE "account closed" TO MOTIF-MANQUE
                 WHEN AC-DORMANT(ACCT-IX) = 'Y'
                    MOVE "account dormant" TO MOTIF-MANQUE
                 WHEN AC-BAL(ACCT-IX) < EC-MONTANT(J)
                    MOVE "insufficient funds" TO MOTIF-MANQUE
              END-EVALUATE
           END-IF
           MOVE EC-MONTANT(J) TO AMOUNT-EDIT
           MOVE EC-NUM(J) TO NUM-EDIT
           IF MOTIF-MANQUE NOT = SPACES
              MOVE "M" TO EC-STATUT(J)
              MOVE EC-ID(J) TO PRET-BLOQUE
              ADD 1 TO NB-MANQUEES
              MOVE SPACES TO REPORT-REC
              STRING "MISSED : loan " EC-ID(J) " instalment "
                 FUNCTION TRIM(NUM-EDIT) " due " EC-DATE(J) " "
                 FUNCTION TRIM(AMOUNT-EDIT) " - "
                 FUNCTION TRIM(MOTIF-MANQUE) " - "
                 FUNCTION TRIM(PR-HASH(I))
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              EXIT PARAGRAPH
           END-IF
           SUBTRACT EC-MONTANT(J) FROM AC-BAL(ACCT-IX)
           MOVE "P" TO EC-STATUT(J)
           MOVE WS-TODAY TO EC-PAYE(J)
           ADD 1 TO NB-PAYEES
           ADD EC-MONTANT(J) TO TOTAL-DEBITE
           MOVE "loan_instalment" TO LEDGER-OP
           MOVE EC-MONTANT(J) TO LEDGER-MONTANT
           PERFORM ECRIRE-LIGNE-LEDGER
           MOVE SPACES TO REPORT-REC
           STRING "COLLECTED : loan " EC-ID(J) " instalment "
              FUNCTION TRIM(NUM-EDIT) " due " EC-DATE(J) " "
              FUNCTION TRIM(AMOUNT-EDIT)
              INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

      *> A loan whose every instalment is paid is settled.
       CONTROLER-SOLDE-PRET.
           IF PR-STATUT(I) NOT = "O"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > NB-ECH
              IF EC-ID(J) = PR-ID(I) AND EC-STATUT(J) NOT = "P"
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           MOVE "S" TO PR-STATUT(I)
           ADD 1 TO NB-SOLDES
           MOVE SPACES TO REPORT-REC
           STRING "SETTLED : loan " PR-ID(I) " - "
              FUNCTION TRIM(PR-HASH(I))
              INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

      *> ---------- loan opening (branch staff) ----------
       OUVRIR-PRET.
           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT
           IF SIGNON-RESULTAT = "91"
              DISPLAY "Operator sign-on refused."
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           MOVE "ATM-LOAN-OPEN" TO AUTH-ACTION
           MOVE "SUPERVISEUR" TO AUTH-ROLE
           CALL "OPERATOR-AUTH" USING AUTH-ACTION AUTH-ROLE
              AUTH-RESULTAT
           IF AUTH-RESULTAT = "91"
              DISPLAY "Loan opening refused : SUPERVISEUR role"
                 " required."
              CALL "OPERATOR-SIGNOFF"
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(ARG-2)) TO PRT-PRINCIPAL
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(ARG-3)) TO PRT-TAUX
           MOVE FUNCTION NUMVAL(ARG-4) TO PRT-DUREE
           IF FUNCTION TRIM(ARG-1) = SPACES OR PRT-PRINCIPAL <= 0
              OR PRT-DUREE = 0 OR PRT-DUREE > 360
              DISPLAY "Usage: atm_loans OUVRIR <hash> <principal>"
                 " <rate> <months 1-360>"
              CALL "OPERATOR-SIGNOFF"
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           IF NB-PRETS >= 200 OR NB-ECH + PRT-DUREE > 6000
              DISPLAY "Loan book full, loan not opened."
              CALL "OPERATOR-SIGNOFF"
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF

           MOVE "LOCK" TO VERROU-ACTION
           CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
              VERROU-RESULTAT
           IF VERROU-RESULTAT NOT = "00"
              DISPLAY "Account store locked by another run"
                 " (users.lck), try again later."
              CALL "OPERATOR-SIGNOFF"
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO VERROU-TENU
           MOVE "LOAD" TO STORE-OP
           CALL "ATM-ACCOUNT-STORE" USING STORE-OP ACCT-TABLE
              STORE-RESULT
           IF STORE-RESULT NOT = "00"
              DISPLAY "Account store unavailable (result="
                 STORE-RESULT ")."
              CALL "OPERATOR-SIGNOFF"
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO NB-PRETS
           MOVE NB-PRETS TO I
           ADD 1 TO ID-MAX
           MOVE ID-MAX TO PR-ID(I)
           MOVE ARG-1 TO PR-HASH(I)
           PERFORM TROUVER-COMPTE
           IF ACCT-IX = 0
              DISPLAY "Account not in store."
              CALL "OPERATOR-SIGNOFF"
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           IF AC-CLOSED(ACCT-IX) = 'Y'
              DISPLAY "Account closed to further transactions."
              CALL "OPERATOR-SIGNOFF"
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           MOVE PRT-PRINCIPAL TO PR-PRINCIPAL(I)
           MOVE PRT-TAUX TO PR-TAUX(I)
           MOVE PRT-DUREE TO PR-DUREE(I)
           MOVE WS-TODAY TO PR-OUVERTURE(I)
           MOVE "O" TO PR-STATUT(I)
           PERFORM CALCULER-ECHEANCIER
           MOVE PRT-MENSUALITE TO PR-MENSUALITE(I)

           ADD PRT-PRINCIPAL TO AC-BAL(ACCT-IX)
           PERFORM OPEN-LEDGER
           MOVE "loan_open" TO LEDGER-OP
           MOVE PRT-PRINCIPAL TO LEDGER-MONTANT
           PERFORM ECRIRE-LIGNE-LEDGER
           PERFORM CLOSE-LEDGER
           CALL "ATM-LEDGER-CONTROLE" USING LEDGER-FILENAME
           MOVE "SAVE" TO STORE-OP
           CALL "ATM-ACCOUNT-STORE" USING STORE-OP ACCT-TABLE
              STORE-RESULT
           MOVE PRT-PRINCIPAL TO EDIT-AMOUNT
           MOVE PRT-MENSUALITE TO EDIT-AMOUNT2
           DISPLAY "Loan " PR-ID(I) " opened by "
              FUNCTION TRIM(WS-OPERATEUR) " : "
              FUNCTION TRIM(EDIT-AMOUNT) " credited, "
              PRT-DUREE " instalment(s) of "
              FUNCTION TRIM(EDIT-AMOUNT2) "."
           MOVE PR-ID(I) TO ARG-1
           PERFORM REECRIRE-PRETS
           PERFORM AFFICHER-ECHEANCIER
           CALL "OPERATOR-SIGNOFF"
           .

      *> Constant monthly instalment P x t / (1 - (1 + t) ** -n),
      *> t the monthly rate; interest on the remaining principal
      *> each month, the last instalment clears what rounding left.
      *> Due dates keep the opening day of month, pulled back to
      *> the month's last day when the month is shorter.
       CALCULER-ECHEANCIER.
           COMPUTE TX-MENSUEL ROUNDED = PRT-TAUX / 1200
           IF TX-MENSUEL = 0
              COMPUTE PRT-MENSUALITE ROUNDED =
                 PRT-PRINCIPAL / PRT-DUREE
           ELSE
              COMPUTE FACTEUR-ACTU ROUNDED =
                 (1 + TX-MENSUEL) ** PRT-DUREE
              COMPUTE ACTU-INVERSE ROUNDED = 1 / FACTEUR-ACTU
              COMPUTE COEF-ANNUITE ROUNDED =
                 TX-MENSUEL / (1 - ACTU-INVERSE)
              COMPUTE PRT-MENSUALITE ROUNDED =
                 PRT-PRINCIPAL * COEF-ANNUITE
           END-IF
           MOVE PRT-PRINCIPAL TO PRT-RESTANT
           MOVE WS-TODAY TO DATE-ECH
           MOVE DE-JOUR TO JOUR-ANCRE
           COMPUTE MOIS-TOTAL = DE-ANNEE * 12 + DE-MOIS - 1
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > PRT-DUREE
              ADD 1 TO MOIS-TOTAL
              COMPUTE DE-ANNEE = MOIS-TOTAL / 12
              COMPUTE DE-MOIS = MOIS-TOTAL - DE-ANNEE * 12 + 1
              PERFORM CALCULER-DERNIER-JOUR
              IF JOUR-ANCRE > DERNIER-JOUR
                 MOVE DERNIER-JOUR TO DE-JOUR
              ELSE
                 MOVE JOUR-ANCRE TO DE-JOUR
              END-IF
              COMPUTE PRT-INTERET ROUNDED = PRT-RESTANT * TX-MENSUEL
              IF K = PRT-DUREE
                 MOVE PRT-RESTANT TO PRT-CAPITAL
              ELSE
                 COMPUTE PRT-CAPITAL = PRT-MENSUALITE - PRT-INTERET
              END-IF
              SUBTRACT PRT-CAPITAL FROM PRT-RESTANT
              ADD 1 TO NB-ECH
              MOVE PR-ID(I) TO EC-ID(NB-ECH)
              MOVE K TO EC-NUM(NB-ECH)
              MOVE DATE-ECH TO EC-DATE(NB-ECH)
              COMPUTE EC-MONTANT(NB-ECH) = PRT-CAPITAL + PRT-INTERET
              MOVE PRT-INTERET TO EC-INTERET(NB-ECH)
              MOVE PRT-CAPITAL TO EC-CAPITAL(NB-ECH)
              MOVE PRT-RESTANT TO EC-RESTANT(NB-ECH)
              MOVE "D" TO EC-STATUT(NB-ECH)
              MOVE 0 TO EC-PAYE(NB-ECH)
           END-PERFORM
           .

      *> Last day of DE-MOIS / DE-ANNEE (leap years included), same
      *> rule as ATM-STANDING-ORDERS.
       CALCULER-DERNIER-JOUR.
           EVALUATE DE-MOIS
              WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                 MOVE 31 TO DERNIER-JOUR
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO DERNIER-JOUR
              WHEN 2
                 IF FUNCTION MOD(DE-ANNEE 4) = 0
                    AND (FUNCTION MOD(DE-ANNEE 100) NOT = 0
                         OR FUNCTION MOD(DE-ANNEE 400) = 0)
                    MOVE 29 TO DERNIER-JOUR
                 ELSE
                    MOVE 28 TO DERNIER-JOUR
                 END-IF
           END-EVALUATE
           .

      *> ---------- schedule display ----------
       AFFICHER-ECHEANCIER.
           PERFORM TROUVER-PRET
           IF PRET-IX = 0
              EXIT PARAGRAPH
           END-IF
           MOVE PR-PRINCIPAL(PRET-IX) TO EDIT-AMOUNT
           MOVE PR-TAUX(PRET-IX) TO RATE-EDIT
           DISPLAY "=== LOAN " PR-ID(PRET-IX) " - "
              FUNCTION TRIM(PR-HASH(PRET-IX)) " ==="
           DISPLAY "Principal " FUNCTION TRIM(EDIT-AMOUNT) " at "
              FUNCTION TRIM(RATE-EDIT) "% over " PR-DUREE(PRET-IX)
              " month(s), opened " PR-OUVERTURE(PRET-IX)
              ", status " PR-STATUT(PRET-IX)
           DISPLAY "  N  Due       Instalment      Interest"
              "     Principal       Balance  St Paid"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > NB-ECH
              IF EC-ID(J) = PR-ID(PRET-IX)
                 MOVE EC-NUM(J) TO NUM-EDIT
                 MOVE EC-MONTANT(J) TO EDIT-AMOUNT
                 MOVE EC-INTERET(J) TO EDIT-AMOUNT2
                 MOVE EC-CAPITAL(J) TO EDIT-AMOUNT3
                 MOVE EC-RESTANT(J) TO EDIT-AMOUNT4
                 DISPLAY NUM-EDIT " " EC-DATE(J) " "
                    FUNCTION TRIM(EDIT-AMOUNT) " "
                    FUNCTION TRIM(EDIT-AMOUNT2) " "
                    FUNCTION TRIM(EDIT-AMOUNT3) " "
                    FUNCTION TRIM(EDIT-AMOUNT4) "  "
                    EC-STATUT(J) "  " EC-PAYE(J)
              END-IF
           END-PERFORM
           .

      *> ---------- arrears report ----------
       RAPPORT-RETARDS.
           MOVE SPACES TO REPORT-FILENAME
           STRING "atm_loan_arrears_" WS-TODAY ".txt"
              INTO REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "LOANS IN ARREARS - " WS-TODAY
              INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           DISPLAY FUNCTION TRIM(REPORT-REC)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-PRETS
              IF PR-STATUT(I) = "O"
                 PERFORM RETARD-UN-PRET
              END-IF
           END-PERFORM
           MOVE TOTAL-RETARD TO EDIT-AMOUNT
           MOVE SPACES TO REPORT-REC
           STRING NB-EN-RETARD " loan(s) in arrears, "
              FUNCTION TRIM(EDIT-AMOUNT) " overdue in total."
              INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           DISPLAY FUNCTION TRIM(REPORT-REC)
           CLOSE REPORT-FILE
           DISPLAY "Report: " FUNCTION TRIM(REPORT-FILENAME)
           .

      *> Overdue = missed, or due before today and not yet run
      *> through the nightly step.
       RETARD-UN-PRET.
           MOVE 0 TO RETARD-PRET NB-RETARD-PRET PLUS-ANCIENNE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > NB-ECH
              IF EC-ID(J) = PR-ID(I) AND EC-STATUT(J) NOT = "P"
                 AND EC-DATE(J) < WS-TODAY
                 ADD EC-MONTANT(J) TO RETARD-PRET
                 ADD 1 TO NB-RETARD-PRET
                 IF PLUS-ANCIENNE = 0 OR EC-DATE(J) < PLUS-ANCIENNE
                    MOVE EC-DATE(J) TO PLUS-ANCIENNE
                 END-IF
              END-IF
           END-PERFORM
           IF NB-RETARD-PRET = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO NB-EN-RETARD
           ADD RETARD-PRET TO TOTAL-RETARD
           MOVE "ECART" TO DU-ACTION
           MOVE PLUS-ANCIENNE TO DU-DATE-1
           MOVE WS-TODAY TO DU-DATE-2
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
              DU-NOMBRE DU-RESULTAT
           IF DU-RESULTAT NOT = "00"
              MOVE 0 TO DU-NOMBRE
           END-IF
           MOVE DU-NOMBRE TO JOURS-EDIT
           MOVE RETARD-PRET TO EDIT-AMOUNT
           MOVE NB-RETARD-PRET TO NUM-EDIT
           MOVE SPACES TO REPORT-REC
           STRING "LOAN " PR-ID(I) " : " FUNCTION TRIM(NUM-EDIT)
              " instalment(s), " FUNCTION TRIM(EDIT-AMOUNT)
              " overdue, oldest due " PLUS-ANCIENNE " ("
              FUNCTION TRIM(JOURS-EDIT) " day(s)) - "
              FUNCTION TRIM(PR-HASH(I))
              INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           DISPLAY FUNCTION TRIM(REPORT-REC)
           .

      *> ---------- early-payoff quote ----------
       DEVIS-SOLDE.
           PERFORM TROUVER-PRET
           IF PRET-IX = 0
              EXIT PARAGRAPH
           END-IF
           IF PR-STATUT(PRET-IX) NOT = "O"
              DISPLAY "Loan " PR-ID(PRET-IX) " is already settled."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY TO DATE-DEVIS
           IF FUNCTION TRIM(ARG-2) NOT = SPACES
              MOVE "VALIDER" TO DU-ACTION
              MOVE FUNCTION NUMVAL(ARG-2) TO DU-DATE-1
              CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
                 DU-NOMBRE DU-RESULTAT
              IF DU-RESULTAT NOT = "00" OR DU-DATE-1 < WS-TODAY
                 DISPLAY "Quote date must be a valid date, today or"
                    " later (YYYYMMDD)."
                 MOVE 4 TO WS-JOBLOG-RC
                 EXIT PARAGRAPH
              END-IF
              MOVE DU-DATE-1 TO DATE-DEVIS
           END-IF
           MOVE PR-PRINCIPAL(PRET-IX) TO CAPITAL-RESTANT
           MOVE PR-PRINCIPAL(PRET-IX) TO BASE-COURUS
           MOVE PR-OUVERTURE(PRET-IX) TO DATE-BASE
           MOVE 0 TO INTERETS-ECHUS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > NB-ECH
              IF EC-ID(J) = PR-ID(PRET-IX)
                 IF EC-STATUT(J) = "P"
                    SUBTRACT EC-CAPITAL(J) FROM CAPITAL-RESTANT
                 END-IF
                 IF EC-DATE(J) <= DATE-DEVIS
                    IF EC-STATUT(J) NOT = "P"
                       ADD EC-INTERET(J) TO INTERETS-ECHUS
                    END-IF
                    IF EC-DATE(J) > DATE-BASE
                       MOVE EC-DATE(J) TO DATE-BASE
                       MOVE EC-RESTANT(J) TO BASE-COURUS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE "ECART" TO DU-ACTION
           MOVE DATE-BASE TO DU-DATE-1
           MOVE DATE-DEVIS TO DU-DATE-2
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
              DU-NOMBRE DU-RESULTAT
           IF DU-RESULTAT = "00" AND DU-NOMBRE > 0
              MOVE DU-NOMBRE TO JOURS-COURUS
           ELSE
              MOVE 0 TO JOURS-COURUS
           END-IF
           COMPUTE INTERETS-COURUS ROUNDED =
              BASE-COURUS * PR-TAUX(PRET-IX) * JOURS-COURUS / 36500
           COMPUTE MONTANT-SOLDE =
              CAPITAL-RESTANT + INTERETS-ECHUS + INTERETS-COURUS
           DISPLAY "=== EARLY PAYOFF QUOTE - LOAN " PR-ID(PRET-IX)
              " AT " DATE-DEVIS " ==="
           MOVE CAPITAL-RESTANT TO EDIT-AMOUNT
           DISPLAY "Outstanding principal      : "
              FUNCTION TRIM(EDIT-AMOUNT)
           MOVE INTERETS-ECHUS TO EDIT-AMOUNT
           DISPLAY "Interest due and unpaid    : "
              FUNCTION TRIM(EDIT-AMOUNT)
           MOVE INTERETS-COURUS TO EDIT-AMOUNT
           MOVE JOURS-COURUS TO JOURS-EDIT
           DISPLAY "Interest accrued since " DATE-BASE " ("
              FUNCTION TRIM(JOURS-EDIT) " day(s)) : "
              FUNCTION TRIM(EDIT-AMOUNT)
           MOVE MONTANT-SOLDE TO EDIT-AMOUNT
           DISPLAY "Amount to settle the loan  : "
              FUNCTION TRIM(EDIT-AMOUNT)
           .

      *> ---------- chained ledger ----------
      *> Same hash|op|amount|balance|timestamp|seq|chain line shape
      *> as ATM-BACKEND's APPEND-LEDGER.
       ECRIRE-LIGNE-LEDGER.
           IF LEDGER-OPEN-FLAG NOT = 'O'
              EXIT PARAGRAPH
           END-IF
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO LEDGER-TS
           STRING WS-TODAY " " WS-NOW(1:2) ":" WS-NOW(3:2) ":"
              WS-NOW(5:2)
              INTO LEDGER-TS
           END-STRING
           MOVE LEDGER-MONTANT TO AMOUNT-EDIT
           MOVE AC-BAL(ACCT-IX) TO BAL-EDIT
           ADD 1 TO AC-LEDGER-SEQ(ACCT-IX)
           MOVE SPACES TO CHAIN-LIGNE
           STRING FUNCTION TRIM(AC-HASH(ACCT-IX)) "|"
              FUNCTION TRIM(LEDGER-OP) "|"
              FUNCTION TRIM(AMOUNT-EDIT) "|"
              FUNCTION TRIM(BAL-EDIT) "|" LEDGER-TS "|"
              AC-LEDGER-SEQ(ACCT-IX)
              INTO CHAIN-LIGNE
           END-STRING
           CALL "LEDGER-CHAIN" USING CHAIN-PREC CHAIN-LIGNE
              CHAIN-NOUV
           MOVE SPACES TO LEDGER-REC
           STRING FUNCTION TRIM(CHAIN-LIGNE) "|" CHAIN-NOUV
              INTO LEDGER-REC
           END-STRING
           WRITE LEDGER-REC
           MOVE CHAIN-NOUV TO CHAIN-PREC
           .

       OPEN-LEDGER.
           MOVE 'N' TO LEDGER-OPEN-FLAG
           MOVE SPACES TO LEDGER-FILENAME
           STRING "atm_ledger_" WS-TODAY ".txt"
              INTO LEDGER-FILENAME
           END-STRING
           OPEN EXTEND LEDGER-FILE
           IF LEDGER-STATUS = "35"
              OPEN OUTPUT LEDGER-FILE
              CLOSE LEDGER-FILE
              OPEN EXTEND LEDGER-FILE
           END-IF
           IF LEDGER-STATUS = "00"
              MOVE 'O' TO LEDGER-OPEN-FLAG
              PERFORM SEED-CHAIN
           END-IF
           .

      *> The chain value is always the LAST field of a line.
       SEED-CHAIN.
           MOVE 0 TO CHAIN-PREC
           CLOSE LEDGER-FILE
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS = "00"
              PERFORM UNTIL 1 = 0
                 READ LEDGER-FILE
                    AT END EXIT PERFORM
                 END-READ
                 PERFORM VARYING CHAIN-K FROM 1 BY 1
                    UNTIL CHAIN-K > 9
                    MOVE SPACES TO CHAIN-F(CHAIN-K)
                 END-PERFORM
                 UNSTRING LEDGER-REC DELIMITED BY "|"
                    INTO CHAIN-F(1) CHAIN-F(2) CHAIN-F(3)
                       CHAIN-F(4) CHAIN-F(5) CHAIN-F(6) CHAIN-F(7)
                       CHAIN-F(8) CHAIN-F(9)
                 END-UNSTRING
                 PERFORM VARYING CHAIN-K FROM 9 BY -1
                    UNTIL CHAIN-K < 7
                    IF FUNCTION TRIM(CHAIN-F(CHAIN-K)) NOT = SPACES
                       IF FUNCTION TEST-NUMVAL
                          (FUNCTION TRIM(CHAIN-F(CHAIN-K))) = 0
                          MOVE FUNCTION NUMVAL(CHAIN-F(CHAIN-K))
                             TO CHAIN-PREC
                       END-IF
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-PERFORM
              CLOSE LEDGER-FILE
           END-IF
           OPEN EXTEND LEDGER-FILE
           .

       CLOSE-LEDGER.
           IF LEDGER-OPEN-FLAG = 'O'
              CLOSE LEDGER-FILE
              MOVE 'N' TO LEDGER-OPEN-FLAG
           END-IF
           .
