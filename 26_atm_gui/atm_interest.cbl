      *>
      *> ATM month-end interest and account-fee accrual - walks every
      *> account through ATM-ACCOUNT-STORE (under the shared "users"
      *> FILE-LOCK), credits the month's interest worked out day by
      *> day (see below), debits the
      *> standard monthly account fee, writes each posting to
      *> atm_ledger_YYYYMMDD.txt with its own op code ("interest" /
      *> "account_fee") so ATM-SETTLEMENT totals them separately,
      *> Rate and fee come from atm_fees.cfg (TAUX-ANNUEL=n.nn and
      *> FRAIS-MENSUEL=n.nn lines); defaults below apply when the
      *> file is absent.
      *>
      *> Interest is accrued on each day's closing balance, from the
      *> 1st of the run month to the run date (run it on the month's
      *> last day), at 1/365th of the annual rate. The closing
      *> balances are rebuilt from the ledgers : the balance of the
      *> account's last line of the day, carried over the days
      *> without movement, from the last line before the month (or
      *> zero for an account opened during the month; an account
      *> with no ledger history keeps its stored balance). The
      *> rates come from atm_interest_rates.txt
      *> (TYPE|EFFECTIVE|FLOOR|RATE, "#" comments) : the lines of
      *> the account's type (atm_account_types.txt, STANDARD when
      *> absent - type "*" serves any type without lines of its own)
      *> carrying the latest EFFECTIVE date not after the day form
      *> that day's schedule, so a rate change restates the whole
      *> band set from its date and the older lines stay as the
      *> history. Bands are tiered : each RATE applies to the part
      *> of the balance above its FLOOR, up to the next band's
      *> floor. Without the rate file the flat TAUX-ANNUEL applies.
      *> Each account's figure is explained period by period in
      *> atm_interest_calc_YYYYMM.txt.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATM-INTEREST-FEES.
           SELECT LASTRUN-FILE ASSIGN TO "atm_interest_lastrun.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LASTRUN-STATUS.
           SELECT RATES-FILE ASSIGN TO "atm_interest_rates.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RATES-STATUS.
           SELECT TYPES-FILE ASSIGN TO "atm_account_types.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TYPES-STATUS.
           SELECT LIST-FILE ASSIGN TO "atm_interest.lst"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LIST-STATUS.
           SELECT CALC-FILE ASSIGN TO DYNAMIC CALC-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CALC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  JOURNAL-REC               PIC X(200).
       FD  LASTRUN-FILE.
       01  LASTRUN-REC               PIC X(20).
       FD  RATES-FILE.
       01  RATES-REC                 PIC X(80).
       FD  TYPES-FILE.
       01  TYPES-REC                 PIC X(100).
       FD  LIST-FILE.
       01  LIST-REC                  PIC X(200).
       FD  CALC-FILE.
       01  CALC-REC                  PIC X(200).

       WORKING-STORAGE SECTION.
       01  CONFIG-STATUS             PIC XX.
       01  AMOUNT-EDIT               PIC -9(13).99.
       01  BAL-EDIT                  PIC -9(13).99.

      *> Rate table (atm_interest_rates.txt), one entry per band.
       01  RATES-STATUS              PIC XX.
       01  NB-TAUX                   PIC 9(3) COMP VALUE 0.
       01  TAB-TAUX.
           05  TAUX-ENTRY OCCURS 200 TIMES.
               10 TX-TYPE            PIC X(12).
               10 TX-EFFET           PIC 9(8).
               10 TX-PLANCHER        PIC 9(11)V99.
               10 TX-TAUX            PIC 9(2)V99.
       01  RT-F1                     PIC X(12).
       01  RT-F2                     PIC X(12).
       01  RT-F3                     PIC X(20).
       01  RT-F4                     PIC X(12).
       01  T                         PIC 9(3) COMP VALUE 0.
       01  U                         PIC 9(3) COMP VALUE 0.
      *> Account types (atm_account_types.txt, HASH|TYPE).
       01  TYPES-STATUS              PIC XX.
       01  NB-TYPES-CPT              PIC 9(4) COMP VALUE 0.
       01  TAB-TYPES-CPT.
           05  TYPE-CPT OCCURS 500 TIMES.
               10  TC-HASH           PIC X(64).
               10  TC-TYPE           PIC X(12).
       01  T-F1                      PIC X(64).
       01  T-F2                      PIC X(12).
       01  TYPE-W                    PIC X(12).

      *> Closing balances of the month per account, rebuilt from the
      *> ledgers, aligned on the ACCT-TABLE indexes.
       01  LIST-STATUS               PIC XX.
       01  CMD-LS-LEDGERS            PIC X(100) VALUE
           "sh -c 'ls atm_ledger_????????.txt 2>/dev/null | sort > atm_interest.lst'".
       01  SCAN-FILENAME             PIC X(40).
       01  TAB-SOLDES.
           05  SOLDE-CPT OCCURS 500 TIMES.
               10 AV-CONNU           PIC X.
               10 AV-SOLDE           PIC S9(13)V99.
               10 MOIS-CONNU         PIC X.
               10 SOLDE-JOUR OCCURS 31 TIMES.
                  15 SJ-CONNU        PIC X.
                  15 SJ-SOLDE        PIC S9(13)V99.
       01  L-HASH                    PIC X(64).
       01  L-OP                      PIC X(16).
       01  L-AMOUNT-STR              PIC X(20).
       01  L-BAL-STR                 PIC X(20).
       01  L-TS                      PIC X(20).
       01  K                         PIC 9(4) COMP VALUE 0.
       01  JOUR                      PIC 9(2) VALUE 0.
       01  JOUR-FIN                  PIC 9(2) VALUE 0.
       01  DATE-JOUR                 PIC 9(8) VALUE 0.

      *> Day-by-day accrual of one account.
       01  SOLDE-W                   PIC S9(13)V99 VALUE 0.
       01  INTERET-JOUR              PIC S9(9)V9(8) VALUE 0.
       01  INTERET-CUMUL             PIC S9(11)V9(8) VALUE 0.
       01  TRANCHE                   PIC S9(13)V99 VALUE 0.
       01  PLAFOND-W                 PIC 9(11)V99 VALUE 0.
       01  PLAFOND-TROUVE            PIC X VALUE 'N'.
       01  BAREME-TROUVE             PIC X VALUE 'N'.
       01  BAREME-TYPE               PIC X(12) VALUE SPACES.
       01  BAREME-EFFET              PIC 9(8) VALUE 0.
      *> Calculation report : one line per run of days with the
      *> same balance and the same rate schedule.
       01  CALC-STATUS               PIC XX.
       01  CALC-FILENAME             PIC X(40).
       01  SEG-DEBUT                 PIC 9(2) VALUE 0.
       01  SEG-FIN                   PIC 9(2) VALUE 0.
       01  SEG-SOLDE                 PIC S9(13)V99 VALUE 0.
       01  SEG-TROUVE                PIC X VALUE 'N'.
       01  SEG-TYPE                  PIC X(12) VALUE SPACES.
       01  SEG-EFFET                 PIC 9(8) VALUE 0.
       01  SEG-INTERET               PIC S9(11)V9(8) VALUE 0.
       01  SEG-JOURS                 PIC 9(2) VALUE 0.
       01  BAREME-DESC               PIC X(100) VALUE SPACES.
       01  DESC-PTR                  PIC 9(3) VALUE 1.
       01  PLANCHER-EDIT             PIC Z(10)9.
       01  TAUX-EDIT                 PIC Z9.99.
       01  SEG-INT-EDIT              PIC -9(7).9999.

       COPY "atm_account_rec.cpy".
       01  STORE-OP                  PIC X(8).
       01  STORE-RESULT              PIC X(2).
              PERFORM FIN-PROGRAMME
           END-IF

           PERFORM CHARGER-TAUX
           PERFORM CHARGER-TYPES
           PERFORM RECONSTITUER-SOLDES
           PERFORM OPEN-LEDGER
           PERFORM OUVRIR-JOURNAL
           PERFORM OUVRIR-CALCUL

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ACCT-COUNT
              PERFORM POSTER-COMPTE

           PERFORM ECRIRE-TOTAUX
           CLOSE JOURNAL-FILE
           CLOSE CALC-FILE
           PERFORM CLOSE-LEDGER
      *> the ledger grew: refresh its control record through the
      *> shared recount so the consumers' verify stays true
           DISPLAY NB-INTERETS " interest posting(s), " NB-FRAIS
              " fee posting(s)."
           DISPLAY "Journal: " FUNCTION TRIM(JOURNAL-FILENAME)
           DISPLAY "Interest calculation: "
              FUNCTION TRIM(CALC-FILENAME)
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           CLOSE CONFIG-FILE
           .

      *> One account: the month's interest accrued day by day,
      *> then the standard fee, each with its own ledger line and
      *> journal line.
       POSTER-COMPTE.
           PERFORM CALCULER-INTERET-COMPTE
           IF MONTANT-INTERET > 0
              ADD MONTANT-INTERET TO AC-BAL(I)
              ADD MONTANT-INTERET TO TOTAL-INTERETS
              ADD 1 TO NB-INTERETS
              MOVE MONTANT-INTERET TO AMOUNT-EDIT
              MOVE "interest" TO LEDGER-OP
              PERFORM ECRIRE-LIGNE-LEDGER
              PERFORM ECRIRE-LIGNE-JOURNAL
           END-IF
           IF FRAIS-MENSUEL > 0
              SUBTRACT FRAIS-MENSUEL FROM AC-BAL(I)
           END-IF
           .

      *> ---------- day-by-day interest ----------
      *> Account I : closing balance of each day of the month up to
      *> the run date, that day's schedule, the day's interest ;
      *> MONTANT-INTERET gets the month's total, rounded once.
       CALCULER-INTERET-COMPTE.
           PERFORM TROUVER-TYPE-COMPTE
           IF MOIS-CONNU(I) = 'O' OR AV-CONNU(I) = 'O'
              IF AV-CONNU(I) = 'O'
                 MOVE AV-SOLDE(I) TO SOLDE-W
              ELSE
                 MOVE 0 TO SOLDE-W
              END-IF
           ELSE
              MOVE AC-BAL(I) TO SOLDE-W
           END-IF
           MOVE 0 TO INTERET-CUMUL SEG-INTERET
           MOVE 'N' TO SEG-TROUVE
           MOVE SPACES TO CALC-REC
           STRING "ACCOUNT " FUNCTION TRIM(AC-HASH(I)) "  type "
              FUNCTION TRIM(TYPE-W)
              INTO CALC-REC
           END-STRING
           WRITE CALC-REC
           PERFORM VARYING JOUR FROM 1 BY 1 UNTIL JOUR > JOUR-FIN
              IF SJ-CONNU(I, JOUR) = 'O'
                 MOVE SJ-SOLDE(I, JOUR) TO SOLDE-W
              END-IF
              COMPUTE DATE-JOUR = MOIS-COURANT * 100 + JOUR
              PERFORM TROUVER-BAREME
              IF SEG-TROUVE = 'O'
                 AND (SOLDE-W NOT = SEG-SOLDE
                    OR BAREME-TYPE NOT = SEG-TYPE
                    OR BAREME-EFFET NOT = SEG-EFFET)
                 PERFORM ECRIRE-SEGMENT
              END-IF
              IF SEG-TROUVE = 'N'
                 MOVE 'O' TO SEG-TROUVE
                 MOVE JOUR TO SEG-DEBUT
                 MOVE SOLDE-W TO SEG-SOLDE
                 MOVE BAREME-TYPE TO SEG-TYPE
                 MOVE BAREME-EFFET TO SEG-EFFET
                 MOVE 0 TO SEG-INTERET
              END-IF
              MOVE JOUR TO SEG-FIN
              PERFORM INTERET-DU-JOUR
              ADD INTERET-JOUR TO SEG-INTERET
              ADD INTERET-JOUR TO INTERET-CUMUL
           END-PERFORM
           IF SEG-TROUVE = 'O'
              PERFORM ECRIRE-SEGMENT
           END-IF
           COMPUTE MONTANT-INTERET ROUNDED = INTERET-CUMUL
           MOVE MONTANT-INTERET TO AMOUNT-EDIT
           MOVE SPACES TO CALC-REC
           STRING "  interest for " MOIS-COURANT " (rounded) : "
              FUNCTION TRIM(AMOUNT-EDIT)
              INTO CALC-REC
           END-STRING
           WRITE CALC-REC
           MOVE SPACES TO CALC-REC
           WRITE CALC-REC
           .

       TROUVER-TYPE-COMPTE.
           MOVE "STANDARD" TO TYPE-W
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > NB-TYPES-CPT
              IF TC-HASH(K) = AC-HASH(I)
                 MOVE TC-TYPE(K) TO TYPE-W
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

      *> Schedule in force on DATE-JOUR : latest effective date not
      *> after the day among the account type's lines, else among
      *> the "*" lines ; none = the flat TAUX-ANNUEL.
       TROUVER-BAREME.
           MOVE 'N' TO BAREME-TROUVE
           MOVE TYPE-W TO BAREME-TYPE
           MOVE 0 TO BAREME-EFFET
           PERFORM CHERCHER-EFFET
           IF BAREME-TROUVE = 'N'
              MOVE "*" TO BAREME-TYPE
              PERFORM CHERCHER-EFFET
           END-IF
           IF BAREME-TROUVE = 'N'
              MOVE SPACES TO BAREME-TYPE
           END-IF
           .

       CHERCHER-EFFET.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > NB-TAUX
              IF TX-TYPE(T) = BAREME-TYPE
                 AND TX-EFFET(T) <= DATE-JOUR
                 AND TX-EFFET(T) >= BAREME-EFFET
                 MOVE TX-EFFET(T) TO BAREME-EFFET
                 MOVE 'O' TO BAREME-TROUVE
              END-IF
           END-PERFORM
           .

      *> Interest of one day on SOLDE-W : each band's rate on the
      *> part of the balance between its floor and the next floor.
       INTERET-DU-JOUR.
           MOVE 0 TO INTERET-JOUR
           IF SOLDE-W NOT > 0
              EXIT PARAGRAPH
           END-IF
           IF BAREME-TROUVE = 'N'
              COMPUTE INTERET-JOUR = SOLDE-W * TAUX-ANNUEL / 100 / 365
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > NB-TAUX
              IF TX-TYPE(T) = BAREME-TYPE
                 AND TX-EFFET(T) = BAREME-EFFET
                 AND SOLDE-W > TX-PLANCHER(T)
                 PERFORM CHERCHER-PLAFOND
                 IF PLAFOND-TROUVE = 'O' AND SOLDE-W > PLAFOND-W
                    COMPUTE TRANCHE = PLAFOND-W - TX-PLANCHER(T)
                 ELSE
                    COMPUTE TRANCHE = SOLDE-W - TX-PLANCHER(T)
                 END-IF
                 COMPUTE INTERET-JOUR = INTERET-JOUR +
                    TRANCHE * TX-TAUX(T) / 100 / 365
              END-IF
           END-PERFORM
           .

      *> Next floor above band T in the same schedule.
       CHERCHER-PLAFOND.
           MOVE 'N' TO PLAFOND-TROUVE
           MOVE 0 TO PLAFOND-W
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > NB-TAUX
              IF TX-TYPE(U) = BAREME-TYPE
                 AND TX-EFFET(U) = BAREME-EFFET
                 AND TX-PLANCHER(U) > TX-PLANCHER(T)
                 AND (PLAFOND-TROUVE = 'N'
                    OR TX-PLANCHER(U) < PLAFOND-W)
                 MOVE TX-PLANCHER(U) TO PLAFOND-W
                 MOVE 'O' TO PLAFOND-TROUVE
              END-IF
           END-PERFORM
           .

       ECRIRE-SEGMENT.
           MOVE SPACES TO BAREME-DESC
           MOVE 1 TO DESC-PTR
           IF SEG-TYPE = SPACES
              MOVE TAUX-ANNUEL TO TAUX-EDIT
              STRING "flat " FUNCTION TRIM(TAUX-EDIT) "%"
                 INTO BAREME-DESC
              END-STRING
           ELSE
              STRING FUNCTION TRIM(SEG-TYPE) " eff. " SEG-EFFET ":"
                 INTO BAREME-DESC WITH POINTER DESC-PTR
              END-STRING
              PERFORM VARYING T FROM 1 BY 1 UNTIL T > NB-TAUX
                 IF TX-TYPE(T) = SEG-TYPE AND TX-EFFET(T) = SEG-EFFET
                    MOVE TX-PLANCHER(T) TO PLANCHER-EDIT
                    MOVE TX-TAUX(T) TO TAUX-EDIT
                    STRING " " FUNCTION TRIM(PLANCHER-EDIT) "+ "
                       FUNCTION TRIM(TAUX-EDIT) "%"
                       INTO BAREME-DESC WITH POINTER DESC-PTR
                    END-STRING
                 END-IF
              END-PERFORM
           END-IF
           COMPUTE SEG-JOURS = SEG-FIN - SEG-DEBUT + 1
           MOVE SEG-SOLDE TO BAL-EDIT
           MOVE SEG-INTERET TO SEG-INT-EDIT
           MOVE SPACES TO CALC-REC
           STRING "  days " SEG-DEBUT "-" SEG-FIN " (" SEG-JOURS
              ")  balance " FUNCTION TRIM(BAL-EDIT) "  rates "
              FUNCTION TRIM(BAREME-DESC) "  interest "
              FUNCTION TRIM(SEG-INT-EDIT)
              INTO CALC-REC
           END-STRING
           WRITE CALC-REC
           MOVE 'N' TO SEG-TROUVE
           .

      *> ---------- rate table and account types ----------
       CHARGER-TAUX.
           MOVE 0 TO NB-TAUX
           OPEN INPUT RATES-FILE
           IF RATES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ RATES-FILE
                 AT END EXIT PERFORM
              END-READ
              IF FUNCTION LENGTH(FUNCTION TRIM(RATES-REC)) > 0
                 AND RATES-REC(1:1) NOT = "#"
                 AND NB-TAUX < 200
                 MOVE SPACES TO RT-F1 RT-F2 RT-F3 RT-F4
                 UNSTRING RATES-REC DELIMITED BY "|"
                    INTO RT-F1 RT-F2 RT-F3 RT-F4
                 END-UNSTRING
                 IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(RT-F2)) = 0
                    AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(RT-F3)) = 0
                    AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(RT-F4)) = 0
                    ADD 1 TO NB-TAUX
                    MOVE FUNCTION TRIM(RT-F1) TO TX-TYPE(NB-TAUX)
                    MOVE FUNCTION NUMVAL(RT-F2) TO TX-EFFET(NB-TAUX)
                    MOVE FUNCTION NUMVAL(RT-F3)
                       TO TX-PLANCHER(NB-TAUX)
                    MOVE FUNCTION NUMVAL(RT-F4) TO TX-TAUX(NB-TAUX)
                 ELSE
                    DISPLAY "Rate line ignored: "
                       FUNCTION TRIM(RATES-REC)
                    MOVE 4 TO WS-JOBLOG-RC
                 END-IF
              END-IF
           END-PERFORM
           CLOSE RATES-FILE
           .

       CHARGER-TYPES.
           MOVE 0 TO NB-TYPES-CPT
           OPEN INPUT TYPES-FILE
           IF TYPES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ TYPES-FILE
                 AT END EXIT PERFORM
              END-READ
              MOVE SPACES TO T-F1 T-F2
              UNSTRING TYPES-REC DELIMITED BY "|" INTO T-F1 T-F2
              END-UNSTRING
              IF T-F1 NOT = SPACES AND T-F2 NOT = SPACES
                 AND NB-TYPES-CPT < 500
                 ADD 1 TO NB-TYPES-CPT
                 MOVE T-F1 TO TC-HASH(NB-TYPES-CPT)
                 MOVE FUNCTION TRIM(T-F2) TO TC-TYPE(NB-TYPES-CPT)
              END-IF
           END-PERFORM
           CLOSE TYPES-FILE
           .

      *> ---------- closing balances from the ledgers ----------
      *> Every ledger file up to today : lines before the month keep
      *> the last balance seen, lines of the month the last balance
      *> of each day. Runs before today's file is opened for the
      *> postings.
       RECONSTITUER-SOLDES.
           INITIALIZE TAB-SOLDES
           MOVE WS-TODAY(7:2) TO JOUR-FIN
           CALL "SYSTEM" USING CMD-LS-LEDGERS
           OPEN INPUT LIST-FILE
           IF LIST-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ LIST-FILE
                 AT END EXIT PERFORM
              END-READ
              IF LIST-REC(12:8) <= WS-TODAY
                 MOVE LIST-REC TO SCAN-FILENAME
                 PERFORM RECONSTITUER-UN-LEDGER
              END-IF
           END-PERFORM
           CLOSE LIST-FILE
           .

       RECONSTITUER-UN-LEDGER.
           MOVE SCAN-FILENAME TO LEDGER-FILENAME
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ LEDGER-FILE
                 AT END EXIT PERFORM
              END-READ
              MOVE SPACES TO L-HASH L-OP L-AMOUNT-STR L-BAL-STR L-TS
              UNSTRING LEDGER-REC DELIMITED BY "|"
                 INTO L-HASH L-OP L-AMOUNT-STR L-BAL-STR L-TS
              END-UNSTRING
              IF FUNCTION TRIM(L-BAL-STR) NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(L-BAL-STR)) = 0
                 PERFORM NOTER-SOLDE
              END-IF
           END-PERFORM
           CLOSE LEDGER-FILE
           .

       NOTER-SOLDE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > ACCT-COUNT
              IF AC-HASH(K) = L-HASH
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF K > ACCT-COUNT
              EXIT PARAGRAPH
           END-IF
           IF L-TS(1:6) < WS-TODAY(1:6)
              MOVE 'O' TO AV-CONNU(K)
              MOVE FUNCTION NUMVAL(L-BAL-STR) TO AV-SOLDE(K)
           ELSE
              IF L-TS(1:8) <= WS-TODAY
                 MOVE L-TS(7:2) TO JOUR
                 IF JOUR >= 1 AND JOUR <= 31
                    MOVE 'O' TO MOIS-CONNU(K)
                    MOVE 'O' TO SJ-CONNU(K, JOUR)
                    MOVE FUNCTION NUMVAL(L-BAL-STR)
                       TO SJ-SOLDE(K, JOUR)
                 END-IF
              END-IF
           END-IF
           .

       ECRIRE-LIGNE-LEDGER.
           IF LEDGER-OPEN-FLAG NOT = 'O'
              EXIT PARAGRAPH
           END-IF
           .

       OUVRIR-CALCUL.
           MOVE SPACES TO CALC-FILENAME
           STRING "atm_interest_calc_" MOIS-COURANT ".txt"
              INTO CALC-FILENAME
           END-STRING
           OPEN OUTPUT CALC-FILE
           MOVE SPACES TO CALC-REC
           STRING "INTEREST CALCULATION - MONTH " MOIS-COURANT
              " - CLOSING BALANCES DAY 01 TO " JOUR-FIN ", ACT/365"
              INTO CALC-REC
           END-STRING
           WRITE CALC-REC
           MOVE SPACES TO CALC-REC
           WRITE CALC-REC
           .

       OUVRIR-JOURNAL.
           MOVE SPACES TO JOURNAL-FILENAME
           STRING "atm_interest_journal_" WS-TODAY ".txt"
