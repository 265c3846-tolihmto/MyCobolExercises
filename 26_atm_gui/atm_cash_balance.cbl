       >>SOURCE FORMAT FREE
      *>
      *> ATM-CASH-BALANCE - cash balancing of one terminal at
      *> replenishment, before the carrier tops the cassettes up.
      *> The notes left in each cassette are counted and confronted
      *> with what the terminal should still hold :
      *>
      *>   expected = cash loaded at the previous balancing plus
      *>              the replenishments since (sum of LOADED x
      *>              DENOM in atm_cassettes_<TERM>.txt)
      *>            - the terminal's withdrawal lines in the ledger
      *>              since the previous balancing (ops withdraw /
      *>              withdraw_od, terminal id in field 8).
      *>
      *> A terminal balanced for the first time has no previous
      *> balancing to start the ledger window from : the device's
      *> own DISPENSED counters stand in for the ledger lines.
      *>
      *>   ./atm_cash_balance COMPTER <TERM>
      *>       operator sign-on, counted notes keyed per
      *>       denomination, a reason code (MISCOUNT, DISPENSE,
      *>       CAPTURED, SUSPECT, OTHER) and a comment required
      *>       when the drawer is over or short. The balancing goes
      *>       to atm_cash_balancing.txt :
      *>         NUM|TERM|DATE|TIME|LOADED|LEDGER-WD|EXPECTED|
      *>         COUNTED|DIFF|REASON|COMMENT|OPERATOR|BASIS
      *>       (DIFF = counted - expected, positive over, negative
      *>       short ; BASIS L ledger window, D device counters),
      *>       the count per denomination to atm_cash_counts.txt
      *>       (NUM|DENOM|LOADED|DISPENSED|COUNTED), and the
      *>       cassettes restart from the counted notes (LOADED =
      *>       counted, DISPENSED = 0) for the replenish ops that
      *>       follow. ATM-SETTLEMENT posts the day's differences
      *>       to the cash suspense account of its GL export.
      *>   ./atm_cash_balance LISTE [TERM]
      *>       past balancings, latest last.
      *>
      *> The terminal is out of service while it is balanced : a
      *> backend session left running on it would save its own
      *> copy of the cassettes over the restarted counts.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATM-CASH-BALANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASSETTE-FILE ASSIGN TO DYNAMIC CASSETTE-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CASSETTE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "atm_cash_balancing.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BALANCE-STATUS.
           SELECT COUNTS-FILE ASSIGN TO "atm_cash_counts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS COUNTS-STATUS.
           SELECT COUNTER-FILE ASSIGN TO "atm_cash_balancing_counter.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS COUNTER-STATUS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC LEDGER-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LEDGER-STATUS.
           SELECT LEDGLST-FILE ASSIGN TO "atm_cashbal.lst"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LEDGLST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASSETTE-FILE.
       01  CASSETTE-REC              PIC X(80).
       FD  BALANCE-FILE.
       01  BALANCE-REC               PIC X(300).
       FD  COUNTS-FILE.
       01  COUNTS-REC                PIC X(80).
       FD  COUNTER-FILE.
       01  COUNTER-REC               PIC X(20).
       FD  LEDGER-FILE.
       01  LEDGER-REC                PIC X(256).
       FD  LEDGLST-FILE.
       01  LEDGLST-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       01  CASSETTE-STATUS           PIC XX.
       01  BALANCE-STATUS            PIC XX.
       01  COUNTS-STATUS             PIC XX.
       01  COUNTER-STATUS            PIC XX.
       01  LEDGER-STATUS             PIC XX.
       01  LEDGLST-STATUS            PIC XX.
       01  CASSETTE-FILENAME         PIC X(40).
       01  LEDGER-FILENAME           PIC X(64).
       01  CMD-LS-LEDGERS            PIC X(100) VALUE
           "sh -c 'ls atm_ledger_????????.txt 2>/dev/null | sort > atm_cashbal.lst'".
       01  WS-TODAY                  PIC 9(8) VALUE 0.
       01  WS-NOW                    PIC 9(8) VALUE 0.
       01  ARG-MODE                  PIC X(16) VALUE SPACES.
       01  ARG-TERM                  PIC X(8) VALUE SPACES.
       01  INP-ALPHA                 PIC X(60) VALUE SPACES.
       01  NUM-BALANCE               PIC 9(6) VALUE 0.
       01  K                         PIC 9(4) COMP VALUE 0.
       01  NB-LUS                    PIC 9(4) VALUE 0.

      *> The terminal's cassettes (DENOM|LOADED|DISPENSED).
       01  NB-CASSETTES              PIC 9(2) COMP VALUE 0.
       01  TAB-CASSETTES.
           05  CASSETTE-ENTRY OCCURS 10 TIMES.
               10 CASS-DENOM         PIC 9(4).
               10 CASS-LOADED        PIC 9(6).
               10 CASS-DISPENSED     PIC 9(6).
               10 CASS-COUNTED       PIC 9(6).
       01  CASS-F1                   PIC X(12).
       01  CASS-F2                   PIC X(12).
       01  CASS-F3                   PIC X(12).

      *> Previous balancing of the terminal (ledger window start).
       01  DERNIER-TROUVE            PIC X VALUE 'N'.
       01  DERNIER-CLE               PIC X(14) VALUE SPACES.
       01  BL-F                      PIC X(64) OCCURS 13.

      *> Ledger window.
       01  L-HASH                    PIC X(64).
       01  L-OP                      PIC X(16).
       01  L-AMOUNT-STR              PIC X(20).
       01  L-BAL-STR                 PIC X(20).
       01  L-TS                      PIC X(20).
       01  L-SEQ-STR                 PIC X(12).
       01  L-CARD                    PIC X(12).
       01  L-TERM                    PIC X(8).
       01  L-CLE                     PIC X(14).
       01  L-AMOUNT-NUM              PIC S9(13)V99 VALUE 0.
       01  FICHIER-DATE              PIC X(8).

      *> Balancing figures.
       01  CASH-CHARGE               PIC S9(13)V99 VALUE 0.
       01  CASH-SORTI-LEDGER         PIC S9(13)V99 VALUE 0.
       01  CASH-SORTI-DEVICE         PIC S9(13)V99 VALUE 0.
       01  CASH-ATTENDU              PIC S9(13)V99 VALUE 0.
       01  CASH-COMPTE               PIC S9(13)V99 VALUE 0.
       01  CASH-ECART                PIC S9(13)V99 VALUE 0.
       01  BASE-CALCUL               PIC X VALUE 'L'.
       01  MOTIF-ECART               PIC X(8) VALUE SPACES.
       01  COMMENTAIRE               PIC X(60) VALUE SPACES.
       01  MOTIF-VALIDE              PIC X VALUE 'N'.
      *> Three tries per answer, as for the operator code ; the
      *> balancing is abandoned, nothing recorded, past that.
       01  NB-ESSAIS                 PIC 9 VALUE 0.
       01  SAISIE-ABANDON            PIC X VALUE 'N'.
       01  EDIT-AMOUNT               PIC -9(11).99.
       01  EDIT-AMOUNT2              PIC -9(11).99.
       01  EDIT-AMOUNT3              PIC -9(11).99.
       01  EDIT-AMOUNT4              PIC -9(11).99.
       01  EDIT-AMOUNT5              PIC -9(11).99.
       01  NOTES-EDIT                PIC Z(5)9.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       01  WS-JOBLOG-PROGRAM         PIC X(20) VALUE "ATM-CASH-BALANCE".
       01  WS-JOBLOG-EVENT           PIC X(5).
       01  WS-JOBLOG-RC              PIC S9(4) VALUE 0.
      *> Operator identity (OPERATOR-SIGNON).
       01  WS-OPERATEUR              PIC X(8) VALUE SPACES.
       01  SIGNON-RESULTAT           PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-CASH-BALANCE.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
              WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME

           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           ACCEPT ARG-TERM FROM ARGUMENT-VALUE
           INSPECT ARG-TERM CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE FUNCTION TRIM(ARG-MODE)
              WHEN "COMPTER"
                 PERFORM EQUILIBRER-TERMINAL
              WHEN "LISTE"
                 PERFORM LISTER-EQUILIBRAGES
              WHEN OTHER
                 DISPLAY "USAGE: atm_cash_balance COMPTER <TERM>"
                    " | LISTE [TERM]"
                 MOVE 4 TO WS-JOBLOG-RC
           END-EVALUATE
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
              WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *> ---------- balancing ----------
       EQUILIBRER-TERMINAL.
           IF FUNCTION TRIM(ARG-TERM) = SPACES
              DISPLAY "Terminal id required (ATM1, ATM2...)."
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           PERFORM CHARGER-CASSETTES
           IF NB-CASSETTES = 0
              DISPLAY "No cassette file for terminal "
                 FUNCTION TRIM(ARG-TERM) " - nothing to balance."
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT
           IF SIGNON-RESULTAT = "91"
              DISPLAY "Operator sign-on refused."
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           PERFORM CHERCHER-DERNIER-EQUILIBRAGE
           MOVE 0 TO CASH-CHARGE CASH-SORTI-DEVICE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > NB-CASSETTES
              COMPUTE CASH-CHARGE = CASH-CHARGE +
                 CASS-LOADED(K) * CASS-DENOM(K)
              COMPUTE CASH-SORTI-DEVICE = CASH-SORTI-DEVICE +
                 CASS-DISPENSED(K) * CASS-DENOM(K)
           END-PERFORM
           IF DERNIER-TROUVE = 'O'
              MOVE 'L' TO BASE-CALCUL
              PERFORM CUMULER-RETRAITS-LEDGER
              COMPUTE CASH-ATTENDU = CASH-CHARGE - CASH-SORTI-LEDGER
           ELSE
              MOVE 'D' TO BASE-CALCUL
              MOVE CASH-SORTI-DEVICE TO CASH-SORTI-LEDGER
              COMPUTE CASH-ATTENDU = CASH-CHARGE - CASH-SORTI-DEVICE
              DISPLAY "First balancing of " FUNCTION TRIM(ARG-TERM)
                 " : expected cash from the device counters."
           END-IF

           DISPLAY "=== CASH BALANCING " FUNCTION TRIM(ARG-TERM)
              " - " WS-TODAY " ==="
           MOVE 0 TO CASH-COMPTE
           MOVE 'N' TO SAISIE-ABANDON
           PERFORM VARYING K FROM 1 BY 1
              UNTIL K > NB-CASSETTES OR SAISIE-ABANDON = 'O'
              PERFORM SAISIR-COMPTAGE
              COMPUTE CASH-COMPTE = CASH-COMPTE +
                 CASS-COUNTED(K) * CASS-DENOM(K)
           END-PERFORM
           IF SAISIE-ABANDON = 'O'
              PERFORM ABANDONNER-SAISIE
              EXIT PARAGRAPH
           END-IF
           COMPUTE CASH-ECART = CASH-COMPTE - CASH-ATTENDU

           MOVE CASH-CHARGE TO EDIT-AMOUNT
           DISPLAY "Loaded since previous balancing : "
              FUNCTION TRIM(EDIT-AMOUNT)
           MOVE CASH-SORTI-LEDGER TO EDIT-AMOUNT
           IF BASE-CALCUL = 'L'
              DISPLAY "Ledger withdrawals since        : "
                 FUNCTION TRIM(EDIT-AMOUNT)
           ELSE
              DISPLAY "Device dispensed since load     : "
                 FUNCTION TRIM(EDIT-AMOUNT)
           END-IF
           MOVE CASH-ATTENDU TO EDIT-AMOUNT
           DISPLAY "Expected in the drawer          : "
              FUNCTION TRIM(EDIT-AMOUNT)
           MOVE CASH-COMPTE TO EDIT-AMOUNT
           DISPLAY "Counted                         : "
              FUNCTION TRIM(EDIT-AMOUNT)
           MOVE CASH-ECART TO EDIT-AMOUNT
           EVALUATE TRUE
              WHEN CASH-ECART > 0
                 DISPLAY "CASH OVER                       : "
                    FUNCTION TRIM(EDIT-AMOUNT)
              WHEN CASH-ECART < 0
                 DISPLAY "CASH SHORT                      : "
                    FUNCTION TRIM(EDIT-AMOUNT)
              WHEN OTHER
                 DISPLAY "Drawer balances."
           END-EVALUATE
           IF BASE-CALCUL = 'L'
              AND CASH-SORTI-LEDGER NOT = CASH-SORTI-DEVICE
              MOVE CASH-SORTI-DEVICE TO EDIT-AMOUNT
              DISPLAY "  (device counters say " FUNCTION TRIM(EDIT-AMOUNT)
                 " dispensed)"
           END-IF

           MOVE SPACES TO MOTIF-ECART COMMENTAIRE
           IF CASH-ECART NOT = 0
              PERFORM SAISIR-MOTIF
              IF SAISIE-ABANDON = 'O'
                 PERFORM ABANDONNER-SAISIE
                 EXIT PARAGRAPH
              END-IF
           END-IF

           PERFORM CHARGER-COMPTEUR
           ADD 1 TO NUM-BALANCE
           PERFORM SAUVER-COMPTEUR
           PERFORM ECRIRE-EQUILIBRAGE
           PERFORM ECRIRE-COMPTAGES
           PERFORM REINITIALISER-CASSETTES
           DISPLAY "Balancing " NUM-BALANCE " recorded ; cassettes"
              " restart from the counted notes."
           IF CASH-ECART NOT = 0
              MOVE 4 TO WS-JOBLOG-RC
           END-IF
           CALL "OPERATOR-SIGNOFF"
           .

      *> Per-terminal drawer first, the legacy single-machine file
      *> for ATM1 when none exists yet (the backend's own rule) ;
      *> the restart always goes to the per-terminal file.
       CHARGER-CASSETTES.
           MOVE 0 TO NB-CASSETTES
           MOVE SPACES TO CASSETTE-FILENAME
           STRING "atm_cassettes_" FUNCTION TRIM(ARG-TERM) ".txt"
              INTO CASSETTE-FILENAME
           END-STRING
           OPEN INPUT CASSETTE-FILE
           IF CASSETTE-STATUS NOT = "00"
              AND FUNCTION TRIM(ARG-TERM) = "ATM1"
              MOVE "atm_cassettes.txt" TO CASSETTE-FILENAME
              OPEN INPUT CASSETTE-FILE
           END-IF
           IF CASSETTE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ CASSETTE-FILE
                 AT END EXIT PERFORM
              END-READ
              IF FUNCTION LENGTH(FUNCTION TRIM(CASSETTE-REC)) > 0
                 AND NB-CASSETTES < 10
                 MOVE SPACES TO CASS-F1 CASS-F2 CASS-F3
                 UNSTRING CASSETTE-REC DELIMITED BY "|"
                    INTO CASS-F1 CASS-F2 CASS-F3
                 END-UNSTRING
                 ADD 1 TO NB-CASSETTES
                 MOVE FUNCTION NUMVAL(CASS-F1)
                    TO CASS-DENOM(NB-CASSETTES)
                 MOVE FUNCTION NUMVAL(CASS-F2)
                    TO CASS-LOADED(NB-CASSETTES)
                 MOVE FUNCTION NUMVAL(CASS-F3)
                    TO CASS-DISPENSED(NB-CASSETTES)
                 MOVE 0 TO CASS-COUNTED(NB-CASSETTES)
              END-IF
           END-PERFORM
           CLOSE CASSETTE-FILE
           MOVE SPACES TO CASSETTE-FILENAME
           STRING "atm_cassettes_" FUNCTION TRIM(ARG-TERM) ".txt"
              INTO CASSETTE-FILENAME
           END-STRING
           .

       ABANDONNER-SAISIE.
           DISPLAY "Balancing abandoned - nothing recorded, cassettes"
              " unchanged."
           MOVE 8 TO WS-JOBLOG-RC
           CALL "OPERATOR-SIGNOFF"
           .

       SAISIR-COMPTAGE.
           MOVE 0 TO NB-ESSAIS
           PERFORM UNTIL 1 = 0
              DISPLAY "  Notes of " CASS-DENOM(K) " counted : "
                 WITH NO ADVANCING
              MOVE SPACES TO INP-ALPHA
              ACCEPT INP-ALPHA
              IF FUNCTION TRIM(INP-ALPHA) NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(INP-ALPHA)) = 0
                 AND FUNCTION NUMVAL(INP-ALPHA) >= 0
                 AND FUNCTION NUMVAL(INP-ALPHA) <= 999999
                 MOVE FUNCTION NUMVAL(INP-ALPHA) TO CASS-COUNTED(K)
                 EXIT PERFORM
              END-IF
              ADD 1 TO NB-ESSAIS
              IF NB-ESSAIS >= 3
                 MOVE 'O' TO SAISIE-ABANDON
                 EXIT PERFORM
              END-IF
              DISPLAY "  Invalid count, key the number of notes."
           END-PERFORM
           .

       SAISIR-MOTIF.
           MOVE 'N' TO MOTIF-VALIDE
           MOVE 0 TO NB-ESSAIS
           PERFORM UNTIL MOTIF-VALIDE = 'O'
              DISPLAY "Reason (MISCOUNT/DISPENSE/CAPTURED/SUSPECT/"
                 "OTHER) : " WITH NO ADVANCING
              MOVE SPACES TO INP-ALPHA
              ACCEPT INP-ALPHA
              INSPECT INP-ALPHA CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              EVALUATE FUNCTION TRIM(INP-ALPHA)
                 WHEN "MISCOUNT" WHEN "DISPENSE" WHEN "CAPTURED"
                 WHEN "SUSPECT" WHEN "OTHER"
                    MOVE INP-ALPHA TO MOTIF-ECART
                    MOVE 'O' TO MOTIF-VALIDE
                 WHEN OTHER
                    ADD 1 TO NB-ESSAIS
                    IF NB-ESSAIS >= 3
                       MOVE 'O' TO SAISIE-ABANDON
                       EXIT PARAGRAPH
                    END-IF
                    DISPLAY "  Unknown reason code."
              END-EVALUATE
           END-PERFORM
           MOVE 0 TO NB-ESSAIS
           PERFORM UNTIL 1 = 0
              DISPLAY "Comment : " WITH NO ADVANCING
              MOVE SPACES TO INP-ALPHA
              ACCEPT INP-ALPHA
              IF FUNCTION TRIM(INP-ALPHA) NOT = SPACES
                 EXIT PERFORM
              END-IF
              ADD 1 TO NB-ESSAIS
              IF NB-ESSAIS >= 3
                 MOVE 'O' TO SAISIE-ABANDON
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "  A comment is required on a cash difference."
           END-PERFORM
           MOVE INP-ALPHA TO COMMENTAIRE
           INSPECT COMMENTAIRE REPLACING ALL "|" BY "/"
           .

      *> Latest balancing of the terminal in the register ; its
      *> date and time open the ledger window.
       CHERCHER-DERNIER-EQUILIBRAGE.
           MOVE 'N' TO DERNIER-TROUVE
           MOVE SPACES TO DERNIER-CLE
           OPEN INPUT BALANCE-FILE
           IF BALANCE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ BALANCE-FILE
                 AT END EXIT PERFORM
              END-READ
              PERFORM DECOUPER-EQUILIBRAGE
              IF FUNCTION TRIM(BL-F(2)) = FUNCTION TRIM(ARG-TERM)
                 MOVE 'O' TO DERNIER-TROUVE
                 MOVE SPACES TO DERNIER-CLE
                 STRING BL-F(3)(1:8) BL-F(4)(1:6)
                    DELIMITED BY SIZE INTO DERNIER-CLE
                 END-STRING
              END-IF
           END-PERFORM
           CLOSE BALANCE-FILE
           .

       DECOUPER-EQUILIBRAGE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 13
              MOVE SPACES TO BL-F(K)
           END-PERFORM
           UNSTRING BALANCE-REC DELIMITED BY "|"
              INTO BL-F(1) BL-F(2) BL-F(3) BL-F(4) BL-F(5) BL-F(6)
                 BL-F(7) BL-F(8) BL-F(9) BL-F(10) BL-F(11) BL-F(12)
                 BL-F(13)
           END-UNSTRING
           .

      *> The terminal's withdrawal lines stamped after the previous
      *> balancing, across every day file from that date on.
       CUMULER-RETRAITS-LEDGER.
           MOVE 0 TO CASH-SORTI-LEDGER
           CALL "SYSTEM" USING CMD-LS-LEDGERS
           OPEN INPUT LEDGLST-FILE
           IF LEDGLST-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ LEDGLST-FILE
                 AT END EXIT PERFORM
              END-READ
              MOVE LEDGLST-REC(12:8) TO FICHIER-DATE
              IF FICHIER-DATE >= DERNIER-CLE(1:8)
                 MOVE LEDGLST-REC TO LEDGER-FILENAME
                 PERFORM CUMULER-UN-LEDGER
              END-IF
           END-PERFORM
           CLOSE LEDGLST-FILE
           .

       CUMULER-UN-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ LEDGER-FILE
                 AT END EXIT PERFORM
              END-READ
              MOVE SPACES TO L-HASH L-OP L-AMOUNT-STR L-BAL-STR L-TS
                 L-SEQ-STR L-CARD L-TERM
              UNSTRING LEDGER-REC DELIMITED BY "|"
                 INTO L-HASH L-OP L-AMOUNT-STR L-BAL-STR L-TS
                    L-SEQ-STR L-CARD L-TERM
              END-UNSTRING
      *> pre-terminal lines (or the chain value landing in field 8
      *> on card-less legacy lines) belong to ATM1, as in
      *> ATM-SETTLEMENT
              IF FUNCTION TRIM(L-TERM) = SPACES
                 OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(L-TERM)) = 0
                 MOVE "ATM1" TO L-TERM
              END-IF
              IF (FUNCTION TRIM(L-OP) = "withdraw"
                 OR FUNCTION TRIM(L-OP) = "withdraw_od")
                 AND FUNCTION TRIM(L-TERM) = FUNCTION TRIM(ARG-TERM)
                 MOVE SPACES TO L-CLE
                 STRING L-TS(1:8) L-TS(10:2) L-TS(13:2) L-TS(16:2)
                    DELIMITED BY SIZE INTO L-CLE
                 END-STRING
                 IF L-CLE > DERNIER-CLE
                    MOVE FUNCTION NUMVAL(FUNCTION TRIM(L-AMOUNT-STR))
                       TO L-AMOUNT-NUM
                    IF L-AMOUNT-NUM < 0
                       COMPUTE L-AMOUNT-NUM = 0 - L-AMOUNT-NUM
                    END-IF
                    ADD L-AMOUNT-NUM TO CASH-SORTI-LEDGER
                 END-IF
              END-IF
           END-PERFORM
           CLOSE LEDGER-FILE
           .

       ECRIRE-EQUILIBRAGE.
           OPEN EXTEND BALANCE-FILE
           IF BALANCE-STATUS = "35"
              OPEN OUTPUT BALANCE-FILE
           END-IF
           IF BALANCE-STATUS NOT = "00"
              DISPLAY "Balancing register unavailable (status "
                 BALANCE-STATUS ")."
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           MOVE CASH-CHARGE TO EDIT-AMOUNT
           MOVE CASH-SORTI-LEDGER TO EDIT-AMOUNT2
           MOVE CASH-ATTENDU TO EDIT-AMOUNT3
           MOVE CASH-COMPTE TO EDIT-AMOUNT4
           MOVE CASH-ECART TO EDIT-AMOUNT5
           MOVE SPACES TO BALANCE-REC
           STRING NUM-BALANCE "|" FUNCTION TRIM(ARG-TERM) "|"
              WS-TODAY "|" WS-NOW(1:6) "|"
              FUNCTION TRIM(EDIT-AMOUNT) "|"
              FUNCTION TRIM(EDIT-AMOUNT2) "|"
              FUNCTION TRIM(EDIT-AMOUNT3) "|"
              FUNCTION TRIM(EDIT-AMOUNT4) "|"
              FUNCTION TRIM(EDIT-AMOUNT5) "|"
              FUNCTION TRIM(MOTIF-ECART) "|"
              FUNCTION TRIM(COMMENTAIRE) "|"
              FUNCTION TRIM(WS-OPERATEUR) "|"
              BASE-CALCUL
              DELIMITED BY SIZE INTO BALANCE-REC
           END-STRING
           WRITE BALANCE-REC
           CLOSE BALANCE-FILE
           .

       ECRIRE-COMPTAGES.
           OPEN EXTEND COUNTS-FILE
           IF COUNTS-STATUS = "35"
              OPEN OUTPUT COUNTS-FILE
           END-IF
           IF COUNTS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > NB-CASSETTES
              MOVE SPACES TO COUNTS-REC
              STRING NUM-BALANCE "|" CASS-DENOM(K) "|"
                 CASS-LOADED(K) "|" CASS-DISPENSED(K) "|"
                 CASS-COUNTED(K)
                 DELIMITED BY SIZE INTO COUNTS-REC
              END-STRING
              WRITE COUNTS-REC
           END-PERFORM
           CLOSE COUNTS-FILE
           .

       REINITIALISER-CASSETTES.
           OPEN OUTPUT CASSETTE-FILE
           IF CASSETTE-STATUS NOT = "00"
              DISPLAY "Cannot rewrite " FUNCTION TRIM(CASSETTE-FILENAME)
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > NB-CASSETTES
              MOVE SPACES TO CASSETTE-REC
              STRING CASS-DENOM(K) "|" CASS-COUNTED(K) "|000000"
                 DELIMITED BY SIZE INTO CASSETTE-REC
              END-STRING
              WRITE CASSETTE-REC
           END-PERFORM
           CLOSE CASSETTE-FILE
           .

      *> ---------- past balancings ----------
       LISTER-EQUILIBRAGES.
           OPEN INPUT BALANCE-FILE
           IF BALANCE-STATUS NOT = "00"
              DISPLAY "No cash balancing on file."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "=== CASH BALANCINGS ==="
           PERFORM UNTIL 1 = 0
              READ BALANCE-FILE
                 AT END EXIT PERFORM
              END-READ
              PERFORM DECOUPER-EQUILIBRAGE
              IF FUNCTION TRIM(ARG-TERM) = SPACES
                 OR FUNCTION TRIM(BL-F(2)) = FUNCTION TRIM(ARG-TERM)
                 ADD 1 TO NB-LUS
                 DISPLAY "  #" FUNCTION TRIM(BL-F(1)) " "
                    FUNCTION TRIM(BL-F(2)) " " FUNCTION TRIM(BL-F(3))
                    " expected " FUNCTION TRIM(BL-F(7))
                    " counted " FUNCTION TRIM(BL-F(8))
                    " diff " FUNCTION TRIM(BL-F(9)) " "
                    FUNCTION TRIM(BL-F(10)) " "
                    FUNCTION TRIM(BL-F(11))
              END-IF
           END-PERFORM
           CLOSE BALANCE-FILE
           IF NB-LUS = 0
              DISPLAY "  (none)"
           END-IF
           .

      *> ---------- balancing number counter ----------
       CHARGER-COMPTEUR.
           MOVE 0 TO NUM-BALANCE
           OPEN INPUT COUNTER-FILE
           IF COUNTER-STATUS = "00"
              READ COUNTER-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE FUNCTION NUMVAL(COUNTER-REC)
                       TO NUM-BALANCE
              END-READ
              CLOSE COUNTER-FILE
           END-IF
           .

       SAUVER-COMPTEUR.
           OPEN OUTPUT COUNTER-FILE
           MOVE SPACES TO COUNTER-REC
           MOVE NUM-BALANCE TO COUNTER-REC(1:6)
           WRITE COUNTER-REC
           CLOSE COUNTER-FILE
           .
