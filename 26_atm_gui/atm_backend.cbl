      *>
      *> ATM Backend (GnuCOBOL) - NDJSON over stdin/stdout
      *> Ops: login/balance/deposit/withdraw/exit
      *> Priced operations carry a fee line per atm_fee_schedule.txt
      *> NOTE: naive JSON parsing; expects simple shapes shown above.
      *>
       IDENTIFICATION DIVISION.
           SELECT TDEPTMP-FILE ASSIGN TO "atm_term_deposits.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TDEPTMP-STATUS.
           SELECT BAREME-FILE ASSIGN TO "atm_fee_schedule.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BAREME-STATUS.
           SELECT TYPES-FILE ASSIGN TO "atm_account_types.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TYPES-STATUS.
           SELECT USAGE-FILE ASSIGN TO "atm_fee_usage.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS USAGE-STATUS.
           SELECT FACTURIERS-FILE ASSIGN TO "atm_billers.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BL-CODE
              FILE STATUS IS FACTURIERS-STATUS.
           SELECT BILLPAY-FILE ASSIGN TO DYNAMIC BILLPAY-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BILLPAY-STATUS.
           SELECT REVUE-FILE ASSIGN TO "atm_sanctions_review.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REVUE-STATUS.
           SELECT REVCTR-FILE ASSIGN TO "atm_sanctions_counter.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REVCTR-STATUS.
           SELECT NOMS-FILE ASSIGN TO "atm_holder_names.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NOMS-STATUS.
           SELECT RENOUV-FILE ASSIGN TO "atm_card_renewals.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RENOUV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  TDEP-REC                  PIC X(160).
       FD  TDEPTMP-FILE.
       01  TDEPTMP-REC               PIC X(160).
       FD  BAREME-FILE.
       01  BAREME-REC                PIC X(80).
       FD  TYPES-FILE.
       01  TYPES-REC                 PIC X(100).
       FD  USAGE-FILE.
       01  USAGE-REC                 PIC X(120).
       FD  FACTURIERS-FILE.
       COPY "atm_biller_rec.cpy".
       FD  BILLPAY-FILE.
       01  BILLPAY-REC               PIC X(200).
       FD  REVUE-FILE.
       01  REVUE-REC                 PIC X(400).
       FD  REVCTR-FILE.
       01  REVCTR-REC                PIC X(20).
       FD  NOMS-FILE.
       01  NOMS-REC                  PIC X(160).
       FD  RENOUV-FILE.
       01  RENOUV-REC                PIC X(300).
       WORKING-STORAGE SECTION.
      *> I/O buffers
       01  IN-LINE                  PIC X(512).
       01  CARTE-REFUSEE             PIC X VALUE 'N'.
       01  CARTE-SESSION             PIC X(12) VALUE "-".
       01  CARTE-TODAY               PIC 9(8) VALUE 0.
      *> A renewal card issued by ATM-CARD-RENEWAL sits in status P
      *> (pending activation) : its first successful login turns it
      *> A and retires the card it replaces (E), found through the
      *> renewal register atm_card_renewals.txt
      *> (NUM|ISSUED|NEW|OLD|ACCOUNT|EXPIRY).
       01  RENOUV-STATUS             PIC XX.
       01  CARTE-A-ACTIVER           PIC X VALUE 'N'.
       01  CARTE-NOUVELLE            PIC X(64) VALUE SPACES.
       01  CARTE-ANCIENNE            PIC X(64) VALUE SPACES.
       01  RN-F                      PIC X(64) OCCURS 4.
      *> Terminal identity (a second machine is going in): read
      *> from the ATM_TERMINAL environment variable, ATM1 by
      *> default. Each terminal has its own cassette file
       01  TD-RATE-EDIT              PIC Z9.99.
       01  TD-OUT-LINE               PIC X(2048).
       01  TD-TROUVE                 PIC X VALUE 'N'.
      *> Per-operation pricing (atm_fee_schedule.txt, one
      *> TYPE|OP|FREE-PER-MONTH|FEE line per priced operation, "#"
      *> lines are comments) : OP is withdraw, withdraw_od, transfer,
      *> ext_transfer or bill_pay, TYPE an account type from
      *> atm_account_types.txt (HASH|TYPE, STANDARD when the account
      *> is not listed) or "*" for every type without a line of its
      *> own. The first FREE-PER-MONTH operations of the calendar
      *> month are free, every further one is charged FEE, posted
      *> as its own ledger line "fee_<op>" right after the
      *> operation. An overdraft withdrawal counts as a withdrawal
      *> for the free allowance and pays the withdraw_od charge on
      *> top. The month's counts live in atm_fee_usage.txt
      *> (HASH|YYYYMM|OP|COUNT), read at session start and
      *> rewritten on every change (the session holds the users
      *> lock). No schedule file, no charges.
       01  BAREME-STATUS             PIC XX.
       01  TYPES-STATUS              PIC XX.
       01  USAGE-STATUS              PIC XX.
       01  NB-BAREME                 PIC 9(3) COMP VALUE 0.
       01  TAB-BAREME.
           05 BAREME-ENTRY OCCURS 100 TIMES.
              10 BR-TYPE             PIC X(12).
              10 BR-OP               PIC X(12).
              10 BR-GRATUIT          PIC 9(3).
              10 BR-FRAIS            PIC S9(7)V99.
       01  NB-USAGE                  PIC 9(4) COMP VALUE 0.
       01  TAB-USAGE.
           05 USAGE-ENTRY OCCURS 2000 TIMES.
              10 US-HASH             PIC X(64).
              10 US-OP               PIC X(12).
              10 US-NB               PIC 9(5).
       01  USAGE-MOIS                PIC 9(6) VALUE 0.
       01  FRAIS-OP                  PIC X(12).
       01  FRAIS-TYPE                PIC X(12).
       01  FRAIS-OP-POSTE            PIC X(16).
       01  FRAIS-IX                  PIC 9(3) COMP VALUE 0.
       01  FRAIS-US-IX               PIC 9(4) COMP VALUE 0.
       01  FRAIS-K                   PIC 9(4) COMP VALUE 0.
       01  FRAIS-MONTANT             PIC S9(7)V99 VALUE 0.
       01  FRAIS-NB-EDIT             PIC 9(5).
       01  FEE-F1                    PIC X(64).
       01  FEE-F2                    PIC X(12).
       01  FEE-F3                    PIC X(12).
       01  FEE-F4                    PIC X(16).
      *> Bill payment (bill_pay op) : the biller must be active on
      *> the biller master atm_billers.dat and the customer
      *> reference must fit its mask ; the debit posts through the
      *> normal ledger (op bill_pay) and the payment lands in
      *> bill_payments_YYYYMMDD.txt
      *> (HASH|BILLER|REFERENCE|AMOUNT|TIMESTAMP), which the nightly
      *> ATM-BILL-BATCH splits into one outgoing file per biller.
       01  FACTURIERS-STATUS         PIC XX.
       01  FACTURIERS-OPEN           PIC X VALUE 'N'.
       01  BILLPAY-STATUS            PIC XX.
       01  BILLPAY-FILENAME          PIC X(40).
       01  BILL-CODE                 PIC X(8).
       01  BILL-REF                  PIC X(20).
       01  REF-OK                    PIC X VALUE 'N'.
       01  REF-K                     PIC 9(2) COMP VALUE 0.
       01  REF-LONG                  PIC 9(2) COMP VALUE 0.
       01  REF-CAR                   PIC X.
       01  MASQUE-CAR                PIC X.
      *> Sanctions screening (SANCTIONS-SCREEN subprogram, list
      *> atm_watchlist.txt) : the holder of a new account
      *> ("holder_name" on open_account) and the beneficiary of an
      *> outgoing transfer ("to_name" on ext_transfer) are checked
      *> first. A possible match does not complete the operation :
      *> it is filed for compliance in atm_sanctions_review.txt
      *> (NUM|DATE|OP|HASH|NAME|SCORE|LIST-ID|AMOUNT|D1|D2|STATUS|
      *> DECIDED|OPERATOR, status H held / L released / R
      *> rejected), where ATM-SANCTIONS releases or rejects it. A
      *> held account keeps its salt and PIN digest in D1/D2 and is
      *> created on release ; a held transfer keeps bank/account in
      *> D1/D2 and its amount is reserved meanwhile by a hold with
      *> no release date (99991231). Holder names go to
      *> atm_holder_names.txt (HASH|NAME|DATE) for the re-screen
      *> ATM-SANCTIONS runs whenever the list changes.
       01  REVUE-STATUS              PIC XX.
       01  REVCTR-STATUS             PIC XX.
       01  NOMS-STATUS               PIC XX.
       01  TITULAIRE-NOM             PIC X(60).
       01  BENEF-NOM                 PIC X(60).
       01  SC-ACTION                 PIC X(8).
       01  SC-NOM                    PIC X(60).
       01  SC-RESULTAT               PIC X(2).
       01  SC-SCORE                  PIC 9(3) VALUE 0.
       01  SC-LISTE-ID               PIC X(16).
       01  SC-LISTE-NOM              PIC X(60).
       01  REVUE-NUM                 PIC 9(6) VALUE 0.
       01  REVUE-OP                  PIC X(16).
       01  REVUE-HASH                PIC X(64).
       01  REVUE-D1                  PIC X(34).
       01  REVUE-D2                  PIC X(34).
       01  REVUE-DATE                PIC 9(8) VALUE 0.
       01  REVUE-MONTANT-EDIT        PIC -9(13).99.
      *> shared DATE-UTILS call block (release-date arithmetic)
       01  DU-ACTION                 PIC X(8) VALUE SPACES.
       01  DU-DATE-1                 PIC 9(8) VALUE 0.
           PERFORM LIRE-TERMINAL
           PERFORM LOAD-USERS
           PERFORM OPEN-CARTES
           PERFORM OUVRIR-FACTURIERS
           PERFORM LOAD-CASSETTES
           PERFORM OPEN-LEDGER
           PERFORM CHARGER-BAREME
           PERFORM UNTIL 1 = 0
              ACCEPT IN-LINE
                 ON EXCEPTION
                               MOVE CUR-USER-IX TO LEDGER-UIX
                               MOVE BALANCE TO LEDGER-BALANCE
                               PERFORM APPEND-LEDGER
                               IF CARTE-A-ACTIVER = 'O'
                                  PERFORM ACTIVER-CARTE-RENOUVELEE
                               END-IF
                               MOVE "login_ok" TO TMP
                               PERFORM RESP-OK-MSG
                            ELSE
                      PERFORM PARSE-HASH
                      PERFORM PARSE-PIN
                      PERFORM PARSE-SOLDE
                      PERFORM PARSE-HOLDER-NAME
                      PERFORM FIND-USER-BY-HASH
                      IF HASH-CARTE = SPACES OR PIN = SPACES
                         OR TITULAIRE-NOM = SPACES
                         MOVE "open_account_invalid" TO TMP
                         PERFORM RESP-ERROR
                      ELSE
                               MOVE "user_table_full" TO TMP
                               PERFORM RESP-ERROR
                            ELSE
                               PERFORM OPEN-ACCOUNT-FILTRER
                            END-IF
                         END-IF
                      END-IF
                                MOVE CUR-USER-IX TO LEDGER-UIX
                                MOVE BALANCE TO LEDGER-BALANCE
                                PERFORM APPEND-LEDGER
                                PERFORM FRAIS-RETRAIT
                                MOVE "withdraw_ok" TO TMP
                                PERFORM RESP-OK-BAL
                               END-IF
                                     MOVE U-BAL(TO-USER-IX) TO
                                        LEDGER-BALANCE
                                     PERFORM APPEND-LEDGER
                                     MOVE "transfer" TO FRAIS-OP
                                     PERFORM APPLIQUER-FRAIS
                                     MOVE "transfer_ok" TO TMP
                                     PERFORM RESP-OK-BAL
                                   END-IF
                      IF AUTHENTICATED = 1
                         PERFORM EXT-TRANSFER-OP
                      END-IF
                    WHEN "bill_pay"
                      PERFORM CHECK-AUTH
                      IF AUTHENTICATED = 1
                         PERFORM BILL-PAY-OP
                      END-IF
                    WHEN "td_open"
                      PERFORM CHECK-AUTH
                      IF AUTHENTICATED = 1
           .
      *> Resolves the inserted card hash through the card master:
      *> blocked or expired cards are refused (CARTE-REFUSEE, TMP
      *> holds the error), an active or pending-activation card
      *> swaps HASH-CARTE for its account hash and remembers its
      *> masked hash for the ledger.
       RESOLVE-CARD.
           MOVE 'N' TO CARTE-REFUSEE
           MOVE 'N' TO CARTE-A-ACTIVER
           MOVE "-" TO CARTE-SESSION
           IF CARTES-OPEN = 'N'
              EXIT PARAGRAPH
              MOVE 'O' TO CARTE-REFUSEE
              EXIT PARAGRAPH
           END-IF
           IF CD-STATUT = 'P'
              MOVE 'O' TO CARTE-A-ACTIVER
              MOVE HASH-CARTE TO CARTE-NOUVELLE
           END-IF
           MOVE SPACES TO CARTE-SESSION
           STRING HASH-CARTE(1:4) "********" DELIMITED BY SIZE
              INTO CARTE-SESSION
           END-STRING
           MOVE CD-COMPTE TO HASH-CARTE
           .
      *> First use of a renewal card (PIN verified) : the card
      *> master is reopened for update just long enough to turn the
      *> new card A and the one it replaces E (a blocked old card
      *> stays blocked).
       ACTIVER-CARTE-RENOUVELEE.
           MOVE 'N' TO CARTE-A-ACTIVER
           MOVE SPACES TO CARTE-ANCIENNE
           OPEN INPUT RENOUV-FILE
           IF RENOUV-STATUS = "00"
              PERFORM UNTIL 1 = 0
                 READ RENOUV-FILE
                    AT END EXIT PERFORM
                 END-READ
                 MOVE SPACES TO RN-F(1) RN-F(2) RN-F(3) RN-F(4)
                 UNSTRING RENOUV-REC DELIMITED BY "|"
                    INTO RN-F(1) RN-F(2) RN-F(3) RN-F(4)
                 END-UNSTRING
                 IF RN-F(3) = CARTE-NOUVELLE
                    MOVE RN-F(4) TO CARTE-ANCIENNE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              CLOSE RENOUV-FILE
           END-IF
           CLOSE CARTES-FILE
           OPEN I-O CARTES-FILE
           IF CARTES-STATUS NOT = "00"
              PERFORM OPEN-CARTES
              EXIT PARAGRAPH
           END-IF
           MOVE CARTE-NOUVELLE TO CD-HASH
           READ CARTES-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CD-STATUT = 'P'
                    MOVE 'A' TO CD-STATUT
                    REWRITE CARTES-REC
                       INVALID KEY CONTINUE
                    END-REWRITE
                 END-IF
           END-READ
           IF CARTE-ANCIENNE NOT = SPACES
              MOVE CARTE-ANCIENNE TO CD-HASH
              READ CARTES-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CD-STATUT = 'A'
                       MOVE 'E' TO CD-STATUT
                       REWRITE CARTES-REC
                          INVALID KEY CONTINUE
                       END-REWRITE
                    END-IF
              END-READ
           END-IF
           CLOSE CARTES-FILE
           PERFORM OPEN-CARTES
           .
      *> Opens today's ledger file for append, creating it if this is
      *> the first backend run of the day.
       OPEN-LEDGER.
      *> front of (not logins, not the receiving leg of a transfer)
           EVALUATE FUNCTION TRIM(LEDGER-OP)
              WHEN "deposit" WHEN "withdraw" WHEN "withdraw_od"
              WHEN "transfer_out" WHEN "bill_pay"
                 PERFORM EMETTRE-RECU
              WHEN OTHER
                 CONTINUE
           .
      *> ---------- external transfer (interbank clearing) ----------
      *> ext_transfer: {"op":"ext_transfer","to_bank":"...",
      *> "to_account":"...","to_name":"...","amount":N
      *> [,"exec_date":YYYYMMDD]} - debits the account through the
      *> normal ledger (op ext_out) and writes the instruction to
      *> today's outgoing clearing file; the counter no longer
      *> handles these on paper. A beneficiary name that may be on
      *> the sanctions list holds the transfer for review instead.
       EXT-TRANSFER-OP.
           PERFORM PARSE-TO-BANK
           PERFORM PARSE-TO-ACCOUNT
           PERFORM PARSE-TO-NAME
           PERFORM PARSE-AMOUNT
           PERFORM PARSE-EXEC-DATE
           PERFORM CHECK-DAILY-LIMIT-ROLLOVER
           IF EXT-BANK = SPACES OR EXT-ACCOUNT = SPACES
              OR BENEF-NOM = SPACES
              MOVE "ext_transfer_invalid" TO TMP
              PERFORM RESP-ERROR
              EXIT PARAGRAPH
           IF EXT-EXEC-DATE = 0
              ACCEPT EXT-EXEC-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE BENEF-NOM TO SC-NOM
           PERFORM FILTRER-SANCTIONS
           IF SC-RESULTAT = "01"
              PERFORM POSER-HOLD-REVUE
              MOVE "ext_transfer" TO REVUE-OP
              MOVE U-HASH(CUR-USER-IX) TO REVUE-HASH
              MOVE EXT-BANK TO REVUE-D1
              MOVE EXT-ACCOUNT TO REVUE-D2
              PERFORM ENREGISTRER-REVUE
              MOVE "sanctions_review" TO TMP
              PERFORM RESP-ERROR
              EXIT PARAGRAPH
           END-IF
           SUBTRACT AMOUNT-NUM FROM BALANCE
           SUBTRACT AMOUNT-NUM FROM U-BAL(CUR-USER-IX)
           ADD AMOUNT-NUM TO U-DAILY-WITHDRAWN(CUR-USER-IX)
           MOVE BALANCE TO LEDGER-BALANCE
           PERFORM APPEND-LEDGER
           PERFORM ECRIRE-CLEARING-OUT
           MOVE "ext_transfer" TO FRAIS-OP
           PERFORM APPLIQUER-FRAIS
           MOVE "ext_transfer_ok" TO TMP
           PERFORM RESP-OK-BAL
           .
      *> ---------- per-operation fees ----------
      *> Fee schedule and this month's usage counts, loaded once per
      *> session (after OPEN-LEDGER, which sets LEDGER-TODAY).
       CHARGER-BAREME.
           MOVE 0 TO NB-BAREME
           MOVE 0 TO NB-USAGE
           MOVE LEDGER-TODAY(1:6) TO USAGE-MOIS
           OPEN INPUT BAREME-FILE
           IF BAREME-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ BAREME-FILE
                 AT END EXIT PERFORM
              END-READ
              MOVE SPACES TO FEE-F1 FEE-F2 FEE-F3 FEE-F4
              UNSTRING BAREME-REC DELIMITED BY "|"
                 INTO FEE-F1 FEE-F2 FEE-F3 FEE-F4
              END-UNSTRING
              IF BAREME-REC(1:1) NOT = "#"
                 AND FEE-F3 NOT = SPACES AND FEE-F4 NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(FEE-F3)) = 0
                 AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(FEE-F4)) = 0
                 AND NB-BAREME < 100
                 ADD 1 TO NB-BAREME
                 MOVE FUNCTION TRIM(FEE-F1) TO BR-TYPE(NB-BAREME)
                 MOVE FUNCTION TRIM(FEE-F2) TO BR-OP(NB-BAREME)
                 MOVE FUNCTION NUMVAL(FEE-F3) TO BR-GRATUIT(NB-BAREME)
                 MOVE FUNCTION NUMVAL(FEE-F4) TO BR-FRAIS(NB-BAREME)
              END-IF
           END-PERFORM
           CLOSE BAREME-FILE
           IF NB-BAREME = 0
              EXIT PARAGRAPH
           END-IF
      *> only the current month's counts are kept - last month's
      *> lines fall away on the first rewrite
           OPEN INPUT USAGE-FILE
           IF USAGE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ USAGE-FILE
                 AT END EXIT PERFORM
              END-READ
              MOVE SPACES TO FEE-F1 FEE-F2 FEE-F3 FEE-F4
              UNSTRING USAGE-REC DELIMITED BY "|"
                 INTO FEE-F1 FEE-F2 FEE-F3 FEE-F4
              END-UNSTRING
              IF FUNCTION TRIM(FEE-F2) = USAGE-MOIS
                 AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(FEE-F4)) = 0
                 AND NB-USAGE < 2000
                 ADD 1 TO NB-USAGE
                 MOVE FEE-F1 TO US-HASH(NB-USAGE)
                 MOVE FEE-F3 TO US-OP(NB-USAGE)
                 MOVE FUNCTION NUMVAL(FEE-F4) TO US-NB(NB-USAGE)
              END-IF
           END-PERFORM
           CLOSE USAGE-FILE
           .
      *> A withdrawal counts against the withdraw allowance whether
      *> or not it went overdrawn; an overdrawn one also pays the
      *> withdraw_od charge. LEDGER-OP still holds the op just
      *> posted.
       FRAIS-RETRAIT.
           MOVE LEDGER-OP TO FRAIS-OP-POSTE
           MOVE "withdraw" TO FRAIS-OP
           PERFORM APPLIQUER-FRAIS
           IF FRAIS-OP-POSTE = "withdraw_od"
              MOVE "withdraw_od" TO FRAIS-OP
              PERFORM APPLIQUER-FRAIS
           END-IF
           .
      *> Counts FRAIS-OP for the session account and, past the free
      *> allowance of its schedule line, debits the fee. The fee is
      *> taken even when it pushes the balance (further) below zero
      *> - the operation itself has already been paid out.
       APPLIQUER-FRAIS.
           IF NB-BAREME = 0 OR CUR-USER-IX = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM TYPE-DU-COMPTE
           MOVE 0 TO FRAIS-IX
           PERFORM VARYING FRAIS-K FROM 1 BY 1
              UNTIL FRAIS-K > NB-BAREME
              IF BR-OP(FRAIS-K) = FRAIS-OP
                 IF BR-TYPE(FRAIS-K) = FRAIS-TYPE
                    MOVE FRAIS-K TO FRAIS-IX
                    EXIT PERFORM
                 END-IF
                 IF BR-TYPE(FRAIS-K) = "*" AND FRAIS-IX = 0
                    MOVE FRAIS-K TO FRAIS-IX
                 END-IF
              END-IF
           END-PERFORM
           IF FRAIS-IX = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO FRAIS-US-IX
           PERFORM VARYING FRAIS-K FROM 1 BY 1
              UNTIL FRAIS-K > NB-USAGE
              IF US-HASH(FRAIS-K) = U-HASH(CUR-USER-IX)
                 AND US-OP(FRAIS-K) = FRAIS-OP
                 MOVE FRAIS-K TO FRAIS-US-IX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF FRAIS-US-IX = 0
              IF NB-USAGE >= 2000
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO NB-USAGE
              MOVE NB-USAGE TO FRAIS-US-IX
              MOVE U-HASH(CUR-USER-IX) TO US-HASH(FRAIS-US-IX)
              MOVE FRAIS-OP TO US-OP(FRAIS-US-IX)
              MOVE 0 TO US-NB(FRAIS-US-IX)
           END-IF
           ADD 1 TO US-NB(FRAIS-US-IX)
           PERFORM SAUVER-USAGE
           IF US-NB(FRAIS-US-IX) <= BR-GRATUIT(FRAIS-IX)
              OR BR-FRAIS(FRAIS-IX) <= 0
              EXIT PARAGRAPH
           END-IF
           MOVE BR-FRAIS(FRAIS-IX) TO FRAIS-MONTANT
           SUBTRACT FRAIS-MONTANT FROM BALANCE
           SUBTRACT FRAIS-MONTANT FROM U-BAL(CUR-USER-IX)
           PERFORM SAVE-USERS
           MOVE SPACES TO LEDGER-OP
           STRING "fee_" FUNCTION TRIM(FRAIS-OP)
              DELIMITED BY SIZE INTO LEDGER-OP
           END-STRING
           MOVE FRAIS-MONTANT TO LEDGER-AMOUNT
           MOVE CUR-USER-IX TO LEDGER-UIX
           MOVE BALANCE TO LEDGER-BALANCE
           PERFORM APPEND-LEDGER
           .
      *> Session account's type from atm_account_types.txt.
       TYPE-DU-COMPTE.
           MOVE "STANDARD" TO FRAIS-TYPE
           OPEN INPUT TYPES-FILE
           IF TYPES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ TYPES-FILE
                 AT END EXIT PERFORM
              END-READ
              MOVE SPACES TO FEE-F1 FEE-F2
              UNSTRING TYPES-REC DELIMITED BY "|"
                 INTO FEE-F1 FEE-F2
              END-UNSTRING
              IF FEE-F1 = U-HASH(CUR-USER-IX) AND FEE-F2 NOT = SPACES
                 MOVE FUNCTION TRIM(FEE-F2) TO FRAIS-TYPE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           CLOSE TYPES-FILE
           .
       SAUVER-USAGE.
           OPEN OUTPUT USAGE-FILE
           IF USAGE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FRAIS-K FROM 1 BY 1
              UNTIL FRAIS-K > NB-USAGE
              MOVE US-NB(FRAIS-K) TO FRAIS-NB-EDIT
              MOVE SPACES TO USAGE-REC
              STRING FUNCTION TRIM(US-HASH(FRAIS-K)) "|"
                 USAGE-MOIS "|"
                 FUNCTION TRIM(US-OP(FRAIS-K)) "|"
                 FRAIS-NB-EDIT
                 DELIMITED BY SIZE INTO USAGE-REC
              END-STRING
              WRITE USAGE-REC
           END-PERFORM
           CLOSE USAGE-FILE
           .
       ECRIRE-CLEARING-OUT.
           MOVE SPACES TO CLROUT-FILENAME
           STRING "clearing_out_" LEDGER-TODAY ".txt"
           WRITE CLROUT-REC
           CLOSE CLROUT-FILE
           .
      *> ---------- bill payment ----------
      *> bill_pay: {"op":"bill_pay","biller":"...",
      *> "reference":"...","amount":N} - same funds and daily limit
      *> checks as an external transfer, the biller and reference
      *> checked against the biller master first.
       BILL-PAY-OP.
           PERFORM PARSE-BILLER
           PERFORM PARSE-REFERENCE
           PERFORM PARSE-AMOUNT
           PERFORM CHECK-DAILY-LIMIT-ROLLOVER
           IF FACTURIERS-OPEN = 'N' OR BILL-CODE = SPACES
              MOVE "unknown_biller" TO TMP
              PERFORM RESP-ERROR
              EXIT PARAGRAPH
           END-IF
           MOVE BILL-CODE TO BL-CODE
           READ FACTURIERS-FILE
              INVALID KEY
                 MOVE "unknown_biller" TO TMP
                 PERFORM RESP-ERROR
                 EXIT PARAGRAPH
           END-READ
           IF BL-STATUT NOT = "A"
              MOVE "biller_suspended" TO TMP
              PERFORM RESP-ERROR
              EXIT PARAGRAPH
           END-IF
           PERFORM CONTROLER-REFERENCE
           IF REF-OK = 'N'
              MOVE "reference_invalid" TO TMP
              PERFORM RESP-ERROR
              EXIT PARAGRAPH
           END-IF
           IF AMOUNT-NUM <= 0
              MOVE "amount_invalid" TO TMP
              PERFORM RESP-ERROR
              EXIT PARAGRAPH
           END-IF
           PERFORM CALCULER-HOLDS
           IF AMOUNT-NUM > BALANCE - HOLDS-ACTIFS
              MOVE "insufficient_funds" TO TMP
              PERFORM RESP-ERROR
              EXIT PARAGRAPH
           END-IF
           IF AMOUNT-NUM + U-DAILY-WITHDRAWN(CUR-USER-IX) >
              U-DAILY-LIMIT(CUR-USER-IX)
              MOVE "daily_limit_exceeded" TO TMP
              PERFORM RESP-ERROR
              EXIT PARAGRAPH
           END-IF
           SUBTRACT AMOUNT-NUM FROM BALANCE
           SUBTRACT AMOUNT-NUM FROM U-BAL(CUR-USER-IX)
           ADD AMOUNT-NUM TO U-DAILY-WITHDRAWN(CUR-USER-IX)
           PERFORM SAVE-USERS
           MOVE "bill_pay" TO LEDGER-OP
           MOVE AMOUNT-NUM TO LEDGER-AMOUNT
           MOVE CUR-USER-IX TO LEDGER-UIX
           MOVE BALANCE TO LEDGER-BALANCE
           PERFORM APPEND-LEDGER
           PERFORM ECRIRE-PAIEMENT-FACTURE
           MOVE "bill_pay" TO FRAIS-OP
           PERFORM APPLIQUER-FRAIS
           MOVE "bill_pay_ok" TO TMP
           PERFORM RESP-OK-BAL
           .
       OUVRIR-FACTURIERS.
           MOVE 'N' TO FACTURIERS-OPEN
           OPEN INPUT FACTURIERS-FILE
           IF FACTURIERS-STATUS = "00"
              MOVE 'O' TO FACTURIERS-OPEN
           END-IF
           .
      *> BILL-REF against the mask BL-FORMAT : same length, 9 a
      *> digit, A a letter, X a letter or digit, anything else
      *> literal. Blank mask: any non-blank reference.
       CONTROLER-REFERENCE.
           MOVE 'N' TO REF-OK
           IF BILL-REF = SPACES
              EXIT PARAGRAPH
           END-IF
           IF BL-FORMAT = SPACES
              MOVE 'O' TO REF-OK
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(BL-FORMAT TRAILING))
              TO REF-LONG
           IF FUNCTION LENGTH(FUNCTION TRIM(BILL-REF TRAILING))
              NOT = REF-LONG
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING REF-K FROM 1 BY 1 UNTIL REF-K > REF-LONG
              MOVE BILL-REF(REF-K:1) TO REF-CAR
              MOVE BL-FORMAT(REF-K:1) TO MASQUE-CAR
              EVALUATE MASQUE-CAR
                 WHEN "9"
                    IF REF-CAR NOT NUMERIC
                       EXIT PARAGRAPH
                    END-IF
                 WHEN "A"
                    IF REF-CAR NOT ALPHABETIC OR REF-CAR = SPACE
                       EXIT PARAGRAPH
                    END-IF
                 WHEN "X"
                    IF (REF-CAR NOT ALPHABETIC OR REF-CAR = SPACE)
                       AND REF-CAR NOT NUMERIC
                       EXIT PARAGRAPH
                    END-IF
                 WHEN OTHER
                    IF REF-CAR NOT = MASQUE-CAR
                       EXIT PARAGRAPH
                    END-IF
              END-EVALUATE
           END-PERFORM
           MOVE 'O' TO REF-OK
           .
       ECRIRE-PAIEMENT-FACTURE.
           MOVE SPACES TO BILLPAY-FILENAME
           STRING "bill_payments_" LEDGER-TODAY ".txt"
              INTO BILLPAY-FILENAME
           END-STRING
           OPEN EXTEND BILLPAY-FILE
           IF BILLPAY-STATUS = "35"
              OPEN OUTPUT BILLPAY-FILE
           END-IF
           IF BILLPAY-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE AMOUNT-NUM TO OUT-AMOUNT-STR
           MOVE SPACES TO BILLPAY-REC
           STRING FUNCTION TRIM(U-HASH(CUR-USER-IX))
              DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(BL-CODE) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(BILL-REF) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(OUT-AMOUNT-STR) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              LEDGER-TS DELIMITED BY SIZE
              INTO BILLPAY-REC
           END-STRING
           WRITE BILLPAY-REC
           CLOSE BILLPAY-FILE
           .
      *> Extract "biller":"..." / "reference":"..." for bill_pay.
       PARSE-BILLER.
           MOVE SPACES TO BILL-CODE
           MOVE TMP TO IN-LINE
           MOVE FUNCTION LENGTH(IN-LINE) TO LEN
           MOVE 1 TO POS1
           PERFORM UNTIL POS1 > LEN - 9
              IF IN-LINE(POS1:9) = '"biller":'
                 ADD 9 TO POS1
                 PERFORM UNTIL POS1 > LEN OR IN-LINE(POS1:1) NOT = ' '
                    ADD 1 TO POS1
                 END-PERFORM
                 IF POS1 <= LEN AND IN-LINE(POS1:1) = '"'
                    ADD 1 TO POS1
                    MOVE 0 TO POS2
                    PERFORM UNTIL POS1 > LEN OR IN-LINE(POS1:1) = '"'
                       ADD 1 TO POS2
                       IF POS2 <= LENGTH OF BILL-CODE
                          MOVE IN-LINE(POS1:1) TO BILL-CODE(POS2:1)
                       END-IF
                       ADD 1 TO POS1
                    END-PERFORM
                 END-IF
                 EXIT PERFORM
              ELSE
                 ADD 1 TO POS1
              END-IF
           END-PERFORM
           INSPECT BILL-CODE CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
       PARSE-REFERENCE.
           MOVE SPACES TO BILL-REF
           MOVE TMP TO IN-LINE
           MOVE FUNCTION LENGTH(IN-LINE) TO LEN
           MOVE 1 TO POS1
           PERFORM UNTIL POS1 > LEN - 12
              IF IN-LINE(POS1:12) = '"reference":'
                 ADD 12 TO POS1
                 PERFORM UNTIL POS1 > LEN OR IN-LINE(POS1:1) NOT = ' '
                    ADD 1 TO POS1
                 END-PERFORM
                 IF POS1 <= LEN AND IN-LINE(POS1:1) = '"'
                    ADD 1 TO POS1
                    MOVE 0 TO POS2
                    PERFORM UNTIL POS1 > LEN OR IN-LINE(POS1:1) = '"'
                       ADD 1 TO POS2
                       IF POS2 <= LENGTH OF BILL-REF
                          MOVE IN-LINE(POS1:1) TO BILL-REF(POS2:1)
                       END-IF
                       ADD 1 TO POS1
                    END-PERFORM
                 END-IF
                 EXIT PERFORM
              ELSE
                 ADD 1 TO POS1
              END-IF
           END-PERFORM
           .
      *> Extract "to_bank":"..." / "to_account":"..." /
      *> "exec_date":YYYYMMDD for the ext_transfer op.
       PARSE-TO-BANK.
              END-IF
           END-PERFORM
           .
      *> Extract "to_name":"..." (beneficiary, ext_transfer) and
      *> "holder_name":"..." (new holder, open_account) ; a pipe in
      *> a name would break the review register, it becomes "/".
       PARSE-TO-NAME.
           MOVE SPACES TO BENEF-NOM
           MOVE TMP TO IN-LINE
           MOVE FUNCTION LENGTH(IN-LINE) TO LEN
           MOVE 1 TO POS1
           PERFORM UNTIL POS1 > LEN - 10
              IF IN-LINE(POS1:10) = '"to_name":'
                 ADD 10 TO POS1
                 PERFORM UNTIL POS1 > LEN OR IN-LINE(POS1:1) NOT = ' '
                    ADD 1 TO POS1
                 END-PERFORM
                 IF POS1 <= LEN AND IN-LINE(POS1:1) = '"'
                    ADD 1 TO POS1
                    MOVE 0 TO POS2
                    PERFORM UNTIL POS1 > LEN OR IN-LINE(POS1:1) = '"'
                       ADD 1 TO POS2
                       IF POS2 <= LENGTH OF BENEF-NOM
                          MOVE IN-LINE(POS1:1) TO BENEF-NOM(POS2:1)
                       END-IF
                       ADD 1 TO POS1
                    END-PERFORM
                 END-IF
                 EXIT PERFORM
              ELSE
                 ADD 1 TO POS1
              END-IF
           END-PERFORM
           INSPECT BENEF-NOM REPLACING ALL "|" BY "/"
           .
       PARSE-HOLDER-NAME.
           MOVE SPACES TO TITULAIRE-NOM
           MOVE TMP TO IN-LINE
           MOVE FUNCTION LENGTH(IN-LINE) TO LEN
           MOVE 1 TO POS1
           PERFORM UNTIL POS1 > LEN - 14
              IF IN-LINE(POS1:14) = '"holder_name":'
                 ADD 14 TO POS1
                 PERFORM UNTIL POS1 > LEN OR IN-LINE(POS1:1) NOT = ' '
                    ADD 1 TO POS1
                 END-PERFORM
                 IF POS1 <= LEN AND IN-LINE(POS1:1) = '"'
                    ADD 1 TO POS1
                    MOVE 0 TO POS2
                    PERFORM UNTIL POS1 > LEN OR IN-LINE(POS1:1) = '"'
                       ADD 1 TO POS2
                       IF POS2 <= LENGTH OF TITULAIRE-NOM
                          MOVE IN-LINE(POS1:1)
                             TO TITULAIRE-NOM(POS2:1)
                       END-IF
                       ADD 1 TO POS1
                    END-PERFORM
                 END-IF
                 EXIT PERFORM
              ELSE
                 ADD 1 TO POS1
              END-IF
           END-PERFORM
           INSPECT TITULAIRE-NOM REPLACING ALL "|" BY "/"
           .
       PARSE-EXEC-DATE.
           MOVE 0 TO EXT-EXEC-DATE
           MOVE TMP TO IN-LINE
              CLOSE CARTES-FILE
              MOVE 'N' TO CARTES-OPEN
           END-IF
           IF FACTURIERS-OPEN = 'O'
              CLOSE FACTURIERS-FILE
              MOVE 'N' TO FACTURIERS-OPEN
           END-IF
           IF VERROU-TENU = 'O'
              MOVE "UNLOCK" TO VERROU-ACTION
              CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
              ADD 1 TO I
           END-PERFORM
           .
      *> open_account once validated : the holder's name is screened
      *> first, a possible match files the request for review with
      *> the PIN digest already computed (the PIN itself is never
      *> kept) and no account is created yet.
       OPEN-ACCOUNT-FILTRER.
           MOVE TITULAIRE-NOM TO SC-NOM
           PERFORM FILTRER-SANCTIONS
           IF SC-RESULTAT = "01"
              PERFORM GEN-SALT
              CALL "PIN-HASH" USING SEL-GENERE PIN HASH-CALCULE
              MOVE "open_account" TO REVUE-OP
              MOVE HASH-CARTE TO REVUE-HASH
              MOVE SEL-GENERE TO REVUE-D1
              MOVE HASH-CALCULE TO REVUE-D2
              PERFORM ENREGISTRER-REVUE
              MOVE "sanctions_review" TO TMP
              PERFORM RESP-ERROR
              EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ACCOUNT-CREATE
           PERFORM SAVE-USERS
           PERFORM ENREGISTRER-NOM-TITULAIRE
           MOVE "open_account_ok" TO TMP
           PERFORM RESP-OK-MSG
           .
      *> SC-NOM against the list as it stands now (reloaded at each
      *> screening, so a list delivered during the session counts).
      *> No list on file screens clear ("35" is treated as "00").
       FILTRER-SANCTIONS.
           MOVE "CHARGER" TO SC-ACTION
           CALL "SANCTIONS-SCREEN" USING SC-ACTION SC-NOM SC-RESULTAT
              SC-SCORE SC-LISTE-ID SC-LISTE-NOM
           MOVE "FILTRER" TO SC-ACTION
           CALL "SANCTIONS-SCREEN" USING SC-ACTION SC-NOM SC-RESULTAT
              SC-SCORE SC-LISTE-ID SC-LISTE-NOM
           .
      *> Files one held item (REVUE-OP/HASH/D1/D2, SC-NOM and the
      *> list entry it matched, AMOUNT-NUM) under the next review
      *> number.
       ENREGISTRER-REVUE.
           MOVE 0 TO REVUE-NUM
           OPEN INPUT REVCTR-FILE
           IF REVCTR-STATUS = "00"
              READ REVCTR-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE FUNCTION NUMVAL(REVCTR-REC) TO REVUE-NUM
              END-READ
              CLOSE REVCTR-FILE
           END-IF
           ADD 1 TO REVUE-NUM
           OPEN OUTPUT REVCTR-FILE
           MOVE SPACES TO REVCTR-REC
           MOVE REVUE-NUM TO REVCTR-REC(1:6)
           WRITE REVCTR-REC
           CLOSE REVCTR-FILE

           ACCEPT REVUE-DATE FROM DATE YYYYMMDD
           OPEN EXTEND REVUE-FILE
           IF REVUE-STATUS = "35"
              OPEN OUTPUT REVUE-FILE
           END-IF
           IF REVUE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE AMOUNT-NUM TO REVUE-MONTANT-EDIT
           MOVE SPACES TO REVUE-REC
           STRING REVUE-NUM DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              REVUE-DATE DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(REVUE-OP) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(REVUE-HASH) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(SC-NOM) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              SC-SCORE DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(SC-LISTE-ID) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(REVUE-MONTANT-EDIT) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(REVUE-D1) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(REVUE-D2) DELIMITED BY SIZE
              "|H||" DELIMITED BY SIZE
              INTO REVUE-REC
           END-STRING
           WRITE REVUE-REC
           CLOSE REVUE-FILE
           .
      *> The holder's name, kept for the periodic re-screen.
       ENREGISTRER-NOM-TITULAIRE.
           ACCEPT REVUE-DATE FROM DATE YYYYMMDD
           OPEN EXTEND NOMS-FILE
           IF NOMS-STATUS = "35"
              OPEN OUTPUT NOMS-FILE
           END-IF
           IF NOMS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NOMS-REC
           STRING FUNCTION TRIM(HASH-CARTE) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(TITULAIRE-NOM) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              REVUE-DATE DELIMITED BY SIZE
              INTO NOMS-REC
           END-STRING
           WRITE NOMS-REC
           CLOSE NOMS-FILE
           .
      *> Appends a new USER-ENTRY for the account just validated by the
      *> open_account op (HASH-CARTE/PIN/AMOUNT-NUM already parsed, no
      *> duplicate found). New accounts start unlocked with the
           WRITE HOLDS-REC
           CLOSE HOLDS-FILE
           .
      *> A held transfer's amount stays reserved until compliance
      *> decides : a hold line with no release date, released (R)
      *> by ATM-SANCTIONS either way.
       POSER-HOLD-REVUE.
           OPEN EXTEND HOLDS-FILE
           IF HOLDS-STATUS = "35"
              OPEN OUTPUT HOLDS-FILE
           END-IF
           IF HOLDS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE AMOUNT-NUM TO HOLD-AMOUNT-EDIT
           MOVE SPACES TO HOLDS-REC
           STRING FUNCTION TRIM(U-HASH(CUR-USER-IX))
              DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(HOLD-AMOUNT-EDIT) DELIMITED BY SIZE
              "|99991231|H" DELIMITED BY SIZE
              INTO HOLDS-REC
           END-STRING
           WRITE HOLDS-REC
           CLOSE HOLDS-FILE
           .
       RESP-ERROR.
           MOVE SPACES TO OUT-LINE
           STRING
