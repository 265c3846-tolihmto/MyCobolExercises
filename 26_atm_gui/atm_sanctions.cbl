       >>SOURCE FORMAT FREE
      *>
      *> ATM sanctions compliance review. ATM-BACKEND screens the
      *> holder of every new account and the beneficiary of every
      *> outgoing interbank transfer against the watchlist
      *> atm_watchlist.txt (SANCTIONS-SCREEN subprogram); a
      *> possible match is not completed but filed, held, in
      *> atm_sanctions_review.txt :
      *>   NUM|DATE|OP|HASH|NAME|SCORE|LIST-ID|AMOUNT|D1|D2|
      *>   STATUS|DECIDED|OPERATOR
      *> (status H held / L released / R rejected). This program is
      *> the compliance officer's side of it, with the operator
      *> identity from OPERATOR-SIGNON on every decision :
      *>
      *>   ./atm_sanctions LISTE
      *>       held items with their age in days;
      *>   ./atm_sanctions LIBERER <num>
      *>       false positive - the operation completes : a held
      *>       open_account creates the account (salt and PIN digest
      *>       kept in D1/D2, opening balance, default limits), a
      *>       held ext_transfer has its reserving hold released
      *>       and posts as ext_out through the account store and
      *>       the chained ledger, its instruction written to
      *>       today's clearing_out_YYYYMMDD.txt (D1/D2 = bank /
      *>       account);
      *>   ./atm_sanctions REJETER <num>
      *>       confirmed match - the operation never happens (a
      *>       transfer's hold is released, nothing is debited);
      *>       a re-screen hit gets its account(s) locked;
      *>   ./atm_sanctions RESCREEN [FORCE]
      *>       re-screens every existing holder - the active
      *>       customers of the relationship master and the holder
      *>       names kept by open_account (atm_holder_names.txt) -
      *>       whenever the list has changed since the last run
      *>       (copy kept in atm_watchlist.screened), FORCE for an
      *>       unconditional pass. Hits are filed as op "rescreen"
      *>       items (D1 = customer number for a customer, D2 the
      *>       source) unless the same holder / list entry is
      *>       already held or was released, and listed in
      *>       atm_rescreen_YYYYMMDD.txt. Meant to run daily after
      *>       INTAKE-MANAGER, so a new list is acted on the day it
      *>       arrives;
      *>   ./atm_sanctions TESTER "<name>"
      *>       screens one name and shows the best list entry.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATM-SANCTIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVUE-FILE ASSIGN TO "atm_sanctions_review.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REVUE-STATUS.
           SELECT REVTMP-FILE ASSIGN TO "atm_sanctions_review.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REVTMP-STATUS.
           SELECT COUNTER-FILE ASSIGN TO "atm_sanctions_counter.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS COUNTER-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "atm_holds.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HOLDS-STATUS.
           SELECT HOLDSTMP-FILE ASSIGN TO "atm_holds.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HOLDSTMP-STATUS.
           SELECT NOMS-FILE ASSIGN TO "atm_holder_names.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NOMS-STATUS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC LEDGER-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LEDGER-STATUS.
           SELECT CLROUT-FILE ASSIGN TO DYNAMIC CLROUT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CLROUT-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
           SELECT CLIENTS-FILE ASSIGN TO "atm_customers.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CU-ID
              FILE STATUS IS CLIENTS-STATUS.
           SELECT LIENS-FILE ASSIGN TO "atm_cust_links.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LC-CLE
              FILE STATUS IS LIENS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVUE-FILE.
       01  REVUE-REC                 PIC X(400).
       FD  REVTMP-FILE.
       01  REVTMP-REC                PIC X(400).
       FD  COUNTER-FILE.
       01  COUNTER-REC               PIC X(20).
       FD  HOLDS-FILE.
       01  HOLDS-REC                 PIC X(120).
       FD  HOLDSTMP-FILE.
       01  HOLDSTMP-REC              PIC X(120).
       FD  NOMS-FILE.
       01  NOMS-REC                  PIC X(160).
       FD  LEDGER-FILE.
       01  LEDGER-REC                PIC X(256).
       FD  CLROUT-FILE.
       01  CLROUT-REC                PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-REC                PIC X(160).
       FD  CLIENTS-FILE.
       COPY "atm_customer_rec.cpy".
       FD  LIENS-FILE.
       COPY "atm_custlink_rec.cpy".

       WORKING-STORAGE SECTION.
       01  REVUE-STATUS              PIC XX.
       01  REVTMP-STATUS             PIC XX.
       01  COUNTER-STATUS            PIC XX.
       01  HOLDS-STATUS              PIC XX.
       01  HOLDSTMP-STATUS           PIC XX.
       01  NOMS-STATUS               PIC XX.
       01  LEDGER-STATUS             PIC XX.
       01  CLROUT-STATUS             PIC XX.
       01  REPORT-STATUS             PIC XX.
       01  CLIENTS-STATUS            PIC XX.
       01  LIENS-STATUS              PIC XX.
       01  LEDGER-FILENAME           PIC X(40).
       01  CLROUT-FILENAME           PIC X(40).
       01  REPORT-FILENAME           PIC X(40).
       01  LEDGER-OPEN-FLAG          PIC X VALUE 'N'.
       01  WS-TODAY                  PIC 9(8) VALUE 0.
       01  WS-NOW                    PIC 9(8) VALUE 0.
       01  LEDGER-TS                 PIC X(17).
       01  ARG-MODE                  PIC X(16) VALUE SPACES.
       01  ARG-NUM                   PIC X(12) VALUE SPACES.
       01  ARG-OPTION                PIC X(16) VALUE SPACES.
       01  ARG-NOM                   PIC X(60) VALUE SPACES.
       01  ARG-HASH                  PIC X(64) VALUE SPACES.
       01  ARG-DECISION              PIC X(8) VALUE SPACES.
       01  NUM-REVUE                 PIC 9(6) VALUE 0.
       01  K                         PIC 9(4) COMP VALUE 0.

      *> Review line fields.
       01  RV-F                      PIC X(64) OCCURS 13.
       01  RV-TROUVE                 PIC X VALUE 'N'.
       01  RV-OP                     PIC X(16).
       01  RV-MONTANT                PIC S9(13)V99 VALUE 0.
       01  NB-TENUS                  PIC 9(4) VALUE 0.
       01  AGE-JOURS                 PIC S9(7) VALUE 0.
       01  DECISION-OK               PIC X VALUE 'N'.

      *> Screening (SANCTIONS-SCREEN).
       01  SC-ACTION                 PIC X(8).
       01  SC-NOM                    PIC X(60).
       01  SC-RESULTAT               PIC X(2).
       01  SC-SCORE                  PIC 9(3) VALUE 0.
       01  SC-LISTE-ID               PIC X(16).
       01  SC-LISTE-NOM              PIC X(60).

      *> Re-screen : list change detection, items already on file
      *> (held or released - the same holder against the same list
      *> entry is not filed twice), counts.
       01  CMD-CMP                   PIC X(80) VALUE
           "cmp -s atm_watchlist.txt atm_watchlist.screened".
       01  CMD-COPIE                 PIC X(80) VALUE
           "cp atm_watchlist.txt atm_watchlist.screened".
       01  CMP-RC                    PIC S9(9) COMP VALUE 0.
       01  NB-DEJA                   PIC 9(4) COMP VALUE 0.
       01  TAB-DEJA.
           05  DJ-CLE OCCURS 2000 TIMES PIC X(86).
       01  CLE-W.
           05  CLE-HASH              PIC X(64).
           05  CLE-CLIENT            PIC X(6).
           05  CLE-LISTE             PIC X(16).
       01  CLE-CONNUE                PIC X VALUE 'N'.
       01  RS-HASH                   PIC X(64).
       01  RS-CLIENT                 PIC X(6).
       01  RS-SOURCE                 PIC X(8).
       01  NB-FILTRES                PIC 9(6) VALUE 0.
       01  NB-ALERTES                PIC 9(6) VALUE 0.
       01  NB-CONNUES                PIC 9(6) VALUE 0.
       01  NM-F1                     PIC X(64).
       01  NM-F2                     PIC X(60).
       01  NM-F3                     PIC X(8).
       01  CLIENT-EDIT               PIC 9(6).

      *> Accounts of a customer (re-screen rejection).
       01  NB-CIBLES                 PIC 9(2) COMP VALUE 0.
       01  CIBLE-HASH                PIC X(64) OCCURS 20.
       01  C                         PIC 9(2) COMP VALUE 0.

      *> Holds (reserving hold of a held transfer).
       01  HLD-F1                    PIC X(64).
       01  HLD-F2                    PIC X(20).
       01  HLD-F3                    PIC X(12).
       01  HLD-F4                    PIC X(4).
       01  HOLD-LIBERE               PIC X VALUE 'N'.

      *> Account store (account creation, transfer debit, lock).
       COPY "atm_account_rec.cpy".
       01  STORE-OP                  PIC X(8).
       01  STORE-RESULT              PIC X(2).
       01  BENEF-IX                  PIC 9(4) COMP VALUE 0.
       01  MONTANT-POSTE             PIC S9(13)V99 VALUE 0.
       01  OP-POSTE                  PIC X(16) VALUE SPACES.
       01  POSTE-OK                  PIC X VALUE 'N'.
       01  DEFAULT-DAILY-LIMIT       PIC S9(13)V99 VALUE 1000.00.
       01  AMOUNT-EDIT               PIC -9(13).99.
       01  BAL-EDIT                  PIC -9(13).99.
       01  EDIT-AMOUNT               PIC -9(11).99.

      *> Tamper-evident chain, same idiom as ATM-STANDING-ORDERS.
       01  CHAIN-PREC                PIC 9(9) VALUE 0.
       01  CHAIN-NOUV                PIC 9(9) VALUE 0.
       01  CHAIN-LIGNE               PIC X(256).
       01  CHAIN-F                   PIC X(24) OCCURS 9.
       01  CHAIN-K                   PIC 9(2) COMP VALUE 0.

      *> DATE-UTILS (review aging).
       01  DU-ACTION                 PIC X(8) VALUE SPACES.
       01  DU-DATE-1                 PIC 9(8) VALUE 0.
       01  DU-DATE-2                 PIC 9(8) VALUE 0.
       01  DU-NOMBRE                 PIC S9(7) VALUE 0.
       01  DU-RESULTAT               PIC X(2) VALUE SPACES.

      *> Account locks go through the shared AUDIT-TRACE subprogram.
       01  AUD-FICHIER               PIC X(20) VALUE "accounts".
       01  AUD-CLE                   PIC X(64) VALUE SPACES.
       01  AUD-CHAMP                 PIC X(12) VALUE SPACES.
       01  AUD-AVANT                 PIC X(20) VALUE SPACES.
       01  AUD-APRES                 PIC X(20) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       01  WS-JOBLOG-PROGRAM         PIC X(20) VALUE "ATM-SANCTIONS".
       01  WS-JOBLOG-EVENT           PIC X(5).
       01  WS-JOBLOG-RC              PIC S9(4) VALUE 0.
      *> Operator identity (OPERATOR-SIGNON).
       01  WS-OPERATEUR              PIC X(8) VALUE SPACES.
       01  SIGNON-RESULTAT           PIC X(2) VALUE SPACES.
      *> Shared lock on the account store (FILE-LOCK subprogram).
       01  VERROU-RESSOURCE          PIC X(20) VALUE "users".
       01  VERROU-ACTION             PIC X(8) VALUE SPACES.
       01  VERROU-RESULTAT           PIC X(2) VALUE SPACES.
       01  VERROU-TENU               PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-SANCTIONS.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
              WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE FUNCTION TRIM(ARG-MODE)
              WHEN "LISTE"
                 PERFORM LISTER-REVUES
              WHEN "LIBERER"
                 ACCEPT ARG-NUM FROM ARGUMENT-VALUE
                 MOVE "L" TO ARG-DECISION
                 PERFORM DECIDER-REVUE
              WHEN "REJETER"
                 ACCEPT ARG-NUM FROM ARGUMENT-VALUE
                 MOVE "R" TO ARG-DECISION
                 PERFORM DECIDER-REVUE
              WHEN "RESCREEN"
                 ACCEPT ARG-OPTION FROM ARGUMENT-VALUE
                 INSPECT ARG-OPTION CONVERTING
                    "abcdefghijklmnopqrstuvwxyz" TO
                    "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 PERFORM REFILTRER-TITULAIRES
              WHEN "TESTER"
                 ACCEPT ARG-NOM FROM ARGUMENT-VALUE
                 PERFORM TESTER-NOM
              WHEN OTHER
                 DISPLAY "USAGE: atm_sanctions LISTE | LIBERER <num>"
                    " | REJETER <num> | RESCREEN [FORCE]"
                    " | TESTER <name>"
                 MOVE 4 TO WS-JOBLOG-RC
           END-EVALUATE
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
              WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *> ---------- held items with aging ----------
       LISTER-REVUES.
           OPEN INPUT REVUE-FILE
           IF REVUE-STATUS NOT = "00"
              DISPLAY "No sanctions review register on file."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "=== SANCTIONS REVIEW - HELD ITEMS - " WS-TODAY
              " ==="
           PERFORM UNTIL 1 = 0
              READ REVUE-FILE
                 AT END EXIT PERFORM
              END-READ
              PERFORM LISTER-UNE-REVUE
           END-PERFORM
           CLOSE REVUE-FILE
           IF NB-TENUS = 0
              DISPLAY "  (none held)"
           END-IF
           DISPLAY NB-TENUS " held item(s)."
           .

       LISTER-UNE-REVUE.
           PERFORM DECOUPER-REVUE
           IF FUNCTION TRIM(RV-F(11)) NOT = "H"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO NB-TENUS
           MOVE "ECART" TO DU-ACTION
           MOVE FUNCTION NUMVAL(RV-F(2)) TO DU-DATE-1
           MOVE WS-TODAY TO DU-DATE-2
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
              DU-NOMBRE DU-RESULTAT
           IF DU-RESULTAT = "00"
              MOVE DU-NOMBRE TO AGE-JOURS
           ELSE
              MOVE 0 TO AGE-JOURS
           END-IF
           DISPLAY "  #" FUNCTION TRIM(RV-F(1)) " "
              FUNCTION TRIM(RV-F(2)) " (" AGE-JOURS " day(s)) "
              FUNCTION TRIM(RV-F(3)) " " FUNCTION TRIM(RV-F(4)(1:12))
              " amount " FUNCTION TRIM(RV-F(8))
           DISPLAY "      name  " FUNCTION TRIM(RV-F(5))
           DISPLAY "      list  " FUNCTION TRIM(RV-F(7))
              " score " FUNCTION TRIM(RV-F(6))
           .

       DECOUPER-REVUE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 13
              MOVE SPACES TO RV-F(K)
           END-PERFORM
           UNSTRING REVUE-REC DELIMITED BY "|"
              INTO RV-F(1) RV-F(2) RV-F(3) RV-F(4) RV-F(5)
                 RV-F(6) RV-F(7) RV-F(8) RV-F(9) RV-F(10)
                 RV-F(11) RV-F(12) RV-F(13)
           END-UNSTRING
           .

      *> ---------- decision (LIBERER / REJETER) ----------
      *> The register is streamed to the .tmp copy; the held item
      *> carries the decision, the operation it stood for is
      *> completed (L) or dropped (R) on the way through. An item
      *> whose completion fails (store locked, account gone) stays
      *> held for a later attempt.
       DECIDER-REVUE.
           IF FUNCTION TRIM(ARG-NUM) = SPACES
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-NUM)) NOT = 0
              DISPLAY "Review number required."
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT
           IF SIGNON-RESULTAT = "91"
              DISPLAY "Operator sign-on refused."
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO RV-TROUVE
           OPEN INPUT REVUE-FILE
           IF REVUE-STATUS NOT = "00"
              DISPLAY "No sanctions review register on file."
              CALL "OPERATOR-SIGNOFF"
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REVTMP-FILE
           PERFORM UNTIL 1 = 0
              READ REVUE-FILE
                 AT END EXIT PERFORM
              END-READ
              PERFORM DECIDER-UNE-LIGNE
           END-PERFORM
           CLOSE REVUE-FILE
           CLOSE REVTMP-FILE
           CALL "SYSTEM" USING
              "mv atm_sanctions_review.tmp atm_sanctions_review.txt"
           IF RV-TROUVE = 'N'
              DISPLAY "Review item " FUNCTION TRIM(ARG-NUM)
                 " not found held."
              MOVE 4 TO WS-JOBLOG-RC
           END-IF
           CALL "OPERATOR-SIGNOFF"
           .

       DECIDER-UNE-LIGNE.
           IF FUNCTION LENGTH(FUNCTION TRIM(REVUE-REC)) = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM DECOUPER-REVUE
           IF RV-TROUVE = 'O'
              OR FUNCTION NUMVAL(RV-F(1)) NOT =
                 FUNCTION NUMVAL(ARG-NUM)
              OR FUNCTION TRIM(RV-F(11)) NOT = "H"
              MOVE REVUE-REC TO REVTMP-REC
              WRITE REVTMP-REC
              EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO RV-TROUVE
           MOVE RV-F(3) TO RV-OP
           MOVE RV-F(4) TO ARG-HASH
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(RV-F(8)))
              TO RV-MONTANT
           MOVE 'O' TO DECISION-OK
           IF ARG-DECISION = "L"
              EVALUATE FUNCTION TRIM(RV-OP)
                 WHEN "open_account"
                    PERFORM CREER-COMPTE
                 WHEN "ext_transfer"
                    PERFORM EXECUTER-VIREMENT
              END-EVALUATE
           ELSE
              EVALUATE FUNCTION TRIM(RV-OP)
                 WHEN "ext_transfer"
                    PERFORM LIBERER-HOLD-REVUE
                 WHEN "rescreen"
                    PERFORM BLOQUER-COMPTES
              END-EVALUATE
           END-IF
           IF DECISION-OK = 'N'
              MOVE REVUE-REC TO REVTMP-REC
              WRITE REVTMP-REC
              DISPLAY "Review item " FUNCTION TRIM(RV-F(1))
                 " left held."
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REVTMP-REC
           STRING FUNCTION TRIM(RV-F(1)) "|"
              FUNCTION TRIM(RV-F(2)) "|"
              FUNCTION TRIM(RV-F(3)) "|"
              FUNCTION TRIM(RV-F(4)) "|"
              FUNCTION TRIM(RV-F(5)) "|"
              FUNCTION TRIM(RV-F(6)) "|"
              FUNCTION TRIM(RV-F(7)) "|"
              FUNCTION TRIM(RV-F(8)) "|"
              FUNCTION TRIM(RV-F(9)) "|"
              FUNCTION TRIM(RV-F(10)) "|"
              ARG-DECISION(1:1) "|"
              WS-TODAY "|"
              FUNCTION TRIM(WS-OPERATEUR)
              INTO REVTMP-REC
           END-STRING
           WRITE REVTMP-REC
           IF ARG-DECISION = "L"
              DISPLAY "Review item " FUNCTION TRIM(RV-F(1))
                 " released (" FUNCTION TRIM(RV-OP) ")."
           ELSE
              DISPLAY "Review item " FUNCTION TRIM(RV-F(1))
                 " rejected (" FUNCTION TRIM(RV-OP) ")."
           END-IF
           .

      *> Released open_account : the account the backend would have
      *> created, with the salt / PIN digest computed at the time.
       CREER-COMPTE.
           MOVE 'N' TO DECISION-OK
           PERFORM CHARGER-STORE
           IF STORE-RESULT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM CHERCHER-COMPTE
           IF BENEF-IX > 0
              DISPLAY "An account already exists for that card."
              PERFORM LIBERER-VERROU
              EXIT PARAGRAPH
           END-IF
           IF ACCT-COUNT >= 500
              DISPLAY "Account store full, account not created."
              PERFORM LIBERER-VERROU
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ACCT-COUNT
           MOVE ACCT-COUNT TO BENEF-IX
           MOVE ARG-HASH TO AC-HASH(BENEF-IX)
           MOVE RV-F(9) TO AC-PIN-SALT(BENEF-IX)
           MOVE FUNCTION NUMVAL(RV-F(10)) TO AC-PIN-HASH(BENEF-IX)
           MOVE RV-MONTANT TO AC-BAL(BENEF-IX)
           MOVE 0 TO AC-FAILCNT(BENEF-IX)
           MOVE 'N' TO AC-LOCKED(BENEF-IX)
           MOVE 0 TO AC-UNLOCK-FAILCNT(BENEF-IX)
           MOVE DEFAULT-DAILY-LIMIT TO AC-DAILY-LIMIT(BENEF-IX)
           MOVE 0 TO AC-DAILY-WITHDRAWN(BENEF-IX)
           MOVE 0 TO AC-LAST-WD-DATE(BENEF-IX)
           MOVE 0 TO AC-OVERDRAFT(BENEF-IX)
           MOVE 0 TO AC-LEDGER-SEQ(BENEF-IX)
           MOVE 'N' TO AC-DORMANT(BENEF-IX)
           MOVE 'N' TO AC-CLOSED(BENEF-IX)
           MOVE "SAVE" TO STORE-OP
           CALL "ATM-ACCOUNT-STORE" USING STORE-OP ACCT-TABLE
              STORE-RESULT
           PERFORM LIBERER-VERROU
           IF STORE-RESULT NOT = "00"
              DISPLAY "Account store not saved, account not created."
              EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO DECISION-OK
      *> the holder joins the names the re-screen goes through
           OPEN EXTEND NOMS-FILE
           IF NOMS-STATUS = "35"
              OPEN OUTPUT NOMS-FILE
           END-IF
           IF NOMS-STATUS = "00"
              MOVE SPACES TO NOMS-REC
              STRING FUNCTION TRIM(ARG-HASH) "|"
                 FUNCTION TRIM(RV-F(5)) "|" WS-TODAY
                 INTO NOMS-REC
              END-STRING
              WRITE NOMS-REC
              CLOSE NOMS-FILE
           END-IF
           DISPLAY "  Account created for "
              FUNCTION TRIM(ARG-HASH(1:12)) "."
           .

      *> Released ext_transfer : the reserving hold goes, the debit
      *> posts and the instruction leaves with today's clearing.
       EXECUTER-VIREMENT.
           MOVE 'N' TO DECISION-OK
           COMPUTE MONTANT-POSTE = 0 - RV-MONTANT
           MOVE "ext_out" TO OP-POSTE
           PERFORM POSTER-MOUVEMENT
           IF POSTE-OK = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO DECISION-OK
           PERFORM LIBERER-HOLD-REVUE
           MOVE SPACES TO CLROUT-FILENAME
           STRING "clearing_out_" WS-TODAY ".txt"
              INTO CLROUT-FILENAME
           END-STRING
           OPEN EXTEND CLROUT-FILE
           IF CLROUT-STATUS = "35"
              OPEN OUTPUT CLROUT-FILE
           END-IF
           IF CLROUT-STATUS NOT = "00"
              DISPLAY "Cannot write " FUNCTION TRIM(CLROUT-FILENAME)
                 " - instruction to be sent by hand."
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           MOVE RV-MONTANT TO AMOUNT-EDIT
           MOVE SPACES TO CLROUT-REC
           STRING FUNCTION TRIM(ARG-HASH) "|"
              FUNCTION TRIM(RV-F(9)) "|"
              FUNCTION TRIM(RV-F(10)) "|"
              FUNCTION TRIM(AMOUNT-EDIT) "|"
              WS-TODAY
              INTO CLROUT-REC
           END-STRING
           WRITE CLROUT-REC
           CLOSE CLROUT-FILE
           DISPLAY "  Instruction written to "
              FUNCTION TRIM(CLROUT-FILENAME) "."
           .

      *> Flips the held transfer's reserving hold (no release date,
      *> 99991231) to R - the first still held for that account and
      *> amount.
       LIBERER-HOLD-REVUE.
           MOVE 'N' TO HOLD-LIBERE
           OPEN INPUT HOLDS-FILE
           IF HOLDS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HOLDSTMP-FILE
           PERFORM UNTIL 1 = 0
              READ HOLDS-FILE
                 AT END EXIT PERFORM
              END-READ
              MOVE HOLDS-REC TO HOLDSTMP-REC
              MOVE SPACES TO HLD-F1 HLD-F2 HLD-F3 HLD-F4
              UNSTRING HOLDS-REC DELIMITED BY "|"
                 INTO HLD-F1 HLD-F2 HLD-F3 HLD-F4
              END-UNSTRING
              IF HOLD-LIBERE = 'N'
                 AND FUNCTION TRIM(HLD-F1) = FUNCTION TRIM(ARG-HASH)
                 AND FUNCTION TRIM(HLD-F3) = "99991231"
                 AND HLD-F4(1:1) = 'H'
                 AND FUNCTION NUMVAL(FUNCTION TRIM(HLD-F2)) =
                    RV-MONTANT
                 MOVE 'O' TO HOLD-LIBERE
                 MOVE SPACES TO HOLDSTMP-REC
                 STRING FUNCTION TRIM(HLD-F1) "|"
                    FUNCTION TRIM(HLD-F2) "|"
                    FUNCTION TRIM(HLD-F3) "|R"
                    INTO HOLDSTMP-REC
                 END-STRING
              END-IF
              WRITE HOLDSTMP-REC
           END-PERFORM
           CLOSE HOLDS-FILE
           CLOSE HOLDSTMP-FILE
           CALL "SYSTEM" USING "mv atm_holds.tmp atm_holds.txt"
           IF HOLD-LIBERE = 'O'
              DISPLAY "  Reserving hold released."
           END-IF
           .

      *> Rejected re-screen hit : the holder's account - or, for a
      *> customer, every account held as PRIMARY or JOINT - is
      *> locked (A-LOCKED, through AUDIT-TRACE).
       BLOQUER-COMPTES.
           MOVE 'N' TO DECISION-OK
           MOVE 0 TO NB-CIBLES
           IF FUNCTION TRIM(RV-F(9)) NOT = SPACES
              PERFORM CHERCHER-COMPTES-CLIENT
           ELSE
              IF FUNCTION TRIM(ARG-HASH) NOT = SPACES
                 MOVE 1 TO NB-CIBLES
                 MOVE ARG-HASH TO CIBLE-HASH(1)
              END-IF
           END-IF
           IF NB-CIBLES = 0
              DISPLAY "  No account to lock."
              MOVE 'O' TO DECISION-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM CHARGER-STORE
           IF STORE-RESULT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > NB-CIBLES
              MOVE CIBLE-HASH(C) TO ARG-HASH
              PERFORM CHERCHER-COMPTE
              IF BENEF-IX > 0
                 IF AC-LOCKED(BENEF-IX) NOT = 'Y'
                    MOVE AC-HASH(BENEF-IX) TO AUD-CLE
                    MOVE "A-LOCKED" TO AUD-CHAMP
                    MOVE AC-LOCKED(BENEF-IX) TO AUD-AVANT
                    MOVE "Y" TO AUD-APRES
                    CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE
                       AUD-CHAMP AUD-AVANT AUD-APRES
                       WS-JOBLOG-PROGRAM
                    MOVE 'Y' TO AC-LOCKED(BENEF-IX)
                 END-IF
                 DISPLAY "  Account "
                    FUNCTION TRIM(AC-HASH(BENEF-IX)(1:12))
                    " locked."
              END-IF
           END-PERFORM
           MOVE "SAVE" TO STORE-OP
           CALL "ATM-ACCOUNT-STORE" USING STORE-OP ACCT-TABLE
              STORE-RESULT
           PERFORM LIBERER-VERROU
           IF STORE-RESULT = "00"
              MOVE 'O' TO DECISION-OK
           ELSE
              DISPLAY "Account store not saved, accounts not locked."
           END-IF
           .

       CHERCHER-COMPTES-CLIENT.
           OPEN INPUT LIENS-FILE
           IF LIENS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(RV-F(9)) TO LC-CLIENT
           MOVE LOW-VALUES TO LC-COMPTE
           START LIENS-FILE KEY IS NOT LESS THAN LC-CLE
              INVALID KEY
                 CLOSE LIENS-FILE
                 EXIT PARAGRAPH
           END-START
           MOVE FUNCTION NUMVAL(RV-F(9)) TO CLIENT-EDIT
           PERFORM UNTIL 1 = 0
              READ LIENS-FILE NEXT RECORD
                 AT END EXIT PERFORM
              END-READ
              IF LC-CLIENT NOT = CLIENT-EDIT
                 EXIT PERFORM
              END-IF
              IF (LC-ROLE = "PRIMARY" OR LC-ROLE = "JOINT")
                 AND NB-CIBLES < 20
                 ADD 1 TO NB-CIBLES
                 MOVE LC-COMPTE TO CIBLE-HASH(NB-CIBLES)
              END-IF
           END-PERFORM
           CLOSE LIENS-FILE
           .

      *> Locks and loads the account store ; STORE-RESULT "00" with
      *> the lock held, anything else with it released.
       CHARGER-STORE.
           MOVE "99" TO STORE-RESULT
           MOVE "LOCK" TO VERROU-ACTION
           CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
              VERROU-RESULTAT
           IF VERROU-RESULTAT NOT = "00"
              DISPLAY "Account store locked by another run"
                 " (users.lck)."
              EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO VERROU-TENU
           MOVE "LOAD" TO STORE-OP
           CALL "ATM-ACCOUNT-STORE" USING STORE-OP ACCT-TABLE
              STORE-RESULT
           IF STORE-RESULT NOT = "00"
              DISPLAY "Account store unavailable."
              PERFORM LIBERER-VERROU
           END-IF
           .

       CHERCHER-COMPTE.
           MOVE 0 TO BENEF-IX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > ACCT-COUNT
              IF FUNCTION TRIM(AC-HASH(K)) =
                 FUNCTION TRIM(ARG-HASH)
                 MOVE K TO BENEF-IX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

      *> Posts MONTANT-POSTE (signed) to ARG-HASH through the
      *> account store and the day's chained ledger - under the
      *> shared "users" FILE-LOCK, like every sibling that
      *> LOAD/SAVEs the store. POSTE-OK = 'O' once saved.
       POSTER-MOUVEMENT.
           MOVE 'N' TO POSTE-OK
           PERFORM CHARGER-STORE
           IF STORE-RESULT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM CHERCHER-COMPTE
           IF BENEF-IX = 0
              DISPLAY "Account vanished from the store, movement"
                 " not posted."
              PERFORM LIBERER-VERROU
              EXIT PARAGRAPH
           END-IF
           ADD MONTANT-POSTE TO AC-BAL(BENEF-IX)
           PERFORM OPEN-LEDGER
           PERFORM ECRIRE-LIGNE-LEDGER
           PERFORM CLOSE-LEDGER
      *> the ledger grew: refresh its control record through the
      *> shared recount so the consumers' verify stays true
           CALL "ATM-LEDGER-CONTROLE" USING LEDGER-FILENAME
           MOVE "SAVE" TO STORE-OP
           CALL "ATM-ACCOUNT-STORE" USING STORE-OP ACCT-TABLE
              STORE-RESULT
           PERFORM LIBERER-VERROU
           IF STORE-RESULT NOT = "00"
              DISPLAY "Account store not saved, movement not"
                 " posted."
              EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO POSTE-OK
           MOVE MONTANT-POSTE TO EDIT-AMOUNT
           DISPLAY "  Posted " FUNCTION TRIM(OP-POSTE) " "
              FUNCTION TRIM(EDIT-AMOUNT) "."
           .

       LIBERER-VERROU.
           IF VERROU-TENU = 'O'
              MOVE "UNLOCK" TO VERROU-ACTION
              CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
                 VERROU-RESULTAT
              MOVE 'N' TO VERROU-TENU
           END-IF
           .

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
           MOVE MONTANT-POSTE TO AMOUNT-EDIT
           MOVE AC-BAL(BENEF-IX) TO BAL-EDIT
           ADD 1 TO AC-LEDGER-SEQ(BENEF-IX)
           MOVE SPACES TO CHAIN-LIGNE
           STRING FUNCTION TRIM(ARG-HASH) "|"
              FUNCTION TRIM(OP-POSTE) "|"
              FUNCTION TRIM(AMOUNT-EDIT) "|"
              FUNCTION TRIM(BAL-EDIT) "|" LEDGER-TS "|"
              AC-LEDGER-SEQ(BENEF-IX)
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

      *> ---------- periodic re-screen of existing holders ----------
       REFILTRER-TITULAIRES.
           MOVE "CHARGER" TO SC-ACTION
           CALL "SANCTIONS-SCREEN" USING SC-ACTION SC-NOM SC-RESULTAT
              SC-SCORE SC-LISTE-ID SC-LISTE-NOM
           IF SC-RESULTAT = "35"
              DISPLAY "No watchlist on file (atm_watchlist.txt)."
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
      *> cmp : 0 same list, 1 changed, 2 no copy yet (first run)
           CALL "SYSTEM" USING CMD-CMP
           COMPUTE CMP-RC = RETURN-CODE / 256
           IF CMP-RC = 0 AND FUNCTION TRIM(ARG-OPTION) NOT = "FORCE"
              DISPLAY "Watchlist unchanged since the last re-screen,"
                 " nothing to do."
              EXIT PARAGRAPH
           END-IF
           PERFORM CHARGER-DEJA
           PERFORM CHARGER-COMPTEUR
           MOVE SPACES TO REPORT-FILENAME
           STRING "atm_rescreen_" WS-TODAY ".txt"
              INTO REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
              DISPLAY "Cannot write " FUNCTION TRIM(REPORT-FILENAME)
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND REVUE-FILE
           IF REVUE-STATUS = "35"
              OPEN OUTPUT REVUE-FILE
           END-IF
           IF REVUE-STATUS NOT = "00"
              DISPLAY "Sanctions review register unavailable (status "
                 REVUE-STATUS ")."
              CLOSE REPORT-FILE
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "SANCTIONS RE-SCREEN - " WS-TODAY
              INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           PERFORM REFILTRER-NOMS
           PERFORM REFILTRER-CLIENTS

           CLOSE REVUE-FILE
           PERFORM SAUVER-COMPTEUR
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING NB-FILTRES " name(s) screened, " NB-ALERTES
              " new possible match(es), " NB-CONNUES
              " already on file."
              INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           CALL "SYSTEM" USING CMD-COPIE
           DISPLAY NB-FILTRES " name(s) screened, " NB-ALERTES
              " new possible match(es) filed for review."
           DISPLAY "Report: " FUNCTION TRIM(REPORT-FILENAME)
           IF NB-ALERTES > 0
              MOVE 4 TO WS-JOBLOG-RC
           END-IF
           .

      *> Holder names recorded by open_account.
       REFILTRER-NOMS.
           OPEN INPUT NOMS-FILE
           IF NOMS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ NOMS-FILE
                 AT END EXIT PERFORM
              END-READ
              MOVE SPACES TO NM-F1 NM-F2 NM-F3
              UNSTRING NOMS-REC DELIMITED BY "|"
                 INTO NM-F1 NM-F2 NM-F3
              END-UNSTRING
              IF FUNCTION TRIM(NM-F2) NOT = SPACES
                 MOVE NM-F1 TO RS-HASH
                 MOVE SPACES TO RS-CLIENT
                 MOVE "HOLDER" TO RS-SOURCE
                 MOVE NM-F2 TO SC-NOM
                 PERFORM REFILTRER-UN-NOM
              END-IF
           END-PERFORM
           CLOSE NOMS-FILE
           .

      *> Active customers of the relationship master.
       REFILTRER-CLIENTS.
           OPEN INPUT CLIENTS-FILE
           IF CLIENTS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CU-ID
           START CLIENTS-FILE KEY IS NOT LESS THAN CU-ID
              INVALID KEY
                 CLOSE CLIENTS-FILE
                 EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 0
              READ CLIENTS-FILE NEXT RECORD
                 AT END EXIT PERFORM
              END-READ
              IF CU-STATUT NOT = "C"
                 MOVE SPACES TO RS-HASH
                 MOVE CU-ID TO CLIENT-EDIT
                 MOVE CLIENT-EDIT TO RS-CLIENT
                 MOVE "CUSTOMER" TO RS-SOURCE
                 MOVE SPACES TO SC-NOM
                 STRING FUNCTION TRIM(CU-PRENOM) " "
                    FUNCTION TRIM(CU-NOM)
                    DELIMITED BY SIZE INTO SC-NOM
                 END-STRING
                 PERFORM REFILTRER-UN-NOM
              END-IF
           END-PERFORM
           CLOSE CLIENTS-FILE
           .

       REFILTRER-UN-NOM.
           ADD 1 TO NB-FILTRES
           MOVE "FILTRER" TO SC-ACTION
           CALL "SANCTIONS-SCREEN" USING SC-ACTION SC-NOM SC-RESULTAT
              SC-SCORE SC-LISTE-ID SC-LISTE-NOM
           IF SC-RESULTAT NOT = "01"
              EXIT PARAGRAPH
           END-IF
           MOVE RS-HASH TO CLE-HASH
           MOVE RS-CLIENT TO CLE-CLIENT
           MOVE SC-LISTE-ID TO CLE-LISTE
           PERFORM CHERCHER-DEJA
           IF CLE-CONNUE = 'O'
              ADD 1 TO NB-CONNUES
              EXIT PARAGRAPH
           END-IF
           IF NB-DEJA < 2000
              ADD 1 TO NB-DEJA
              MOVE CLE-W TO DJ-CLE(NB-DEJA)
           END-IF
           ADD 1 TO NB-ALERTES
           ADD 1 TO NUM-REVUE
           MOVE SPACES TO REVUE-REC
           STRING NUM-REVUE "|" WS-TODAY "|rescreen|"
              FUNCTION TRIM(RS-HASH) "|"
              FUNCTION TRIM(SC-NOM) "|"
              SC-SCORE "|"
              FUNCTION TRIM(SC-LISTE-ID) "|0.00|"
              FUNCTION TRIM(RS-CLIENT) "|"
              FUNCTION TRIM(RS-SOURCE) "|H||"
              DELIMITED BY SIZE INTO REVUE-REC
           END-STRING
           WRITE REVUE-REC
           MOVE SPACES TO REPORT-REC
           IF RS-CLIENT NOT = SPACES
              STRING "#" NUM-REVUE "  CUSTOMER " RS-CLIENT "  "
                 FUNCTION TRIM(SC-NOM) "  ~ "
                 FUNCTION TRIM(SC-LISTE-ID) " "
                 FUNCTION TRIM(SC-LISTE-NOM) " (score " SC-SCORE ")"
                 DELIMITED BY SIZE INTO REPORT-REC
              END-STRING
           ELSE
              STRING "#" NUM-REVUE "  HOLDER " RS-HASH(1:12) "  "
                 FUNCTION TRIM(SC-NOM) "  ~ "
                 FUNCTION TRIM(SC-LISTE-ID) " "
                 FUNCTION TRIM(SC-LISTE-NOM) " (score " SC-SCORE ")"
                 DELIMITED BY SIZE INTO REPORT-REC
              END-STRING
           END-IF
           WRITE REPORT-REC
           .

      *> Re-screen items already on file, held or released.
       CHARGER-DEJA.
           MOVE 0 TO NB-DEJA
           OPEN INPUT REVUE-FILE
           IF REVUE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ REVUE-FILE
                 AT END EXIT PERFORM
              END-READ
              PERFORM DECOUPER-REVUE
              IF FUNCTION TRIM(RV-F(3)) = "rescreen"
                 AND (FUNCTION TRIM(RV-F(11)) = "H"
                    OR FUNCTION TRIM(RV-F(11)) = "L")
                 AND NB-DEJA < 2000
                 ADD 1 TO NB-DEJA
                 MOVE RV-F(4) TO CLE-HASH
                 MOVE RV-F(9) TO CLE-CLIENT
                 MOVE RV-F(7) TO CLE-LISTE
                 MOVE CLE-W TO DJ-CLE(NB-DEJA)
              END-IF
           END-PERFORM
           CLOSE REVUE-FILE
           .

       CHERCHER-DEJA.
           MOVE 'N' TO CLE-CONNUE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > NB-DEJA
              IF DJ-CLE(K) = CLE-W
                 MOVE 'O' TO CLE-CONNUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

      *> ---------- ad hoc check of one name ----------
       TESTER-NOM.
           IF FUNCTION TRIM(ARG-NOM) = SPACES
              DISPLAY "Name required (quoted)."
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           MOVE "FILTRER" TO SC-ACTION
           MOVE ARG-NOM TO SC-NOM
           CALL "SANCTIONS-SCREEN" USING SC-ACTION SC-NOM SC-RESULTAT
              SC-SCORE SC-LISTE-ID SC-LISTE-NOM
           EVALUATE SC-RESULTAT
              WHEN "35"
                 DISPLAY "No watchlist on file (atm_watchlist.txt)."
                 MOVE 4 TO WS-JOBLOG-RC
              WHEN "01"
                 DISPLAY "POSSIBLE MATCH : " FUNCTION TRIM(ARG-NOM)
                    " ~ " FUNCTION TRIM(SC-LISTE-ID) " "
                    FUNCTION TRIM(SC-LISTE-NOM)
                    " (score " SC-SCORE ")"
              WHEN OTHER
                 DISPLAY "No match : " FUNCTION TRIM(ARG-NOM)
           END-EVALUATE
           .

      *> ---------- review number counter (shared with the backend)
       CHARGER-COMPTEUR.
           MOVE 0 TO NUM-REVUE
           OPEN INPUT COUNTER-FILE
           IF COUNTER-STATUS = "00"
              READ COUNTER-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE FUNCTION NUMVAL(COUNTER-REC)
                       TO NUM-REVUE
              END-READ
              CLOSE COUNTER-FILE
           END-IF
           .

       SAUVER-COMPTEUR.
           OPEN OUTPUT COUNTER-FILE
           MOVE SPACES TO COUNTER-REC
           MOVE NUM-REVUE TO COUNTER-REC(1:6)
           WRITE COUNTER-REC
           CLOSE COUNTER-FILE
           .
