      *>   U : unlock an account (clears lockout counters and the
      *>       dormancy flag, like the backend's branch unlock);
      *>   P : adjust the daily withdrawal limit;
      *>   O : adjust the authorized overdraft - a raise of either
      *>       past the four-eyes thresholds (DOUBLE-VALIDATION,
      *>       VALID-PCT / VALID-MNT in parametres.txt) is not
      *>       applied but queued for a second operator
      *>       (VALIDATION-CONSOLE applies it once approved);
      *>   C : close an account to further transactions;
      *>   R : whole customer relationship on one screen - keyed by
      *>       customer number or by any of the account hashes: the
      *>       customer's identity and contact data (atm_customers
      *>       .dat), every linked account with its holder role and
      *>       flags, the cards issued on it, its open term deposits
      *>       and loans;
      *>   F : end.
      *>
      *> Every action is logged with the operator's id to
           SELECT AUDIT-FILE ASSIGN TO "atm_admin_audit.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS.
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
           SELECT CARTES-FILE ASSIGN TO "atm_cards.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CD-HASH
              FILE STATUS IS CARTES-STATUS.
           SELECT TDEP-FILE ASSIGN TO "atm_term_deposits.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TDEP-STATUS.
           SELECT LOAN-FILE ASSIGN TO "atm_loans.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-REC                 PIC X(160).
       FD  CLIENTS-FILE.
       COPY "atm_customer_rec.cpy".
       FD  LIENS-FILE.
       COPY "atm_custlink_rec.cpy".
       FD  CARTES-FILE.
       01  CARTES-REC.
           05  CD-HASH               PIC X(64).
           05  CD-COMPTE             PIC X(64).
           05  CD-STATUT             PIC X.
           05  CD-EMISE              PIC 9(8).
           05  CD-EXPIRE             PIC 9(8).
       FD  TDEP-FILE.
       01  TDEP-REC                  PIC X(160).
       FD  LOAN-FILE.
       01  LOAN-REC                  PIC X(200).

       WORKING-STORAGE SECTION.
       01  AUDIT-STATUS              PIC XX.
       01  LIM-EDIT                  PIC -9(13).99.
       01  ACTION-LIBELLE            PIC X(24).

      *> Relationship screen.
       01  CLIENTS-STATUS            PIC XX.
       01  LIENS-STATUS              PIC XX.
       01  CARTES-STATUS             PIC XX.
       01  TDEP-STATUS               PIC XX.
       01  LOAN-STATUS               PIC XX.
       01  LIENS-OUVERT              PIC X VALUE 'N'.
       01  J                         PIC 9(4) COMP VALUE 0.
       01  K                         PIC 9(4) COMP VALUE 0.
       01  NB-REL-CLIENTS            PIC 9(4) COMP VALUE 0.
       01  REL-CLIENT OCCURS 20      PIC 9(6).
       01  NB-REL-COMPTES            PIC 9(4) COMP VALUE 0.
       01  REL-COMPTE OCCURS 50.
           05  RC-HASH               PIC X(64).
           05  RC-ROLE               PIC X(8).
       01  REL-TOTAL                 PIC S9(13)V99 VALUE 0.
       01  REL-F                     PIC X(64) OCCURS 8.
       01  REL-MONTANT               PIC S9(13)V99 VALUE 0.

       COPY "atm_account_rec.cpy".
       01  STORE-OP                  PIC X(8).
       01  STORE-RESULT              PIC X(2).
       01  SIGNON-RESULTAT           PIC X(2) VALUE SPACES.
      *> Role checks (OPERATOR-AUTH over operators.txt's role
      *> column): unlock and close need ADMIN, the daily-limit
      *> and overdraft changes need SUPERVISEUR; "35" = role
      *> control not in service yet, the action passes.
       01  AUTH-ACTION               PIC X(24) VALUE SPACES.
       01  AUTH-ROLE                 PIC X(12) VALUE SPACES.
       01  AUTH-RESULTAT             PIC X(2) VALUE SPACES.
       01  AUD-CHAMP                 PIC X(12) VALUE SPACES.
       01  AUD-AVANT                 PIC X(20) VALUE SPACES.
       01  AUD-APRES                 PIC X(20) VALUE SPACES.
      *> Four-eyes queue for limit / overdraft raises.
       01  DV-APRES                  PIC X(20) VALUE SPACES.
       01  DV-NUMERO                 PIC 9(6) VALUE 0.
       01  DV-RESULTAT               PIC X(2) VALUE SPACES.
       01  NOUVEAU-MONTANT           PIC S9(13)V99 VALUE 0.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> (request 048), so operations has one place to see every run.

           PERFORM UNTIL FIN-MENU = 'O'
              DISPLAY " "
              DISPLAY "L)ist  U)nlock  P)lafond  O)verdraft  C)lose"
                 "  R)elation  F)in : " WITH NO ADVANCING
              ACCEPT CHOIX
              INSPECT CHOIX CONVERTING "lupocrf" TO "LUPOCRF"
              EVALUATE CHOIX
                 WHEN "L"
                    PERFORM LISTER-COMPTES
                    PERFORM DEBLOQUER-COMPTE
                 WHEN "P"
                    PERFORM AJUSTER-PLAFOND
                 WHEN "O"
                    PERFORM AJUSTER-DECOUVERT
                 WHEN "C"
                    PERFORM FERMER-COMPTE
                 WHEN "R"
                    PERFORM AFFICHER-RELATION
                 WHEN "F"
                    MOVE 'O' TO FIN-MENU
                 WHEN OTHER
           MOVE AC-HASH(IDX-COMPTE) TO AUD-CLE
           MOVE "A-DAILY-LIM" TO AUD-CHAMP
           MOVE LIM-EDIT TO AUD-AVANT
           MOVE FUNCTION NUMVAL(INP-ALPHA) TO NOUVEAU-MONTANT
           IF NOUVEAU-MONTANT > AC-DAILY-LIMIT(IDX-COMPTE)
              PERFORM SOUMETTRE-HAUSSE
              IF DV-RESULTAT NOT = "00"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE NOUVEAU-MONTANT TO AC-DAILY-LIMIT(IDX-COMPTE)
           MOVE AC-DAILY-LIMIT(IDX-COMPTE) TO LIM-EDIT
           MOVE LIM-EDIT TO AUD-APRES
           CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE AUD-CHAMP
           DISPLAY "Daily limit updated."
           .

       AJUSTER-DECOUVERT.
           MOVE "ATM-DECOUVERT" TO AUTH-ACTION
           MOVE "SUPERVISEUR" TO AUTH-ROLE
           CALL "OPERATOR-AUTH" USING AUTH-ACTION AUTH-ROLE
              AUTH-RESULTAT
           IF AUTH-RESULTAT = "91"
              DISPLAY "Overdraft change refused : SUPERVISEUR role"
                 " required."
              EXIT PARAGRAPH
           END-IF
           PERFORM CHERCHER-COMPTE
           IF IDX-COMPTE = 0
              EXIT PARAGRAPH
           END-IF
           MOVE AC-OVERDRAFT(IDX-COMPTE) TO LIM-EDIT
           DISPLAY "Current authorized overdraft "
              FUNCTION TRIM(LIM-EDIT) " - new overdraft : "
              WITH NO ADVANCING
           ACCEPT INP-ALPHA
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(INP-ALPHA)) NOT = 0
              OR FUNCTION NUMVAL(INP-ALPHA) < 0
              DISPLAY "Invalid amount, unchanged."
              EXIT PARAGRAPH
           END-IF
           MOVE AC-HASH(IDX-COMPTE) TO AUD-CLE
           MOVE "A-OVERDRAFT" TO AUD-CHAMP
           MOVE LIM-EDIT TO AUD-AVANT
           MOVE FUNCTION NUMVAL(INP-ALPHA) TO NOUVEAU-MONTANT
           IF NOUVEAU-MONTANT > AC-OVERDRAFT(IDX-COMPTE)
              PERFORM SOUMETTRE-HAUSSE
              IF DV-RESULTAT NOT = "00"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE NOUVEAU-MONTANT TO AC-OVERDRAFT(IDX-COMPTE)
           MOVE AC-OVERDRAFT(IDX-COMPTE) TO LIM-EDIT
           MOVE LIM-EDIT TO AUD-APRES
           CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE AUD-CHAMP
              AUD-AVANT AUD-APRES WS-JOBLOG-PROGRAM
           MOVE 'O' TO MODIFIE
           MOVE "OVERDRAFT" TO ACTION-LIBELLE
           PERFORM JOURNALISER-ACTION
           DISPLAY "Authorized overdraft updated."
           .

      *> A raise past the four-eyes thresholds goes to the pending
      *> queue instead of the account (AUD-CLE / AUD-CHAMP /
      *> AUD-AVANT set by the caller); DV-RESULTAT "00" = under the
      *> thresholds, apply it here.
       SOUMETTRE-HAUSSE.
           MOVE NOUVEAU-MONTANT TO LIM-EDIT
           MOVE LIM-EDIT TO DV-APRES
           CALL "DOUBLE-VALIDATION" USING AUD-FICHIER AUD-CLE
              AUD-CHAMP AUD-AVANT DV-APRES WS-JOBLOG-PROGRAM
              DV-NUMERO DV-RESULTAT
           EVALUATE DV-RESULTAT
              WHEN "04"
                 DISPLAY "Raise held for a second operator's"
                    " approval (request " DV-NUMERO
                    ", VALIDATION-CONSOLE), unchanged."
                 MOVE SPACES TO ACTION-LIBELLE
                 STRING "QUEUED " FUNCTION TRIM(AUD-CHAMP)
                    DELIMITED BY SIZE INTO ACTION-LIBELLE
                 END-STRING
                 PERFORM JOURNALISER-ACTION
              WHEN "08"
                 DISPLAY "Raise needs a second operator's approval"
                    " but the pending queue is unavailable,"
                    " unchanged."
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       FERMER-COMPTE.
           MOVE "ATM-CLOSE" TO AUTH-ACTION
           MOVE "ADMIN" TO AUTH-ROLE
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE
           .

      *> ---------- customer relationship screen ----------
      *> Keyed customer number, or an account hash: every customer
      *> linked to that account (joint holders, proxies) is shown.
       AFFICHER-RELATION.
           OPEN INPUT CLIENTS-FILE
           IF CLIENTS-STATUS NOT = "00"
              DISPLAY "No customer master yet (atm_clients CREER)."
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LIENS-OUVERT
           OPEN INPUT LIENS-FILE
           IF LIENS-STATUS = "00"
              MOVE 'O' TO LIENS-OUVERT
           END-IF
           DISPLAY "Customer number or account hash : "
              WITH NO ADVANCING
           ACCEPT INP-HASH
           MOVE 0 TO NB-REL-CLIENTS
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-HASH)) <= 6
              AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(INP-HASH)) = 0
              MOVE 1 TO NB-REL-CLIENTS
              MOVE FUNCTION NUMVAL(INP-HASH) TO REL-CLIENT(1)
           ELSE
              PERFORM CHERCHER-TITULAIRES
           END-IF
           IF NB-REL-CLIENTS = 0
              DISPLAY "No customer linked to this account."
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > NB-REL-CLIENTS
              PERFORM AFFICHER-UN-CLIENT
           END-PERFORM
           IF LIENS-OUVERT = 'O'
              CLOSE LIENS-FILE
           END-IF
           CLOSE CLIENTS-FILE
           .

       CHERCHER-TITULAIRES.
           IF LIENS-OUVERT NOT = 'O'
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO LC-CLE
           START LIENS-FILE KEY IS NOT LESS THAN LC-CLE
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 0
              READ LIENS-FILE NEXT RECORD
                 AT END EXIT PERFORM
              END-READ
              IF FUNCTION TRIM(LC-COMPTE) = FUNCTION TRIM(INP-HASH)
                 AND NB-REL-CLIENTS < 20
                 ADD 1 TO NB-REL-CLIENTS
                 MOVE LC-CLIENT TO REL-CLIENT(NB-REL-CLIENTS)
              END-IF
           END-PERFORM
           .

       AFFICHER-UN-CLIENT.
           MOVE REL-CLIENT(J) TO CU-ID
           READ CLIENTS-FILE
              INVALID KEY
                 DISPLAY "Customer " REL-CLIENT(J) " not on file."
                 EXIT PARAGRAPH
           END-READ
           DISPLAY " "
           DISPLAY "=== CUSTOMER " CU-ID " [" CU-STATUT "] "
              FUNCTION TRIM(CU-NOM) " " FUNCTION TRIM(CU-PRENOM)
              " ==="
           DISPLAY "  born " CU-NAISSANCE "   customer since "
              CU-CREE
           DISPLAY "  " FUNCTION TRIM(CU-ADRESSE) ", "
              FUNCTION TRIM(CU-CP) " " FUNCTION TRIM(CU-VILLE)
           DISPLAY "  phone " FUNCTION TRIM(CU-TEL) "   e-mail "
              FUNCTION TRIM(CU-EMAIL)
           MOVE 0 TO NB-REL-COMPTES
           IF LIENS-OUVERT = 'O'
              MOVE CU-ID TO LC-CLIENT
              MOVE LOW-VALUES TO LC-COMPTE
              START LIENS-FILE KEY IS NOT LESS THAN LC-CLE
                 INVALID KEY
                    CONTINUE
              END-START
              IF LIENS-STATUS = "00"
                 PERFORM UNTIL 1 = 0
                    READ LIENS-FILE NEXT RECORD
                       AT END EXIT PERFORM
                    END-READ
                    IF LC-CLIENT NOT = CU-ID
                       EXIT PERFORM
                    END-IF
                    IF NB-REL-COMPTES < 50
                       ADD 1 TO NB-REL-COMPTES
                       MOVE LC-COMPTE TO RC-HASH(NB-REL-COMPTES)
                       MOVE LC-ROLE TO RC-ROLE(NB-REL-COMPTES)
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           IF NB-REL-COMPTES = 0
              DISPLAY "  (no account linked)"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO REL-TOTAL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-REL-COMPTES
              PERFORM AFFICHER-COMPTE-RELATION
           END-PERFORM
           MOVE REL-TOTAL TO BAL-EDIT
           DISPLAY "  Total balance of linked accounts : "
              FUNCTION TRIM(BAL-EDIT)
           .

      *> One linked account: store flags, then its cards, open term
      *> deposits and open loans.
       AFFICHER-COMPTE-RELATION.
           MOVE 0 TO IDX-COMPTE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > ACCT-COUNT
              IF FUNCTION TRIM(AC-HASH(K)) = FUNCTION TRIM(RC-HASH(I))
                 MOVE K TO IDX-COMPTE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IDX-COMPTE = 0
              DISPLAY "  - " RC-HASH(I)(1:12) "... "
                 FUNCTION TRIM(RC-ROLE(I)) "  (not in the store)"
              EXIT PARAGRAPH
           END-IF
           ADD AC-BAL(IDX-COMPTE) TO REL-TOTAL
           MOVE AC-BAL(IDX-COMPTE) TO BAL-EDIT
           MOVE AC-OVERDRAFT(IDX-COMPTE) TO LIM-EDIT
           DISPLAY "  - " RC-HASH(I)(1:12) "... "
              FUNCTION TRIM(RC-ROLE(I))
              "  bal " FUNCTION TRIM(BAL-EDIT)
              "  overdraft " FUNCTION TRIM(LIM-EDIT)
              "  locked " AC-LOCKED(IDX-COMPTE)
              "  dormant " AC-DORMANT(IDX-COMPTE)
              "  closed " AC-CLOSED(IDX-COMPTE)

           OPEN INPUT CARTES-FILE
           IF CARTES-STATUS = "00"
              MOVE LOW-VALUES TO CD-HASH
              START CARTES-FILE KEY IS NOT LESS THAN CD-HASH
                 INVALID KEY
                    CONTINUE
              END-START
              IF CARTES-STATUS = "00"
                 PERFORM UNTIL 1 = 0
                    READ CARTES-FILE NEXT RECORD
                       AT END EXIT PERFORM
                    END-READ
                    IF FUNCTION TRIM(CD-COMPTE) =
                       FUNCTION TRIM(RC-HASH(I))
                       DISPLAY "      card " CD-HASH(1:12) "... ["
                          CD-STATUT "] expires " CD-EXPIRE
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE CARTES-FILE
           END-IF

      *> HASH|AMOUNT|RATE|OPEN|MATURITY|STATUS
           OPEN INPUT TDEP-FILE
           IF TDEP-STATUS = "00"
              PERFORM UNTIL 1 = 0
                 READ TDEP-FILE
                    AT END EXIT PERFORM
                 END-READ
                 PERFORM VARYING K FROM 1 BY 1 UNTIL K > 8
                    MOVE SPACES TO REL-F(K)
                 END-PERFORM
                 UNSTRING TDEP-REC DELIMITED BY "|"
                    INTO REL-F(1) REL-F(2) REL-F(3) REL-F(4) REL-F(5)
                       REL-F(6)
                 END-UNSTRING
                 IF FUNCTION TRIM(REL-F(1)) = FUNCTION TRIM(RC-HASH(I))
                    AND REL-F(6)(1:1) = "O"
                    MOVE FUNCTION NUMVAL(FUNCTION TRIM(REL-F(2)))
                       TO REL-MONTANT
                    MOVE REL-MONTANT TO BAL-EDIT
                    DISPLAY "      term deposit "
                       FUNCTION TRIM(BAL-EDIT) " at "
                       FUNCTION TRIM(REL-F(3)) "% matures "
                       FUNCTION TRIM(REL-F(5))
                 END-IF
              END-PERFORM
              CLOSE TDEP-FILE
           END-IF

      *> ID|HASH|PRINCIPAL|RATE|TERM|OPEN|INSTALMENT|STATUS
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS = "00"
              PERFORM UNTIL 1 = 0
                 READ LOAN-FILE
                    AT END EXIT PERFORM
                 END-READ
                 PERFORM VARYING K FROM 1 BY 1 UNTIL K > 8
                    MOVE SPACES TO REL-F(K)
                 END-PERFORM
                 UNSTRING LOAN-REC DELIMITED BY "|"
                    INTO REL-F(1) REL-F(2) REL-F(3) REL-F(4) REL-F(5)
                       REL-F(6) REL-F(7) REL-F(8)
                 END-UNSTRING
                 IF FUNCTION TRIM(REL-F(2)) = FUNCTION TRIM(RC-HASH(I))
                    AND REL-F(8)(1:1) = "O"
                    MOVE FUNCTION NUMVAL(FUNCTION TRIM(REL-F(3)))
                       TO REL-MONTANT
                    MOVE REL-MONTANT TO BAL-EDIT
                    MOVE FUNCTION NUMVAL(FUNCTION TRIM(REL-F(7)))
                       TO REL-MONTANT
                    MOVE REL-MONTANT TO LIM-EDIT
                    DISPLAY "      loan " FUNCTION TRIM(REL-F(1))
                       " principal " FUNCTION TRIM(BAL-EDIT)
                       " instalment " FUNCTION TRIM(LIM-EDIT)
                       " over " FUNCTION TRIM(REL-F(5)) " month(s)"
                 END-IF
              END-PERFORM
              CLOSE LOAN-FILE
           END-IF
           .
