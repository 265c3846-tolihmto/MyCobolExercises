      *> the resulting balance of each line), every transaction in
      *> date order, closing balance, plus a summary page of the
      *> statements produced (atm_statements_summary_YYYYMM.txt).
      *>
      *>   ./atm_statements [YYYYMM] CLIENTS : one combined statement
      *>       per active customer of the relationship master
      *>       (customer_statement_<num>_<YYYYMM>.txt) - name and
      *>       address, then a section per linked account with its
      *>       holder role; accounts linked to no customer keep
      *>       their own statement.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATM-STATEMENTS.
              FILE STATUS IS STMT-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO DYNAMIC SUMMARY-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL.
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
       01  STMT-REC                  PIC X(200).
       FD  SUMMARY-FILE.
       01  SUMMARY-REC               PIC X(200).
       FD  CLIENTS-FILE.
       COPY "atm_customer_rec.cpy".
       FD  LIENS-FILE.
       COPY "atm_custlink_rec.cpy".

       WORKING-STORAGE SECTION.
       01  LIST-STATUS               PIC XX.
       01  CMD-SH                    PIC X(200).
       01  WS-TODAY                  PIC 9(8) VALUE 0.
       01  ARG-MOIS                  PIC X(8) VALUE SPACES.
       01  ARG-OPTION                PIC X(8) VALUE SPACES.
       01  MODE-CLIENTS              PIC X VALUE 'N'.
       01  CLIENTS-STATUS            PIC XX.
       01  LIENS-STATUS              PIC XX.
       01  J                         PIC 9(4) COMP VALUE 0.
       01  NB-RELEVES-CLIENT         PIC 9(3) VALUE 0.
       01  NB-SECTIONS               PIC 9(3) VALUE 0.
       01  NB-LIENS-CLIENT           PIC 9(4) COMP VALUE 0.
       01  LIEN-CLIENT OCCURS 50.
           05  LIEN-HASH             PIC X(64).
           05  LIEN-ROLE             PIC X(8).
       01  MOIS-CIBLE                PIC X(6) VALUE SPACES.
       01  I                         PIC 9(4) COMP VALUE 0.
       01  NB-COMPTES                PIC 9(3) COMP VALUE 0.

       01  TAB-COMPTES.
           05  CPT-HASH OCCURS 200 TIMES PIC X(64).
      *> 'O' once the account went into a customer's combined
      *> statement (CLIENTS mode).
       01  TAB-COMPTES-LIES.
           05  CPT-LIE OCCURS 200 TIMES PIC X.

       01  L-HASH                    PIC X(64).
       01  L-OP                      PIC X(16).
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY(1:6) TO MOIS-CIBLE
           ACCEPT ARG-MOIS FROM ARGUMENT-VALUE
           ACCEPT ARG-OPTION FROM ARGUMENT-VALUE
           INSPECT ARG-MOIS CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT ARG-OPTION CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM(ARG-MOIS) = "CLIENTS"
              MOVE 'O' TO MODE-CLIENTS
              MOVE ARG-OPTION TO ARG-MOIS
           END-IF
           IF FUNCTION TRIM(ARG-OPTION) = "CLIENTS"
              MOVE 'O' TO MODE-CLIENTS
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(ARG-MOIS)) = 6
              MOVE ARG-MOIS(1:6) TO MOIS-CIBLE
           END-IF
           END-IF

           PERFORM OUVRIR-RESUME
           MOVE ALL 'N' TO TAB-COMPTES-LIES
           IF MODE-CLIENTS = 'O'
              PERFORM RELEVES-CLIENTS
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-COMPTES
              IF CPT-LIE(I) NOT = 'O'
                 MOVE CPT-HASH(I) TO COMPTE-COURANT
                 PERFORM PRODUIRE-RELEVE
              END-IF
           END-PERFORM
           CLOSE SUMMARY-FILE

           IF MODE-CLIENTS = 'O'
              DISPLAY NB-RELEVES-CLIENT " combined customer"
                 " statement(s) produced for month " MOIS-CIBLE "."
           END-IF
           DISPLAY NB-RELEVES " statement(s) produced for month "
              MOIS-CIBLE "."
           DISPLAY "Summary: " FUNCTION TRIM(SUMMARY-FILENAME)
              INTO STMT-REC
           END-STRING
           WRITE STMT-REC
           PERFORM RELEVER-COMPTE
           CLOSE STMT-FILE
           MOVE STMT-FILENAME(1:64) TO SPOOL-FICHIER
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
              WS-JOBLOG-PROGRAM SPOOL-NUMERO
           ADD 1 TO NB-RELEVES

           MOVE NB-LIGNES-RELEVE TO AMOUNT-EDIT
           MOVE SPACES TO SUMMARY-REC
           STRING FUNCTION TRIM(COMPTE-COURANT) "  "
              FUNCTION TRIM(STMT-FILENAME)
              INTO SUMMARY-REC
           END-STRING
           WRITE SUMMARY-REC
           .

      *> The month's lines of COMPTE-COURANT into the open
      *> statement file, between its opening and closing balances.
       RELEVER-COMPTE.
           MOVE 'N' TO PREMIER-VU
           MOVE 0 TO SOLDE-OUVERTURE SOLDE-CLOTURE NB-LIGNES-RELEVE

              CLOSE LIST-FILE
           END-IF

           IF PREMIER-VU = 'N'
              MOVE "No transaction this month." TO STMT-REC
              WRITE STMT-REC
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STMT-REC
           WRITE STMT-REC
           MOVE SOLDE-CLOTURE TO BAL-EDIT
              INTO STMT-REC
           END-STRING
           WRITE STMT-REC
           .

      *> CLIENTS mode: every active customer with at least one linked
      *> account gets one statement holding a section per account.
       RELEVES-CLIENTS.
           OPEN INPUT CLIENTS-FILE
           IF CLIENTS-STATUS NOT = "00"
              DISPLAY "No customer master (atm_customers.dat),"
                 " account statements only."
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT LIENS-FILE
           IF LIENS-STATUS NOT = "00"
              CLOSE CLIENTS-FILE
              DISPLAY "No customer links (atm_cust_links.dat),"
                 " account statements only."
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CU-ID
           START CLIENTS-FILE KEY IS NOT LESS THAN CU-ID
              INVALID KEY
                 CONTINUE
           END-START
           IF CLIENTS-STATUS = "00"
              PERFORM UNTIL 1 = 0
                 READ CLIENTS-FILE NEXT RECORD
                    AT END EXIT PERFORM
                 END-READ
                 IF CU-STATUT NOT = "C"
                    PERFORM PRODUIRE-RELEVE-CLIENT
                 END-IF
              END-PERFORM
           END-IF
           CLOSE CLIENTS-FILE LIENS-FILE
           .

       PRODUIRE-RELEVE-CLIENT.
           MOVE 0 TO NB-LIENS-CLIENT
           MOVE CU-ID TO LC-CLIENT
           MOVE LOW-VALUES TO LC-COMPTE
           START LIENS-FILE KEY IS NOT LESS THAN LC-CLE
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 0
              READ LIENS-FILE NEXT RECORD
                 AT END EXIT PERFORM
              END-READ
              IF LC-CLIENT NOT = CU-ID
                 EXIT PERFORM
              END-IF
              IF NB-LIENS-CLIENT < 50
                 ADD 1 TO NB-LIENS-CLIENT
                 MOVE LC-COMPTE TO LIEN-HASH(NB-LIENS-CLIENT)
                 MOVE LC-ROLE TO LIEN-ROLE(NB-LIENS-CLIENT)
              END-IF
           END-PERFORM
           IF NB-LIENS-CLIENT = 0
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO STMT-FILENAME
           STRING "customer_statement_" CU-ID "_" MOIS-CIBLE ".txt"
              INTO STMT-FILENAME
           END-STRING
           OPEN OUTPUT STMT-FILE
           IF STMT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STMT-REC
           STRING "CUSTOMER STATEMENT - " CU-ID " - MONTH " MOIS-CIBLE
              INTO STMT-REC
           END-STRING
           WRITE STMT-REC
           MOVE SPACES TO STMT-REC
           STRING FUNCTION TRIM(CU-PRENOM) " " FUNCTION TRIM(CU-NOM)
              INTO STMT-REC
           END-STRING
           WRITE STMT-REC
           MOVE CU-ADRESSE TO STMT-REC
           WRITE STMT-REC
           MOVE SPACES TO STMT-REC
           STRING FUNCTION TRIM(CU-CP) " " FUNCTION TRIM(CU-VILLE)
              INTO STMT-REC
           END-STRING
           WRITE STMT-REC

           MOVE 0 TO NB-SECTIONS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > NB-LIENS-CLIENT
              MOVE LIEN-HASH(J) TO COMPTE-COURANT
              MOVE SPACES TO STMT-REC
              WRITE STMT-REC
              MOVE SPACES TO STMT-REC
              STRING "ACCOUNT " FUNCTION TRIM(COMPTE-COURANT) " - "
                 FUNCTION TRIM(LIEN-ROLE(J))
                 INTO STMT-REC
              END-STRING
              WRITE STMT-REC
              PERFORM RELEVER-COMPTE
              ADD 1 TO NB-SECTIONS
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-COMPTES
                 IF FUNCTION TRIM(CPT-HASH(I)) =
                    FUNCTION TRIM(COMPTE-COURANT)
                    MOVE 'O' TO CPT-LIE(I)
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE STMT-FILE
           MOVE STMT-FILENAME(1:64) TO SPOOL-FICHIER
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
              WS-JOBLOG-PROGRAM SPOOL-NUMERO
           ADD 1 TO NB-RELEVES-CLIENT

           MOVE SPACES TO SUMMARY-REC
           STRING "CUSTOMER " CU-ID " (" NB-SECTIONS " account(s))  "
              FUNCTION TRIM(STMT-FILENAME)
              INTO SUMMARY-REC
           END-STRING
              TO L-BAL-NUM
           EVALUATE FUNCTION TRIM(L-OP)
              WHEN "deposit" WHEN "transfer_in" WHEN "standing_in"
              WHEN "interest" WHEN "loan_open"
                 COMPUTE MONTANT-SIGNE = L-AMOUNT-NUM
              WHEN "withdraw" WHEN "withdraw_od" WHEN "transfer_out"
              WHEN "standing_out" WHEN "account_fee"
              WHEN "loan_instalment"
              WHEN "fee_withdraw" WHEN "fee_withdraw_od"
              WHEN "fee_transfer" WHEN "fee_ext_transfer"
              WHEN "bill_pay" WHEN "fee_bill_pay"
                 COMPUTE MONTANT-SIGNE = 0 - L-AMOUNT-NUM
              WHEN OTHER
                 MOVE 0 TO MONTANT-SIGNE
