       >>SOURCE FORMAT FREE
      *>
      *> ATM customer relationship master console - everything on
      *> the ATM side is keyed on the account hash, so nobody could
      *> see that several accounts, cards and term deposits belong
      *> to the same person, nor record a joint account. The
      *> customer master atm_customers.dat carries identity and
      *> contact data under a customer number; atm_cust_links.dat
      *> links a customer to each of their account hashes with a
      *> holder role (PRIMARY - at most one per account -, JOINT,
      *> PROXY). ATM-ADMIN-CONSOLE shows the whole relationship and
      *> ATM-STATEMENTS produces one combined statement per
      *> customer from these two files.
      *>
      *>   ./atm_clients CREER            : new customer, fields
      *>       keyed at the prompts, number allocated and shown;
      *>   ./atm_clients MODIFIER <num>   : each field re-keyed,
      *>       blank keeps it (before/after through AUDIT-TRACE);
      *>   ./atm_clients LIER <num> <hash> <PRIMARY|JOINT|PROXY>
      *>   ./atm_clients DELIER <num> <hash>
      *>   ./atm_clients LISTE            : customers and the number
      *>       of accounts linked to each.
      *>
      *> Every update needs OPERATOR-SIGNON; linked hashes must be
      *> in the account store (read through ATM-ACCOUNT-STORE).
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATM-CLIENTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD  CLIENTS-FILE.
       COPY "atm_customer_rec.cpy".
       FD  LIENS-FILE.
       COPY "atm_custlink_rec.cpy".

       WORKING-STORAGE SECTION.
       01  CLIENTS-STATUS            PIC XX.
       01  LIENS-STATUS              PIC XX.
       01  WS-TODAY                  PIC 9(8) VALUE 0.
       01  ARG-MODE                  PIC X(16) VALUE SPACES.
       01  ARG-CLIENT                PIC X(10) VALUE SPACES.
       01  ARG-COMPTE                PIC X(64) VALUE SPACES.
       01  ARG-ROLE                  PIC X(10) VALUE SPACES.
       01  NUM-CLIENT                PIC 9(6) VALUE 0.
       01  NUM-MAX                   PIC 9(6) VALUE 0.
       01  K                         PIC 9(4) COMP VALUE 0.
       01  IDX-COMPTE                PIC 9(4) COMP VALUE 0.
       01  NB-LISTES                 PIC 9(4) VALUE 0.
       01  NB-LIENS                  PIC 9(4) VALUE 0.
       01  INP-TEXTE                 PIC X(60) VALUE SPACES.
       01  INP-DATE                  PIC X(10) VALUE SPACES.
       01  PRIMAIRE-EXISTE           PIC X VALUE 'N'.

       COPY "atm_account_rec.cpy".
       01  STORE-OP                  PIC X(8).
       01  STORE-RESULT              PIC X(2).

      *> Before/after images of every customer field changed,
      *> through the shared AUDIT-TRACE subprogram.
       01  AUD-FICHIER               PIC X(20) VALUE "customers".
       01  AUD-CLE                   PIC X(64) VALUE SPACES.
       01  AUD-CHAMP                 PIC X(12) VALUE SPACES.
       01  AUD-AVANT                 PIC X(20) VALUE SPACES.
       01  AUD-APRES                 PIC X(20) VALUE SPACES.

       01  DU-ACTION                 PIC X(8) VALUE SPACES.
       01  DU-DATE-1                 PIC 9(8) VALUE 0.
       01  DU-DATE-2                 PIC 9(8) VALUE 0.
       01  DU-NOMBRE                 PIC S9(7) VALUE 0.
       01  DU-RESULTAT               PIC X(2) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       01  WS-JOBLOG-PROGRAM         PIC X(20) VALUE "ATM-CLIENTS".
       01  WS-JOBLOG-EVENT           PIC X(5).
       01  WS-JOBLOG-RC              PIC S9(4) VALUE 0.
      *> Operator identification (OPERATOR-SIGNON).
       01  WS-OPERATEUR              PIC X(8) VALUE SPACES.
       01  SIGNON-RESULTAT           PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-CLIENTS.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
              WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN I-O CLIENTS-FILE
           IF CLIENTS-STATUS = "35"
              OPEN OUTPUT CLIENTS-FILE
              CLOSE CLIENTS-FILE
              OPEN I-O CLIENTS-FILE
           END-IF
           OPEN I-O LIENS-FILE
           IF LIENS-STATUS = "35"
              OPEN OUTPUT LIENS-FILE
              CLOSE LIENS-FILE
              OPEN I-O LIENS-FILE
           END-IF
           IF CLIENTS-STATUS NOT = "00" OR LIENS-STATUS NOT = "00"
              DISPLAY "Customer master unavailable (status "
                 CLIENTS-STATUS "/" LIENS-STATUS ")."
              MOVE 8 TO WS-JOBLOG-RC
              PERFORM FIN-PROGRAMME
           END-IF

           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE FUNCTION TRIM(ARG-MODE)
              WHEN "CREER"
                 PERFORM CREER-CLIENT
              WHEN "MODIFIER"
                 ACCEPT ARG-CLIENT FROM ARGUMENT-VALUE
                 PERFORM MODIFIER-CLIENT
              WHEN "LIER"
                 ACCEPT ARG-CLIENT FROM ARGUMENT-VALUE
                 ACCEPT ARG-COMPTE FROM ARGUMENT-VALUE
                 ACCEPT ARG-ROLE FROM ARGUMENT-VALUE
                 PERFORM LIER-COMPTE
              WHEN "DELIER"
                 ACCEPT ARG-CLIENT FROM ARGUMENT-VALUE
                 ACCEPT ARG-COMPTE FROM ARGUMENT-VALUE
                 PERFORM DELIER-COMPTE
              WHEN "LISTE"
                 PERFORM LISTER-CLIENTS
              WHEN OTHER
                 DISPLAY "USAGE: atm_clients CREER | MODIFIER <num>"
                    " | LIER <num> <hash> <PRIMARY|JOINT|PROXY>"
                    " | DELIER <num> <hash> | LISTE"
                 MOVE 4 TO WS-JOBLOG-RC
           END-EVALUATE

           CLOSE CLIENTS-FILE LIENS-FILE
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
              WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

       IDENTIFIER-OPERATEUR.
           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT
           IF SIGNON-RESULTAT = "91"
              DISPLAY "Operator sign-on refused."
              MOVE 8 TO WS-JOBLOG-RC
           END-IF
           .

      *> Customer number keyed on the command line, read into
      *> CLIENT-REC; NUM-CLIENT = 0 when unknown.
       LIRE-CLIENT.
           MOVE 0 TO NUM-CLIENT
           IF FUNCTION TRIM(ARG-CLIENT) = SPACES
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-CLIENT))
                 NOT = 0
              DISPLAY "Customer number is required."
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ARG-CLIENT) TO CU-ID
           READ CLIENTS-FILE
              INVALID KEY
                 DISPLAY "Customer " FUNCTION TRIM(ARG-CLIENT)
                    " not on file."
                 MOVE 4 TO WS-JOBLOG-RC
                 EXIT PARAGRAPH
           END-READ
           MOVE CU-ID TO NUM-CLIENT
           .

      *> ---------- new customer ----------
       CREER-CLIENT.
           PERFORM IDENTIFIER-OPERATEUR
           IF SIGNON-RESULTAT = "91"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO NUM-MAX
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
                 MOVE CU-ID TO NUM-MAX
              END-PERFORM
           END-IF
           INITIALIZE CLIENT-REC
           ADD 1 TO NUM-MAX
           MOVE NUM-MAX TO CU-ID
           DISPLAY "Surname        : " WITH NO ADVANCING
           ACCEPT CU-NOM
           IF FUNCTION TRIM(CU-NOM) = SPACES
              DISPLAY "Surname is required, nothing created."
              MOVE 4 TO WS-JOBLOG-RC
              CALL "OPERATOR-SIGNOFF"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "First name     : " WITH NO ADVANCING
           ACCEPT CU-PRENOM
           DISPLAY "Birth date (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT INP-DATE
           PERFORM CONTROLER-NAISSANCE
           DISPLAY "Address        : " WITH NO ADVANCING
           ACCEPT CU-ADRESSE
           DISPLAY "Postcode       : " WITH NO ADVANCING
           ACCEPT CU-CP
           DISPLAY "City           : " WITH NO ADVANCING
           ACCEPT CU-VILLE
           DISPLAY "Phone          : " WITH NO ADVANCING
           ACCEPT CU-TEL
           DISPLAY "E-mail         : " WITH NO ADVANCING
           ACCEPT CU-EMAIL
           MOVE WS-TODAY TO CU-CREE
           MOVE "A" TO CU-STATUT
           WRITE CLIENT-REC
              INVALID KEY
                 DISPLAY "Customer master error (status "
                    CLIENTS-STATUS ")."
                 MOVE 8 TO WS-JOBLOG-RC
                 CALL "OPERATOR-SIGNOFF"
                 EXIT PARAGRAPH
           END-WRITE
           DISPLAY "Customer " CU-ID " created - link the accounts"
              " with atm_clients LIER."
           CALL "OPERATOR-SIGNOFF"
           .

      *> Birth date keyed in INP-DATE: blank leaves CU-NAISSANCE
      *> as it is, an invalid date is refused and leaves it too.
       CONTROLER-NAISSANCE.
           IF FUNCTION TRIM(INP-DATE) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO DU-DATE-1
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(INP-DATE)) = 0
              MOVE FUNCTION NUMVAL(INP-DATE) TO DU-DATE-1
           END-IF
           MOVE "VALIDER" TO DU-ACTION
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
              DU-NOMBRE DU-RESULTAT
           IF DU-RESULTAT NOT = "00" OR DU-DATE-1 > WS-TODAY
              DISPLAY "  Invalid birth date, not recorded."
              EXIT PARAGRAPH
           END-IF
           MOVE DU-DATE-1 TO CU-NAISSANCE
           .

      *> ---------- change of identity / contact data ----------
       MODIFIER-CLIENT.
           PERFORM LIRE-CLIENT
           IF NUM-CLIENT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM IDENTIFIER-OPERATEUR
           IF SIGNON-RESULTAT = "91"
              EXIT PARAGRAPH
           END-IF
           MOVE CU-ID TO AUD-CLE
           DISPLAY "Blank keeps the current value."

           DISPLAY "Surname    [" FUNCTION TRIM(CU-NOM) "] : "
              WITH NO ADVANCING
           ACCEPT INP-TEXTE
           IF INP-TEXTE NOT = SPACES
              MOVE "CU-NOM" TO AUD-CHAMP
              MOVE CU-NOM TO AUD-AVANT
              MOVE INP-TEXTE TO CU-NOM
              PERFORM TRACER-CHAMP
           END-IF
           DISPLAY "First name [" FUNCTION TRIM(CU-PRENOM) "] : "
              WITH NO ADVANCING
           ACCEPT INP-TEXTE
           IF INP-TEXTE NOT = SPACES
              MOVE "CU-PRENOM" TO AUD-CHAMP
              MOVE CU-PRENOM TO AUD-AVANT
              MOVE INP-TEXTE TO CU-PRENOM
              PERFORM TRACER-CHAMP
           END-IF
           DISPLAY "Birth date [" CU-NAISSANCE "] : "
              WITH NO ADVANCING
           ACCEPT INP-DATE
           IF INP-DATE NOT = SPACES
              MOVE "CU-NAISSANCE" TO AUD-CHAMP
              MOVE CU-NAISSANCE TO AUD-AVANT
              PERFORM CONTROLER-NAISSANCE
              MOVE CU-NAISSANCE TO INP-TEXTE
              PERFORM TRACER-CHAMP
           END-IF
           DISPLAY "Address    [" FUNCTION TRIM(CU-ADRESSE) "] : "
              WITH NO ADVANCING
           ACCEPT INP-TEXTE
           IF INP-TEXTE NOT = SPACES
              MOVE "CU-ADRESSE" TO AUD-CHAMP
              MOVE CU-ADRESSE TO AUD-AVANT
              MOVE INP-TEXTE TO CU-ADRESSE
              PERFORM TRACER-CHAMP
           END-IF
           DISPLAY "Postcode   [" FUNCTION TRIM(CU-CP) "] : "
              WITH NO ADVANCING
           ACCEPT INP-TEXTE
           IF INP-TEXTE NOT = SPACES
              MOVE "CU-CP" TO AUD-CHAMP
              MOVE CU-CP TO AUD-AVANT
              MOVE INP-TEXTE TO CU-CP
              PERFORM TRACER-CHAMP
           END-IF
           DISPLAY "City       [" FUNCTION TRIM(CU-VILLE) "] : "
              WITH NO ADVANCING
           ACCEPT INP-TEXTE
           IF INP-TEXTE NOT = SPACES
              MOVE "CU-VILLE" TO AUD-CHAMP
              MOVE CU-VILLE TO AUD-AVANT
              MOVE INP-TEXTE TO CU-VILLE
              PERFORM TRACER-CHAMP
           END-IF
           DISPLAY "Phone      [" FUNCTION TRIM(CU-TEL) "] : "
              WITH NO ADVANCING
           ACCEPT INP-TEXTE
           IF INP-TEXTE NOT = SPACES
              MOVE "CU-TEL" TO AUD-CHAMP
              MOVE CU-TEL TO AUD-AVANT
              MOVE INP-TEXTE TO CU-TEL
              PERFORM TRACER-CHAMP
           END-IF
           DISPLAY "E-mail     [" FUNCTION TRIM(CU-EMAIL) "] : "
              WITH NO ADVANCING
           ACCEPT INP-TEXTE
           IF INP-TEXTE NOT = SPACES
              MOVE "CU-EMAIL" TO AUD-CHAMP
              MOVE CU-EMAIL TO AUD-AVANT
              MOVE INP-TEXTE TO CU-EMAIL
              PERFORM TRACER-CHAMP
           END-IF
           DISPLAY "Status A/C [" CU-STATUT "] : " WITH NO ADVANCING
           ACCEPT INP-TEXTE
           INSPECT INP-TEXTE CONVERTING "ac" TO "AC"
           IF INP-TEXTE(1:1) = "A" OR INP-TEXTE(1:1) = "C"
              MOVE "CU-STATUT" TO AUD-CHAMP
              MOVE CU-STATUT TO AUD-AVANT
              MOVE INP-TEXTE(1:1) TO CU-STATUT
              PERFORM TRACER-CHAMP
           END-IF

           REWRITE CLIENT-REC
              INVALID KEY
                 DISPLAY "Customer master error (status "
                    CLIENTS-STATUS ")."
                 MOVE 8 TO WS-JOBLOG-RC
                 CALL "OPERATOR-SIGNOFF"
                 EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "Customer " CU-ID " updated."
           CALL "OPERATOR-SIGNOFF"
           .

       TRACER-CHAMP.
           MOVE INP-TEXTE TO AUD-APRES
           CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE AUD-CHAMP
              AUD-AVANT AUD-APRES WS-JOBLOG-PROGRAM
           .

      *> ---------- account links ----------
       LIER-COMPTE.
           PERFORM LIRE-CLIENT
           IF NUM-CLIENT = 0
              EXIT PARAGRAPH
           END-IF
           INSPECT ARG-ROLE CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM(ARG-ROLE) NOT = "PRIMARY"
              AND FUNCTION TRIM(ARG-ROLE) NOT = "JOINT"
              AND FUNCTION TRIM(ARG-ROLE) NOT = "PROXY"
              OR FUNCTION TRIM(ARG-COMPTE) = SPACES
              DISPLAY "USAGE: atm_clients LIER <num> <hash>"
                 " <PRIMARY|JOINT|PROXY>"
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           IF CU-STATUT = "C"
              DISPLAY "Customer " CU-ID " is closed."
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           MOVE "LOAD" TO STORE-OP
           CALL "ATM-ACCOUNT-STORE" USING STORE-OP ACCT-TABLE
              STORE-RESULT
           IF STORE-RESULT NOT = "00"
              DISPLAY "Account store unavailable (result="
                 STORE-RESULT ")."
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO IDX-COMPTE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > ACCT-COUNT
              IF FUNCTION TRIM(AC-HASH(K)) = FUNCTION TRIM(ARG-COMPTE)
                 MOVE K TO IDX-COMPTE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IDX-COMPTE = 0
              DISPLAY "Account not in store."
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(ARG-ROLE) = "PRIMARY"
              PERFORM CHERCHER-PRIMAIRE
              IF PRIMAIRE-EXISTE = 'O'
                 DISPLAY "Account already has a primary holder -"
                    " link this customer as JOINT or PROXY."
                 MOVE 4 TO WS-JOBLOG-RC
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM IDENTIFIER-OPERATEUR
           IF SIGNON-RESULTAT = "91"
              EXIT PARAGRAPH
           END-IF
           MOVE NUM-CLIENT TO LC-CLIENT
           MOVE ARG-COMPTE TO LC-COMPTE
           MOVE ARG-ROLE TO LC-ROLE
           MOVE WS-TODAY TO LC-DEPUIS
           WRITE LIEN-REC
              INVALID KEY
                 DISPLAY "Account already linked to this customer."
                 MOVE 4 TO WS-JOBLOG-RC
                 CALL "OPERATOR-SIGNOFF"
                 EXIT PARAGRAPH
           END-WRITE
           MOVE LC-COMPTE TO AUD-CLE
           MOVE "LC-CLIENT" TO AUD-CHAMP
           MOVE SPACES TO AUD-AVANT
           MOVE SPACES TO AUD-APRES
           STRING NUM-CLIENT " " FUNCTION TRIM(LC-ROLE)
              INTO AUD-APRES
           END-STRING
           CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE AUD-CHAMP
              AUD-AVANT AUD-APRES WS-JOBLOG-PROGRAM
           DISPLAY "Account " ARG-COMPTE(1:12) "... linked to customer "
              NUM-CLIENT " as " FUNCTION TRIM(LC-ROLE) "."
           CALL "OPERATOR-SIGNOFF"
           .

      *> Any customer already PRIMARY on ARG-COMPTE? Whole link
      *> file walk - the key leads with the customer number.
       CHERCHER-PRIMAIRE.
           MOVE 'N' TO PRIMAIRE-EXISTE
           MOVE LOW-VALUES TO LC-CLE
           START LIENS-FILE KEY IS NOT LESS THAN LC-CLE
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 0
              READ LIENS-FILE NEXT RECORD
                 AT END EXIT PERFORM
              END-READ
              IF FUNCTION TRIM(LC-COMPTE) = FUNCTION TRIM(ARG-COMPTE)
                 AND LC-ROLE = "PRIMARY"
                 MOVE 'O' TO PRIMAIRE-EXISTE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

       DELIER-COMPTE.
           PERFORM LIRE-CLIENT
           IF NUM-CLIENT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM IDENTIFIER-OPERATEUR
           IF SIGNON-RESULTAT = "91"
              EXIT PARAGRAPH
           END-IF
           MOVE NUM-CLIENT TO LC-CLIENT
           MOVE ARG-COMPTE TO LC-COMPTE
           READ LIENS-FILE
              INVALID KEY
                 DISPLAY "Account not linked to this customer."
                 MOVE 4 TO WS-JOBLOG-RC
                 CALL "OPERATOR-SIGNOFF"
                 EXIT PARAGRAPH
           END-READ
           MOVE LC-COMPTE TO AUD-CLE
           MOVE "LC-CLIENT" TO AUD-CHAMP
           MOVE SPACES TO AUD-AVANT
           STRING NUM-CLIENT " " FUNCTION TRIM(LC-ROLE)
              INTO AUD-AVANT
           END-STRING
           MOVE SPACES TO AUD-APRES
           DELETE LIENS-FILE
              INVALID KEY
                 DISPLAY "Customer master error (status "
                    LIENS-STATUS ")."
                 MOVE 8 TO WS-JOBLOG-RC
                 CALL "OPERATOR-SIGNOFF"
                 EXIT PARAGRAPH
           END-DELETE
           CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE AUD-CHAMP
              AUD-AVANT AUD-APRES WS-JOBLOG-PROGRAM
           DISPLAY "Link removed."
           CALL "OPERATOR-SIGNOFF"
           .

      *> ---------- list ----------
       LISTER-CLIENTS.
           DISPLAY "=== CUSTOMER MASTER ==="
           MOVE 0 TO NB-LISTES
           MOVE 0 TO CU-ID
           START CLIENTS-FILE KEY IS NOT LESS THAN CU-ID
              INVALID KEY
                 DISPLAY "  (empty)"
                 EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 0
              READ CLIENTS-FILE NEXT RECORD
                 AT END EXIT PERFORM
              END-READ
              ADD 1 TO NB-LISTES
              PERFORM COMPTER-LIENS
              DISPLAY "  " CU-ID " [" CU-STATUT "] "
                 FUNCTION TRIM(CU-NOM) " " FUNCTION TRIM(CU-PRENOM)
                 ", " FUNCTION TRIM(CU-VILLE) " - " NB-LIENS
                 " account(s)"
           END-PERFORM
           DISPLAY NB-LISTES " customer(s)."
           .

       COMPTER-LIENS.
           MOVE 0 TO NB-LIENS
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
              ADD 1 TO NB-LIENS
           END-PERFORM
           .
