       >>SOURCE FORMAT FREE
      *>
      *> ATM biller master console - the companies customers can
      *> pay a bill to at the ATM ("bill_pay" operation of
      *> ATM-BACKEND). atm_billers.dat carries, under a biller code,
      *> the name, the bank and account the nightly ATM-BILL-BATCH
      *> sends the payments to, and the mask the customer reference
      *> must match (see atm_biller_rec.cpy).
      *>
      *>   ./atm_billers AJOUTER <code>   : new biller, fields keyed
      *>       at the prompts;
      *>   ./atm_billers MODIFIER <code>  : each field re-keyed,
      *>       blank keeps it (before/after through AUDIT-TRACE);
      *>   ./atm_billers SUSPENDRE <code> / ACTIVER <code>
      *>   ./atm_billers LISTE
      *>
      *> Every update needs OPERATOR-SIGNON.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATM-BILLERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURIERS-FILE ASSIGN TO "atm_billers.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BL-CODE
              FILE STATUS IS FACTURIERS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FACTURIERS-FILE.
       COPY "atm_biller_rec.cpy".

       WORKING-STORAGE SECTION.
       01  FACTURIERS-STATUS         PIC XX.
       01  WS-TODAY                  PIC 9(8) VALUE 0.
       01  ARG-MODE                  PIC X(16) VALUE SPACES.
       01  ARG-CODE                  PIC X(10) VALUE SPACES.
       01  NB-LISTES                 PIC 9(4) VALUE 0.
       01  INP-TEXTE                 PIC X(40) VALUE SPACES.
       01  FACTURIER-LU              PIC X VALUE 'N'.
       01  NOUVEAU-STATUT            PIC X VALUE SPACES.

      *> Before/after images of every biller field changed,
      *> through the shared AUDIT-TRACE subprogram.
       01  AUD-FICHIER               PIC X(20) VALUE "billers".
       01  AUD-CLE                   PIC X(64) VALUE SPACES.
       01  AUD-CHAMP                 PIC X(12) VALUE SPACES.
       01  AUD-AVANT                 PIC X(20) VALUE SPACES.
       01  AUD-APRES                 PIC X(20) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       01  WS-JOBLOG-PROGRAM         PIC X(20) VALUE "ATM-BILLERS".
       01  WS-JOBLOG-EVENT           PIC X(5).
       01  WS-JOBLOG-RC              PIC S9(4) VALUE 0.
      *> Operator identification (OPERATOR-SIGNON).
       01  WS-OPERATEUR              PIC X(8) VALUE SPACES.
       01  SIGNON-RESULTAT           PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-BILLERS.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
              WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN I-O FACTURIERS-FILE
           IF FACTURIERS-STATUS = "35"
              OPEN OUTPUT FACTURIERS-FILE
              CLOSE FACTURIERS-FILE
              OPEN I-O FACTURIERS-FILE
           END-IF
           IF FACTURIERS-STATUS NOT = "00"
              DISPLAY "Biller master unavailable (status "
                 FACTURIERS-STATUS ")."
              MOVE 8 TO WS-JOBLOG-RC
              PERFORM FIN-PROGRAMME
           END-IF

           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           ACCEPT ARG-CODE FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT ARG-CODE CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE FUNCTION TRIM(ARG-MODE)
              WHEN "AJOUTER"
                 PERFORM AJOUTER-FACTURIER
              WHEN "MODIFIER"
                 PERFORM MODIFIER-FACTURIER
              WHEN "SUSPENDRE"
                 MOVE "S" TO NOUVEAU-STATUT
                 PERFORM CHANGER-STATUT
              WHEN "ACTIVER"
                 MOVE "A" TO NOUVEAU-STATUT
                 PERFORM CHANGER-STATUT
              WHEN "LISTE"
                 PERFORM LISTER-FACTURIERS
              WHEN OTHER
                 DISPLAY "USAGE: atm_billers AJOUTER <code>"
                    " | MODIFIER <code> | SUSPENDRE <code>"
                    " | ACTIVER <code> | LISTE"
                 MOVE 4 TO WS-JOBLOG-RC
           END-EVALUATE

           CLOSE FACTURIERS-FILE
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

      *> Biller code keyed on the command line, read into
      *> FACTURIER-REC; FACTURIER-LU = 'O' when found.
       LIRE-FACTURIER.
           MOVE 'N' TO FACTURIER-LU
           IF FUNCTION TRIM(ARG-CODE) = SPACES
              DISPLAY "Biller code is required."
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           MOVE ARG-CODE TO BL-CODE
           READ FACTURIERS-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ
           MOVE 'O' TO FACTURIER-LU
           .

      *> ---------- new biller ----------
       AJOUTER-FACTURIER.
           PERFORM LIRE-FACTURIER
           IF FUNCTION TRIM(ARG-CODE) = SPACES
              EXIT PARAGRAPH
           END-IF
           IF FACTURIER-LU = 'O'
              DISPLAY "Biller " FUNCTION TRIM(ARG-CODE)
                 " already on file."
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           PERFORM IDENTIFIER-OPERATEUR
           IF SIGNON-RESULTAT = "91"
              EXIT PARAGRAPH
           END-IF
           INITIALIZE FACTURIER-REC
           MOVE ARG-CODE TO BL-CODE
           DISPLAY "Name             : " WITH NO ADVANCING
           ACCEPT BL-NOM
           DISPLAY "Bank             : " WITH NO ADVANCING
           ACCEPT BL-BANQUE
           DISPLAY "Account          : " WITH NO ADVANCING
           ACCEPT BL-COMPTE
           IF FUNCTION TRIM(BL-NOM) = SPACES
              OR FUNCTION TRIM(BL-BANQUE) = SPACES
              OR FUNCTION TRIM(BL-COMPTE) = SPACES
              DISPLAY "Name, bank and account are required,"
                 " nothing created."
              MOVE 4 TO WS-JOBLOG-RC
              CALL "OPERATOR-SIGNOFF"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Reference mask (9 digit, A letter, X either,"
              " blank = any) : " WITH NO ADVANCING
           ACCEPT BL-FORMAT
           MOVE "A" TO BL-STATUT
           MOVE WS-TODAY TO BL-CREE
           WRITE FACTURIER-REC
              INVALID KEY
                 DISPLAY "Biller master error (status "
                    FACTURIERS-STATUS ")."
                 MOVE 8 TO WS-JOBLOG-RC
                 CALL "OPERATOR-SIGNOFF"
                 EXIT PARAGRAPH
           END-WRITE
           MOVE BL-CODE TO AUD-CLE
           MOVE "BL-COMPTE" TO AUD-CHAMP
           MOVE SPACES TO AUD-AVANT
           MOVE BL-COMPTE TO INP-TEXTE
           PERFORM TRACER-CHAMP
           DISPLAY "Biller " FUNCTION TRIM(BL-CODE) " created."
           CALL "OPERATOR-SIGNOFF"
           .

      *> ---------- change of biller data ----------
       MODIFIER-FACTURIER.
           PERFORM LIRE-FACTURIER
           IF FACTURIER-LU = 'N'
              PERFORM SIGNALER-INCONNU
              EXIT PARAGRAPH
           END-IF
           PERFORM IDENTIFIER-OPERATEUR
           IF SIGNON-RESULTAT = "91"
              EXIT PARAGRAPH
           END-IF
           MOVE BL-CODE TO AUD-CLE
           DISPLAY "Blank keeps the current value."

           DISPLAY "Name    [" FUNCTION TRIM(BL-NOM) "] : "
              WITH NO ADVANCING
           ACCEPT INP-TEXTE
           IF INP-TEXTE NOT = SPACES
              MOVE "BL-NOM" TO AUD-CHAMP
              MOVE BL-NOM TO AUD-AVANT
              MOVE INP-TEXTE TO BL-NOM
              PERFORM TRACER-CHAMP
           END-IF
           DISPLAY "Bank    [" FUNCTION TRIM(BL-BANQUE) "] : "
              WITH NO ADVANCING
           ACCEPT INP-TEXTE
           IF INP-TEXTE NOT = SPACES
              MOVE "BL-BANQUE" TO AUD-CHAMP
              MOVE BL-BANQUE TO AUD-AVANT
              MOVE INP-TEXTE TO BL-BANQUE
              PERFORM TRACER-CHAMP
           END-IF
           DISPLAY "Account [" FUNCTION TRIM(BL-COMPTE) "] : "
              WITH NO ADVANCING
           ACCEPT INP-TEXTE
           IF INP-TEXTE NOT = SPACES
              MOVE "BL-COMPTE" TO AUD-CHAMP
              MOVE BL-COMPTE TO AUD-AVANT
              MOVE INP-TEXTE TO BL-COMPTE
              PERFORM TRACER-CHAMP
           END-IF
           DISPLAY "Mask    [" FUNCTION TRIM(BL-FORMAT) "] : "
              WITH NO ADVANCING
           ACCEPT INP-TEXTE
           IF INP-TEXTE NOT = SPACES
              MOVE "BL-FORMAT" TO AUD-CHAMP
              MOVE BL-FORMAT TO AUD-AVANT
              MOVE INP-TEXTE TO BL-FORMAT
              PERFORM TRACER-CHAMP
           END-IF

           REWRITE FACTURIER-REC
              INVALID KEY
                 DISPLAY "Biller master error (status "
                    FACTURIERS-STATUS ")."
                 MOVE 8 TO WS-JOBLOG-RC
                 CALL "OPERATOR-SIGNOFF"
                 EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "Biller " FUNCTION TRIM(BL-CODE) " updated."
           CALL "OPERATOR-SIGNOFF"
           .

       TRACER-CHAMP.
           MOVE INP-TEXTE TO AUD-APRES
           CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE AUD-CHAMP
              AUD-AVANT AUD-APRES WS-JOBLOG-PROGRAM
           .

       SIGNALER-INCONNU.
           IF FUNCTION TRIM(ARG-CODE) NOT = SPACES
              DISPLAY "Biller " FUNCTION TRIM(ARG-CODE)
                 " not on file."
              MOVE 4 TO WS-JOBLOG-RC
           END-IF
           .

      *> ---------- suspend / reactivate ----------
       CHANGER-STATUT.
           PERFORM LIRE-FACTURIER
           IF FACTURIER-LU = 'N'
              PERFORM SIGNALER-INCONNU
              EXIT PARAGRAPH
           END-IF
           IF BL-STATUT = NOUVEAU-STATUT
              DISPLAY "Biller " FUNCTION TRIM(BL-CODE)
                 " already in status " BL-STATUT "."
              EXIT PARAGRAPH
           END-IF
           PERFORM IDENTIFIER-OPERATEUR
           IF SIGNON-RESULTAT = "91"
              EXIT PARAGRAPH
           END-IF
           MOVE BL-CODE TO AUD-CLE
           MOVE "BL-STATUT" TO AUD-CHAMP
           MOVE BL-STATUT TO AUD-AVANT
           MOVE NOUVEAU-STATUT TO BL-STATUT
           REWRITE FACTURIER-REC
              INVALID KEY
                 DISPLAY "Biller master error (status "
                    FACTURIERS-STATUS ")."
                 MOVE 8 TO WS-JOBLOG-RC
                 CALL "OPERATOR-SIGNOFF"
                 EXIT PARAGRAPH
           END-REWRITE
           MOVE BL-STATUT TO INP-TEXTE
           PERFORM TRACER-CHAMP
           DISPLAY "Biller " FUNCTION TRIM(BL-CODE) " now in status "
              BL-STATUT "."
           CALL "OPERATOR-SIGNOFF"
           .

      *> ---------- list ----------
       LISTER-FACTURIERS.
           DISPLAY "=== BILLER MASTER ==="
           MOVE 0 TO NB-LISTES
           MOVE LOW-VALUES TO BL-CODE
           START FACTURIERS-FILE KEY IS NOT LESS THAN BL-CODE
              INVALID KEY
                 DISPLAY "  (empty)"
                 EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 0
              READ FACTURIERS-FILE NEXT RECORD
                 AT END EXIT PERFORM
              END-READ
              ADD 1 TO NB-LISTES
              DISPLAY "  " BL-CODE " [" BL-STATUT "] " BL-NOM " "
                 FUNCTION TRIM(BL-BANQUE) " "
                 FUNCTION TRIM(BL-COMPTE) " mask "
                 FUNCTION TRIM(BL-FORMAT)
           END-PERFORM
           DISPLAY NB-LISTES " biller(s)."
           .
