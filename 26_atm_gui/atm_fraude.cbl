       >>SOURCE FORMAT FREE
      *>
      *> ATM fraud case console. ATM-MONITORING files every alert it
      *> raises as a case in atm_fraud_cases.txt (a new case, or the
      *> case already open on the same account) :
      *>   NUM|OPENED|HASH|SEV|NB-ALERTS|LAST-ALERT|STATUS|
      *>   DISPOSITION|CLOSED|OPERATOR
      *> STATUS OUVERT / CLOS. Everything said or done about a case
      *> is appended to atm_fraud_notes.txt :
      *>   NUM|DATE|TIME|AUTHOR|TEXT
      *> (author MONITOR for the alerts themselves, otherwise the
      *> signed-on operator).
      *>
      *>   ./atm_fraude LISTE
      *>       open cases with their age in days;
      *>   ./atm_fraude VOIR <num>
      *>       the case and all its notes;
      *>   ./atm_fraude NOTER <num>
      *>       prompts for a note and appends it;
      *>   ./atm_fraude BLOQUER <num> [<carte>]
      *>       blocks that card of the account in atm_cards.dat, or
      *>       every active card of the account when none is given
      *>       (status A -> B, through AUDIT-TRACE);
      *>   ./atm_fraude DISPOSER <num> FAUX-POSITIF|FRAUDE|CONTACTE
      *>       records the disposition : FAUX-POSITIF (false
      *>       positive) and FRAUDE (confirmed fraud) close the case,
      *>       CONTACTE (customer contacted) keeps it open awaiting
      *>       the customer's answer;
      *>   ./atm_fraude RAPPORT
      *>       daily report atm_fraud_open_YYYYMMDD.txt of the open
      *>       cases by age (0-2, 3-7, 8-30, over 30 days) ; RC 4
      *>       when a case is older than 30 days.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATM-FRAUDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASES-FILE ASSIGN TO "atm_fraud_cases.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CASES-STATUS.
           SELECT CASESTMP-FILE ASSIGN TO "atm_fraud_cases.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CASESTMP-STATUS.
           SELECT NOTES-FILE ASSIGN TO "atm_fraud_notes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NOTES-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
           SELECT CARTES-FILE ASSIGN TO "atm_cards.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CD-HASH
              FILE STATUS IS CARTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASES-FILE.
       01  CASES-REC                 PIC X(200).
       FD  CASESTMP-FILE.
       01  CASESTMP-REC              PIC X(200).
       FD  NOTES-FILE.
       01  NOTES-REC                 PIC X(240).
       FD  REPORT-FILE.
       01  REPORT-REC                PIC X(200).
       FD  CARTES-FILE.
       01  CARTES-REC.
           05  CD-HASH               PIC X(64).
           05  CD-COMPTE             PIC X(64).
           05  CD-STATUT             PIC X.
           05  CD-EMISE              PIC 9(8).
           05  CD-EXPIRE             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  CASES-STATUS              PIC XX.
       01  CASESTMP-STATUS           PIC XX.
       01  NOTES-STATUS              PIC XX.
       01  REPORT-STATUS             PIC XX.
       01  CARTES-STATUS             PIC XX.
       01  REPORT-FILENAME           PIC X(40).
       01  WS-TODAY                  PIC 9(8) VALUE 0.
       01  WS-NOW                    PIC 9(8) VALUE 0.
       01  ARG-MODE                  PIC X(16) VALUE SPACES.
       01  ARG-NUM                   PIC X(12) VALUE SPACES.
       01  ARG-CARTE                 PIC X(64) VALUE SPACES.
       01  ARG-DISPO                 PIC X(16) VALUE SPACES.
       01  NOTE-TEXTE                PIC X(160) VALUE SPACES.
       01  K                         PIC 9(4) COMP VALUE 0.

      *> Case line fields.
       01  DS-F                      PIC X(64) OCCURS 10.
       01  DS-TROUVE                 PIC X VALUE 'N'.
       01  CAS-NUM                   PIC X(12) VALUE SPACES.
       01  CAS-HASH                  PIC X(64) VALUE SPACES.
       01  NB-OUVERTS                PIC 9(4) VALUE 0.
       01  NB-NOTES                  PIC 9(4) VALUE 0.
       01  NB-BLOQUEES               PIC 9(4) VALUE 0.
       01  AGE-JOURS                 PIC S9(7) VALUE 0.
       01  AGE-EDIT                  PIC Z(6)9.
       01  N-F                       PIC X(160) OCCURS 5.

      *> Aging buckets of the daily report.
       01  TRANCHE                   PIC 9 VALUE 0.
       01  TRANCHE-CAS               PIC 9 VALUE 0.
       01  NB-TRANCHE                PIC 9(4) OCCURS 4.
       01  TRANCHE-LIB               PIC X(24) OCCURS 4.

      *> DATE-UTILS (case aging).
       01  DU-ACTION                 PIC X(8) VALUE SPACES.
       01  DU-DATE-1                 PIC 9(8) VALUE 0.
       01  DU-DATE-2                 PIC 9(8) VALUE 0.
       01  DU-NOMBRE                 PIC S9(7) VALUE 0.
       01  DU-RESULTAT               PIC X(2) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       01  WS-JOBLOG-PROGRAM         PIC X(20) VALUE "ATM-FRAUDE".
       01  WS-JOBLOG-EVENT           PIC X(5).
       01  WS-JOBLOG-RC              PIC S9(4) VALUE 0.
      *> Operator identity (OPERATOR-SIGNON).
       01  WS-OPERATEUR              PIC X(8) VALUE SPACES.
       01  SIGNON-RESULTAT           PIC X(2) VALUE SPACES.
      *> Card status changes go to the shared audit trail.
       01  AUD-FICHIER               PIC X(20) VALUE "cards".
       01  AUD-CLE                   PIC X(64) VALUE SPACES.
       01  AUD-CHAMP                 PIC X(12) VALUE "CD-STATUT".
       01  AUD-AVANT                 PIC X(20) VALUE SPACES.
       01  AUD-APRES                 PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-FRAUDE.
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
                 PERFORM LISTER-DOSSIERS
              WHEN "VOIR"
                 ACCEPT ARG-NUM FROM ARGUMENT-VALUE
                 PERFORM VOIR-DOSSIER
              WHEN "NOTER"
                 ACCEPT ARG-NUM FROM ARGUMENT-VALUE
                 PERFORM NOTER-DOSSIER
              WHEN "BLOQUER"
                 ACCEPT ARG-NUM FROM ARGUMENT-VALUE
                 ACCEPT ARG-CARTE FROM ARGUMENT-VALUE
                 PERFORM BLOQUER-CARTES
              WHEN "DISPOSER"
                 ACCEPT ARG-NUM FROM ARGUMENT-VALUE
                 ACCEPT ARG-DISPO FROM ARGUMENT-VALUE
                 INSPECT ARG-DISPO CONVERTING
                    "abcdefghijklmnopqrstuvwxyz" TO
                    "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 PERFORM DISPOSER-DOSSIER
              WHEN "RAPPORT"
                 PERFORM RAPPORT-ANCIENNETE
              WHEN OTHER
                 DISPLAY "USAGE: atm_fraude LISTE | VOIR <num>"
                    " | NOTER <num> | BLOQUER <num> [<carte>]"
                    " | DISPOSER <num> FAUX-POSITIF|FRAUDE|CONTACTE"
                    " | RAPPORT"
                 MOVE 4 TO WS-JOBLOG-RC
           END-EVALUATE
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
              WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *> ---------- open cases with aging ----------
       LISTER-DOSSIERS.
           OPEN INPUT CASES-FILE
           IF CASES-STATUS NOT = "00"
              DISPLAY "No fraud case file on record."
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           DISPLAY "=== OPEN FRAUD CASES - " WS-TODAY " ==="
           PERFORM UNTIL 1 = 0
              READ CASES-FILE
                 AT END EXIT PERFORM
              END-READ
              PERFORM DECOUPER-DOSSIER
              IF FUNCTION TRIM(DS-F(7)) = "OUVERT"
                 ADD 1 TO NB-OUVERTS
                 PERFORM CALCULER-AGE
                 DISPLAY "  #" FUNCTION TRIM(DS-F(1)) " opened "
                    FUNCTION TRIM(DS-F(2)) " (" AGE-JOURS " day(s))"
                    " SEV " FUNCTION TRIM(DS-F(4)) " alerts "
                    FUNCTION TRIM(DS-F(5)) " last "
                    FUNCTION TRIM(DS-F(6)) " account "
                    DS-F(3)(1:12) "... "
                    FUNCTION TRIM(DS-F(8))
              END-IF
           END-PERFORM
           CLOSE CASES-FILE
           IF NB-OUVERTS = 0
              DISPLAY "  (none open)"
           END-IF
           DISPLAY NB-OUVERTS " open case(s)."
           .

      *> ---------- one case and its notes ----------
       VOIR-DOSSIER.
           PERFORM CHERCHER-DOSSIER
           IF DS-TROUVE = 'N'
              DISPLAY "Case " FUNCTION TRIM(ARG-NUM) " not found."
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           PERFORM CALCULER-AGE
           DISPLAY "=== FRAUD CASE " FUNCTION TRIM(DS-F(1)) " ==="
           DISPLAY "  Account     : " FUNCTION TRIM(DS-F(3))
           DISPLAY "  Opened      : " FUNCTION TRIM(DS-F(2))
              " (" AGE-JOURS " day(s))"
           DISPLAY "  Severity    : " FUNCTION TRIM(DS-F(4))
           DISPLAY "  Alerts      : " FUNCTION TRIM(DS-F(5))
              " (last " FUNCTION TRIM(DS-F(6)) ")"
           DISPLAY "  Status      : " FUNCTION TRIM(DS-F(7))
           DISPLAY "  Disposition : " FUNCTION TRIM(DS-F(8))
           IF FUNCTION TRIM(DS-F(9)) NOT = SPACES
              DISPLAY "  Closed      : " FUNCTION TRIM(DS-F(9))
                 " by " FUNCTION TRIM(DS-F(10))
           END-IF
           DISPLAY "  --- notes ---"
           OPEN INPUT NOTES-FILE
           IF NOTES-STATUS = "00"
              PERFORM UNTIL 1 = 0
                 READ NOTES-FILE
                    AT END EXIT PERFORM
                 END-READ
                 PERFORM AFFICHER-NOTE
              END-PERFORM
              CLOSE NOTES-FILE
           END-IF
           IF NB-NOTES = 0
              DISPLAY "  (no notes)"
           END-IF
           .

       AFFICHER-NOTE.
           IF FUNCTION LENGTH(FUNCTION TRIM(NOTES-REC)) = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
              MOVE SPACES TO N-F(K)
           END-PERFORM
           UNSTRING NOTES-REC DELIMITED BY "|"
              INTO N-F(1) N-F(2) N-F(3) N-F(4) N-F(5)
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(N-F(1))) NOT = 0
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(N-F(1)) = FUNCTION NUMVAL(ARG-NUM)
              ADD 1 TO NB-NOTES
              DISPLAY "  " FUNCTION TRIM(N-F(2)) " "
                 FUNCTION TRIM(N-F(3)) " "
                 FUNCTION TRIM(N-F(4)) " : "
                 FUNCTION TRIM(N-F(5))
           END-IF
           .

      *> ---------- investigator note ----------
       NOTER-DOSSIER.
           PERFORM CHERCHER-DOSSIER
           IF DS-TROUVE = 'N'
              DISPLAY "Case " FUNCTION TRIM(ARG-NUM) " not found."
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT
           IF SIGNON-RESULTAT = "91"
              DISPLAY "Operator sign-on refused."
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Note : " WITH NO ADVANCING
           ACCEPT NOTE-TEXTE
           IF FUNCTION TRIM(NOTE-TEXTE) = SPACES
              DISPLAY "Empty note, nothing recorded."
              MOVE 4 TO WS-JOBLOG-RC
              CALL "OPERATOR-SIGNOFF"
              EXIT PARAGRAPH
           END-IF
      *> the note file is pipe-delimited
           INSPECT NOTE-TEXTE REPLACING ALL "|" BY "/"
           PERFORM AJOUTER-NOTE
           DISPLAY "Note added to case " FUNCTION TRIM(DS-F(1)) "."
           CALL "OPERATOR-SIGNOFF"
           .

      *> ---------- card blocking ----------
      *> The case is on the account hash ; its cards are the card
      *> master records whose CD-COMPTE is that hash, plus the hash
      *> itself when it is also a card (no separate card issued).
       BLOQUER-CARTES.
           PERFORM CHERCHER-DOSSIER
           IF DS-TROUVE = 'N'
              DISPLAY "Case " FUNCTION TRIM(ARG-NUM) " not found."
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT
           IF SIGNON-RESULTAT = "91"
              DISPLAY "Operator sign-on refused."
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           OPEN I-O CARTES-FILE
           IF CARTES-STATUS NOT = "00"
              DISPLAY "Card master unavailable (status "
                 CARTES-STATUS ")."
              MOVE 8 TO WS-JOBLOG-RC
              CALL "OPERATOR-SIGNOFF"
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(ARG-CARTE) NOT = SPACES
              MOVE ARG-CARTE TO CD-HASH
              READ CARTES-FILE
                 INVALID KEY
                    DISPLAY "Card unknown to the card master."
                    MOVE 4 TO WS-JOBLOG-RC
                    CLOSE CARTES-FILE
                    CALL "OPERATOR-SIGNOFF"
                    EXIT PARAGRAPH
              END-READ
              IF FUNCTION TRIM(CD-COMPTE) NOT = FUNCTION TRIM(CAS-HASH)
                 AND FUNCTION TRIM(CD-HASH) NOT =
                    FUNCTION TRIM(CAS-HASH)
                 DISPLAY "That card does not belong to the case's"
                    " account, nothing blocked."
                 MOVE 4 TO WS-JOBLOG-RC
                 CLOSE CARTES-FILE
                 CALL "OPERATOR-SIGNOFF"
                 EXIT PARAGRAPH
              END-IF
              IF CD-STATUT = "A"
                 PERFORM BLOQUER-UNE-CARTE
              END-IF
           ELSE
              MOVE LOW-VALUES TO CD-HASH
              START CARTES-FILE KEY IS NOT LESS THAN CD-HASH
                 INVALID KEY
                    MOVE "10" TO CARTES-STATUS
              END-START
              IF CARTES-STATUS = "00"
                 PERFORM UNTIL 1 = 0
                    READ CARTES-FILE NEXT RECORD
                       AT END EXIT PERFORM
                    END-READ
                    IF CD-STATUT = "A"
                       AND (FUNCTION TRIM(CD-COMPTE) =
                          FUNCTION TRIM(CAS-HASH)
                       OR FUNCTION TRIM(CD-HASH) =
                          FUNCTION TRIM(CAS-HASH))
                       PERFORM BLOQUER-UNE-CARTE
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           CLOSE CARTES-FILE
           IF NB-BLOQUEES = 0
              DISPLAY "No active card to block for case "
                 FUNCTION TRIM(DS-F(1)) "."
              MOVE 4 TO WS-JOBLOG-RC
           ELSE
              DISPLAY NB-BLOQUEES " card(s) blocked for case "
                 FUNCTION TRIM(DS-F(1)) "."
           END-IF
           CALL "OPERATOR-SIGNOFF"
           .

       BLOQUER-UNE-CARTE.
           MOVE "B" TO CD-STATUT
           REWRITE CARTES-REC
              INVALID KEY
                 DISPLAY "Card master error (status "
                    CARTES-STATUS ")."
                 MOVE 8 TO WS-JOBLOG-RC
                 EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO NB-BLOQUEES
           MOVE CD-HASH TO AUD-CLE
           MOVE "A" TO AUD-AVANT
           MOVE "B" TO AUD-APRES
           CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE AUD-CHAMP
              AUD-AVANT AUD-APRES WS-JOBLOG-PROGRAM
           MOVE SPACES TO NOTE-TEXTE
           STRING "CARD BLOCKED " CD-HASH(1:12) "..."
              INTO NOTE-TEXTE
           END-STRING
           PERFORM AJOUTER-NOTE
           .

      *> ---------- disposition ----------
       DISPOSER-DOSSIER.
           IF FUNCTION TRIM(ARG-DISPO) NOT = "FAUX-POSITIF"
              AND FUNCTION TRIM(ARG-DISPO) NOT = "FRAUDE"
              AND FUNCTION TRIM(ARG-DISPO) NOT = "CONTACTE"
              DISPLAY "Disposition must be FAUX-POSITIF, FRAUDE or"
                 " CONTACTE."
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT
           IF SIGNON-RESULTAT = "91"
              DISPLAY "Operator sign-on refused."
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO DS-TROUVE
           OPEN INPUT CASES-FILE
           IF CASES-STATUS NOT = "00"
              DISPLAY "No fraud case file on record."
              CALL "OPERATOR-SIGNOFF"
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CASESTMP-FILE
           PERFORM UNTIL 1 = 0
              READ CASES-FILE
                 AT END EXIT PERFORM
              END-READ
              PERFORM DISPOSER-UNE-LIGNE
           END-PERFORM
           CLOSE CASES-FILE
           CLOSE CASESTMP-FILE
           CALL "SYSTEM" USING
              "mv atm_fraud_cases.tmp atm_fraud_cases.txt"
           IF DS-TROUVE = 'N'
              DISPLAY "Case " FUNCTION TRIM(ARG-NUM)
                 " not found open."
              MOVE 4 TO WS-JOBLOG-RC
           ELSE
              MOVE SPACES TO NOTE-TEXTE
              STRING "DISPOSITION " FUNCTION TRIM(ARG-DISPO)
                 INTO NOTE-TEXTE
              END-STRING
              PERFORM AJOUTER-NOTE
           END-IF
           CALL "OPERATOR-SIGNOFF"
           .

       DISPOSER-UNE-LIGNE.
           IF FUNCTION LENGTH(FUNCTION TRIM(CASES-REC)) = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM DECOUPER-DOSSIER
           IF DS-TROUVE = 'N'
              AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(DS-F(1))) = 0
              AND FUNCTION NUMVAL(DS-F(1)) = FUNCTION NUMVAL(ARG-NUM)
              AND FUNCTION TRIM(DS-F(7)) = "OUVERT"
              MOVE 'O' TO DS-TROUVE
              MOVE DS-F(1) TO CAS-NUM
              MOVE SPACES TO CASESTMP-REC
              IF FUNCTION TRIM(ARG-DISPO) = "CONTACTE"
                 STRING FUNCTION TRIM(DS-F(1)) "|"
                    FUNCTION TRIM(DS-F(2)) "|"
                    FUNCTION TRIM(DS-F(3)) "|"
                    FUNCTION TRIM(DS-F(4)) "|"
                    FUNCTION TRIM(DS-F(5)) "|"
                    FUNCTION TRIM(DS-F(6)) "|OUVERT|"
                    FUNCTION TRIM(ARG-DISPO) "||"
                    FUNCTION TRIM(WS-OPERATEUR)
                    INTO CASESTMP-REC
                 END-STRING
                 DISPLAY "Case " FUNCTION TRIM(DS-F(1))
                    " : customer contacted, case stays open."
              ELSE
                 STRING FUNCTION TRIM(DS-F(1)) "|"
                    FUNCTION TRIM(DS-F(2)) "|"
                    FUNCTION TRIM(DS-F(3)) "|"
                    FUNCTION TRIM(DS-F(4)) "|"
                    FUNCTION TRIM(DS-F(5)) "|"
                    FUNCTION TRIM(DS-F(6)) "|CLOS|"
                    FUNCTION TRIM(ARG-DISPO) "|"
                    WS-TODAY "|"
                    FUNCTION TRIM(WS-OPERATEUR)
                    INTO CASESTMP-REC
                 END-STRING
                 DISPLAY "Case " FUNCTION TRIM(DS-F(1)) " closed "
                    FUNCTION TRIM(ARG-DISPO) "."
              END-IF
              WRITE CASESTMP-REC
           ELSE
              MOVE CASES-REC TO CASESTMP-REC
              WRITE CASESTMP-REC
           END-IF
           .

      *> ---------- daily open-cases-by-age report ----------
      *> One pass per age bucket, youngest first, the way
      *> ATM-MONITORING writes its report one severity at a time.
       RAPPORT-ANCIENNETE.
           MOVE "0-2 DAYS" TO TRANCHE-LIB(1)
           MOVE "3-7 DAYS" TO TRANCHE-LIB(2)
           MOVE "8-30 DAYS" TO TRANCHE-LIB(3)
           MOVE "OVER 30 DAYS" TO TRANCHE-LIB(4)
           MOVE SPACES TO REPORT-FILENAME
           STRING "atm_fraud_open_" WS-TODAY ".txt"
              INTO REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
              DISPLAY "Cannot write " FUNCTION TRIM(REPORT-FILENAME)
                 " (status " REPORT-STATUS ")."
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "ATM OPEN FRAUD CASES BY AGE - " WS-TODAY
              INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM VARYING TRANCHE FROM 1 BY 1 UNTIL TRANCHE > 4
              MOVE 0 TO NB-TRANCHE(TRANCHE)
              MOVE SPACES TO REPORT-REC
              WRITE REPORT-REC
              MOVE SPACES TO REPORT-REC
              STRING "--- " FUNCTION TRIM(TRANCHE-LIB(TRANCHE))
                 " ---"
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              OPEN INPUT CASES-FILE
              IF CASES-STATUS = "00"
                 PERFORM UNTIL 1 = 0
                    READ CASES-FILE
                       AT END EXIT PERFORM
                    END-READ
                    PERFORM RAPPORTER-UNE-LIGNE
                 END-PERFORM
                 CLOSE CASES-FILE
              END-IF
              IF NB-TRANCHE(TRANCHE) = 0
                 MOVE "  (none)" TO REPORT-REC
                 WRITE REPORT-REC
              END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "OPEN CASES " NB-OUVERTS
              "  0-2: " NB-TRANCHE(1) "  3-7: " NB-TRANCHE(2)
              "  8-30: " NB-TRANCHE(3) "  >30: " NB-TRANCHE(4)
              INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           DISPLAY NB-OUVERTS " open case(s), " NB-TRANCHE(4)
              " older than 30 days."
           DISPLAY "Report: " FUNCTION TRIM(REPORT-FILENAME)
           IF NB-TRANCHE(4) > 0
              MOVE 4 TO WS-JOBLOG-RC
           END-IF
           .

       RAPPORTER-UNE-LIGNE.
           PERFORM DECOUPER-DOSSIER
           IF FUNCTION TRIM(DS-F(7)) NOT = "OUVERT"
              EXIT PARAGRAPH
           END-IF
           PERFORM CALCULER-AGE
           EVALUATE TRUE
              WHEN AGE-JOURS <= 2
                 MOVE 1 TO TRANCHE-CAS
              WHEN AGE-JOURS <= 7
                 MOVE 2 TO TRANCHE-CAS
              WHEN AGE-JOURS <= 30
                 MOVE 3 TO TRANCHE-CAS
              WHEN OTHER
                 MOVE 4 TO TRANCHE-CAS
           END-EVALUATE
           IF TRANCHE-CAS NOT = TRANCHE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO NB-TRANCHE(TRANCHE)
           ADD 1 TO NB-OUVERTS
           MOVE AGE-JOURS TO AGE-EDIT
           MOVE SPACES TO REPORT-REC
           STRING "  #" FUNCTION TRIM(DS-F(1))
              "  opened " FUNCTION TRIM(DS-F(2))
              "  age " FUNCTION TRIM(AGE-EDIT)
              "  SEV " FUNCTION TRIM(DS-F(4))
              "  alerts " FUNCTION TRIM(DS-F(5))
              "  last " FUNCTION TRIM(DS-F(6))
              "  account " DS-F(3)(1:12) "...  "
              FUNCTION TRIM(DS-F(8))
              INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

      *> ---------- shared helpers ----------
       DECOUPER-DOSSIER.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
              MOVE SPACES TO DS-F(K)
           END-PERFORM
           UNSTRING CASES-REC DELIMITED BY "|"
              INTO DS-F(1) DS-F(2) DS-F(3) DS-F(4) DS-F(5)
                 DS-F(6) DS-F(7) DS-F(8) DS-F(9) DS-F(10)
           END-UNSTRING
           .

      *> Leaves the case's fields in DS-F and its account in
      *> CAS-HASH.
       CHERCHER-DOSSIER.
           MOVE 'N' TO DS-TROUVE
           IF FUNCTION TRIM(ARG-NUM) = SPACES
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-NUM)) NOT = 0
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT CASES-FILE
           IF CASES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ CASES-FILE
                 AT END EXIT PERFORM
              END-READ
              IF FUNCTION LENGTH(FUNCTION TRIM(CASES-REC)) > 0
                 PERFORM DECOUPER-DOSSIER
                 IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(DS-F(1))) = 0
                    AND FUNCTION NUMVAL(DS-F(1)) =
                       FUNCTION NUMVAL(ARG-NUM)
                    MOVE 'O' TO DS-TROUVE
                    MOVE DS-F(1) TO CAS-NUM
                    MOVE DS-F(3) TO CAS-HASH
                    EXIT PERFORM
                 END-IF
              END-IF
           END-PERFORM
           CLOSE CASES-FILE
           .

       CALCULER-AGE.
           MOVE "ECART" TO DU-ACTION
           MOVE 0 TO DU-DATE-1
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(DS-F(2))) = 0
              MOVE FUNCTION NUMVAL(DS-F(2)) TO DU-DATE-1
           END-IF
           MOVE WS-TODAY TO DU-DATE-2
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
              DU-NOMBRE DU-RESULTAT
           IF DU-RESULTAT = "00"
              MOVE DU-NOMBRE TO AGE-JOURS
           ELSE
              MOVE 0 TO AGE-JOURS
           END-IF
           .

      *> NOTE-TEXTE on case CAS-NUM, by the signed-on operator.
       AJOUTER-NOTE.
           OPEN EXTEND NOTES-FILE
           IF NOTES-STATUS = "35"
              OPEN OUTPUT NOTES-FILE
           END-IF
           IF NOTES-STATUS NOT = "00"
              DISPLAY "Case notes unavailable (status "
                 NOTES-STATUS "), note not recorded."
              EXIT PARAGRAPH
           END-IF
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO NOTES-REC
           STRING FUNCTION TRIM(CAS-NUM) "|" WS-TODAY "|"
              WS-NOW(1:6) "|" FUNCTION TRIM(WS-OPERATEUR) "|"
              FUNCTION TRIM(NOTE-TEXTE)
              INTO NOTES-REC
           END-STRING
           WRITE NOTES-REC
           CLOSE NOTES-FILE
           .
