      *>
      *> Exceptions land in atm_exceptions_YYYYMMDD.txt sorted by
      *> severity for the branch to review each morning.
      *>
      *> Each exception is then filed as a fraud case
      *> (atm_fraud_cases.txt, worked through ATM-FRAUDE) : it joins
      *> the case already open on the same account, or opens a new
      *> one, and is written to the case notes
      *> (atm_fraud_notes.txt) ; the report shows the case number,
      *> so an account flagged again each day stays one case.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATM-MONITORING.
              FILE STATUS IS LEDGER-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASES-FILE ASSIGN TO "atm_fraud_cases.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CASES-STATUS.
           SELECT CASESTMP-FILE ASSIGN TO "atm_fraud_cases.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CASESTMP-STATUS.
           SELECT NOTES-FILE ASSIGN TO "atm_fraud_notes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NOTES-STATUS.
           SELECT COUNTER-FILE ASSIGN TO "atm_fraud_counter.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS COUNTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  LEDGER-REC                PIC X(256).
       FD  REPORT-FILE.
       01  REPORT-REC                PIC X(200).
       FD  CASES-FILE.
       01  CASES-REC                 PIC X(200).
       FD  CASESTMP-FILE.
       01  CASESTMP-REC              PIC X(200).
       FD  NOTES-FILE.
       01  NOTES-REC                 PIC X(240).
       FD  COUNTER-FILE.
       01  COUNTER-REC               PIC X(20).

       WORKING-STORAGE SECTION.
       01  LEDGER-STATUS             PIC XX.
           05  EXC-ENTRY OCCURS 500 TIMES.
               10 EX-SEV             PIC 9.
               10 EX-TEXTE           PIC X(140).
               10 EX-HASH            PIC X(64).
               10 EX-CAS             PIC 9(6).
               10 EX-NOUVEAU         PIC X.
       01  EXC-HASH-W                PIC X(64) VALUE SPACES.
       01  SEV-COURANTE              PIC 9 VALUE 0.
       01  NB-PRES-PLAFOND           PIC 9(3) VALUE 0.
       01  LIMITE-W                  PIC S9(13)V99 VALUE 0.
       01  EDIT-AMOUNT               PIC -9(11).99.
       01  EDIT-AMOUNT2              PIC -9(11).99.

      *> Fraud case file (same NUM|...|STATUS layout family as the
      *> dispute register of ATM-LITIGES) :
      *>   NUM|OPENED|HASH|SEV|NB-ALERTS|LAST-ALERT|STATUS|
      *>   DISPOSITION|CLOSED|OPERATOR
      *> STATUS OUVERT / CLOS ; notes NUM|DATE|TIME|AUTHOR|TEXT.
       01  CASES-STATUS              PIC XX.
       01  CASESTMP-STATUS           PIC XX.
       01  NOTES-STATUS              PIC XX.
       01  COUNTER-STATUS            PIC XX.
       01  DS-F                      PIC X(64) OCCURS 10.
       01  K                         PIC 9(4) COMP VALUE 0.
       01  NUM-CAS                   PIC 9(6) VALUE 0.
       01  NUM-CAS-MAX               PIC 9(6) VALUE 0.
       01  CAS-NB-ALERTES            PIC 9(4) VALUE 0.
       01  CAS-SEV                   PIC 9 VALUE 0.
       01  CAS-JOINT                 PIC X VALUE 'N'.
       01  WS-NOW                    PIC 9(8) VALUE 0.
       01  NB-CAS-NOUVEAUX           PIC 9(4) VALUE 0.
       01  NB-CAS-JOINTS             PIC 9(4) VALUE 0.
      *> DATE-UTILS (walking the date range).
       01  DU-ACTION                 PIC X(8) VALUE SPACES.
       01  DU-DATE-1                 PIC 9(8) VALUE 0.
           END-PERFORM

           PERFORM DETECTER-PRES-PLAFOND
           IF NB-EXCEPTIONS > 0
              PERFORM ALIMENTER-DOSSIERS
           END-IF
           PERFORM ECRIRE-RAPPORT

           DISPLAY NB-EXCEPTIONS " exception(s) flagged for "
              DATE-DEBUT " - " DATE-FIN "."
           IF NB-EXCEPTIONS > 0
              DISPLAY "Fraud cases: " NB-CAS-NOUVEAUX " opened, "
                 NB-CAS-JOINTS " alert(s) joined to open cases."
           END-IF
           DISPLAY "Report: " FUNCTION TRIM(REPORT-FILENAME)
           IF NB-EXCEPTIONS > 0
              MOVE 4 TO WS-JOBLOG-RC
           ADD 1 TO NB-EXCEPTIONS
           MOVE SEV-COURANTE TO EX-SEV(NB-EXCEPTIONS)
           MOVE REPORT-REC TO EX-TEXTE(NB-EXCEPTIONS)
           MOVE EXC-HASH-W TO EX-HASH(NB-EXCEPTIONS)
           MOVE 0 TO EX-CAS(NB-EXCEPTIONS)
           MOVE 'N' TO EX-NOUVEAU(NB-EXCEPTIONS)
           .

       SIGNALER-VELOCITE.
           MOVE L-HASH TO EXC-HASH-W
           MOVE SPACES TO REPORT-REC
           STRING "VELOCITY   " L-HASH(1:12) "... : more than "
              SEUIL-RETRAITS-H " withdrawals within hour "
           .

       SIGNALER-PIN-RATES.
           MOVE L-HASH TO EXC-HASH-W
           MOVE SPACES TO REPORT-REC
           STRING "PIN BURST  " L-HASH(1:12) "... : "
              SEUIL-PIN-RATES "+ failed PINs within hour "
           .

       SIGNALER-DORMANT.
           MOVE L-HASH TO EXC-HASH-W
           MOVE SPACES TO REPORT-REC
           STRING "DORMANT    " L-HASH(1:12)
              "... : activity on a dormancy-flagged account on "
                 END-PERFORM
                 IF NB-PRES-PLAFOND >= SEUIL-JOURS-PLAFOND
                    MOVE 3 TO SEV-COURANTE
                    MOVE AC-HASH(I) TO EXC-HASH-W
                    MOVE LIMITE-W TO EDIT-AMOUNT
                    MOVE SPACES TO REPORT-REC
                    STRING "NEAR-LIMIT " AC-HASH(I)(1:12)
              PERFORM UNTIL I > NB-EXCEPTIONS
                 IF EX-SEV(I) = SEV-COURANTE
                    MOVE SPACES TO REPORT-REC
                    IF EX-CAS(I) = 0
                       STRING "SEV " SEV-COURANTE "  "
                          FUNCTION TRIM(EX-TEXTE(I))
                          INTO REPORT-REC
                       END-STRING
                    ELSE
                       IF EX-NOUVEAU(I) = 'O'
                          STRING "SEV " SEV-COURANTE "  CASE "
                             EX-CAS(I) " NEW   "
                             FUNCTION TRIM(EX-TEXTE(I))
                             INTO REPORT-REC
                          END-STRING
                       ELSE
                          STRING "SEV " SEV-COURANTE "  CASE "
                             EX-CAS(I) " OPEN  "
                             FUNCTION TRIM(EX-TEXTE(I))
                             INTO REPORT-REC
                          END-STRING
                       END-IF
                    END-IF
                    WRITE REPORT-REC
                 END-IF
                 ADD 1 TO I
           END-IF
           CLOSE REPORT-FILE
           .

      *> ---------- fraud cases ----------
      *> First pass over the case file : every open case whose
      *> account was flagged again takes the new alerts (count, last
      *> alert date, highest severity). Then one new case per
      *> account still without one, the alerts written to the case
      *> notes, and the case number counter saved.
       ALIMENTER-DOSSIERS.
           PERFORM CHARGER-COMPTEUR-CAS
           OPEN INPUT CASES-FILE
           IF CASES-STATUS = "00"
              OPEN OUTPUT CASESTMP-FILE
              PERFORM UNTIL 1 = 0
                 READ CASES-FILE
                    AT END EXIT PERFORM
                 END-READ
                 PERFORM JOINDRE-DOSSIER-OUVERT
              END-PERFORM
              CLOSE CASES-FILE
              CLOSE CASESTMP-FILE
              CALL "SYSTEM" USING
                 "mv atm_fraud_cases.tmp atm_fraud_cases.txt"
           END-IF
           OPEN EXTEND CASES-FILE
           IF CASES-STATUS = "35"
              OPEN OUTPUT CASES-FILE
           END-IF
           IF CASES-STATUS NOT = "00"
              DISPLAY "Fraud case file unavailable (status "
                 CASES-STATUS "), no case opened."
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-EXCEPTIONS
              IF EX-CAS(I) = 0 AND EX-HASH(I) NOT = SPACES
                 PERFORM OUVRIR-DOSSIER
              END-IF
           END-PERFORM
           CLOSE CASES-FILE
           PERFORM SAUVER-COMPTEUR-CAS
           PERFORM NOTER-ALERTES
           .

       JOINDRE-DOSSIER-OUVERT.
           IF FUNCTION LENGTH(FUNCTION TRIM(CASES-REC)) = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
              MOVE SPACES TO DS-F(K)
           END-PERFORM
           UNSTRING CASES-REC DELIMITED BY "|"
              INTO DS-F(1) DS-F(2) DS-F(3) DS-F(4) DS-F(5)
                 DS-F(6) DS-F(7) DS-F(8) DS-F(9) DS-F(10)
           END-UNSTRING
           MOVE 'N' TO CAS-JOINT
           IF FUNCTION TRIM(DS-F(7)) = "OUVERT"
              MOVE FUNCTION NUMVAL(DS-F(1)) TO NUM-CAS
              MOVE FUNCTION NUMVAL(DS-F(4)) TO CAS-SEV
              MOVE FUNCTION NUMVAL(DS-F(5)) TO CAS-NB-ALERTES
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-EXCEPTIONS
                 IF EX-CAS(I) = 0
                    AND FUNCTION TRIM(EX-HASH(I)) =
                       FUNCTION TRIM(DS-F(3))
                    MOVE NUM-CAS TO EX-CAS(I)
                    MOVE 'N' TO EX-NOUVEAU(I)
                    MOVE 'O' TO CAS-JOINT
                    ADD 1 TO CAS-NB-ALERTES
                    ADD 1 TO NB-CAS-JOINTS
                    IF EX-SEV(I) < CAS-SEV
                       MOVE EX-SEV(I) TO CAS-SEV
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF CAS-JOINT = 'O'
              MOVE SPACES TO CASESTMP-REC
              STRING FUNCTION TRIM(DS-F(1)) "|"
                 FUNCTION TRIM(DS-F(2)) "|"
                 FUNCTION TRIM(DS-F(3)) "|"
                 CAS-SEV "|" CAS-NB-ALERTES "|" WS-TODAY "|"
                 "OUVERT||"
                 FUNCTION TRIM(DS-F(9)) "|"
                 FUNCTION TRIM(DS-F(10))
                 INTO CASESTMP-REC
              END-STRING
           ELSE
              MOVE CASES-REC TO CASESTMP-REC
           END-IF
           WRITE CASESTMP-REC
           .

      *> New case for EX-HASH(I), taking every later alert of the
      *> run on the same account.
       OUVRIR-DOSSIER.
           ADD 1 TO NUM-CAS-MAX
           ADD 1 TO NB-CAS-NOUVEAUX
           MOVE EX-SEV(I) TO CAS-SEV
           MOVE 0 TO CAS-NB-ALERTES
           PERFORM VARYING J FROM I BY 1 UNTIL J > NB-EXCEPTIONS
              IF EX-CAS(J) = 0
                 AND EX-HASH(J) = EX-HASH(I)
                 MOVE NUM-CAS-MAX TO EX-CAS(J)
                 MOVE 'O' TO EX-NOUVEAU(J)
                 ADD 1 TO CAS-NB-ALERTES
                 IF EX-SEV(J) < CAS-SEV
                    MOVE EX-SEV(J) TO CAS-SEV
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO CASES-REC
           STRING NUM-CAS-MAX "|" WS-TODAY "|"
              FUNCTION TRIM(EX-HASH(I)) "|"
              CAS-SEV "|" CAS-NB-ALERTES "|" WS-TODAY "|"
              "OUVERT|||"
              INTO CASES-REC
           END-STRING
           WRITE CASES-REC
           .

       NOTER-ALERTES.
           OPEN EXTEND NOTES-FILE
           IF NOTES-STATUS = "35"
              OPEN OUTPUT NOTES-FILE
           END-IF
           IF NOTES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           ACCEPT WS-NOW FROM TIME
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-EXCEPTIONS
              IF EX-CAS(I) > 0
                 MOVE SPACES TO NOTES-REC
                 STRING EX-CAS(I) "|" WS-TODAY "|" WS-NOW(1:6)
                    "|MONITOR|ALERT SEV " EX-SEV(I) " "
                    FUNCTION TRIM(EX-TEXTE(I))
                    INTO NOTES-REC
                 END-STRING
                 WRITE NOTES-REC
              END-IF
           END-PERFORM
           CLOSE NOTES-FILE
           .

       CHARGER-COMPTEUR-CAS.
           MOVE 0 TO NUM-CAS-MAX
           OPEN INPUT COUNTER-FILE
           IF COUNTER-STATUS = "00"
              READ COUNTER-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE FUNCTION NUMVAL(COUNTER-REC)
                       TO NUM-CAS-MAX
              END-READ
              CLOSE COUNTER-FILE
           END-IF
           .

       SAUVER-COMPTEUR-CAS.
           OPEN OUTPUT COUNTER-FILE
           MOVE SPACES TO COUNTER-REC
           MOVE NUM-CAS-MAX TO COUNTER-REC(1:6)
           WRITE COUNTER-REC
           CLOSE COUNTER-FILE
           .
