       >>SOURCE FORMAT FREE
      *>
      *> ATM monthly fee income report - reads every
      *> atm_ledger_YYYYMMDD.txt of a calendar month (argument 1 =
      *> YYYYMM, current month by default) and totals the fee
      *> income posted in it : the per-operation charges ATM-BACKEND
      *> posts from atm_fee_schedule.txt (ledger ops fee_<op>) and
      *> the flat monthly account_fee of ATM-INTEREST-FEES, by fee
      *> and by account type (atm_account_types.txt, STANDARD when
      *> the account is not listed). Output :
      *> atm_fee_income_YYYYMM.txt. RC 4 when the month has no
      *> ledger at all.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATM-FEE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN TO "atm_fees.lst"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LIST-STATUS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC LEDGER-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LEDGER-STATUS.
           SELECT TYPES-FILE ASSIGN TO "atm_account_types.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TYPES-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-FILE.
       01  LIST-REC                  PIC X(200).
       FD  LEDGER-FILE.
       01  LEDGER-REC                PIC X(256).
       FD  TYPES-FILE.
       01  TYPES-REC                 PIC X(100).
       FD  REPORT-FILE.
       01  REPORT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
       01  LIST-STATUS               PIC XX.
       01  LEDGER-STATUS             PIC XX.
       01  TYPES-STATUS              PIC XX.
       01  REPORT-STATUS             PIC XX.
       01  LEDGER-FILENAME           PIC X(64).
       01  REPORT-FILENAME           PIC X(64).
       01  CMD-SH                    PIC X(200).
       01  WS-TODAY                  PIC 9(8) VALUE 0.
       01  ARG-MOIS                  PIC X(8) VALUE SPACES.
       01  MOIS-CIBLE                PIC X(6) VALUE SPACES.
       01  NB-LEDGERS                PIC 9(3) VALUE 0.
       01  I                         PIC 9(4) COMP VALUE 0.
       01  J                         PIC 9(4) COMP VALUE 0.

       01  L-HASH                    PIC X(64).
       01  L-OP                      PIC X(16).
       01  L-AMOUNT-STR              PIC X(20).
       01  L-AMOUNT-NUM              PIC S9(13)V99 VALUE 0.
       01  T-F1                      PIC X(64).
       01  T-F2                      PIC X(12).
       01  TYPE-LIGNE                PIC X(12).

      *> account types, read once from atm_account_types.txt
       01  NB-TYPES-CPT              PIC 9(4) COMP VALUE 0.
       01  TAB-TYPES-CPT.
           05  TYPE-CPT OCCURS 500 TIMES.
               10  TC-HASH           PIC X(64).
               10  TC-TYPE           PIC X(12).
      *> totals per fee (ledger op)
       01  NB-FRAIS                  PIC 9(2) COMP VALUE 0.
       01  TAB-FRAIS.
           05  FRAIS-ENTRY OCCURS 20 TIMES.
               10  FR-OP             PIC X(16).
               10  FR-NB             PIC 9(7).
               10  FR-TOTAL          PIC S9(13)V99.
      *> totals per account type
       01  NB-TYPES                  PIC 9(2) COMP VALUE 0.
       01  TAB-PAR-TYPE.
           05  PAR-TYPE OCCURS 20 TIMES.
               10  PT-TYPE           PIC X(12).
               10  PT-NB             PIC 9(7).
               10  PT-TOTAL          PIC S9(13)V99.
       01  TOTAL-NB                  PIC 9(7) VALUE 0.
       01  TOTAL-FRAIS               PIC S9(13)V99 VALUE 0.

       01  NB-EDIT                   PIC Z(6)9.
       01  MONTANT-EDIT              PIC -(12)9.99.

       01  WS-JOBLOG-PROGRAM         PIC X(20) VALUE "ATM-FEE-REPORT".
       01  WS-JOBLOG-EVENT           PIC X(5).
       01  WS-JOBLOG-RC              PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-FEE-REPORT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
              WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY(1:6) TO MOIS-CIBLE
           ACCEPT ARG-MOIS FROM ARGUMENT-VALUE
           IF FUNCTION LENGTH(FUNCTION TRIM(ARG-MOIS)) = 6
              MOVE ARG-MOIS(1:6) TO MOIS-CIBLE
           END-IF

           MOVE SPACES TO CMD-SH
           STRING "sh -c 'ls atm_ledger_" MOIS-CIBLE
              "??.txt 2>/dev/null | sort > atm_fees.lst'"
              INTO CMD-SH
           END-STRING
           CALL "SYSTEM" USING CMD-SH

           PERFORM CHARGER-TYPES
           OPEN INPUT LIST-FILE
           IF LIST-STATUS = "00"
              PERFORM UNTIL 1 = 0
                 READ LIST-FILE
                    AT END EXIT PERFORM
                 END-READ
                 MOVE SPACES TO LEDGER-FILENAME
                 MOVE LIST-REC TO LEDGER-FILENAME
                 PERFORM LIRE-UN-LEDGER
              END-PERFORM
              CLOSE LIST-FILE
           END-IF
           IF NB-LEDGERS = 0
              DISPLAY "No ledger for month " MOIS-CIBLE "."
              MOVE 4 TO WS-JOBLOG-RC
              PERFORM FIN-PROGRAMME
           END-IF

           PERFORM ECRIRE-RAPPORT
           MOVE TOTAL-NB TO NB-EDIT
           MOVE TOTAL-FRAIS TO MONTANT-EDIT
           DISPLAY "Fee income " MOIS-CIBLE " : "
              FUNCTION TRIM(MONTANT-EDIT) " ("
              FUNCTION TRIM(NB-EDIT) " charge(s))"
           DISPLAY "Report: " FUNCTION TRIM(REPORT-FILENAME)
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
              WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

       CHARGER-TYPES.
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

       LIRE-UN-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO NB-LEDGERS
           PERFORM UNTIL 1 = 0
              READ LEDGER-FILE
                 AT END EXIT PERFORM
              END-READ
              MOVE SPACES TO L-HASH L-OP L-AMOUNT-STR
              UNSTRING LEDGER-REC DELIMITED BY "|"
                 INTO L-HASH L-OP L-AMOUNT-STR
              END-UNSTRING
              IF L-OP(1:4) = "fee_" OR L-OP = "account_fee"
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(L-AMOUNT-STR))
                    TO L-AMOUNT-NUM
                 PERFORM CUMULER-FRAIS
              END-IF
           END-PERFORM
           CLOSE LEDGER-FILE
           .

       CUMULER-FRAIS.
           ADD 1 TO TOTAL-NB
           ADD L-AMOUNT-NUM TO TOTAL-FRAIS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > NB-FRAIS
              IF FR-OP(J) = L-OP
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF J > NB-FRAIS AND NB-FRAIS < 20
              ADD 1 TO NB-FRAIS
              MOVE NB-FRAIS TO J
              MOVE L-OP TO FR-OP(J)
              MOVE 0 TO FR-NB(J) FR-TOTAL(J)
           END-IF
           IF J <= NB-FRAIS
              ADD 1 TO FR-NB(J)
              ADD L-AMOUNT-NUM TO FR-TOTAL(J)
           END-IF
           MOVE "STANDARD" TO TYPE-LIGNE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-TYPES-CPT
              IF TC-HASH(I) = L-HASH
                 MOVE TC-TYPE(I) TO TYPE-LIGNE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > NB-TYPES
              IF PT-TYPE(J) = TYPE-LIGNE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF J > NB-TYPES AND NB-TYPES < 20
              ADD 1 TO NB-TYPES
              MOVE NB-TYPES TO J
              MOVE TYPE-LIGNE TO PT-TYPE(J)
              MOVE 0 TO PT-NB(J) PT-TOTAL(J)
           END-IF
           IF J <= NB-TYPES
              ADD 1 TO PT-NB(J)
              ADD L-AMOUNT-NUM TO PT-TOTAL(J)
           END-IF
           .

       ECRIRE-RAPPORT.
           MOVE SPACES TO REPORT-FILENAME
           STRING "atm_fee_income_" MOIS-CIBLE ".txt"
              DELIMITED BY SIZE INTO REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
              DISPLAY "Cannot write " FUNCTION TRIM(REPORT-FILENAME)
              MOVE 8 TO WS-JOBLOG-RC
              PERFORM FIN-PROGRAMME
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "ATM FEE INCOME - MONTH " MOIS-CIBLE
              DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Ledger files read : " NB-LEDGERS
              DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "BY FEE             COUNT           AMOUNT"
              TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > NB-FRAIS
              MOVE FR-NB(J) TO NB-EDIT
              MOVE FR-TOTAL(J) TO MONTANT-EDIT
              MOVE SPACES TO REPORT-REC
              STRING FR-OP(J) " " NB-EDIT " " MONTANT-EDIT
                 DELIMITED BY SIZE INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "BY ACCOUNT TYPE    COUNT           AMOUNT"
              TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > NB-TYPES
              MOVE PT-NB(J) TO NB-EDIT
              MOVE PT-TOTAL(J) TO MONTANT-EDIT
              MOVE SPACES TO REPORT-REC
              STRING PT-TYPE(J) "     " NB-EDIT " " MONTANT-EDIT
                 DELIMITED BY SIZE INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE TOTAL-NB TO NB-EDIT
           MOVE TOTAL-FRAIS TO MONTANT-EDIT
           MOVE SPACES TO REPORT-REC
           STRING "TOTAL            " NB-EDIT " " MONTANT-EDIT
              DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           .
