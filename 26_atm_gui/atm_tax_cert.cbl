       >>SOURCE FORMAT FREE
      *>
      *> ATM annual interest tax certificates - at year end the
      *> customers ask what interest they earned for their tax
      *> return. For a calendar year (argument 1 = YYYY, last year
      *> by default) this batch adds up per account :
      *>   - the "interest" lines ATM-INTEREST-FEES posted in every
      *>     atm_ledger_YYYYMMDD.txt of the year;
      *>   - the interest of the term deposits ATM-TERM-MATURITY
      *>     paid out at a maturity date of the year (status M in
      *>     atm_term_deposits.txt) - the td_maturity ledger line
      *>     carries principal plus interest in one amount, so the
      *>     interest is recomputed with the maturity batch's own
      *>     formula, principal x rate x days-held / 365.
      *>
      *> Accounts are grouped per customer through the relationship
      *> master (atm_customers.dat / atm_cust_links.dat) : an
      *> account's interest goes to its PRIMARY holder, or to its
      *> first JOINT holder when it has no PRIMARY one ; PROXY
      *> holders are not beneficiaries. One printable certificate
      *> per customer (tax_certificate_<num>_<YYYY>.txt, name,
      *> address, one line per account), or per account hash when
      *> the account is linked to nobody, each registered with the
      *> document spool (type ATTESTATION).
      *>
      *> The summary for the tax authority, atm_tax_interest_YYYY.txt,
      *> is fixed-column with no delimiters like the
      *> ATM-DECLARATION file - one TAX-REC per beneficiary - with
      *> its count and total in the CONTROLE-TOTAUX control record
      *> (atm_tax_interest_YYYY.txt.ctl).
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATM-TAX-CERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN TO "atm_taxcert.lst"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LIST-STATUS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC LEDGER-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LEDGER-STATUS.
           SELECT TDEP-FILE ASSIGN TO "atm_term_deposits.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TDEP-STATUS.
           SELECT CERT-FILE ASSIGN TO DYNAMIC CERT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CERT-STATUS.
           SELECT TAX-FILE ASSIGN TO DYNAMIC TAX-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TAX-STATUS.
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
       FD  LIST-FILE.
       01  LIST-REC                  PIC X(200).
       FD  LEDGER-FILE.
       01  LEDGER-REC                PIC X(256).
       FD  TDEP-FILE.
       01  TDEP-REC                  PIC X(160).
       FD  CERT-FILE.
       01  CERT-REC                  PIC X(200).
       FD  TAX-FILE.
      *> Fixed-width record for the tax authority. TX-TYPE C : a
      *> customer of the relationship master (identity filled,
      *> TX-COMPTE blank) ; A : an account linked to no customer
      *> (identity blank, TX-COMPTE the account hash).
       01  TAX-REC.
           05  TX-ANNEE              PIC 9(4).
           05  TX-TYPE               PIC X.
           05  TX-CLIENT             PIC 9(6).
           05  TX-NOM                PIC X(30).
           05  TX-PRENOM             PIC X(20).
           05  TX-NAISSANCE          PIC 9(8).
           05  TX-ADRESSE            PIC X(60).
           05  TX-CP                 PIC X(10).
           05  TX-VILLE              PIC X(30).
           05  TX-COMPTE             PIC X(64).
           05  TX-NB-COMPTES         PIC 9(3).
           05  TX-INTERETS           PIC 9(11)V99.
           05  TX-INTERETS-TD        PIC 9(11)V99.
           05  TX-TOTAL              PIC 9(11)V99.
       FD  CLIENTS-FILE.
       COPY "atm_customer_rec.cpy".
       FD  LIENS-FILE.
       COPY "atm_custlink_rec.cpy".

       WORKING-STORAGE SECTION.
       01  LIST-STATUS               PIC XX.
       01  LEDGER-STATUS             PIC XX.
       01  TDEP-STATUS               PIC XX.
       01  CERT-STATUS               PIC XX.
       01  TAX-STATUS                PIC XX.
       01  CLIENTS-STATUS            PIC XX.
       01  LIENS-STATUS              PIC XX.
       01  LEDGER-FILENAME           PIC X(64).
       01  CERT-FILENAME             PIC X(100).
       01  TAX-FILENAME              PIC X(64).
       01  CMD-SH                    PIC X(200).
       01  WS-TODAY                  PIC 9(8) VALUE 0.
       01  ARG-ANNEE                 PIC X(8) VALUE SPACES.
       01  ANNEE-CIBLE               PIC 9(4) VALUE 0.
       01  I                         PIC 9(4) COMP VALUE 0.
       01  IX                        PIC 9(4) COMP VALUE 0.
       01  MODE-CLIENTS              PIC X VALUE 'N'.

      *> Interest per account hash over the year.
       01  NB-COMPTES                PIC 9(4) COMP VALUE 0.
       01  TAB-INTERETS.
           05  TI-ENTRY OCCURS 2000 TIMES.
               10 TI-HASH            PIC X(64).
               10 TI-INT             PIC S9(11)V99.
               10 TI-TD              PIC S9(11)V99.
               10 TI-CLIENT          PIC 9(6).
               10 TI-ROLE            PIC X(8).
       01  TABLE-PLEINE              PIC X VALUE 'N'.

       01  L-HASH                    PIC X(64).
       01  L-OP                      PIC X(16).
       01  L-AMOUNT-STR              PIC X(20).
       01  L-AMOUNT-NUM              PIC S9(13)V99 VALUE 0.

      *> Term deposit line HASH|AMOUNT|RATE|OPEN|MATURITY|STATUS.
       01  TD-F1                     PIC X(64).
       01  TD-F2                     PIC X(20).
       01  TD-F3                     PIC X(12).
       01  TD-F4                     PIC X(12).
       01  TD-F5                     PIC X(12).
       01  TD-F6                     PIC X(4).
       01  TD-PRINCIPAL              PIC S9(13)V99 VALUE 0.
       01  TD-TAUX                   PIC 9(2)V99 VALUE 0.
       01  TD-JOURS                  PIC S9(7) VALUE 0.
       01  TD-INTERET                PIC S9(13)V99 VALUE 0.
       01  TD-ECHEANCE               PIC 9(8) VALUE 0.

      *> One beneficiary's totals.
       01  BEN-INT                   PIC S9(11)V99 VALUE 0.
       01  BEN-TD                    PIC S9(11)V99 VALUE 0.
       01  BEN-TOTAL                 PIC S9(11)V99 VALUE 0.
       01  BEN-NB                    PIC 9(3) VALUE 0.
       01  NB-CERTIFICATS            PIC 9(5) VALUE 0.
       01  NB-CERT-CLIENTS           PIC 9(5) VALUE 0.
       01  TOTAL-GENERAL             PIC S9(13)V99 VALUE 0.
       01  AMOUNT-EDIT               PIC Z(10)9.99.
       01  AMOUNT-EDIT-2             PIC Z(10)9.99.
       01  AMOUNT-EDIT-3             PIC Z(10)9.99.

      *> CONTROLE-TOTAUX (control record of the authority file).
       01  CT-ACTION                 PIC X(8) VALUE "ECRIRE".
       01  CT-FICHIER                PIC X(64) VALUE SPACES.
       01  CT-NOMBRE                 PIC 9(7) VALUE 0.
       01  CT-MONTANT                PIC S9(13)V99 VALUE 0.
       01  CT-RESULTAT               PIC X(2) VALUE SPACES.

      *> DATE-UTILS (term deposit day count).
       01  DU-ACTION                 PIC X(8) VALUE SPACES.
       01  DU-DATE-1                 PIC 9(8) VALUE 0.
       01  DU-DATE-2                 PIC 9(8) VALUE 0.
       01  DU-NOMBRE                 PIC S9(7) VALUE 0.
       01  DU-RESULTAT               PIC X(2) VALUE SPACES.

      *> Each certificate is registered with the document spool
      *> (SPOOL-REGISTER subprogram, type ATTESTATION) for reprint.
       01  SPOOL-TYPE                PIC X(12) VALUE "ATTESTATION".
       01  SPOOL-FICHIER             PIC X(64) VALUE SPACES.
       01  SPOOL-NUMERO              PIC 9(6) VALUE 0.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       01  WS-JOBLOG-PROGRAM         PIC X(20) VALUE "ATM-TAX-CERT".
       01  WS-JOBLOG-EVENT           PIC X(5).
       01  WS-JOBLOG-RC              PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-TAX-CERT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
              WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY(1:4) TO ANNEE-CIBLE
           SUBTRACT 1 FROM ANNEE-CIBLE
           ACCEPT ARG-ANNEE FROM ARGUMENT-VALUE
           IF FUNCTION LENGTH(FUNCTION TRIM(ARG-ANNEE)) = 4
              AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-ANNEE)) = 0
              MOVE FUNCTION NUMVAL(ARG-ANNEE) TO ANNEE-CIBLE
           END-IF

           MOVE SPACES TO CMD-SH
           STRING "sh -c 'ls atm_ledger_" ANNEE-CIBLE
              "????.txt 2>/dev/null | sort > atm_taxcert.lst'"
              INTO CMD-SH
           END-STRING
           CALL "SYSTEM" USING CMD-SH

           PERFORM CUMULER-LEDGERS
           PERFORM CUMULER-DEPOTS
           IF NB-COMPTES = 0
              DISPLAY "No interest posted in " ANNEE-CIBLE "."
              MOVE 4 TO WS-JOBLOG-RC
              PERFORM FIN-PROGRAMME
           END-IF
           IF TABLE-PLEINE = 'O'
              DISPLAY "More than 2000 accounts earned interest,"
                 " the excess is not certified."
              MOVE 8 TO WS-JOBLOG-RC
           END-IF

           MOVE SPACES TO TAX-FILENAME
           STRING "atm_tax_interest_" ANNEE-CIBLE ".txt"
              INTO TAX-FILENAME
           END-STRING
           OPEN OUTPUT TAX-FILE
           IF TAX-STATUS NOT = "00"
              DISPLAY "Cannot write " FUNCTION TRIM(TAX-FILENAME)
                 " (status " TAX-STATUS ")."
              MOVE 8 TO WS-JOBLOG-RC
              PERFORM FIN-PROGRAMME
           END-IF

           PERFORM RATTACHER-CLIENTS
           IF MODE-CLIENTS = 'O'
              PERFORM CERTIFICATS-CLIENTS
           END-IF
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NB-COMPTES
              IF TI-CLIENT(IX) = 0
                 AND TI-INT(IX) + TI-TD(IX) > 0
                 PERFORM CERTIFICAT-COMPTE
              END-IF
           END-PERFORM
           CLOSE TAX-FILE

           MOVE TAX-FILENAME TO CT-FICHIER
           MOVE NB-CERTIFICATS TO CT-NOMBRE
           MOVE TOTAL-GENERAL TO CT-MONTANT
           CALL "CONTROLE-TOTAUX" USING CT-ACTION CT-FICHIER
              CT-NOMBRE CT-MONTANT CT-RESULTAT

           MOVE TOTAL-GENERAL TO AMOUNT-EDIT
           DISPLAY NB-CERTIFICATS " interest certificate(s) for "
              ANNEE-CIBLE " (" NB-CERT-CLIENTS " customer(s)),"
              " total interest " FUNCTION TRIM(AMOUNT-EDIT) "."
           DISPLAY "Authority file: " FUNCTION TRIM(TAX-FILENAME)
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
              WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *> ---------- interest lines of the year's ledgers ----------
       CUMULER-LEDGERS.
           OPEN INPUT LIST-FILE
           IF LIST-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ LIST-FILE
                 AT END EXIT PERFORM
              END-READ
              MOVE SPACES TO LEDGER-FILENAME
              MOVE LIST-REC TO LEDGER-FILENAME
              PERFORM CUMULER-UN-LEDGER
           END-PERFORM
           CLOSE LIST-FILE
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
              MOVE SPACES TO L-HASH L-OP L-AMOUNT-STR
              UNSTRING LEDGER-REC DELIMITED BY "|"
                 INTO L-HASH L-OP L-AMOUNT-STR
              END-UNSTRING
              IF FUNCTION TRIM(L-OP) = "interest"
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(L-AMOUNT-STR))
                    TO L-AMOUNT-NUM
                 PERFORM TROUVER-COMPTE
                 IF IX > 0
                    ADD L-AMOUNT-NUM TO TI-INT(IX)
                 END-IF
              END-IF
           END-PERFORM
           CLOSE LEDGER-FILE
           .

      *> ---------- term deposits matured in the year ----------
       CUMULER-DEPOTS.
           OPEN INPUT TDEP-FILE
           IF TDEP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ TDEP-FILE
                 AT END EXIT PERFORM
              END-READ
              PERFORM CUMULER-UN-DEPOT
           END-PERFORM
           CLOSE TDEP-FILE
           .

       CUMULER-UN-DEPOT.
           IF FUNCTION LENGTH(FUNCTION TRIM(TDEP-REC)) = 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TD-F1 TD-F2 TD-F3 TD-F4 TD-F5 TD-F6
           UNSTRING TDEP-REC DELIMITED BY "|"
              INTO TD-F1 TD-F2 TD-F3 TD-F4 TD-F5 TD-F6
           END-UNSTRING
           IF TD-F6(1:1) NOT = 'M'
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(TD-F5)) NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(TD-F5) TO TD-ECHEANCE
           IF TD-ECHEANCE(1:4) NOT = ANNEE-CIBLE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(TD-F2))
              TO TD-PRINCIPAL
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(TD-F3)) TO TD-TAUX
           MOVE "ECART" TO DU-ACTION
           MOVE FUNCTION NUMVAL(TD-F4) TO DU-DATE-1
           MOVE TD-ECHEANCE TO DU-DATE-2
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
              DU-NOMBRE DU-RESULTAT
           IF DU-RESULTAT = "00"
              MOVE DU-NOMBRE TO TD-JOURS
           ELSE
              MOVE 0 TO TD-JOURS
           END-IF
           COMPUTE TD-INTERET ROUNDED =
              TD-PRINCIPAL * TD-TAUX * TD-JOURS / 36500
           IF TD-INTERET > 0
              MOVE TD-F1 TO L-HASH
              PERFORM TROUVER-COMPTE
              IF IX > 0
                 ADD TD-INTERET TO TI-TD(IX)
              END-IF
           END-IF
           .

      *> IX = table row of L-HASH, created on first sight (0 when
      *> the table is full).
       TROUVER-COMPTE.
           MOVE 0 TO IX
           IF FUNCTION TRIM(L-HASH) = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-COMPTES
              IF TI-HASH(I) = L-HASH
                 MOVE I TO IX
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF NB-COMPTES < 2000
              ADD 1 TO NB-COMPTES
              MOVE NB-COMPTES TO IX
              MOVE L-HASH TO TI-HASH(IX)
              MOVE 0 TO TI-INT(IX) TI-TD(IX) TI-CLIENT(IX)
              MOVE SPACES TO TI-ROLE(IX)
           ELSE
              MOVE 'O' TO TABLE-PLEINE
           END-IF
           .

      *> ---------- beneficiaries through the relationship master ----
       RATTACHER-CLIENTS.
           OPEN INPUT CLIENTS-FILE
           IF CLIENTS-STATUS NOT = "00"
              DISPLAY "No customer master, one certificate per"
                 " account."
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT LIENS-FILE
           IF LIENS-STATUS NOT = "00"
              CLOSE CLIENTS-FILE
              DISPLAY "No customer links, one certificate per"
                 " account."
              EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO MODE-CLIENTS
           MOVE LOW-VALUES TO LC-CLE
           START LIENS-FILE KEY IS NOT LESS THAN LC-CLE
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 0
              READ LIENS-FILE NEXT RECORD
                 AT END EXIT PERFORM
              END-READ
              PERFORM RATTACHER-UN-LIEN
           END-PERFORM
           .

       RATTACHER-UN-LIEN.
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NB-COMPTES
              IF TI-HASH(IX) = LC-COMPTE
                 EVALUATE TRUE
                    WHEN LC-ROLE = "PRIMARY"
                       MOVE LC-CLIENT TO TI-CLIENT(IX)
                       MOVE LC-ROLE TO TI-ROLE(IX)
                    WHEN LC-ROLE = "JOINT"
                       AND TI-CLIENT(IX) = 0
                       MOVE LC-CLIENT TO TI-CLIENT(IX)
                       MOVE LC-ROLE TO TI-ROLE(IX)
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           .

      *> Every customer (closed ones too - the interest was earned
      *> during the year) with at least one beneficiary account.
       CERTIFICATS-CLIENTS.
           MOVE 0 TO CU-ID
           START CLIENTS-FILE KEY IS NOT LESS THAN CU-ID
              INVALID KEY
                 MOVE "10" TO CLIENTS-STATUS
           END-START
           IF CLIENTS-STATUS = "00"
              PERFORM UNTIL 1 = 0
                 READ CLIENTS-FILE NEXT RECORD
                    AT END EXIT PERFORM
                 END-READ
                 PERFORM CERTIFICAT-CLIENT
              END-PERFORM
           END-IF
           CLOSE CLIENTS-FILE LIENS-FILE
           .

       CERTIFICAT-CLIENT.
           MOVE 0 TO BEN-INT BEN-TD BEN-NB
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NB-COMPTES
              IF TI-CLIENT(IX) = CU-ID
                 ADD TI-INT(IX) TO BEN-INT
                 ADD TI-TD(IX) TO BEN-TD
                 ADD 1 TO BEN-NB
              END-IF
           END-PERFORM
           COMPUTE BEN-TOTAL = BEN-INT + BEN-TD
           IF BEN-TOTAL NOT > 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CERT-FILENAME
           STRING "tax_certificate_" CU-ID "_" ANNEE-CIBLE ".txt"
              INTO CERT-FILENAME
           END-STRING
           OPEN OUTPUT CERT-FILE
           IF CERT-STATUS NOT = "00"
              DISPLAY "Cannot write " FUNCTION TRIM(CERT-FILENAME)
                 " (status " CERT-STATUS ")."
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           PERFORM ENTETE-CERTIFICAT
           MOVE SPACES TO CERT-REC
           STRING "CUSTOMER " CU-ID
              INTO CERT-REC
           END-STRING
           WRITE CERT-REC
           MOVE SPACES TO CERT-REC
           STRING FUNCTION TRIM(CU-PRENOM) " " FUNCTION TRIM(CU-NOM)
              INTO CERT-REC
           END-STRING
           WRITE CERT-REC
           MOVE CU-ADRESSE TO CERT-REC
           WRITE CERT-REC
           MOVE SPACES TO CERT-REC
           STRING FUNCTION TRIM(CU-CP) " " FUNCTION TRIM(CU-VILLE)
              INTO CERT-REC
           END-STRING
           WRITE CERT-REC
           PERFORM TITRES-COLONNES
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NB-COMPTES
              IF TI-CLIENT(IX) = CU-ID
                 PERFORM LIGNE-COMPTE
              END-IF
           END-PERFORM
           PERFORM PIED-CERTIFICAT

           INITIALIZE TAX-REC
           MOVE ANNEE-CIBLE TO TX-ANNEE
           MOVE "C" TO TX-TYPE
           MOVE CU-ID TO TX-CLIENT
           MOVE CU-NOM TO TX-NOM
           MOVE CU-PRENOM TO TX-PRENOM
           MOVE CU-NAISSANCE TO TX-NAISSANCE
           MOVE CU-ADRESSE TO TX-ADRESSE
           MOVE CU-CP TO TX-CP
           MOVE CU-VILLE TO TX-VILLE
           MOVE SPACES TO TX-COMPTE
           PERFORM ECRIRE-TAX-REC
           ADD 1 TO NB-CERT-CLIENTS
           .

      *> An account linked to no customer : its own certificate.
       CERTIFICAT-COMPTE.
           MOVE TI-INT(IX) TO BEN-INT
           MOVE TI-TD(IX) TO BEN-TD
           MOVE 1 TO BEN-NB
           COMPUTE BEN-TOTAL = BEN-INT + BEN-TD
           MOVE SPACES TO CERT-FILENAME
           STRING "tax_certificate_" FUNCTION TRIM(TI-HASH(IX))
              "_" ANNEE-CIBLE ".txt"
              INTO CERT-FILENAME
           END-STRING
           OPEN OUTPUT CERT-FILE
           IF CERT-STATUS NOT = "00"
              DISPLAY "Cannot write " FUNCTION TRIM(CERT-FILENAME)
                 " (status " CERT-STATUS ")."
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           PERFORM ENTETE-CERTIFICAT
           MOVE SPACES TO CERT-REC
           STRING "ACCOUNT " FUNCTION TRIM(TI-HASH(IX))
              INTO CERT-REC
           END-STRING
           WRITE CERT-REC
           PERFORM TITRES-COLONNES
           PERFORM LIGNE-COMPTE
           PERFORM PIED-CERTIFICAT

           INITIALIZE TAX-REC
           MOVE ANNEE-CIBLE TO TX-ANNEE
           MOVE "A" TO TX-TYPE
           MOVE 0 TO TX-CLIENT TX-NAISSANCE
           MOVE TI-HASH(IX) TO TX-COMPTE
           PERFORM ECRIRE-TAX-REC
           .

       ENTETE-CERTIFICAT.
           MOVE SPACES TO CERT-REC
           STRING "INTEREST CERTIFICATE - TAX YEAR " ANNEE-CIBLE
              INTO CERT-REC
           END-STRING
           WRITE CERT-REC
           MOVE SPACES TO CERT-REC
           STRING "Issued " WS-TODAY
              INTO CERT-REC
           END-STRING
           WRITE CERT-REC
           MOVE SPACES TO CERT-REC
           WRITE CERT-REC
           .

       TITRES-COLONNES.
           MOVE SPACES TO CERT-REC
           WRITE CERT-REC
           MOVE SPACES TO CERT-REC
           STRING "ACCOUNT           ROLE      "
              "      INTEREST  TERM DEPOSIT           TOTAL"
              INTO CERT-REC
           END-STRING
           WRITE CERT-REC
           .

      *> Row IX of the table on the certificate.
       LIGNE-COMPTE.
           MOVE TI-INT(IX) TO AMOUNT-EDIT
           MOVE TI-TD(IX) TO AMOUNT-EDIT-2
           COMPUTE AMOUNT-EDIT-3 = TI-INT(IX) + TI-TD(IX)
           MOVE SPACES TO CERT-REC
           STRING TI-HASH(IX)(1:12) "...   " TI-ROLE(IX) "  "
              AMOUNT-EDIT "  " AMOUNT-EDIT-2 "  " AMOUNT-EDIT-3
              INTO CERT-REC
           END-STRING
           WRITE CERT-REC
           .

       PIED-CERTIFICAT.
           MOVE BEN-TOTAL TO AMOUNT-EDIT
           MOVE SPACES TO CERT-REC
           WRITE CERT-REC
           MOVE SPACES TO CERT-REC
           STRING "TOTAL INTEREST EARNED IN " ANNEE-CIBLE " : "
              FUNCTION TRIM(AMOUNT-EDIT)
              INTO CERT-REC
           END-STRING
           WRITE CERT-REC
           MOVE SPACES TO CERT-REC
           WRITE CERT-REC
           MOVE "This certificate is issued for your income tax return."
              TO CERT-REC
           WRITE CERT-REC
           CLOSE CERT-FILE
           MOVE CERT-FILENAME(1:64) TO SPOOL-FICHIER
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
              WS-JOBLOG-PROGRAM SPOOL-NUMERO
           ADD 1 TO NB-CERTIFICATS
           ADD BEN-TOTAL TO TOTAL-GENERAL
           .

       ECRIRE-TAX-REC.
           MOVE BEN-NB TO TX-NB-COMPTES
           MOVE BEN-INT TO TX-INTERETS
           MOVE BEN-TD TO TX-INTERETS-TD
           MOVE BEN-TOTAL TO TX-TOTAL
           WRITE TAX-REC
           .
