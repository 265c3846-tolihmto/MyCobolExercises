       >>SOURCE FORMAT FREE
      *>
      *> ATM card renewal - monthly batch run ahead of expiry, so
      *> customers stop discovering an expired card at the machine.
      *> Finds the active cards of atm_cards.dat (status A) expiring
      *> within the horizon (argument 1 in days, 60 by default) on
      *> accounts that are neither dormant nor closed in the account
      *> store, and for each card not renewed yet :
      *>   - issues the replacement onto the same account in the card
      *>     master, status P (pending activation), issued today,
      *>     valid the standard card life (three years, as
      *>     ATM-CARTES) ; its identifier is the value the bureau
      *>     encodes on the card and the terminal presents at login;
      *>   - records the pair in atm_card_renewals.txt
      *>     (NUM|ISSUED|NEW|OLD|ACCOUNT|EXPIRY) ;
      *>   - adds the card to the bureau production file
      *>     atm_card_production_YYYYMMDD.txt
      *>     (NUM|NEW|ACCOUNT|EXPIRY|NAME|ADDRESS|POSTCODE|CITY, with
      *>     its CONTROLE-TOTAUX control record) ;
      *>   - prints the customer letter into
      *>     atm_card_letters_YYYYMMDD.txt (registered with the
      *>     document spool, type COURRIER).
      *> Name and address come from the card account's PRIMARY (else
      *> first JOINT) holder in the relationship master, or the
      *> holder name kept at account opening (atm_holder_names.txt)
      *> when the account is linked to nobody.
      *>
      *> The old card keeps working : ATM-BACKEND turns the new card
      *> A and retires the old one (E) at the new card's first
      *> successful login.
      *>
      *>   ./atm_card_renewal [<days>]
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATM-CARD-RENEWAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTES-FILE ASSIGN TO "atm_cards.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CD-HASH
              FILE STATUS IS CARTES-STATUS.
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
           SELECT RENOUV-FILE ASSIGN TO "atm_card_renewals.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RENOUV-STATUS.
           SELECT COMPTEUR-FILE ASSIGN TO "atm_card_renewal_counter.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS COMPTEUR-STATUS.
           SELECT PROD-FILE ASSIGN TO DYNAMIC PROD-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROD-STATUS.
           SELECT LETTRE-FILE ASSIGN TO DYNAMIC LETTRE-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LETTRE-STATUS.
           SELECT NOMS-FILE ASSIGN TO "atm_holder_names.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NOMS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTES-FILE.
       01  CARTES-REC.
           05  CD-HASH               PIC X(64).
           05  CD-COMPTE             PIC X(64).
           05  CD-STATUT             PIC X.
           05  CD-EMISE              PIC 9(8).
           05  CD-EXPIRE             PIC 9(8).
       FD  CLIENTS-FILE.
       COPY "atm_customer_rec.cpy".
       FD  LIENS-FILE.
       COPY "atm_custlink_rec.cpy".
       FD  RENOUV-FILE.
       01  RENOUV-REC                PIC X(300).
       FD  COMPTEUR-FILE.
       01  COMPTEUR-REC              PIC X(20).
       FD  PROD-FILE.
       01  PROD-REC                  PIC X(400).
       FD  LETTRE-FILE.
       01  LETTRE-REC                PIC X(100).
       FD  NOMS-FILE.
       01  NOMS-REC                  PIC X(160).

       WORKING-STORAGE SECTION.
       01  CARTES-STATUS             PIC XX.
       01  CLIENTS-STATUS            PIC XX.
       01  LIENS-STATUS              PIC XX.
       01  RENOUV-STATUS             PIC XX.
       01  COMPTEUR-STATUS           PIC XX.
       01  PROD-STATUS               PIC XX.
       01  LETTRE-STATUS             PIC XX.
       01  NOMS-STATUS               PIC XX.
       01  PROD-FILENAME             PIC X(64).
       01  LETTRE-FILENAME           PIC X(64).
       01  WS-TODAY                  PIC 9(8) VALUE 0.
       01  WS-NOW                    PIC 9(8) VALUE 0.
       01  ARG-JOURS                 PIC X(8) VALUE SPACES.
       01  HORIZON-JOURS             PIC 9(4) VALUE 60.
       01  DATE-LIMITE               PIC 9(8) VALUE 0.
       01  I                         PIC 9(4) COMP VALUE 0.
       01  IX                        PIC 9(4) COMP VALUE 0.
       01  MODE-CLIENTS              PIC X VALUE 'N'.

      *> Default card life of the replacement: three years.
       01  DUREE-CARTE-JOURS         PIC 9(5) VALUE 1095.
       01  NOUV-EXPIRE               PIC 9(8) VALUE 0.

      *> Cards already renewed (OLD field of the register).
       01  NB-DEJA                   PIC 9(4) COMP VALUE 0.
       01  TAB-DEJA.
           05  DEJA-HASH OCCURS 2000 TIMES PIC X(64).
       01  RN-F                      PIC X(64) OCCURS 6.

      *> Cards to renew this run, collected before any write so the
      *> sequential pass over the card master is not disturbed.
       01  NB-CANDIDATS              PIC 9(4) COMP VALUE 0.
       01  TAB-CANDIDATS.
           05  CANDIDAT OCCURS 500 TIMES.
               10 CA-HASH            PIC X(64).
               10 CA-COMPTE          PIC X(64).
               10 CA-EXPIRE          PIC 9(8).
       01  TABLE-PLEINE              PIC X VALUE 'N'.
       01  DEJA-TROUVE               PIC X VALUE 'N'.
       01  COMPTE-OK                 PIC X VALUE 'N'.

      *> The replacement being issued.
       01  NUM-RENOUV                PIC 9(6) VALUE 0.
       01  NOUV-HASH                 PIC X(64) VALUE SPACES.
       01  SEL-CARTE                 PIC X(8) VALUE SPACES.
       01  CLE-CARTE                 PIC X(8) VALUE SPACES.
       01  EMPREINTE                 PIC 9(9) VALUE 0.
       01  CARTE-MASQUE              PIC X(12) VALUE SPACES.
       01  NB-EMISES                 PIC 9(5) VALUE 0.
       01  NB-ECARTEES               PIC 9(5) VALUE 0.

      *> Addressee of the letter.
       01  DEST-CLIENT               PIC 9(6) VALUE 0.
       01  DEST-ROLE                 PIC X(8) VALUE SPACES.
       01  DEST-NOM                  PIC X(60) VALUE SPACES.
       01  DEST-ADRESSE              PIC X(60) VALUE SPACES.
       01  DEST-CP                   PIC X(10) VALUE SPACES.
       01  DEST-VILLE                PIC X(30) VALUE SPACES.
       01  NM-F1                     PIC X(64).
       01  NM-F2                     PIC X(60).

       COPY "atm_account_rec.cpy".
       01  STORE-OP                  PIC X(8).
       01  STORE-RESULT              PIC X(2).

       01  DU-ACTION                 PIC X(8) VALUE SPACES.
       01  DU-DATE-1                 PIC 9(8) VALUE 0.
       01  DU-DATE-2                 PIC 9(8) VALUE 0.
       01  DU-NOMBRE                 PIC S9(7) VALUE 0.
       01  DU-RESULTAT               PIC X(2) VALUE SPACES.

      *> CONTROLE-TOTAUX (control record of the bureau file).
       01  CT-ACTION                 PIC X(8) VALUE "ECRIRE".
       01  CT-FICHIER                PIC X(64) VALUE SPACES.
       01  CT-NOMBRE                 PIC 9(7) VALUE 0.
       01  CT-MONTANT                PIC S9(13)V99 VALUE 0.
       01  CT-RESULTAT               PIC X(2) VALUE SPACES.

      *> The letters are registered with the document spool
      *> (SPOOL-REGISTER subprogram) for reprint.
       01  SPOOL-TYPE                PIC X(12) VALUE "COURRIER".
       01  SPOOL-FICHIER             PIC X(64) VALUE SPACES.
       01  SPOOL-NUMERO              PIC 9(6) VALUE 0.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       01  WS-JOBLOG-PROGRAM         PIC X(20) VALUE "ATM-CARD-RENEWAL".
       01  WS-JOBLOG-EVENT           PIC X(5).
       01  WS-JOBLOG-RC              PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-CARD-RENEWAL.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
              WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           ACCEPT ARG-JOURS FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(ARG-JOURS) NOT = SPACES
              AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-JOURS)) = 0
              MOVE FUNCTION NUMVAL(ARG-JOURS) TO HORIZON-JOURS
           END-IF
           MOVE "AJOUTER" TO DU-ACTION
           MOVE WS-TODAY TO DU-DATE-1
           MOVE HORIZON-JOURS TO DU-NOMBRE
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
              DU-NOMBRE DU-RESULTAT
           MOVE DU-DATE-2 TO DATE-LIMITE
           MOVE WS-TODAY TO DU-DATE-1
           MOVE DUREE-CARTE-JOURS TO DU-NOMBRE
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
              DU-NOMBRE DU-RESULTAT
           MOVE DU-DATE-2 TO NOUV-EXPIRE

           MOVE "LOAD" TO STORE-OP
           CALL "ATM-ACCOUNT-STORE" USING STORE-OP ACCT-TABLE
              STORE-RESULT
           IF STORE-RESULT NOT = "00"
              DISPLAY "Account store unavailable (result="
                 STORE-RESULT ")."
              MOVE 8 TO WS-JOBLOG-RC
              PERFORM FIN-PROGRAMME
           END-IF

           OPEN I-O CARTES-FILE
           IF CARTES-STATUS NOT = "00"
              DISPLAY "Card master unavailable (status "
                 CARTES-STATUS ")."
              MOVE 8 TO WS-JOBLOG-RC
              PERFORM FIN-PROGRAMME
           END-IF
           PERFORM CHARGER-DEJA-RENOUVELEES
           PERFORM SELECTIONNER-CARTES
           IF NB-CANDIDATS = 0
              CLOSE CARTES-FILE
              DISPLAY "No card to renew before " DATE-LIMITE "."
              PERFORM FIN-PROGRAMME
           END-IF

           MOVE SPACES TO PROD-FILENAME LETTRE-FILENAME
           STRING "atm_card_production_" WS-TODAY ".txt"
              INTO PROD-FILENAME
           END-STRING
           STRING "atm_card_letters_" WS-TODAY ".txt"
              INTO LETTRE-FILENAME
           END-STRING
           OPEN EXTEND PROD-FILE
           IF PROD-STATUS = "35"
              OPEN OUTPUT PROD-FILE
           END-IF
           OPEN EXTEND LETTRE-FILE
           IF LETTRE-STATUS = "35"
              OPEN OUTPUT LETTRE-FILE
           END-IF
           IF PROD-STATUS NOT = "00" OR LETTRE-STATUS NOT = "00"
              DISPLAY "Cannot write the bureau file or the letters"
                 " (status " PROD-STATUS "/" LETTRE-STATUS ")."
              CLOSE CARTES-FILE
              MOVE 8 TO WS-JOBLOG-RC
              PERFORM FIN-PROGRAMME
           END-IF
           OPEN INPUT CLIENTS-FILE
           IF CLIENTS-STATUS = "00"
              OPEN INPUT LIENS-FILE
              IF LIENS-STATUS = "00"
                 MOVE 'O' TO MODE-CLIENTS
              ELSE
                 CLOSE CLIENTS-FILE
              END-IF
           END-IF

           PERFORM CHARGER-COMPTEUR
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NB-CANDIDATS
              PERFORM RENOUVELER-CARTE
           END-PERFORM
           PERFORM SAUVER-COMPTEUR

           IF MODE-CLIENTS = 'O'
              CLOSE CLIENTS-FILE LIENS-FILE
           END-IF
           CLOSE CARTES-FILE PROD-FILE LETTRE-FILE

      *> count of the whole day's file, as a rerun appends to it
           MOVE 0 TO CT-NOMBRE
           OPEN INPUT PROD-FILE
           IF PROD-STATUS = "00"
              PERFORM UNTIL 1 = 0
                 READ PROD-FILE
                    AT END EXIT PERFORM
                 END-READ
                 ADD 1 TO CT-NOMBRE
              END-PERFORM
              CLOSE PROD-FILE
           END-IF
           MOVE PROD-FILENAME TO CT-FICHIER
           MOVE 0 TO CT-MONTANT
           CALL "CONTROLE-TOTAUX" USING CT-ACTION CT-FICHIER
              CT-NOMBRE CT-MONTANT CT-RESULTAT
           MOVE LETTRE-FILENAME TO SPOOL-FICHIER
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
              WS-JOBLOG-PROGRAM SPOOL-NUMERO

           DISPLAY NB-EMISES " replacement card(s) issued, pending"
              " activation ; " NB-ECARTEES " expiring card(s) left"
              " out (dormant, closed or unknown account)."
           DISPLAY "Bureau file: " FUNCTION TRIM(PROD-FILENAME)
           DISPLAY "Letters    : " FUNCTION TRIM(LETTRE-FILENAME)
           IF TABLE-PLEINE = 'O'
              DISPLAY "More than 500 cards due, rerun for the rest."
              MOVE 4 TO WS-JOBLOG-RC
           END-IF
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
              WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

       CHARGER-DEJA-RENOUVELEES.
           MOVE 0 TO NB-DEJA
           OPEN INPUT RENOUV-FILE
           IF RENOUV-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ RENOUV-FILE
                 AT END EXIT PERFORM
              END-READ
              PERFORM DECOUPER-RENOUVELLEMENT
              IF NB-DEJA < 2000
                 ADD 1 TO NB-DEJA
                 MOVE RN-F(4) TO DEJA-HASH(NB-DEJA)
              END-IF
           END-PERFORM
           CLOSE RENOUV-FILE
           .

       DECOUPER-RENOUVELLEMENT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
              MOVE SPACES TO RN-F(I)
           END-PERFORM
           UNSTRING RENOUV-REC DELIMITED BY "|"
              INTO RN-F(1) RN-F(2) RN-F(3) RN-F(4) RN-F(5) RN-F(6)
           END-UNSTRING
           .

      *> Active cards expiring between today and the horizon.
       SELECTIONNER-CARTES.
           MOVE 0 TO NB-CANDIDATS
           MOVE LOW-VALUES TO CD-HASH
           START CARTES-FILE KEY IS NOT LESS THAN CD-HASH
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 0
              READ CARTES-FILE NEXT RECORD
                 AT END EXIT PERFORM
              END-READ
              IF CD-STATUT = 'A'
                 AND CD-EXPIRE >= WS-TODAY
                 AND CD-EXPIRE <= DATE-LIMITE
                 PERFORM EXAMINER-CARTE
              END-IF
           END-PERFORM
           .

       EXAMINER-CARTE.
           MOVE 'N' TO DEJA-TROUVE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-DEJA
              IF DEJA-HASH(I) = CD-HASH
                 MOVE 'O' TO DEJA-TROUVE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF DEJA-TROUVE = 'O'
              EXIT PARAGRAPH
           END-IF
      *> dormant or closed accounts get no new card
           MOVE 'N' TO COMPTE-OK
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ACCT-COUNT
              IF AC-HASH(I) = CD-COMPTE
                 IF AC-DORMANT(I) NOT = 'Y'
                    AND AC-CLOSED(I) NOT = 'Y'
                    MOVE 'O' TO COMPTE-OK
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF COMPTE-OK = 'N'
              ADD 1 TO NB-ECARTEES
              EXIT PARAGRAPH
           END-IF
           IF NB-CANDIDATS >= 500
              MOVE 'O' TO TABLE-PLEINE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO NB-CANDIDATS
           MOVE CD-HASH TO CA-HASH(NB-CANDIDATS)
           MOVE CD-COMPTE TO CA-COMPTE(NB-CANDIDATS)
           MOVE CD-EXPIRE TO CA-EXPIRE(NB-CANDIDATS)
           .

      *> Candidate IX : new card in the master, register line,
      *> bureau line and letter.
       RENOUVELER-CARTE.
           ADD 1 TO NUM-RENOUV
           MOVE WS-NOW TO SEL-CARTE
           MOVE CA-HASH(IX)(1:8) TO CLE-CARTE
           CALL "PIN-HASH" USING SEL-CARTE CLE-CARTE EMPREINTE
           MOVE SPACES TO NOUV-HASH
           STRING "RN" WS-TODAY NUM-RENOUV EMPREINTE
              DELIMITED BY SIZE INTO NOUV-HASH
           END-STRING
           MOVE NOUV-HASH TO CD-HASH
           MOVE CA-COMPTE(IX) TO CD-COMPTE
           MOVE 'P' TO CD-STATUT
           MOVE WS-TODAY TO CD-EMISE
           MOVE NOUV-EXPIRE TO CD-EXPIRE
           WRITE CARTES-REC
              INVALID KEY
                 DISPLAY "Card " NOUV-HASH(1:25) " already on file,"
                    " " CA-HASH(IX)(1:12) "... not renewed."
                 MOVE 8 TO WS-JOBLOG-RC
                 EXIT PARAGRAPH
           END-WRITE
           PERFORM ENREGISTRER-RENOUVELLEMENT
           PERFORM TROUVER-DESTINATAIRE
           PERFORM ECRIRE-PRODUCTION
           PERFORM ECRIRE-LETTRE
           ADD 1 TO NB-EMISES
           .

       ENREGISTRER-RENOUVELLEMENT.
           OPEN EXTEND RENOUV-FILE
           IF RENOUV-STATUS = "35"
              OPEN OUTPUT RENOUV-FILE
           END-IF
           IF RENOUV-STATUS NOT = "00"
              DISPLAY "Renewal register unavailable (status "
                 RENOUV-STATUS ")."
              MOVE 8 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RENOUV-REC
           STRING NUM-RENOUV "|" WS-TODAY "|"
              FUNCTION TRIM(NOUV-HASH) "|"
              FUNCTION TRIM(CA-HASH(IX)) "|"
              FUNCTION TRIM(CA-COMPTE(IX)) "|"
              NOUV-EXPIRE
              DELIMITED BY SIZE INTO RENOUV-REC
           END-STRING
           WRITE RENOUV-REC
           CLOSE RENOUV-FILE
           .

      *> PRIMARY holder of the account, else its first JOINT one,
      *> else the name given at account opening.
       TROUVER-DESTINATAIRE.
           MOVE 0 TO DEST-CLIENT
           MOVE SPACES TO DEST-ROLE DEST-NOM DEST-ADRESSE DEST-CP
              DEST-VILLE
           IF MODE-CLIENTS = 'O'
              MOVE LOW-VALUES TO LC-CLE
              START LIENS-FILE KEY IS NOT LESS THAN LC-CLE
                 INVALID KEY
                    MOVE "10" TO LIENS-STATUS
              END-START
              IF LIENS-STATUS = "00"
                 PERFORM UNTIL 1 = 0
                    READ LIENS-FILE NEXT RECORD
                       AT END EXIT PERFORM
                    END-READ
                    IF LC-COMPTE = CA-COMPTE(IX)
                       EVALUATE TRUE
                          WHEN LC-ROLE = "PRIMARY"
                             MOVE LC-CLIENT TO DEST-CLIENT
                             MOVE LC-ROLE TO DEST-ROLE
                          WHEN LC-ROLE = "JOINT" AND DEST-CLIENT = 0
                             MOVE LC-CLIENT TO DEST-CLIENT
                             MOVE LC-ROLE TO DEST-ROLE
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                    END-IF
                 END-PERFORM
              END-IF
              IF DEST-CLIENT > 0
                 MOVE DEST-CLIENT TO CU-ID
                 READ CLIENTS-FILE
                    INVALID KEY
                       MOVE 0 TO DEST-CLIENT
                    NOT INVALID KEY
                       STRING FUNCTION TRIM(CU-PRENOM) " "
                          FUNCTION TRIM(CU-NOM)
                          DELIMITED BY SIZE INTO DEST-NOM
                       END-STRING
                       MOVE CU-ADRESSE TO DEST-ADRESSE
                       MOVE CU-CP TO DEST-CP
                       MOVE CU-VILLE TO DEST-VILLE
                 END-READ
              END-IF
           END-IF
           IF DEST-NOM NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT NOMS-FILE
           IF NOMS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ NOMS-FILE
                 AT END EXIT PERFORM
              END-READ
              MOVE SPACES TO NM-F1 NM-F2
              UNSTRING NOMS-REC DELIMITED BY "|"
                 INTO NM-F1 NM-F2
              END-UNSTRING
              IF NM-F1 = CA-COMPTE(IX)
                 MOVE NM-F2 TO DEST-NOM
              END-IF
           END-PERFORM
           CLOSE NOMS-FILE
           .

       ECRIRE-PRODUCTION.
           MOVE SPACES TO PROD-REC
           STRING NUM-RENOUV "|" FUNCTION TRIM(NOUV-HASH) "|"
              FUNCTION TRIM(CA-COMPTE(IX)) "|" NOUV-EXPIRE "|"
              FUNCTION TRIM(DEST-NOM) "|"
              FUNCTION TRIM(DEST-ADRESSE) "|"
              FUNCTION TRIM(DEST-CP) "|"
              FUNCTION TRIM(DEST-VILLE)
              DELIMITED BY SIZE INTO PROD-REC
           END-STRING
           WRITE PROD-REC
           .

       ECRIRE-LETTRE.
           MOVE SPACES TO CARTE-MASQUE
           STRING CA-HASH(IX)(1:4) "********" DELIMITED BY SIZE
              INTO CARTE-MASQUE
           END-STRING
           MOVE SPACES TO LETTRE-REC
           STRING "CARD RENEWAL - REF " NUM-RENOUV "          "
              WS-TODAY
              DELIMITED BY SIZE INTO LETTRE-REC
           END-STRING
           WRITE LETTRE-REC
           MOVE SPACES TO LETTRE-REC
           WRITE LETTRE-REC
           IF DEST-NOM = SPACES
              MOVE "To the account holder" TO LETTRE-REC
           ELSE
              MOVE DEST-NOM TO LETTRE-REC
           END-IF
           WRITE LETTRE-REC
           IF DEST-ADRESSE NOT = SPACES
              MOVE DEST-ADRESSE TO LETTRE-REC
              WRITE LETTRE-REC
              MOVE SPACES TO LETTRE-REC
              STRING FUNCTION TRIM(DEST-CP) " " FUNCTION TRIM(DEST-VILLE)
                 DELIMITED BY SIZE INTO LETTRE-REC
              END-STRING
              WRITE LETTRE-REC
           END-IF
           MOVE SPACES TO LETTRE-REC
           WRITE LETTRE-REC
           MOVE SPACES TO LETTRE-REC
           STRING "Your card " CARTE-MASQUE " expires on "
              CA-EXPIRE(IX) "."
              DELIMITED BY SIZE INTO LETTRE-REC
           END-STRING
           WRITE LETTRE-REC
           MOVE SPACES TO LETTRE-REC
           STRING "A replacement card, valid until " NOUV-EXPIRE
              ", is on its way to you."
              DELIMITED BY SIZE INTO LETTRE-REC
           END-STRING
           WRITE LETTRE-REC
           MOVE "Your PIN does not change. Your current card keeps"
              TO LETTRE-REC
           WRITE LETTRE-REC
           MOVE "working until you first use the new one at an ATM;"
              TO LETTRE-REC
           WRITE LETTRE-REC
           MOVE "please destroy it after that."
              TO LETTRE-REC
           WRITE LETTRE-REC
           MOVE SPACES TO LETTRE-REC
           WRITE LETTRE-REC
           MOVE ALL "-" TO LETTRE-REC(1:60)
           WRITE LETTRE-REC
           MOVE SPACES TO LETTRE-REC
           WRITE LETTRE-REC
           .

      *> ---------- renewal number counter ----------
       CHARGER-COMPTEUR.
           MOVE 0 TO NUM-RENOUV
           OPEN INPUT COMPTEUR-FILE
           IF COMPTEUR-STATUS = "00"
              READ COMPTEUR-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE FUNCTION NUMVAL(COMPTEUR-REC)
                       TO NUM-RENOUV
              END-READ
              CLOSE COMPTEUR-FILE
           END-IF
           .

       SAUVER-COMPTEUR.
           OPEN OUTPUT COMPTEUR-FILE
           MOVE SPACES TO COMPTEUR-REC
           MOVE NUM-RENOUV TO COMPTEUR-REC(1:6)
           WRITE COMPTEUR-REC
           CLOSE COMPTEUR-FILE
           .
