       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRATS-CLIENTS.

      *============================================================
      *  Referentiel des prix contractuels clients : un client, un
      *  article, un prix net negocie valable du DEBUT a la FIN
      *  (AAAAMMJJ) dans le fichier indexe contrats.dat, cle client
      *  + article. C'est lui que COMMANDES-CLIENTS consulte a la
      *  saisie pour prendre le prix du contrat (ni promotion, ni
      *  remise CL-REMISE : le prix negocie est net) et marquer la
      *  ligne CONTRAT au registre, au lieu de la liste papier.
      *
      *    sans argument : rafraichit contrats.dat depuis
      *        contrats.txt (CLIENT|ART|PRIX|DEBUT|FIN) si present -
      *        meme convention pipe que les autres referentiels,
      *        dates controlees par DATE-UTILS - puis liste le
      *        fichier ;
      *    LISTE : liste seulement ;
      *    CLIENT <code> : contrats d'un client.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRAT-FILE ASSIGN TO "contrats.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CLE
               FILE STATUS IS CONTRAT-STATUS.
           SELECT IMPORT-FILE ASSIGN TO "contrats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRAT-FILE.
       01  CONTRAT-REC.
           05  CT-CLE.
               10  CT-CLIENT       PIC X(8).
               10  CT-ART          PIC X(10).
           05  CT-PRIX             PIC S9(5)V99.
           05  CT-DEBUT            PIC 9(8).
           05  CT-FIN              PIC 9(8).
       FD  IMPORT-FILE.
       01  IMPORT-REC              PIC X(120).

       WORKING-STORAGE SECTION.
       77  CONTRAT-STATUS          PIC X(2) VALUE SPACES.
       77  IMPORT-STATUS           PIC X(2) VALUE SPACES.
       77  ARG-MODE                PIC X(16) VALUE SPACES.
       77  ARG-CLIENT              PIC X(8) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  NB-IMPORTES             PIC 9(4) VALUE 0.
       77  NB-REJETES              PIC 9(4) VALUE 0.
       77  NB-LISTES               PIC 9(4) VALUE 0.
       77  PRIX-EDIT               PIC -(5)9.99.
       77  ETAT-CONTRAT            PIC X(8) VALUE SPACES.
       01  INP-CH1                 PIC X(16).
       01  INP-CH2                 PIC X(16).
       01  INP-CH3                 PIC X(16).
       01  INP-CH4                 PIC X(16).
       01  INP-CH5                 PIC X(16).

      *> Appels au sous-programme partage DATE-UTILS (controle des
      *> dates de debut et de fin).
       01  DU-ACTION               PIC X(8) VALUE SPACES.
       01  DU-DATE-1               PIC 9(8) VALUE 0.
       01  DU-DATE-2               PIC 9(8) VALUE 0.
       01  DU-NOMBRE               PIC S9(7) VALUE 0.
       01  DU-RESULTAT             PIC X(2) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20) VALUE "CONTRATS-CLIENTS".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN I-O CONTRAT-FILE
           IF CONTRAT-STATUS = "35"
               OPEN OUTPUT CONTRAT-FILE
               CLOSE CONTRAT-FILE
               OPEN I-O CONTRAT-FILE
           END-IF
           IF CONTRAT-STATUS NOT = "00"
               DISPLAY "Fichier des contrats indisponible"
                   " (status " CONTRAT-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE FUNCTION TRIM(ARG-MODE)
               WHEN "LISTE"
                   PERFORM LISTER-CONTRATS
               WHEN "CLIENT"
                   ACCEPT ARG-CLIENT FROM ARGUMENT-VALUE
                   INSPECT ARG-CLIENT CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   PERFORM LISTER-CONTRATS
               WHEN OTHER
                   PERFORM IMPORTER-CONTRATS
                   PERFORM LISTER-CONTRATS
           END-EVALUATE

           CLOSE CONTRAT-FILE
           IF NB-REJETES > 0
               MOVE 4 TO WS-JOBLOG-RC
           END-IF
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  IMPORTER-CONTRATS : upsert depuis contrats.txt si present,
      *  meme WRITE puis REWRITE que les autres masters ; une ligne
      *  a date impossible ou a fourchette inversee est rejetee.
      *============================================================
       IMPORTER-CONTRATS.
           OPEN INPUT IMPORT-FILE.
           IF IMPORT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ IMPORT-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM IMPORTER-LIGNE
               END-READ
           END-PERFORM.
           CLOSE IMPORT-FILE.
           DISPLAY NB-IMPORTES " contrat(s) importe(s) de"
               " contrats.txt, " NB-REJETES " rejete(s).".
           EXIT PARAGRAPH.

       IMPORTER-LIGNE.
           IF FUNCTION LENGTH(FUNCTION TRIM(IMPORT-REC)) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO INP-CH1 INP-CH2 INP-CH3 INP-CH4 INP-CH5.
           UNSTRING IMPORT-REC DELIMITED BY ALL "|"
               INTO INP-CH1 INP-CH2 INP-CH3 INP-CH4 INP-CH5
           END-UNSTRING.
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-CH1)) = 0
               OR FUNCTION LENGTH(FUNCTION TRIM(INP-CH2)) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "VALIDER" TO DU-ACTION.
           MOVE FUNCTION NUMVAL(INP-CH4) TO DU-DATE-1.
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
               DU-NOMBRE DU-RESULTAT.
           IF DU-RESULTAT = "00"
               MOVE FUNCTION NUMVAL(INP-CH5) TO DU-DATE-1
               CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1
                   DU-DATE-2 DU-NOMBRE DU-RESULTAT
           END-IF.
           IF DU-RESULTAT NOT = "00"
               OR FUNCTION NUMVAL(INP-CH5) < FUNCTION NUMVAL(INP-CH4)
               ADD 1 TO NB-REJETES
               DISPLAY "Contrat rejete (dates) : "
                   FUNCTION TRIM(IMPORT-REC)
               EXIT PARAGRAPH
           END-IF.
           INSPECT INP-CH1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT INP-CH2 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT INP-CH3 REPLACING ALL "," BY ".".
           MOVE INP-CH1 TO CT-CLIENT.
           MOVE INP-CH2 TO CT-ART.
           MOVE FUNCTION NUMVAL(INP-CH3) TO CT-PRIX.
           MOVE FUNCTION NUMVAL(INP-CH4) TO CT-DEBUT.
           MOVE FUNCTION NUMVAL(INP-CH5) TO CT-FIN.
           WRITE CONTRAT-REC
               INVALID KEY
                   REWRITE CONTRAT-REC
                       INVALID KEY
                           DISPLAY "Erreur fichier contrats ("
                               FUNCTION TRIM(CT-CLIENT) "/"
                               FUNCTION TRIM(CT-ART) ") : "
                               CONTRAT-STATUS
                   END-REWRITE
           END-WRITE.
           ADD 1 TO NB-IMPORTES.
           EXIT PARAGRAPH.

      *============================================================
      *  LISTER-CONTRATS : tout le fichier, ou les contrats du
      *  client ARG-CLIENT ; etat EN COURS / A VENIR / ECHU a la
      *  date du jour.
      *============================================================
       LISTER-CONTRATS.
           DISPLAY "=== CONTRATS CLIENTS ===".
           MOVE 0 TO NB-LISTES.
           MOVE LOW-VALUES TO CT-CLE.
           IF ARG-CLIENT NOT = SPACES
               MOVE ARG-CLIENT TO CT-CLIENT
           END-IF.
           START CONTRAT-FILE KEY IS NOT LESS THAN CT-CLE
               INVALID KEY
                   DISPLAY "  (aucun)"
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
               READ CONTRAT-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF ARG-CLIENT NOT = SPACES
                   AND CT-CLIENT NOT = ARG-CLIENT
                   EXIT PERFORM
               END-IF
               ADD 1 TO NB-LISTES
               EVALUATE TRUE
                   WHEN WS-TODAY < CT-DEBUT
                       MOVE "A VENIR" TO ETAT-CONTRAT
                   WHEN WS-TODAY > CT-FIN
                       MOVE "ECHU" TO ETAT-CONTRAT
                   WHEN OTHER
                       MOVE "EN COURS" TO ETAT-CONTRAT
               END-EVALUATE
               MOVE CT-PRIX TO PRIX-EDIT
               DISPLAY "  " CT-CLIENT " " CT-ART " " PRIX-EDIT
                   "  " CT-DEBUT "-" CT-FIN "  " ETAT-CONTRAT
           END-PERFORM.
           IF NB-LISTES = 0
               DISPLAY "  (aucun)"
           END-IF.
           EXIT PARAGRAPH.
