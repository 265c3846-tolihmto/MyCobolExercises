       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIDELITE-CLIENTS.

      *============================================================
      *  Programme de fidelite : les points se gagnent a la facture
      *  (FACTURATION-CLIENTS), s'annulent a l'avoir (RETOURS-
      *  CLIENTS) et s'utilisent a la commande (COMMANDES-CLIENTS)
      *  sur le solde CL-POINTS de cli_master.dat ; chaque
      *  mouvement est au journal fidelite_journal.txt
      *  (horodatage|client|points|motif|reference|solde|operateur,
      *  sous-programme FIDELITE-JOURNAL). Ce programme fait le
      *  reste du cycle :
      *
      *    EXPIRER : les points gagnes il y a plus de
      *        FIDELITE-VALIDITE-JOURS jours (parametres.txt, 365
      *        par defaut) et pas encore consommes expirent - les
      *        consommations (utilisations, expirations deja
      *        passees) prennent d'abord les points les plus
      *        anciens ; une annulation par avoir retire le gain
      *        qu'elle reprend. Le solde est debite et le mouvement
      *        EXPIRATION journalise.
      *    RELEVE [AAAAMM] : releve de points du mois (mois
      *        precedent par defaut) pour chaque client qui a un
      *        solde ou un mouvement - solde d'ouverture, mouvements
      *        du mois, solde de cloture - dans
      *        releve_fidelite_CLIENT_AAAAMM.txt declare au spool
      *        (type RELEVE). Le solde de cloture part de CL-POINTS
      *        moins les mouvements posterieurs au mois.
      *    PASSIF : passif des points en circulation pour la
      *        compta, chaque solde valorise a FIDELITE-VALEUR-POINT
      *        euro (0,01 par defaut), dans
      *        fidelite_passif_AAAAMMJJ.txt declare au spool.
      *    MENSUEL (ou rien) : EXPIRER, RELEVE du mois precedent
      *        puis PASSIF - le job du 1er du mois de la fenetre de
      *        nuit.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-FILE ASSIGN TO "cli_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CODE
               FILE STATUS IS CLIENT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "fidelite_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT RELEVE-FILE ASSIGN TO DYNAMIC RELEVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PASSIF-FILE ASSIGN TO DYNAMIC PASSIF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-FILE.
       01  CLIENT-REC.
           05  CL-CODE             PIC X(8).
           05  CL-NOM              PIC X(30).
           05  CL-ADRESSE          PIC X(40).
           05  CL-REMISE           PIC 9(2)V99.
           05  CL-PLAFOND          PIC S9(7)V99.
           05  CL-ENCOURS          PIC S9(7)V99.
           05  CL-RELANCE          PIC 9.
           05  CL-RELANCE-DATE     PIC 9(8).
           05  CL-POINTS           PIC S9(7).
           05  CL-CANAL            PIC X.
           05  CL-EMAIL            PIC X(60).
       FD  JOURNAL-FILE.
       01  JOURNAL-REC             PIC X(100).
       FD  RELEVE-FILE.
       01  RELEVE-REC              PIC X(100).
       FD  PASSIF-FILE.
       01  PASSIF-REC              PIC X(100).

       WORKING-STORAGE SECTION.
       77  CLIENT-STATUS           PIC X(2) VALUE SPACES.
       77  JOURNAL-STATUS          PIC X(2) VALUE SPACES.
       77  RELEVE-FILENAME         PIC X(64) VALUE SPACES.
       77  PASSIF-FILENAME         PIC X(64) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  ARG-MODE                PIC X(16) VALUE SPACES.
       77  ARG-MOIS                PIC X(6) VALUE SPACES.
       77  FAIRE-EXPIRER           PIC X VALUE 'N'.
       77  FAIRE-RELEVE            PIC X VALUE 'N'.
       77  FAIRE-PASSIF            PIC X VALUE 'N'.

      *> Parametres du programme (parametres.txt, sous-programme
      *> PARAM-LOOKUP).
       77  VALIDITE-JOURS          PIC 9(5) VALUE 365.
       77  VALEUR-POINT            PIC 9(3)V9999 VALUE 0.01.
       77  PRM-CLE                 PIC X(24) VALUE SPACES.
       77  PRM-DEFAUT              PIC X(40) VALUE SPACES.
       77  PRM-VALEUR              PIC X(40) VALUE SPACES.
       77  PRM-RESULTAT            PIC X(2) VALUE SPACES.

       01  DU-ACTION               PIC X(8) VALUE SPACES.
       01  DU-DATE-1               PIC 9(8) VALUE 0.
       01  DU-DATE-2               PIC 9(8) VALUE 0.
       01  DU-NOMBRE               PIC S9(7) VALUE 0.
       01  DU-RESULTAT             PIC X(2) VALUE SPACES.

      *> Une ligne du journal fidelite eclatee.
       01  J-HORODATAGE            PIC X(20).
       01  J-CLIENT                PIC X(12).
       01  J-POINTS-ALPHA          PIC X(12).
       01  J-MOTIF                 PIC X(16).
       01  J-REFERENCE             PIC X(16).
       01  J-SOLDE-ALPHA           PIC X(12).
       01  J-OPERATEUR             PIC X(12).
       77  J-DATE                  PIC 9(8) VALUE 0.
       77  J-MOIS                  PIC 9(6) VALUE 0.
       77  J-POINTS                PIC S9(7) VALUE 0.

      *> Cumuls par client tires du journal : EXPIRER y range les
      *> gains echus et toutes les consommations, RELEVE les
      *> mouvements posterieurs au mois du releve.
       77  NB-CPT                  PIC 9(4) VALUE 0.
       01  TAB-CPT.
           05  CPT-ENTREE OCCURS 3000.
               10  CPT-CLIENT      PIC X(8).
               10  CPT-GAINS       PIC S9(9).
               10  CPT-CONSO       PIC S9(9).
       77  IDX-CPT                 PIC 9(4) VALUE 0.

      *> Mouvements du mois du releve, dans l'ordre du journal.
       77  NB-MVT                  PIC 9(5) VALUE 0.
       01  TAB-MVT.
           05  MVT-ENTREE OCCURS 6000.
               10  MVT-CLIENT      PIC X(8).
               10  MVT-DATE        PIC 9(8).
               10  MVT-POINTS      PIC S9(7).
               10  MVT-MOTIF       PIC X(12).
               10  MVT-REFERENCE   PIC X(16).
       77  NB-MVT-IGNORES          PIC 9(5) VALUE 0.

      *> Expiration.
       77  DATE-LIMITE             PIC 9(8) VALUE 0.
       77  POINTS-EXPIRES          PIC S9(9) VALUE 0.
       77  NB-EXPIRATIONS          PIC 9(4) VALUE 0.
       77  TOTAL-EXPIRES           PIC S9(9) VALUE 0.
       01  FJ-CLIENT               PIC X(8) VALUE SPACES.
       01  FJ-POINTS               PIC S9(7) VALUE 0.
       01  FJ-MOTIF                PIC X(16) VALUE SPACES.
       01  FJ-REFERENCE            PIC X(16) VALUE SPACES.
       01  FJ-SOLDE                PIC S9(7) VALUE 0.

      *> Releve.
       77  MOIS-RELEVE             PIC 9(6) VALUE 0.
       77  SOLDE-OUVERTURE         PIC S9(9) VALUE 0.
       77  SOLDE-CLOTURE           PIC S9(9) VALUE 0.
       77  MVT-DU-MOIS             PIC S9(9) VALUE 0.
       77  NB-MVT-CLIENT           PIC 9(5) VALUE 0.
       77  NB-RELEVES              PIC 9(4) VALUE 0.

      *> Passif.
       77  NB-PASSIF               PIC 9(5) VALUE 0.
       77  VALEUR-CLIENT           PIC S9(9)V99 VALUE 0.
       77  TOTAL-POINTS            PIC S9(9) VALUE 0.
       77  TOTAL-VALEUR            PIC S9(9)V99 VALUE 0.

       77  POINTS-EDIT             PIC -(8)9.
       77  SOLDE-EDIT              PIC -(8)9.
       77  MONTANT-EDIT            PIC -(8)9.99.
       77  VALEUR-POINT-EDIT       PIC ZZ9.9999.
       01  LIGNE-PASSIF.
           05  LP-CLIENT           PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  LP-NOM              PIC X(30).
           05  LP-POINTS           PIC -(8)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LP-VALEUR           PIC -(8)9.99.
       01  LIGNE-MVT.
           05  LM-DATE             PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LM-MOTIF            PIC X(12).
           05  LM-REFERENCE        PIC X(16).
           05  LM-POINTS           PIC -(8)9.

      *> Releves et passif declares au spool des documents
      *> (sous-programme SPOOL-REGISTER).
       77  SPOOL-TYPE              PIC X(12) VALUE SPACES.
       77  SPOOL-FICHIER           PIC X(64) VALUE SPACES.
       77  SPOOL-NUMERO            PIC 9(6) VALUE 0.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
           VALUE "FIDELITE-CLIENTS".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           ACCEPT ARG-MOIS FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE FUNCTION TRIM(ARG-MODE)
               WHEN "EXPIRER"
                   MOVE 'O' TO FAIRE-EXPIRER
               WHEN "RELEVE"
                   MOVE 'O' TO FAIRE-RELEVE
               WHEN "PASSIF"
                   MOVE 'O' TO FAIRE-PASSIF
               WHEN "MENSUEL"
               WHEN SPACES
                   MOVE 'O' TO FAIRE-EXPIRER FAIRE-RELEVE
                       FAIRE-PASSIF
               WHEN OTHER
                   DISPLAY "Mode inconnu (EXPIRER, RELEVE [AAAAMM],"
                       " PASSIF, MENSUEL) : " FUNCTION TRIM(ARG-MODE)
                   MOVE 8 TO WS-JOBLOG-RC
                   PERFORM FIN-PROGRAMME
           END-EVALUATE

           COMPUTE MOIS-RELEVE = WS-TODAY / 100
           IF FUNCTION MOD(MOIS-RELEVE 100) = 1
               COMPUTE MOIS-RELEVE = MOIS-RELEVE - 89
           ELSE
               COMPUTE MOIS-RELEVE = MOIS-RELEVE - 1
           END-IF
           IF FAIRE-RELEVE = 'O'
               AND FUNCTION LENGTH(FUNCTION TRIM(ARG-MOIS)) = 6
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-MOIS)) = 0
               MOVE FUNCTION NUMVAL(ARG-MOIS) TO MOIS-RELEVE
           END-IF

           PERFORM CHARGER-PARAMETRES

           IF FAIRE-EXPIRER = 'O'
               OPEN I-O CLIENT-FILE
           ELSE
               OPEN INPUT CLIENT-FILE
           END-IF
           IF CLIENT-STATUS NOT = "00"
               DISPLAY "Referentiel clients indisponible (status "
                   CLIENT-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           IF FAIRE-EXPIRER = 'O'
               PERFORM EXPIRER-POINTS
           END-IF
           IF FAIRE-RELEVE = 'O'
               PERFORM EDITER-RELEVES
           END-IF
           IF FAIRE-PASSIF = 'O'
               PERFORM EDITER-PASSIF
           END-IF
           CLOSE CLIENT-FILE
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  CHARGER-PARAMETRES : FIDELITE-VALIDITE-JOURS et
      *  FIDELITE-VALEUR-POINT de parametres.txt.
      *============================================================
       CHARGER-PARAMETRES.
           MOVE "FIDELITE-VALIDITE-JOURS" TO PRM-CLE.
           MOVE "365" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO VALIDITE-JOURS
           END-IF.
           MOVE "FIDELITE-VALEUR-POINT" TO PRM-CLE.
           MOVE "0.01" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO VALEUR-POINT
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ECLATER-LIGNE-JOURNAL : J-xxx de la ligne courante ;
      *  J-DATE a zero pour l'entete ou une ligne vide.
      *------------------------------------------------------------
       ECLATER-LIGNE-JOURNAL.
           MOVE 0 TO J-DATE J-MOIS J-POINTS.
           IF FUNCTION LENGTH(FUNCTION TRIM(JOURNAL-REC)) = 0
               OR JOURNAL-REC(1:11) = "horodatage|"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO J-HORODATAGE J-CLIENT J-POINTS-ALPHA
               J-MOTIF J-REFERENCE J-SOLDE-ALPHA J-OPERATEUR.
           UNSTRING JOURNAL-REC DELIMITED BY "|"
               INTO J-HORODATAGE J-CLIENT J-POINTS-ALPHA J-MOTIF
                   J-REFERENCE J-SOLDE-ALPHA J-OPERATEUR
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(J-HORODATAGE(1:8)) NOT = 0
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(J-POINTS-ALPHA))
                   NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(J-HORODATAGE(1:8)) TO J-DATE.
           COMPUTE J-MOIS = J-DATE / 100.
           MOVE FUNCTION NUMVAL(J-POINTS-ALPHA) TO J-POINTS.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  TROUVER-CPT : IDX-CPT = poste du client J-CLIENT dans
      *  TAB-CPT, cree a zero au besoin (0 = table pleine).
      *------------------------------------------------------------
       TROUVER-CPT.
           MOVE 0 TO IDX-CPT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-CPT
               IF CPT-CLIENT(WS-I) = J-CLIENT(1:8)
                   MOVE WS-I TO IDX-CPT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF NB-CPT >= 3000
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-CPT.
           MOVE NB-CPT TO IDX-CPT.
           MOVE J-CLIENT(1:8) TO CPT-CLIENT(IDX-CPT).
           MOVE 0 TO CPT-GAINS(IDX-CPT) CPT-CONSO(IDX-CPT).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHERCHER-CPT : IDX-CPT = poste du client CL-CODE, 0 s'il
      *  n'a rien au journal.
      *------------------------------------------------------------
       CHERCHER-CPT.
           MOVE 0 TO IDX-CPT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-CPT
               IF CPT-CLIENT(WS-I) = CL-CODE
                   MOVE WS-I TO IDX-CPT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *============================================================
      *  EXPIRER-POINTS : par client, gains anterieurs a la date
      *  limite (jour - validite), nets des annulations de la meme
      *  periode, moins toutes les consommations = points echus
      *  encore au solde (premier entre, premier sorti), bornes
      *  au solde CL-POINTS.
      *============================================================
       EXPIRER-POINTS.
           MOVE "AJOUTER" TO DU-ACTION.
           MOVE WS-TODAY TO DU-DATE-1.
           COMPUTE DU-NOMBRE = 0 - VALIDITE-JOURS.
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
               DU-NOMBRE DU-RESULTAT.
           IF DU-RESULTAT NOT = "00"
               DISPLAY "Date limite d'expiration incalculable."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE DU-DATE-2 TO DATE-LIMITE.

           MOVE 0 TO NB-CPT.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "Journal fidelite absent"
                   " (fidelite_journal.txt) : rien a expirer."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ JOURNAL-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CUMULER-EXPIRATION
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

           MOVE 0 TO NB-EXPIRATIONS TOTAL-EXPIRES.
           PERFORM VARYING IDX-CPT FROM 1 BY 1 UNTIL IDX-CPT > NB-CPT
               COMPUTE POINTS-EXPIRES =
                   CPT-GAINS(IDX-CPT) - CPT-CONSO(IDX-CPT)
               IF POINTS-EXPIRES > 0
                   PERFORM EXPIRER-CLIENT
               END-IF
           END-PERFORM.
           MOVE TOTAL-EXPIRES TO POINTS-EDIT.
           DISPLAY "Expiration au " DATE-LIMITE " : "
               NB-EXPIRATIONS " client(s), "
               FUNCTION TRIM(POINTS-EDIT) " point(s) expire(s).".
           EXIT PARAGRAPH.

       CUMULER-EXPIRATION.
           PERFORM ECLATER-LIGNE-JOURNAL.
           IF J-DATE = 0 OR J-POINTS = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM TROUVER-CPT.
           IF IDX-CPT = 0
               EXIT PARAGRAPH
           END-IF.
           IF J-POINTS > 0 OR J-MOTIF = "ANNULATION"
               IF J-DATE < DATE-LIMITE
                   ADD J-POINTS TO CPT-GAINS(IDX-CPT)
               END-IF
           ELSE
               SUBTRACT J-POINTS FROM CPT-CONSO(IDX-CPT)
           END-IF.
           EXIT PARAGRAPH.

       EXPIRER-CLIENT.
           MOVE CPT-CLIENT(IDX-CPT) TO CL-CODE.
           READ CLIENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF POINTS-EXPIRES > CL-POINTS
               MOVE CL-POINTS TO POINTS-EXPIRES
           END-IF.
           IF POINTS-EXPIRES <= 0
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT POINTS-EXPIRES FROM CL-POINTS.
           REWRITE CLIENT-REC
               INVALID KEY
                   DISPLAY "Erreur referentiel clients ("
                       FUNCTION TRIM(CL-CODE) ") : " CLIENT-STATUS
                   MOVE 4 TO WS-JOBLOG-RC
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE CL-CODE TO FJ-CLIENT.
           COMPUTE FJ-POINTS = 0 - POINTS-EXPIRES.
           MOVE "EXPIRATION" TO FJ-MOTIF.
           MOVE SPACES TO FJ-REFERENCE.
           STRING "AVANT " DATE-LIMITE
               DELIMITED BY SIZE INTO FJ-REFERENCE
           END-STRING.
           MOVE CL-POINTS TO FJ-SOLDE.
           CALL "FIDELITE-JOURNAL" USING FJ-CLIENT FJ-POINTS
               FJ-MOTIF FJ-REFERENCE FJ-SOLDE.
           ADD 1 TO NB-EXPIRATIONS.
           ADD POINTS-EXPIRES TO TOTAL-EXPIRES.
           EXIT PARAGRAPH.

      *============================================================
      *  EDITER-RELEVES : un releve par client ayant un solde ou
      *  un mouvement sur MOIS-RELEVE. Mouvements du mois en
      *  table, mouvements posterieurs cumules par client (dans
      *  CPT-CONSO) pour remonter du solde courant au solde de
      *  cloture du mois.
      *============================================================
       EDITER-RELEVES.
           MOVE 0 TO NB-CPT NB-MVT NB-MVT-IGNORES NB-RELEVES.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ JOURNAL-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           PERFORM RETENIR-MOUVEMENT
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
           IF NB-MVT-IGNORES > 0
               DISPLAY NB-MVT-IGNORES " mouvement(s) du mois hors"
                   " capacite, absents des releves."
               MOVE 4 TO WS-JOBLOG-RC
           END-IF.

           MOVE "RELEVE" TO SPOOL-TYPE.
           MOVE LOW-VALUES TO CL-CODE.
           START CLIENT-FILE KEY IS NOT LESS THAN CL-CODE
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM UNTIL 1 = 0
               READ CLIENT-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               PERFORM RELEVE-CLIENT
           END-PERFORM.
           DISPLAY "Releves fidelite " MOIS-RELEVE " : " NB-RELEVES
               " client(s).".
           EXIT PARAGRAPH.

       RETENIR-MOUVEMENT.
           PERFORM ECLATER-LIGNE-JOURNAL.
           IF J-DATE = 0 OR J-POINTS = 0
               EXIT PARAGRAPH
           END-IF.
           IF J-MOIS > MOIS-RELEVE
               PERFORM TROUVER-CPT
               IF IDX-CPT > 0
                   ADD J-POINTS TO CPT-CONSO(IDX-CPT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF J-MOIS NOT = MOIS-RELEVE
               EXIT PARAGRAPH
           END-IF.
           IF NB-MVT >= 6000
               ADD 1 TO NB-MVT-IGNORES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-MVT.
           MOVE J-CLIENT(1:8) TO MVT-CLIENT(NB-MVT).
           MOVE J-DATE TO MVT-DATE(NB-MVT).
           MOVE J-POINTS TO MVT-POINTS(NB-MVT).
           MOVE J-MOTIF TO MVT-MOTIF(NB-MVT).
           MOVE J-REFERENCE TO MVT-REFERENCE(NB-MVT).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  RELEVE-CLIENT : soldes et mouvements du client courant,
      *  document releve_fidelite_CLIENT_AAAAMM.txt.
      *------------------------------------------------------------
       RELEVE-CLIENT.
           MOVE CL-POINTS TO SOLDE-CLOTURE.
           PERFORM CHERCHER-CPT.
           IF IDX-CPT > 0
               SUBTRACT CPT-CONSO(IDX-CPT) FROM SOLDE-CLOTURE
           END-IF.
           MOVE 0 TO MVT-DU-MOIS NB-MVT-CLIENT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-MVT
               IF MVT-CLIENT(WS-I) = CL-CODE
                   ADD MVT-POINTS(WS-I) TO MVT-DU-MOIS
                   ADD 1 TO NB-MVT-CLIENT
               END-IF
           END-PERFORM.
           IF NB-MVT-CLIENT = 0 AND SOLDE-CLOTURE = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE SOLDE-OUVERTURE = SOLDE-CLOTURE - MVT-DU-MOIS.

           MOVE SPACES TO RELEVE-FILENAME.
           STRING "releve_fidelite_" FUNCTION TRIM(CL-CODE) "_"
               MOIS-RELEVE ".txt"
               DELIMITED BY SIZE INTO RELEVE-FILENAME
           END-STRING.
           OPEN OUTPUT RELEVE-FILE.
           MOVE SPACES TO RELEVE-REC.
           STRING "RELEVE DE POINTS FIDELITE - MOIS " MOIS-RELEVE
               DELIMITED BY SIZE INTO RELEVE-REC
           END-STRING.
           WRITE RELEVE-REC.
           MOVE SPACES TO RELEVE-REC.
           STRING "CLIENT " FUNCTION TRIM(CL-CODE) " - "
               FUNCTION TRIM(CL-NOM)
               DELIMITED BY SIZE INTO RELEVE-REC
           END-STRING.
           WRITE RELEVE-REC.
           IF CL-ADRESSE NOT = SPACES
               MOVE SPACES TO RELEVE-REC
               STRING "       " FUNCTION TRIM(CL-ADRESSE)
                   DELIMITED BY SIZE INTO RELEVE-REC
               END-STRING
               WRITE RELEVE-REC
           END-IF.
           MOVE SPACES TO RELEVE-REC.
           WRITE RELEVE-REC.
           MOVE SOLDE-OUVERTURE TO SOLDE-EDIT.
           MOVE SPACES TO RELEVE-REC.
           STRING "SOLDE D'OUVERTURE : " FUNCTION TRIM(SOLDE-EDIT)
               " points"
               DELIMITED BY SIZE INTO RELEVE-REC
           END-STRING.
           WRITE RELEVE-REC.
           MOVE SPACES TO RELEVE-REC.
           WRITE RELEVE-REC.
           MOVE SPACES TO RELEVE-REC.
           MOVE "DATE" TO RELEVE-REC(1:4).
           MOVE "MOTIF" TO RELEVE-REC(11:5).
           MOVE "REFERENCE" TO RELEVE-REC(23:9).
           MOVE "POINTS" TO RELEVE-REC(42:6).
           WRITE RELEVE-REC.
           IF NB-MVT-CLIENT = 0
               MOVE SPACES TO RELEVE-REC
               MOVE "  (aucun mouvement sur le mois)" TO RELEVE-REC
               WRITE RELEVE-REC
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-MVT
               IF MVT-CLIENT(WS-I) = CL-CODE
                   MOVE MVT-DATE(WS-I) TO LM-DATE
                   MOVE MVT-MOTIF(WS-I) TO LM-MOTIF
                   MOVE MVT-REFERENCE(WS-I) TO LM-REFERENCE
                   MOVE MVT-POINTS(WS-I) TO LM-POINTS
                   MOVE LIGNE-MVT TO RELEVE-REC
                   WRITE RELEVE-REC
               END-IF
           END-PERFORM.
           MOVE SPACES TO RELEVE-REC.
           WRITE RELEVE-REC.
           MOVE SOLDE-CLOTURE TO SOLDE-EDIT.
           MOVE SPACES TO RELEVE-REC.
           STRING "SOLDE DE CLOTURE  : " FUNCTION TRIM(SOLDE-EDIT)
               " points"
               DELIMITED BY SIZE INTO RELEVE-REC
           END-STRING.
           WRITE RELEVE-REC.
           IF SOLDE-CLOTURE > 0
               COMPUTE VALEUR-CLIENT ROUNDED =
                   SOLDE-CLOTURE * VALEUR-POINT
               MOVE VALEUR-CLIENT TO MONTANT-EDIT
               MOVE SPACES TO RELEVE-REC
               STRING "  soit " FUNCTION TRIM(MONTANT-EDIT)
                   " EUR de remise a valoir sur vos commandes"
                   DELIMITED BY SIZE INTO RELEVE-REC
               END-STRING
               WRITE RELEVE-REC
           END-IF.
           CLOSE RELEVE-FILE.
           MOVE RELEVE-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           ADD 1 TO NB-RELEVES.
           EXIT PARAGRAPH.

      *============================================================
      *  EDITER-PASSIF : points en circulation client par client,
      *  valorises au prix du point, total pour la compta.
      *============================================================
       EDITER-PASSIF.
           MOVE SPACES TO PASSIF-FILENAME.
           STRING "fidelite_passif_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO PASSIF-FILENAME
           END-STRING.
           OPEN OUTPUT PASSIF-FILE.
           MOVE SPACES TO PASSIF-REC.
           STRING "PASSIF DES POINTS FIDELITE AU " WS-TODAY
               DELIMITED BY SIZE INTO PASSIF-REC
           END-STRING.
           WRITE PASSIF-REC.
           MOVE VALEUR-POINT TO VALEUR-POINT-EDIT.
           MOVE SPACES TO PASSIF-REC.
           STRING "Valeur du point : "
               FUNCTION TRIM(VALEUR-POINT-EDIT) " EUR"
               DELIMITED BY SIZE INTO PASSIF-REC
           END-STRING.
           WRITE PASSIF-REC.
           MOVE SPACES TO PASSIF-REC.
           WRITE PASSIF-REC.
           MOVE SPACES TO PASSIF-REC.
           MOVE "CLIENT" TO PASSIF-REC(1:6).
           MOVE "NOM" TO PASSIF-REC(10:3).
           MOVE "POINTS" TO PASSIF-REC(43:6).
           MOVE "VALEUR" TO PASSIF-REC(57:6).
           WRITE PASSIF-REC.

           MOVE 0 TO NB-PASSIF TOTAL-POINTS TOTAL-VALEUR.
           MOVE LOW-VALUES TO CL-CODE.
           START CLIENT-FILE KEY IS NOT LESS THAN CL-CODE
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM UNTIL 1 = 0
               READ CLIENT-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF CL-POINTS NOT = 0
                   PERFORM PASSIF-CLIENT
               END-IF
           END-PERFORM.

           MOVE SPACES TO PASSIF-REC.
           WRITE PASSIF-REC.
           MOVE SPACES TO LIGNE-PASSIF.
           MOVE "TOTAL" TO LP-CLIENT.
           MOVE TOTAL-POINTS TO LP-POINTS.
           MOVE TOTAL-VALEUR TO LP-VALEUR.
           MOVE LIGNE-PASSIF TO PASSIF-REC.
           WRITE PASSIF-REC.
           CLOSE PASSIF-FILE.
           MOVE "RAPPORT" TO SPOOL-TYPE.
           MOVE PASSIF-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           MOVE TOTAL-POINTS TO POINTS-EDIT.
           MOVE TOTAL-VALEUR TO MONTANT-EDIT.
           DISPLAY "Passif fidelite : " FUNCTION TRIM(PASSIF-FILENAME)
               " - " NB-PASSIF " client(s), "
               FUNCTION TRIM(POINTS-EDIT) " points = "
               FUNCTION TRIM(MONTANT-EDIT) " EUR (spool "
               SPOOL-NUMERO ")".
           EXIT PARAGRAPH.

       PASSIF-CLIENT.
           COMPUTE VALEUR-CLIENT ROUNDED = CL-POINTS * VALEUR-POINT.
           MOVE SPACES TO LIGNE-PASSIF.
           MOVE CL-CODE TO LP-CLIENT.
           MOVE CL-NOM TO LP-NOM.
           MOVE CL-POINTS TO LP-POINTS.
           MOVE VALEUR-CLIENT TO LP-VALEUR.
           MOVE LIGNE-PASSIF TO PASSIF-REC.
           WRITE PASSIF-REC.
           ADD 1 TO NB-PASSIF.
           ADD CL-POINTS TO TOTAL-POINTS.
           ADD VALEUR-CLIENT TO TOTAL-VALEUR.
           EXIT PARAGRAPH.
