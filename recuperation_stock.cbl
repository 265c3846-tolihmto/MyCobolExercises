       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERATION-STOCK.

      *============================================================
      *  Reprise en avant du catalogue indexe inv_master.dat apres
      *  avarie : SAUVEGARDE-FICHIERS RESTAURER ne ramene que la
      *  generation de la nuit, les mouvements de la journee
      *  etaient perdus sauf a tout ressaisir. Ici :
      *
      *    ./recuperation_stock <generation> [AAAAMMJJHHMMSS]
      *
      *  1. copie inv_master.dat de backup_g<generation> dans une
      *     base de travail inv_master.rec (le fichier en service
      *     n'est pas touche) ;
      *  2. rejoue dessus les lignes de stock_journal.txt
      *     posterieures a l'heure de la sauvegarde (manifeste de
      *     la generation, ou date du fichier sauve, ou argument 2
      *     pour forcer l'heure) : M-QTE + delta, puis controle
      *     contre le solde journalise de la ligne - un ecart est
      *     signale et la quantite realignee sur le journal, qui
      *     dit ce que le fichier contenait a ce moment-la. Les
      *     transferts entre sites (TRF-...) portent le stock des
      *     sauvegardes de site, pas le catalogue : ignores ;
      *  3. rejoue les changements de prix de prix_histo.txt dates
      *     du jour de la sauvegarde ou apres (l'historique n'a pas
      *     d'heure : un changement du jour deja present dans la
      *     sauvegarde est reconnu a son nouveau prix) : M-PU =
      *     nouveau prix, un ancien prix qui ne raccorde pas est
      *     signale ;
      *  4. rapport recuperation_stock_AAAAMMJJ.txt (ecarts de
      *     solde, articles absents de la sauvegarde, ruptures de
      *     prix, totaux), declare au spool ; puis, sur
      *     confirmation de l'operateur, le fichier avarie est mis
      *     de cote (inv_master.dat.avarie_AAAAMMJJ) et la base
      *     reconstituee remise en service, trace AUDIT-TRACE.
      *
      *  Sous identification operateur et verrou FILE-LOCK du
      *  catalogue pendant toute la reprise.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "inv_master.rec"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-CODE
               FILE STATUS IS MASTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "stock_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT HISTO-FILE ASSIGN TO "prix_histo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTO-STATUS.
           SELECT MANIFESTE-FILE ASSIGN TO DYNAMIC
               MANIFESTE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFESTE-STATUS.
           SELECT HEURE-FILE ASSIGN TO "recuperation_stock.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HEURE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-REC.
           05  M-CODE              PIC X(10).
           05  M-LIB               PIC X(20).
           05  M-PU                PIC S9(5)V99.
           05  M-QTE               PIC S9(5).
           05  M-SEUIL             PIC S9(5).
           05  M-TVA               PIC 9(3).
           05  M-PMP               PIC S9(5)V99.
           05  M-EAN               PIC X(13).
           05  M-POIDS             PIC 9(4)V999.
           05  M-SERIE             PIC X.
           05  M-STATUT            PIC X.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC             PIC X(80).
       FD  HISTO-FILE.
       01  HISTO-REC               PIC X(80).
       FD  MANIFESTE-FILE.
       01  MANIFESTE-REC           PIC X(120).
       FD  HEURE-FILE.
       01  HEURE-REC               PIC X(40).
       FD  RAPPORT-FILE.
       01  RAPPORT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       77  MASTER-STATUS           PIC X(2) VALUE SPACES.
       77  JOURNAL-STATUS          PIC X(2) VALUE SPACES.
       77  HISTO-STATUS            PIC X(2) VALUE SPACES.
       77  MANIFESTE-STATUS        PIC X(2) VALUE SPACES.
       77  HEURE-STATUS            PIC X(2) VALUE SPACES.
       77  MANIFESTE-FILENAME      PIC X(64) VALUE SPACES.
       77  RAPPORT-FILENAME        PIC X(64) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  ARG-GEN                 PIC X(8) VALUE SPACES.
       77  ARG-HEURE               PIC X(16) VALUE SPACES.
       77  CMD-W                   PIC X(200) VALUE SPACES.
       77  WS-EXIT-CODE            PIC S9(5) VALUE 0.
       77  REPLY                   PIC X(16) VALUE SPACES.

      *> Heure de la sauvegarde, au format de l'horodatage du
      *> journal (AAAAMMJJ HH:MM:SS) pour comparer les deux tels
      *> quels ; DATE-SAUVEGARDE borne le rejeu des prix.
       01  HEURE-SAUVEGARDE        PIC X(17) VALUE SPACES.
       77  DATE-SAUVEGARDE         PIC 9(8) VALUE 0.
       77  ORIGINE-HEURE           PIC X(24) VALUE SPACES.
       01  MF-MOT1                 PIC X(16).
       01  MF-MOT2                 PIC X(16).
       01  MF-MOT3                 PIC X(16).
       01  MF-DATE                 PIC X(16).
       01  MF-MOT5                 PIC X(16).
       01  MF-HEURE                PIC X(16).

      *> Rejeu du journal : horodatage|code|delta|motif|solde.
       01  JRN-CH1                 PIC X(20).
       01  JRN-CH2                 PIC X(16).
       01  JRN-CH3                 PIC X(16).
       01  JRN-CH4                 PIC X(16).
       01  JRN-CH5                 PIC X(16).
       77  JRN-DELTA               PIC S9(7) VALUE 0.
       77  JRN-SOLDE               PIC S9(7) VALUE 0.
       77  QTE-REJOUEE             PIC S9(7) VALUE 0.
       77  NUM-LIGNE               PIC 9(7) VALUE 0.
       77  LIGNE-EDIT              PIC Z(6)9.

      *> Rejeu des prix : date|code|ancien_pu|nouveau_pu|origine.
       01  HIS-CH1                 PIC X(16).
       01  HIS-CH2                 PIC X(16).
       01  HIS-CH3                 PIC X(16).
       01  HIS-CH4                 PIC X(16).
       01  HIS-CH5                 PIC X(16).
       77  HIS-DATE                PIC 9(8) VALUE 0.
       77  ANCIEN-PU               PIC S9(5)V99 VALUE 0.
       77  NOUVEAU-PU              PIC S9(5)V99 VALUE 0.

       77  NB-MVT-REJOUES          PIC 9(6) VALUE 0.
       77  NB-MVT-IGNORES          PIC 9(6) VALUE 0.
       77  NB-PRIX-REJOUES         PIC 9(6) VALUE 0.
       77  NB-PRIX-DEJA            PIC 9(6) VALUE 0.
       77  NB-ECARTS-SOLDE         PIC 9(4) VALUE 0.
       77  NB-ABSENTS              PIC 9(4) VALUE 0.
       77  NB-ECARTS-PRIX          PIC 9(4) VALUE 0.
       77  NB-ILLISIBLES           PIC 9(4) VALUE 0.
       77  NB-ECARTS               PIC 9(4) VALUE 0.
       77  QTE-EDIT                PIC -(6)9.
       77  QTE-EDIT2               PIC -(6)9.
       77  PU-EDIT                 PIC -(5)9.99.
       77  PU-EDIT2                PIC -(5)9.99.
       77  PU-EDIT3                PIC -(5)9.99.

      *> Le rapport est declare au spool des documents.
       77  SPOOL-TYPE              PIC X(12) VALUE "RAPPORT".
       77  SPOOL-FICHIER           PIC X(64) VALUE SPACES.
       77  SPOOL-NUMERO            PIC 9(6) VALUE 0.

      *> Remise en service tracee dans la piste d'audit.
       77  AUD-FICHIER             PIC X(20) VALUE "inv_master".
       77  AUD-CLE                 PIC X(64) VALUE SPACES.
       77  AUD-CHAMP               PIC X(12) VALUE "RECUPERATION".
       77  AUD-AVANT               PIC X(20) VALUE SPACES.
       77  AUD-APRES               PIC X(20) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
           VALUE "RECUPERATION-STOCK".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.
      *> Identification de l'operateur (OPERATOR-SIGNON).
       77  WS-OPERATEUR            PIC X(8) VALUE SPACES.
       77  SIGNON-RESULTAT         PIC X(2) VALUE SPACES.
       77  SIGNON-FAIT             PIC X VALUE 'N'.

      *> Verrou partage sur le catalogue indexe (sous-programme
      *> FILE-LOCK) : personne ne mouvemente pendant la reprise.
       77  VERROU-RESSOURCE        PIC X(20) VALUE "inv_master".
       77  VERROU-ACTION           PIC X(8) VALUE SPACES.
       77  VERROU-RESULTAT         PIC X(2) VALUE SPACES.
       77  VERROU-TENU             PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           ACCEPT ARG-GEN FROM ARGUMENT-VALUE
           ACCEPT ARG-HEURE FROM ARGUMENT-VALUE
           IF FUNCTION LENGTH(FUNCTION TRIM(ARG-GEN)) NOT = 1
               OR ARG-GEN(1:1) NOT NUMERIC
               DISPLAY "USAGE: recuperation_stock <generation>"
                   " [AAAAMMJJHHMMSS]"
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           MOVE SPACES TO CMD-W
           STRING "sh -c '[ -f backup_g" ARG-GEN(1:1)
               "/inv_master.dat ]'"
               DELIMITED BY SIZE INTO CMD-W
           END-STRING
           CALL "SYSTEM" USING CMD-W
           COMPUTE WS-EXIT-CODE = RETURN-CODE / 256
           IF WS-EXIT-CODE NOT = 0
               DISPLAY "Pas de copie de inv_master.dat dans backup_g"
                   ARG-GEN(1:1) "."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           PERFORM DETERMINER-HEURE
           IF HEURE-SAUVEGARDE = SPACES
               DISPLAY "Heure de la sauvegarde introuvable, donnez-la"
                   " en argument 2 (AAAAMMJJHHMMSS)."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT
           IF SIGNON-RESULTAT = "91"
               DISPLAY "Identification operateur refusee, fin."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           MOVE 'O' TO SIGNON-FAIT

           MOVE "LOCK" TO VERROU-ACTION
           CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
               VERROU-RESULTAT
           IF VERROU-RESULTAT NOT = "00"
               DISPLAY "Catalogue indexe verrouille par un autre"
                   " traitement (inv_master.lck), reessayez plus"
                   " tard."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           MOVE 'O' TO VERROU-TENU

           DISPLAY "Reprise depuis backup_g" ARG-GEN(1:1)
               " du " HEURE-SAUVEGARDE " ("
               FUNCTION TRIM(ORIGINE-HEURE) ")."
           MOVE SPACES TO CMD-W
           STRING "cp backup_g" ARG-GEN(1:1)
               "/inv_master.dat inv_master.rec"
               DELIMITED BY SIZE INTO CMD-W
           END-STRING
           CALL "SYSTEM" USING CMD-W
           OPEN I-O MASTER-FILE
           IF MASTER-STATUS NOT = "00"
               DISPLAY "Copie de sauvegarde illisible (status "
                   MASTER-STATUS "), reprise abandonnee."
               CALL "SYSTEM" USING "rm -f inv_master.rec"
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           PERFORM OUVRIR-RAPPORT
           PERFORM REJOUER-JOURNAL
           PERFORM REJOUER-PRIX
           CLOSE MASTER-FILE
           PERFORM ECRIRE-RESUME
           CLOSE RAPPORT-FILE
           MOVE RAPPORT-FILENAME TO SPOOL-FICHIER
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO

           DISPLAY NB-MVT-REJOUES " mouvement(s) et "
               NB-PRIX-REJOUES " changement(s) de prix rejoue(s), "
               NB-ECARTS " ecart(s)."
           DISPLAY "Rapport : " FUNCTION TRIM(RAPPORT-FILENAME)
               " (spool " SPOOL-NUMERO ")"
           IF NB-ECARTS > 0
               MOVE 4 TO WS-JOBLOG-RC
           END-IF
           PERFORM METTRE-EN-SERVICE
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           IF VERROU-TENU = 'O'
               MOVE "UNLOCK" TO VERROU-ACTION
               CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
                   VERROU-RESULTAT
               MOVE 'N' TO VERROU-TENU
           END-IF.
           IF SIGNON-FAIT = 'O'
               CALL "OPERATOR-SIGNOFF"
               MOVE 'N' TO SIGNON-FAIT
           END-IF.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  DETERMINER-HEURE : argument 2 s'il est donne, sinon
      *  l'en-tete du manifeste de la generation (GENERATION n DU
      *  AAAAMMJJ A HH:MM:SS), sinon la date du fichier sauve.
      *============================================================
       DETERMINER-HEURE.
           MOVE SPACES TO HEURE-SAUVEGARDE.
           IF FUNCTION LENGTH(FUNCTION TRIM(ARG-HEURE)) = 14
               AND ARG-HEURE(1:14) NUMERIC
               STRING ARG-HEURE(1:8) " " ARG-HEURE(9:2) ":"
                   ARG-HEURE(11:2) ":" ARG-HEURE(13:2)
                   DELIMITED BY SIZE INTO HEURE-SAUVEGARDE
               END-STRING
               MOVE "heure donnee" TO ORIGINE-HEURE
           ELSE
               PERFORM LIRE-HEURE-MANIFESTE
           END-IF.
           IF HEURE-SAUVEGARDE = SPACES
               PERFORM LIRE-HEURE-FICHIER
           END-IF.
           IF HEURE-SAUVEGARDE NOT = SPACES
               MOVE HEURE-SAUVEGARDE(1:8) TO DATE-SAUVEGARDE
           END-IF.
           EXIT PARAGRAPH.

       LIRE-HEURE-MANIFESTE.
           MOVE SPACES TO MANIFESTE-FILENAME.
           STRING "backup_g" ARG-GEN(1:1) "/manifeste.txt"
               DELIMITED BY SIZE INTO MANIFESTE-FILENAME
           END-STRING.
           OPEN INPUT MANIFESTE-FILE.
           IF MANIFESTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ MANIFESTE-FILE
               AT END
                   MOVE SPACES TO MANIFESTE-REC
           END-READ.
           CLOSE MANIFESTE-FILE.
           MOVE SPACES TO MF-MOT1 MF-MOT2 MF-MOT3 MF-DATE MF-MOT5
               MF-HEURE.
           UNSTRING MANIFESTE-REC DELIMITED BY ALL SPACE
               INTO MF-MOT1 MF-MOT2 MF-MOT3 MF-DATE MF-MOT5 MF-HEURE
           END-UNSTRING.
           IF MF-MOT1 = "GENERATION" AND MF-DATE(1:8) NUMERIC
               AND MF-HEURE(3:1) = ":" AND MF-HEURE(6:1) = ":"
               STRING MF-DATE(1:8) " " MF-HEURE(1:8)
                   DELIMITED BY SIZE INTO HEURE-SAUVEGARDE
               END-STRING
               MOVE "manifeste" TO ORIGINE-HEURE
           END-IF.
           EXIT PARAGRAPH.

       LIRE-HEURE-FICHIER.
           MOVE SPACES TO CMD-W.
           STRING "sh -c 'date -r backup_g" ARG-GEN(1:1)
               "/inv_master.dat +%Y%m%d%H%M%S"
               " > recuperation_stock.tmp'"
               DELIMITED BY SIZE INTO CMD-W
           END-STRING.
           CALL "SYSTEM" USING CMD-W.
           OPEN INPUT HEURE-FILE.
           IF HEURE-STATUS = "00"
               READ HEURE-FILE
                   AT END
                       MOVE SPACES TO HEURE-REC
               END-READ
               CLOSE HEURE-FILE
               IF HEURE-REC(1:14) NUMERIC
                   STRING HEURE-REC(1:8) " " HEURE-REC(9:2) ":"
                       HEURE-REC(11:2) ":" HEURE-REC(13:2)
                       DELIMITED BY SIZE INTO HEURE-SAUVEGARDE
                   END-STRING
                   MOVE "date du fichier sauve" TO ORIGINE-HEURE
               END-IF
           END-IF.
           CALL "SYSTEM" USING "rm -f recuperation_stock.tmp".
           EXIT PARAGRAPH.

       OUVRIR-RAPPORT.
           MOVE SPACES TO RAPPORT-FILENAME.
           STRING "recuperation_stock_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO RAPPORT-FILENAME
           END-STRING.
           OPEN OUTPUT RAPPORT-FILE.
           MOVE SPACES TO RAPPORT-REC.
           STRING "REPRISE DE inv_master.dat DU " WS-TODAY
               " - SAUVEGARDE backup_g" ARG-GEN(1:1) " DU "
               HEURE-SAUVEGARDE " (" FUNCTION TRIM(ORIGINE-HEURE)
               ")"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.

      *============================================================
      *  REJOUER-JOURNAL : les mouvements posterieurs a la
      *  sauvegarde, dans l'ordre du journal.
      *============================================================
       REJOUER-JOURNAL.
           MOVE 0 TO NUM-LIGNE.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = "00"
               MOVE SPACES TO RAPPORT-REC
               MOVE "Journal stock_journal.txt absent : aucun"
                   & " mouvement a rejouer." TO RAPPORT-REC
               WRITE RAPPORT-REC
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ JOURNAL-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       ADD 1 TO NUM-LIGNE
                       PERFORM REJOUER-MOUVEMENT
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           EXIT PARAGRAPH.

       REJOUER-MOUVEMENT.
           IF FUNCTION LENGTH(FUNCTION TRIM(JOURNAL-REC)) = 0
               OR JOURNAL-REC(1:10) = "horodatage"
               EXIT PARAGRAPH
           END-IF.
           IF JOURNAL-REC(1:17) NOT > HEURE-SAUVEGARDE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO JRN-CH1 JRN-CH2 JRN-CH3 JRN-CH4 JRN-CH5.
           UNSTRING JOURNAL-REC DELIMITED BY "|"
               INTO JRN-CH1 JRN-CH2 JRN-CH3 JRN-CH4 JRN-CH5
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(JRN-CH3)) NOT = 0
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(JRN-CH5))
                   NOT = 0
               ADD 1 TO NB-ILLISIBLES NB-ECARTS
               MOVE NUM-LIGNE TO LIGNE-EDIT
               MOVE SPACES TO RAPPORT-REC
               STRING "LIGNE ILLISIBLE journal ligne "
                   FUNCTION TRIM(LIGNE-EDIT) " : "
                   FUNCTION TRIM(JOURNAL-REC)
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
               EXIT PARAGRAPH
           END-IF.
           IF JRN-CH4(1:4) = "TRF-"
               ADD 1 TO NB-MVT-IGNORES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(JRN-CH3) TO JRN-DELTA.
           MOVE FUNCTION NUMVAL(JRN-CH5) TO JRN-SOLDE.
           MOVE JRN-CH2(1:10) TO M-CODE.
           MOVE NUM-LIGNE TO LIGNE-EDIT.
           READ MASTER-FILE
               INVALID KEY
                   ADD 1 TO NB-ABSENTS NB-ECARTS
                   MOVE JRN-DELTA TO QTE-EDIT
                   MOVE SPACES TO RAPPORT-REC
                   STRING "ARTICLE ABSENT " FUNCTION TRIM(JRN-CH2)
                       " ligne " FUNCTION TRIM(LIGNE-EDIT) " du "
                       JRN-CH1(1:17) " : " FUNCTION TRIM(QTE-EDIT)
                       " " FUNCTION TRIM(JRN-CH4)
                       " non rejoue (article cree apres la"
                       " sauvegarde ?)"
                       DELIMITED BY SIZE INTO RAPPORT-REC
                   END-STRING
                   WRITE RAPPORT-REC
                   EXIT PARAGRAPH
           END-READ.
           COMPUTE QTE-REJOUEE = M-QTE + JRN-DELTA.
           IF QTE-REJOUEE NOT = JRN-SOLDE
               ADD 1 TO NB-ECARTS-SOLDE NB-ECARTS
               MOVE QTE-REJOUEE TO QTE-EDIT
               MOVE JRN-SOLDE TO QTE-EDIT2
               MOVE SPACES TO RAPPORT-REC
               STRING "ECART SOLDE " FUNCTION TRIM(M-CODE)
                   " ligne " FUNCTION TRIM(LIGNE-EDIT) " du "
                   JRN-CH1(1:17) " (" FUNCTION TRIM(JRN-CH4)
                   ") : rejoue " FUNCTION TRIM(QTE-EDIT)
                   ", journalise " FUNCTION TRIM(QTE-EDIT2)
                   " - realigne sur le journal"
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
           END-IF.
      *> le solde journalise est ce que le fichier contenait apres
      *> le mouvement : la reprise repart de lui, ecart ou pas
           MOVE JRN-SOLDE TO M-QTE.
           REWRITE MASTER-REC
               INVALID KEY
                   DISPLAY "Erreur base de reprise ("
                       FUNCTION TRIM(M-CODE) ") : " MASTER-STATUS
           END-REWRITE.
           ADD 1 TO NB-MVT-REJOUES.
           EXIT PARAGRAPH.

      *============================================================
      *  REJOUER-PRIX : les changements de prix du jour de la
      *  sauvegarde et apres, dans l'ordre de l'historique.
      *============================================================
       REJOUER-PRIX.
           MOVE 0 TO NUM-LIGNE.
           OPEN INPUT HISTO-FILE.
           IF HISTO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ HISTO-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       ADD 1 TO NUM-LIGNE
                       PERFORM REJOUER-LIGNE-PRIX
               END-READ
           END-PERFORM.
           CLOSE HISTO-FILE.
           EXIT PARAGRAPH.

       REJOUER-LIGNE-PRIX.
           IF FUNCTION LENGTH(FUNCTION TRIM(HISTO-REC)) = 0
               OR HISTO-REC(1:5) = "date|"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO HIS-CH1 HIS-CH2 HIS-CH3 HIS-CH4 HIS-CH5.
           UNSTRING HISTO-REC DELIMITED BY "|"
               INTO HIS-CH1 HIS-CH2 HIS-CH3 HIS-CH4 HIS-CH5
           END-UNSTRING.
           IF HIS-CH1(1:8) NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(HIS-CH3))
                   NOT = 0
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(HIS-CH4))
                   NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE HIS-CH1(1:8) TO HIS-DATE.
           IF HIS-DATE < DATE-SAUVEGARDE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(HIS-CH3) TO ANCIEN-PU.
           MOVE FUNCTION NUMVAL(HIS-CH4) TO NOUVEAU-PU.
           MOVE HIS-CH2(1:10) TO M-CODE.
           MOVE NUM-LIGNE TO LIGNE-EDIT.
           READ MASTER-FILE
               INVALID KEY
                   ADD 1 TO NB-ABSENTS NB-ECARTS
                   MOVE NOUVEAU-PU TO PU-EDIT
                   MOVE SPACES TO RAPPORT-REC
                   STRING "ARTICLE ABSENT " FUNCTION TRIM(HIS-CH2)
                       " prix ligne " FUNCTION TRIM(LIGNE-EDIT)
                       " du " HIS-DATE " : nouveau prix "
                       FUNCTION TRIM(PU-EDIT) " non rejoue"
                       DELIMITED BY SIZE INTO RAPPORT-REC
                   END-STRING
                   WRITE RAPPORT-REC
                   EXIT PARAGRAPH
           END-READ.
           IF M-PU = NOUVEAU-PU AND HIS-DATE = DATE-SAUVEGARDE
      *> changement du jour deja present dans la sauvegarde
               ADD 1 TO NB-PRIX-DEJA
               EXIT PARAGRAPH
           END-IF.
           IF M-PU NOT = ANCIEN-PU
               ADD 1 TO NB-ECARTS-PRIX NB-ECARTS
               MOVE M-PU TO PU-EDIT
               MOVE ANCIEN-PU TO PU-EDIT2
               MOVE NOUVEAU-PU TO PU-EDIT3
               MOVE SPACES TO RAPPORT-REC
               STRING "ECART PRIX " FUNCTION TRIM(M-CODE)
                   " ligne " FUNCTION TRIM(LIGNE-EDIT) " du "
                   HIS-DATE " (" FUNCTION TRIM(HIS-CH5)
                   ") : prix en base " FUNCTION TRIM(PU-EDIT)
                   ", ancien prix historise "
                   FUNCTION TRIM(PU-EDIT2) " - nouveau prix "
                   FUNCTION TRIM(PU-EDIT3) " applique"
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
           END-IF.
           MOVE NOUVEAU-PU TO M-PU.
           REWRITE MASTER-REC
               INVALID KEY
                   DISPLAY "Erreur base de reprise ("
                       FUNCTION TRIM(M-CODE) ") : " MASTER-STATUS
           END-REWRITE.
           ADD 1 TO NB-PRIX-REJOUES.
           EXIT PARAGRAPH.

       ECRIRE-RESUME.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           STRING "MOUVEMENTS REJOUES : " NB-MVT-REJOUES
               "   TRANSFERTS DE SITE IGNORES : " NB-MVT-IGNORES
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           STRING "PRIX REJOUES : " NB-PRIX-REJOUES
               "   DEJA DANS LA SAUVEGARDE : " NB-PRIX-DEJA
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           STRING "ECARTS DE SOLDE : " NB-ECARTS-SOLDE
               "   ARTICLES ABSENTS : " NB-ABSENTS
               "   ECARTS DE PRIX : " NB-ECARTS-PRIX
               "   LIGNES ILLISIBLES : " NB-ILLISIBLES
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           IF NB-ECARTS = 0
               MOVE "Reprise sans ecart : base reconstituee conforme"
                   & " au journal." TO RAPPORT-REC
           ELSE
               MOVE "ATTENTION : ecarts a examiner avant la remise"
                   & " en service." TO RAPPORT-REC
           END-IF.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.

      *============================================================
      *  METTRE-EN-SERVICE : sur confirmation, le fichier avarie
      *  est mis de cote et la base reconstituee prend sa place.
      *============================================================
       METTRE-EN-SERVICE.
           IF NB-ECARTS > 0
               DISPLAY "ATTENTION : " NB-ECARTS " ecart(s) au"
                   " rapport, a examiner d'abord."
           END-IF.
           DISPLAY "Remettre inv_master.dat en service avec la base"
               " reconstituee (o/n) ? " WITH NO ADVANCING.
           ACCEPT REPLY.
           IF REPLY(1:1) NOT = "o" AND REPLY(1:1) NOT = "O"
               DISPLAY "Base reconstituee laissee dans"
                   " inv_master.rec, inv_master.dat inchange."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CMD-W.
           STRING "sh -c '[ -f inv_master.dat ] && mv inv_master.dat"
               " inv_master.dat.avarie_" WS-TODAY "; mv"
               " inv_master.rec inv_master.dat'"
               DELIMITED BY SIZE INTO CMD-W
           END-STRING.
           CALL "SYSTEM" USING CMD-W.
           MOVE SPACES TO AUD-CLE AUD-AVANT AUD-APRES.
           STRING "backup_g" ARG-GEN(1:1) " " HEURE-SAUVEGARDE
               DELIMITED BY SIZE INTO AUD-CLE
           END-STRING.
           MOVE "AVARIE" TO AUD-AVANT.
           STRING "SERVICE " NB-ECARTS " ECARTS"
               DELIMITED BY SIZE INTO AUD-APRES
           END-STRING.
           CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE AUD-CHAMP
               AUD-AVANT AUD-APRES WS-JOBLOG-PROGRAM.
           DISPLAY "inv_master.dat remis en service, l'ancien"
               " fichier garde sous inv_master.dat.avarie_"
               WS-TODAY ".".
           EXIT PARAGRAPH.
