       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDATION-CONSOLE.

      *============================================================
      *  Console de double validation : les changements sensibles
      *  mis en attente par DOUBLE-VALIDATION (prix M-PU
      *  d'INV-MAINTENANCE, plafond CL-PLAFOND importe par
      *  COMMANDES-CLIENTS, decouvert et plafond journalier des
      *  comptes ATM d'ATM-ADMIN-CONSOLE) dans
      *  validations_attente.txt.
      *
      *    LISTE [TOUT] : les demandes en attente (TOUT : avec les
      *        demandes deja tranchees) ;
      *    APPROUVER <numero> : applique le changement au fichier
      *        maitre et le trace dans AUDIT-TRACE - image
      *        avant/apres, puis une ligne VALIDATION portant le
      *        demandeur et le valideur ;
      *    REJETER <numero> : la demande est close sans rien
      *        appliquer.
      *
      *  Approuver ou rejeter exige un operateur identifie
      *  (OPERATOR-SIGNON), habilite (OPERATOR-AUTH, action
      *  VALIDATION-CHANGEMENT, role SUPERVISEUR) et different du
      *  demandeur. Une demande dont la valeur courante n'est plus
      *  l'image avant (changee entre-temps, fiche disparue) passe
      *  PERIMEE sans etre appliquee ; un fichier verrouille laisse
      *  la demande en attente.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTENTE-FILE ASSIGN TO "validations_attente.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTENTE-STATUS.
           SELECT RESTE-FILE ASSIGN TO "validations_attente.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTE-STATUS.
           SELECT MASTER-FILE ASSIGN TO "inv_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-CODE
               FILE STATUS IS MASTER-STATUS.
           SELECT CLIENT-FILE ASSIGN TO "cli_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CODE
               FILE STATUS IS CLIENT-STATUS.
           SELECT HISTO-FILE ASSIGN TO "prix_histo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTENTE-FILE.
       01  ATTENTE-REC             PIC X(300).
       FD  RESTE-FILE.
       01  RESTE-REC               PIC X(300).
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
       FD  HISTO-FILE.
       01  HISTO-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       77  ATTENTE-STATUS          PIC X(2) VALUE SPACES.
       77  RESTE-STATUS            PIC X(2) VALUE SPACES.
       77  MASTER-STATUS           PIC X(2) VALUE SPACES.
       77  CLIENT-STATUS           PIC X(2) VALUE SPACES.
       77  HISTO-STATUS            PIC X(2) VALUE SPACES.
       77  ARG-MODE                PIC X(16) VALUE SPACES.
       77  ARG-2                   PIC X(16) VALUE SPACES.
       77  NUM-CHERCHE             PIC 9(6) VALUE 0.
       77  NB-LISTEES              PIC 9(4) VALUE 0.
       77  DEMANDE-TROUVEE         PIC X VALUE 'N'.
       77  MODE-DECISION           PIC X(8) VALUE SPACES.
       77  NOUVEAU-STATUT          PIC X(8) VALUE SPACES.
       77  WS-DATE                 PIC X(8) VALUE SPACES.
       77  WS-TIME                 PIC X(8) VALUE SPACES.
       77  HORODATAGE              PIC X(17) VALUE SPACES.
       77  HISTO-DATE              PIC 9(8) VALUE 0.
       77  HISTO-PU-EDIT           PIC -(5)9.99.
       77  HISTO-PU-EDIT2          PIC -(5)9.99.
       77  IDX-COMPTE              PIC 9(4) COMP VALUE 0.
       77  I                       PIC 9(4) COMP VALUE 0.

      *> Une ligne de la file (numero|horodatage|fichier|cle|champ|
      *> avant|apres|programme|demandeur|statut|decideur|decision).
       01  VAL-CH                  PIC X(64) OCCURS 12.
       77  VAL-IDX                 PIC 9(2) VALUE 0.
       01  DEMANDE.
           05  DEM-NUMERO          PIC 9(6).
           05  DEM-HORODATAGE      PIC X(17).
           05  DEM-FICHIER         PIC X(20).
           05  DEM-CLE             PIC X(64).
           05  DEM-CHAMP           PIC X(12).
           05  DEM-AVANT           PIC X(20).
           05  DEM-APRES           PIC X(20).
           05  DEM-PROGRAMME       PIC X(20).
           05  DEM-DEMANDEUR       PIC X(8).
           05  DEM-STATUT          PIC X(8).
       77  VAL-AVANT               PIC S9(13)V99 VALUE 0.
       77  VAL-APRES               PIC S9(13)V99 VALUE 0.
      *> Issue de l'application : "00" appliquee, "PE" perimee
      *> (valeur courante changee ou fiche disparue), "VE" fichier
      *> verrouille ou indisponible (demande laissee en attente).
       77  APPLI-RESULTAT          PIC X(2) VALUE SPACES.

      *> Operateur decideur (OPERATOR-SIGNON obligatoire : une
      *> validation anonyme n'est pas un second regard) et son
      *> habilitation (OPERATOR-AUTH ; "35" = controle des roles
      *> pas encore en service).
       77  WS-OPERATEUR            PIC X(8) VALUE SPACES.
       77  SIGNON-RESULTAT         PIC X(2) VALUE SPACES.
       77  SESSION-OUVERTE         PIC X VALUE 'N'.
       77  AUTH-ACTION             PIC X(24) VALUE SPACES.
       77  AUTH-ROLE               PIC X(12) VALUE SPACES.
       77  AUTH-RESULTAT           PIC X(2) VALUE SPACES.

      *> Verrous partages (FILE-LOCK) : catalogue indexe et
      *> magasin des comptes ATM.
       77  VERROU-RESSOURCE        PIC X(20) VALUE SPACES.
       77  VERROU-ACTION           PIC X(8) VALUE SPACES.
       77  VERROU-RESULTAT         PIC X(2) VALUE SPACES.

      *> Magasin des comptes ATM (ATM-ACCOUNT-STORE).
       COPY "atm_account_rec.cpy".
       77  STORE-OP                PIC X(8) VALUE SPACES.
       77  STORE-RESULT            PIC X(2) VALUE SPACES.

      *> Images avant/apres via AUDIT-TRACE.
       77  AUD-FICHIER             PIC X(20) VALUE SPACES.
       77  AUD-CLE                 PIC X(64) VALUE SPACES.
       77  AUD-CHAMP               PIC X(12) VALUE SPACES.
       77  AUD-AVANT               PIC X(20) VALUE SPACES.
       77  AUD-APRES               PIC X(20) VALUE SPACES.
       77  AUD-PROGRAMME           PIC X(20) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
           VALUE "VALIDATION-CONSOLE".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC

           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           ACCEPT ARG-2 FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT ARG-2 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE FUNCTION TRIM(ARG-MODE)
               WHEN "APPROUVER"
               WHEN "REJETER"
                   MOVE ARG-MODE TO MODE-DECISION
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-2))
                       NOT = 0
                       DISPLAY "Usage : validation_console "
                           FUNCTION TRIM(ARG-MODE) " <numero>"
                       MOVE 8 TO WS-JOBLOG-RC
                       PERFORM FIN-PROGRAMME
                   END-IF
                   MOVE FUNCTION NUMVAL(ARG-2) TO NUM-CHERCHE
                   PERFORM DECIDER-DEMANDE
               WHEN OTHER
                   PERFORM LISTER-DEMANDES
           END-EVALUATE
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           IF SESSION-OUVERTE = 'O'
               CALL "OPERATOR-SIGNOFF"
           END-IF.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  LISTER-DEMANDES : les demandes en attente, ou toutes
      *  (ARG-2 = TOUT).
      *============================================================
       LISTER-DEMANDES.
           OPEN INPUT ATTENTE-FILE.
           IF ATTENTE-STATUS NOT = "00"
               DISPLAY "Aucune demande (validations_attente.txt"
                   " absent)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "=== DEMANDES DE DOUBLE VALIDATION ===".
           PERFORM UNTIL 1 = 0
               READ ATTENTE-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM LISTER-UNE-DEMANDE
               END-READ
           END-PERFORM.
           CLOSE ATTENTE-FILE.
           DISPLAY NB-LISTEES " demande(s).".
           EXIT PARAGRAPH.

       LISTER-UNE-DEMANDE.
           IF FUNCTION LENGTH(FUNCTION TRIM(ATTENTE-REC)) = 0
               OR ATTENTE-REC(1:7) = "numero|"
               EXIT PARAGRAPH
           END-IF.
           PERFORM DECOUPER-DEMANDE.
           IF FUNCTION TRIM(ARG-2) NOT = "TOUT"
               AND DEM-STATUT NOT = "ATTENTE"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-LISTEES.
           DISPLAY "  " DEM-NUMERO "  " DEM-HORODATAGE "  "
               FUNCTION TRIM(DEM-FICHIER) " "
               FUNCTION TRIM(DEM-CLE) " "
               FUNCTION TRIM(DEM-CHAMP) " : "
               FUNCTION TRIM(DEM-AVANT) " -> "
               FUNCTION TRIM(DEM-APRES) "  par "
               FUNCTION TRIM(DEM-DEMANDEUR) " ("
               FUNCTION TRIM(DEM-PROGRAMME) ")  "
               FUNCTION TRIM(DEM-STATUT).
           IF DEM-STATUT NOT = "ATTENTE"
               DISPLAY "          decision "
                   FUNCTION TRIM(VAL-CH(12)) " par "
                   FUNCTION TRIM(VAL-CH(11))
           END-IF.
           EXIT PARAGRAPH.

       DECOUPER-DEMANDE.
           PERFORM VARYING VAL-IDX FROM 1 BY 1 UNTIL VAL-IDX > 12
               MOVE SPACES TO VAL-CH(VAL-IDX)
           END-PERFORM.
           UNSTRING ATTENTE-REC DELIMITED BY "|"
               INTO VAL-CH(1) VAL-CH(2) VAL-CH(3) VAL-CH(4)
                   VAL-CH(5) VAL-CH(6) VAL-CH(7) VAL-CH(8)
                   VAL-CH(9) VAL-CH(10) VAL-CH(11) VAL-CH(12)
           END-UNSTRING.
           MOVE 0 TO DEM-NUMERO.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(VAL-CH(1))) = 0
               MOVE FUNCTION NUMVAL(VAL-CH(1)) TO DEM-NUMERO
           END-IF.
           MOVE VAL-CH(2) TO DEM-HORODATAGE.
           MOVE VAL-CH(3) TO DEM-FICHIER.
           MOVE VAL-CH(4) TO DEM-CLE.
           MOVE VAL-CH(5) TO DEM-CHAMP.
           MOVE VAL-CH(6) TO DEM-AVANT.
           MOVE VAL-CH(7) TO DEM-APRES.
           MOVE VAL-CH(8) TO DEM-PROGRAMME.
           MOVE VAL-CH(9) TO DEM-DEMANDEUR.
           MOVE VAL-CH(10) TO DEM-STATUT.
           EXIT PARAGRAPH.

      *============================================================
      *  DECIDER-DEMANDE : APPROUVER ou REJETER la demande
      *  NUM-CHERCHE - second operateur identifie, habilite et
      *  different du demandeur.
      *============================================================
       DECIDER-DEMANDE.
           PERFORM CHERCHER-DEMANDE.
           IF DEMANDE-TROUVEE = 'N'
               DISPLAY "Demande inconnue : " NUM-CHERCHE
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           IF DEM-STATUT NOT = "ATTENTE"
               DISPLAY "Demande " NUM-CHERCHE " deja tranchee ("
                   FUNCTION TRIM(DEM-STATUT) ")."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.

           MOVE 'O' TO SESSION-OUVERTE.
           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT.
           IF SIGNON-RESULTAT NOT = "00"
               DISPLAY "Identification operateur requise"
                   " (operators.txt) pour trancher une demande."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "VALIDATION-CHANGEMENT" TO AUTH-ACTION.
           MOVE "SUPERVISEUR" TO AUTH-ROLE.
           CALL "OPERATOR-AUTH" USING AUTH-ACTION AUTH-ROLE
               AUTH-RESULTAT.
           IF AUTH-RESULTAT = "91"
               DISPLAY "Decision refusee : role SUPERVISEUR requis."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(WS-OPERATEUR) =
               FUNCTION TRIM(DEM-DEMANDEUR)
               DISPLAY "Decision refusee : le demandeur ("
                   FUNCTION TRIM(DEM-DEMANDEUR) ") ne peut pas"
                   " trancher sa propre demande."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Demande " DEM-NUMERO " : "
               FUNCTION TRIM(DEM-FICHIER) " "
               FUNCTION TRIM(DEM-CLE) " "
               FUNCTION TRIM(DEM-CHAMP) " "
               FUNCTION TRIM(DEM-AVANT) " -> "
               FUNCTION TRIM(DEM-APRES) " (demandeur "
               FUNCTION TRIM(DEM-DEMANDEUR) ")".
           IF FUNCTION TRIM(MODE-DECISION) = "REJETER"
               MOVE "REJETE" TO NOUVEAU-STATUT
               PERFORM MARQUER-DEMANDE
               DISPLAY "Demande " DEM-NUMERO " rejetee, rien"
                   " d'applique."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO VAL-AVANT VAL-APRES.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(DEM-AVANT)) = 0
               MOVE FUNCTION NUMVAL(DEM-AVANT) TO VAL-AVANT
           END-IF.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(DEM-APRES)) = 0
               MOVE FUNCTION NUMVAL(DEM-APRES) TO VAL-APRES
           END-IF.
           MOVE "PE" TO APPLI-RESULTAT.
           EVALUATE TRUE
               WHEN FUNCTION TRIM(DEM-FICHIER) = "inv_master"
                   AND FUNCTION TRIM(DEM-CHAMP) = "M-PU"
                   PERFORM APPLIQUER-PRIX
               WHEN FUNCTION TRIM(DEM-FICHIER) = "cli_master"
                   AND FUNCTION TRIM(DEM-CHAMP) = "CL-PLAFOND"
                   PERFORM APPLIQUER-PLAFOND-CLIENT
               WHEN FUNCTION TRIM(DEM-FICHIER) = "accounts"
                   AND (FUNCTION TRIM(DEM-CHAMP) = "A-OVERDRAFT"
                   OR FUNCTION TRIM(DEM-CHAMP) = "A-DAILY-LIM")
                   PERFORM APPLIQUER-COMPTE-ATM
               WHEN OTHER
                   DISPLAY "Champ non pris en charge : "
                       FUNCTION TRIM(DEM-FICHIER) " "
                       FUNCTION TRIM(DEM-CHAMP)
           END-EVALUATE.

           EVALUATE APPLI-RESULTAT
               WHEN "00"
                   PERFORM AUDITER-VALIDATION
                   MOVE "APPROUVE" TO NOUVEAU-STATUT
                   PERFORM MARQUER-DEMANDE
                   DISPLAY "Demande " DEM-NUMERO
                       " approuvee et appliquee."
               WHEN "VE"
                   DISPLAY "Fichier verrouille ou indisponible,"
                       " demande laissee en attente - reessayez"
                       " plus tard."
                   MOVE 4 TO WS-JOBLOG-RC
               WHEN OTHER
                   MOVE "PERIME" TO NOUVEAU-STATUT
                   PERFORM MARQUER-DEMANDE
                   DISPLAY "Demande " DEM-NUMERO " perimee (valeur"
                       " courante changee depuis la demande ou fiche"
                       " absente), rien d'applique."
                   MOVE 4 TO WS-JOBLOG-RC
           END-EVALUATE.
           EXIT PARAGRAPH.

       CHERCHER-DEMANDE.
           MOVE 'N' TO DEMANDE-TROUVEE.
           OPEN INPUT ATTENTE-FILE.
           IF ATTENTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ ATTENTE-FILE
                   AT END EXIT PERFORM
               END-READ
               IF FUNCTION LENGTH(FUNCTION TRIM(ATTENTE-REC)) > 0
                   AND ATTENTE-REC(1:7) NOT = "numero|"
                   PERFORM DECOUPER-DEMANDE
                   IF DEM-NUMERO = NUM-CHERCHE
                       MOVE 'O' TO DEMANDE-TROUVEE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ATTENTE-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  APPLIQUER-PRIX : M-PU au catalogue indexe, sous le verrou
      *  inv_master, trace prix_histo.txt origine VALIDATION.
      *============================================================
       APPLIQUER-PRIX.
           MOVE "inv_master" TO VERROU-RESSOURCE.
           MOVE "LOCK" TO VERROU-ACTION.
           CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
               VERROU-RESULTAT.
           IF VERROU-RESULTAT NOT = "00"
               MOVE "VE" TO APPLI-RESULTAT
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O MASTER-FILE.
           IF MASTER-STATUS NOT = "00"
               MOVE "VE" TO APPLI-RESULTAT
           ELSE
               MOVE DEM-CLE TO M-CODE
               READ MASTER-FILE
                   INVALID KEY
                       MOVE "PE" TO APPLI-RESULTAT
                   NOT INVALID KEY
                       IF M-PU = VAL-AVANT
                           MOVE VAL-APRES TO M-PU
                           REWRITE MASTER-REC
                               INVALID KEY
                                   MOVE "VE" TO APPLI-RESULTAT
                               NOT INVALID KEY
                                   MOVE "00" TO APPLI-RESULTAT
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE MASTER-FILE
           END-IF.
           MOVE "UNLOCK" TO VERROU-ACTION.
           CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
               VERROU-RESULTAT.
           IF APPLI-RESULTAT = "00"
               PERFORM HISTORISER-PRIX
           END-IF.
           EXIT PARAGRAPH.

       HISTORISER-PRIX.
           OPEN EXTEND HISTO-FILE.
           IF HISTO-STATUS = "35"
               OPEN OUTPUT HISTO-FILE
               MOVE "date|code|ancien_pu|nouveau_pu|origine"
                   TO HISTO-REC
               WRITE HISTO-REC
               CLOSE HISTO-FILE
               OPEN EXTEND HISTO-FILE
           END-IF.
           IF HISTO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT HISTO-DATE FROM DATE YYYYMMDD.
           MOVE VAL-AVANT TO HISTO-PU-EDIT.
           MOVE VAL-APRES TO HISTO-PU-EDIT2.
           MOVE SPACES TO HISTO-REC.
           STRING HISTO-DATE "|" M-CODE "|"
               FUNCTION TRIM(HISTO-PU-EDIT) "|"
               FUNCTION TRIM(HISTO-PU-EDIT2) "|VALIDATION"
               DELIMITED BY SIZE INTO HISTO-REC
           END-STRING.
           WRITE HISTO-REC.
           CLOSE HISTO-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  APPLIQUER-PLAFOND-CLIENT : CL-PLAFOND de cli_master.dat.
      *============================================================
       APPLIQUER-PLAFOND-CLIENT.
           OPEN I-O CLIENT-FILE.
           IF CLIENT-STATUS NOT = "00"
               MOVE "VE" TO APPLI-RESULTAT
               EXIT PARAGRAPH
           END-IF.
           MOVE DEM-CLE TO CL-CODE.
           READ CLIENT-FILE
               INVALID KEY
                   MOVE "PE" TO APPLI-RESULTAT
               NOT INVALID KEY
                   IF CL-PLAFOND = VAL-AVANT
                       MOVE VAL-APRES TO CL-PLAFOND
                       REWRITE CLIENT-REC
                           INVALID KEY
                               MOVE "VE" TO APPLI-RESULTAT
                           NOT INVALID KEY
                               MOVE "00" TO APPLI-RESULTAT
                       END-REWRITE
                   END-IF
           END-READ.
           CLOSE CLIENT-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  APPLIQUER-COMPTE-ATM : decouvert autorise ou plafond
      *  journalier d'un compte, par ATM-ACCOUNT-STORE sous le
      *  verrou "users" comme ATM-ADMIN-CONSOLE.
      *============================================================
       APPLIQUER-COMPTE-ATM.
           MOVE "users" TO VERROU-RESSOURCE.
           MOVE "LOCK" TO VERROU-ACTION.
           CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
               VERROU-RESULTAT.
           IF VERROU-RESULTAT NOT = "00"
               MOVE "VE" TO APPLI-RESULTAT
               EXIT PARAGRAPH
           END-IF.
           MOVE "LOAD" TO STORE-OP.
           CALL "ATM-ACCOUNT-STORE" USING STORE-OP ACCT-TABLE
               STORE-RESULT.
           IF STORE-RESULT NOT = "00"
               MOVE "VE" TO APPLI-RESULTAT
           ELSE
               MOVE 0 TO IDX-COMPTE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > ACCT-COUNT
                   IF FUNCTION TRIM(AC-HASH(I)) =
                       FUNCTION TRIM(DEM-CLE)
                       MOVE I TO IDX-COMPTE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF IDX-COMPTE > 0
                   PERFORM MODIFIER-COMPTE-ATM
               END-IF
           END-IF.
           MOVE "UNLOCK" TO VERROU-ACTION.
           CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
               VERROU-RESULTAT.
           EXIT PARAGRAPH.

       MODIFIER-COMPTE-ATM.
           IF FUNCTION TRIM(DEM-CHAMP) = "A-OVERDRAFT"
               IF AC-OVERDRAFT(IDX-COMPTE) NOT = VAL-AVANT
                   EXIT PARAGRAPH
               END-IF
               MOVE VAL-APRES TO AC-OVERDRAFT(IDX-COMPTE)
           ELSE
               IF AC-DAILY-LIMIT(IDX-COMPTE) NOT = VAL-AVANT
                   EXIT PARAGRAPH
               END-IF
               MOVE VAL-APRES TO AC-DAILY-LIMIT(IDX-COMPTE)
           END-IF.
           MOVE "SAVE" TO STORE-OP.
           CALL "ATM-ACCOUNT-STORE" USING STORE-OP ACCT-TABLE
               STORE-RESULT.
           IF STORE-RESULT = "00"
               MOVE "00" TO APPLI-RESULTAT
           ELSE
               MOVE "VE" TO APPLI-RESULTAT
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  AUDITER-VALIDATION : image avant/apres du changement
      *  applique (programme demandeur, operateur = valideur de la
      *  session), puis ligne VALIDATION avec les deux operateurs.
      *============================================================
       AUDITER-VALIDATION.
           MOVE DEM-FICHIER TO AUD-FICHIER.
           MOVE DEM-CLE TO AUD-CLE.
           MOVE DEM-CHAMP TO AUD-CHAMP.
           MOVE DEM-AVANT TO AUD-AVANT.
           MOVE DEM-APRES TO AUD-APRES.
           MOVE DEM-PROGRAMME TO AUD-PROGRAMME.
           CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE AUD-CHAMP
               AUD-AVANT AUD-APRES AUD-PROGRAMME.
           MOVE "VALIDATION" TO AUD-CHAMP.
           MOVE SPACES TO AUD-AVANT AUD-APRES.
           STRING "DEMANDEUR " FUNCTION TRIM(DEM-DEMANDEUR)
               DELIMITED BY SIZE INTO AUD-AVANT
           END-STRING.
           STRING "VALIDEUR " FUNCTION TRIM(WS-OPERATEUR)
               DELIMITED BY SIZE INTO AUD-APRES
           END-STRING.
           CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE AUD-CHAMP
               AUD-AVANT AUD-APRES WS-JOBLOG-PROGRAM.
           EXIT PARAGRAPH.

      *============================================================
      *  MARQUER-DEMANDE : recopie la file en changeant statut,
      *  decideur et horodatage de decision de la demande tranchee
      *  (meme idiome de reecriture que PURGER-REGISTRE de
      *  SPOOL-CONSOLE).
      *============================================================
       MARQUER-DEMANDE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE SPACES TO HORODATAGE.
           STRING WS-DATE " " WS-TIME(1:2) ":" WS-TIME(3:2) ":"
               WS-TIME(5:2)
               DELIMITED BY SIZE INTO HORODATAGE
           END-STRING.
           OPEN INPUT ATTENTE-FILE.
           IF ATTENTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RESTE-FILE.
           PERFORM UNTIL 1 = 0
               READ ATTENTE-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM RECOPIER-UNE-DEMANDE
               END-READ
           END-PERFORM.
           CLOSE ATTENTE-FILE.
           CLOSE RESTE-FILE.
           CALL "SYSTEM" USING
               "mv validations_attente.tmp validations_attente.txt".
           EXIT PARAGRAPH.

       RECOPIER-UNE-DEMANDE.
           MOVE ATTENTE-REC TO RESTE-REC.
           IF FUNCTION LENGTH(FUNCTION TRIM(ATTENTE-REC)) > 0
               AND ATTENTE-REC(1:7) NOT = "numero|"
               AND FUNCTION TEST-NUMVAL(ATTENTE-REC(1:6)) = 0
               AND FUNCTION NUMVAL(ATTENTE-REC(1:6)) = NUM-CHERCHE
               MOVE SPACES TO RESTE-REC
               STRING ATTENTE-REC(1:6) "|"
                   FUNCTION TRIM(DEM-HORODATAGE) "|"
                   FUNCTION TRIM(DEM-FICHIER) "|"
                   FUNCTION TRIM(DEM-CLE) "|"
                   FUNCTION TRIM(DEM-CHAMP) "|"
                   FUNCTION TRIM(DEM-AVANT) "|"
                   FUNCTION TRIM(DEM-APRES) "|"
                   FUNCTION TRIM(DEM-PROGRAMME) "|"
                   FUNCTION TRIM(DEM-DEMANDEUR) "|"
                   FUNCTION TRIM(NOUVEAU-STATUT) "|"
                   FUNCTION TRIM(WS-OPERATEUR) "|"
                   HORODATAGE
                   DELIMITED BY SIZE INTO RESTE-REC
               END-STRING
           END-IF.
           WRITE RESTE-REC.
           EXIT PARAGRAPH.
