       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODES-COMPTABLES.

      *============================================================
      *  Tenue du calendrier des periodes comptables periodes.txt
      *  (PERIODE|STATUT|DATE|OPERATEUR) lu par PERIODE-CONTROLE :
      *  une fois le mois signe par la finance, factures, avoirs,
      *  comptages, mouvements de stock et ecritures du grand
      *  livre ne peuvent plus y etre postes a posteriori.
      *
      *    LISTE : affiche le calendrier (mode par defaut) ;
      *    CLOTURER AAAAMM : periode EN-CLOTURE (pose aussi par
      *        CLOTURE-STOCK quand il ecrit gl_stock_AAAAMM) ;
      *    FERMER AAAAMM : signature de la finance, periode
      *        FERMEE ;
      *    ROUVRIR AAAAMM : remet la periode OUVERTE.
      *
      *  Tout changement de statut exige un operateur identifie
      *  de role ADMIN (OPERATOR-AUTH) et laisse son image
      *  avant/apres dans la piste d'audit (AUDIT-TRACE, fichier
      *  "periodes") - chaque reouverture d'une periode close y
      *  est donc tracee. Un mois absent du calendrier est ouvert.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODES-FILE ASSIGN TO "periodes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODES-STATUS.
           SELECT RESTE-FILE ASSIGN TO "periodes.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODES-FILE.
       01  PERIODES-REC             PIC X(80).
       FD  RESTE-FILE.
       01  RESTE-REC                PIC X(80).

       WORKING-STORAGE SECTION.
       77  PERIODES-STATUS          PIC X(2) VALUE SPACES.
       77  RESTE-STATUS             PIC X(2) VALUE SPACES.
       77  ARG-MODE                 PIC X(16) VALUE SPACES.
       77  ARG-MOIS                 PIC X(8) VALUE SPACES.
       77  MOIS-DEMANDE             PIC 9(6) VALUE 0.
       77  MOIS-MM                  PIC 9(2) VALUE 0.
       77  WS-TODAY                 PIC 9(8) VALUE 0.
       77  NOUVEAU-STATUT           PIC X(12) VALUE SPACES.
       77  ANCIEN-STATUT            PIC X(12) VALUE SPACES.
       77  PERIODE-TROUVEE          PIC X VALUE 'N'.
       77  NB-PERIODES              PIC 9(4) VALUE 0.
       01  PER-CH1                  PIC X(8).
       01  PER-CH2                  PIC X(12).
       01  PER-CH3                  PIC X(8).
       01  PER-CH4                  PIC X(8).

      *> Image avant/apres du statut, via AUDIT-TRACE.
       77  AUD-FICHIER              PIC X(20) VALUE "periodes".
       77  AUD-CLE                  PIC X(64) VALUE SPACES.
       77  AUD-CHAMP                PIC X(12) VALUE "STATUT".
       77  AUD-AVANT                PIC X(20) VALUE SPACES.
       77  AUD-APRES                PIC X(20) VALUE SPACES.

      *> Identification de l'operateur (OPERATOR-SIGNON) et
      *> controle de role ADMIN (OPERATOR-AUTH) ; "35" = controle
      *> pas encore en service, on continue.
       77  WS-OPERATEUR             PIC X(8) VALUE SPACES.
       77  SIGNON-RESULTAT          PIC X(2) VALUE SPACES.
       77  AUTH-ACTION              PIC X(24) VALUE SPACES.
       77  AUTH-ROLE                PIC X(12) VALUE "ADMIN".
       77  AUTH-RESULTAT            PIC X(2) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM        PIC X(20)
           VALUE "PERIODES-COMPTABLES".
       77  WS-JOBLOG-EVENT          PIC X(5).
       77  WS-JOBLOG-RC             PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE FUNCTION TRIM(ARG-MODE)
               WHEN "CLOTURER"
                   MOVE "EN-CLOTURE" TO NOUVEAU-STATUT
                   PERFORM CHANGER-STATUT
               WHEN "FERMER"
                   MOVE "FERMEE" TO NOUVEAU-STATUT
                   PERFORM CHANGER-STATUT
               WHEN "ROUVRIR"
                   MOVE "OUVERTE" TO NOUVEAU-STATUT
                   PERFORM CHANGER-STATUT
               WHEN "LISTE"
               WHEN SPACES
                   PERFORM LISTER-PERIODES
               WHEN OTHER
                   DISPLAY "USAGE: periodes_comptables [LISTE |"
                       " CLOTURER AAAAMM | FERMER AAAAMM |"
                       " ROUVRIR AAAAMM]"
                   MOVE 8 TO WS-JOBLOG-RC
           END-EVALUATE
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

       LISTER-PERIODES.
           OPEN INPUT PERIODES-FILE.
           IF PERIODES-STATUS NOT = "00"
               DISPLAY "Aucun calendrier (periodes.txt absent) :"
                   " toutes les periodes sont ouvertes."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "=== PERIODES COMPTABLES ===".
           DISPLAY "  PERIODE  STATUT        DEPUIS    OPERATEUR".
           MOVE 0 TO NB-PERIODES.
           PERFORM UNTIL 1 = 0
               READ PERIODES-FILE
                   AT END EXIT PERFORM
               END-READ
               IF FUNCTION LENGTH(FUNCTION TRIM(PERIODES-REC)) > 0
                   AND PERIODES-REC(1:8) NOT = "periode|"
                   MOVE SPACES TO PER-CH1 PER-CH2 PER-CH3 PER-CH4
                   UNSTRING PERIODES-REC DELIMITED BY "|"
                       INTO PER-CH1 PER-CH2 PER-CH3 PER-CH4
                   END-UNSTRING
                   ADD 1 TO NB-PERIODES
                   DISPLAY "  " PER-CH1(1:6) "   " PER-CH2 "  "
                       PER-CH3 "  " FUNCTION TRIM(PER-CH4)
               END-IF
           END-PERFORM.
           CLOSE PERIODES-FILE.
           DISPLAY NB-PERIODES " periode(s) au calendrier, les"
               " autres mois sont ouverts.".
           EXIT PARAGRAPH.

      *============================================================
      *  CHANGER-STATUT : reecrit le calendrier avec le nouveau
      *  statut du mois, sous role ADMIN, changement audite.
      *============================================================
       CHANGER-STATUT.
           ACCEPT ARG-MOIS FROM ARGUMENT-VALUE.
           IF FUNCTION LENGTH(FUNCTION TRIM(ARG-MOIS)) NOT = 6
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-MOIS))
                   NOT = 0
               DISPLAY "USAGE: periodes_comptables "
                   FUNCTION TRIM(ARG-MODE) " AAAAMM"
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(ARG-MOIS) TO MOIS-DEMANDE.
           MOVE MOIS-DEMANDE(5:2) TO MOIS-MM.
           IF MOIS-MM < 1 OR MOIS-MM > 12
               DISPLAY "Periode " MOIS-DEMANDE " invalide."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.

           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT
           IF SIGNON-RESULTAT = "91"
               DISPLAY "Identification operateur refusee, fin."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO AUTH-ACTION.
           STRING "PERIODE-" FUNCTION TRIM(ARG-MODE)
               DELIMITED BY SIZE INTO AUTH-ACTION
           END-STRING.
           CALL "OPERATOR-AUTH" USING AUTH-ACTION AUTH-ROLE
               AUTH-RESULTAT.
           IF AUTH-RESULTAT = "91"
               DISPLAY "Changement de statut de periode refuse :"
                   " role ADMIN requis."
               MOVE 8 TO WS-JOBLOG-RC
               CALL "OPERATOR-SIGNOFF"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(WS-OPERATEUR) = SPACES
               MOVE "-" TO WS-OPERATEUR
           END-IF.

           MOVE 'N' TO PERIODE-TROUVEE.
           MOVE "OUVERTE" TO ANCIEN-STATUT.
           OPEN OUTPUT RESTE-FILE.
           OPEN INPUT PERIODES-FILE.
           IF PERIODES-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ PERIODES-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           PERFORM RECOPIER-LIGNE
                   END-READ
               END-PERFORM
               CLOSE PERIODES-FILE
           ELSE
               MOVE "periode|statut|date|operateur" TO RESTE-REC
               WRITE RESTE-REC
           END-IF.
           IF PERIODE-TROUVEE = 'N'
               PERFORM ECRIRE-LIGNE-PERIODE
           END-IF.
           CLOSE RESTE-FILE.

           IF ANCIEN-STATUT = NOUVEAU-STATUT
               CALL "SYSTEM" USING "rm -f periodes.tmp"
               DISPLAY "Periode " MOIS-DEMANDE " deja "
                   FUNCTION TRIM(NOUVEAU-STATUT) ", rien a faire."
               MOVE 4 TO WS-JOBLOG-RC
               CALL "OPERATOR-SIGNOFF"
               EXIT PARAGRAPH
           END-IF.
           CALL "SYSTEM" USING "mv periodes.tmp periodes.txt".

           MOVE SPACES TO AUD-CLE.
           MOVE MOIS-DEMANDE TO AUD-CLE(1:6).
           MOVE ANCIEN-STATUT TO AUD-AVANT.
           MOVE NOUVEAU-STATUT TO AUD-APRES.
           CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE AUD-CHAMP
               AUD-AVANT AUD-APRES WS-JOBLOG-PROGRAM.
           DISPLAY "Periode " MOIS-DEMANDE " : "
               FUNCTION TRIM(ANCIEN-STATUT) " -> "
               FUNCTION TRIM(NOUVEAU-STATUT) ".".
           IF NOUVEAU-STATUT = "OUVERTE"
               DISPLAY "ATTENTION : periode rouverte, les etats"
                   " deja remis pour " MOIS-DEMANDE
                   " peuvent ne plus correspondre."
           END-IF.
           CALL "OPERATOR-SIGNOFF".
           EXIT PARAGRAPH.

       RECOPIER-LIGNE.
           IF FUNCTION LENGTH(FUNCTION TRIM(PERIODES-REC)) = 0
               OR PERIODES-REC(1:8) = "periode|"
               MOVE PERIODES-REC TO RESTE-REC
               WRITE RESTE-REC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PER-CH1 PER-CH2.
           UNSTRING PERIODES-REC DELIMITED BY "|"
               INTO PER-CH1 PER-CH2
           END-UNSTRING.
           IF PER-CH1(1:6) = ARG-MOIS(1:6)
               MOVE 'O' TO PERIODE-TROUVEE
               MOVE PER-CH2 TO ANCIEN-STATUT
               PERFORM ECRIRE-LIGNE-PERIODE
           ELSE
               MOVE PERIODES-REC TO RESTE-REC
               WRITE RESTE-REC
           END-IF.
           EXIT PARAGRAPH.

       ECRIRE-LIGNE-PERIODE.
           MOVE SPACES TO RESTE-REC.
           STRING MOIS-DEMANDE "|" FUNCTION TRIM(NOUVEAU-STATUT) "|"
               WS-TODAY "|" FUNCTION TRIM(WS-OPERATEUR)
               DELIMITED BY SIZE INTO RESTE-REC
           END-STRING.
           WRITE RESTE-REC.
           EXIT PARAGRAPH.
