       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSTITUTIONS-RAPPORT.

      *============================================================
      *  Frequence des substitutions : relit le registre des
      *  commandes commandes_clients.txt et retient les lignes
      *  servies par un substitut (champ 7 SUBST=<prix net>, champ
      *  8 date de commande, champ 9 article remplace - ecrites par
      *  COMMANDES-CLIENTS quand un article manquant est remplace a
      *  la saisie) des N derniers jours (N en argument 1, 90 par
      *  defaut).
      *
      *  Pour chaque article remplace : nombre de substitutions,
      *  quantite servie par substitut et detail par substitut,
      *  tries du plus souvent substitue au moins souvent - les
      *  premiers sont les ruptures recurrentes a corriger aux
      *  achats (seuil, niveau cible, fournisseur).
      *
      *  Rapport dans substitutions_AAAAMMJJ.txt, declare au spool
      *  (SPOOL-REGISTER, type RAPPORT), et a l'ecran.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRE-FILE ASSIGN TO "commandes_clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRE-FILE.
       01  REGISTRE-REC            PIC X(100).
       FD  RAPPORT-FILE.
       01  RAPPORT-REC             PIC X(100).

       WORKING-STORAGE SECTION.
       77  REGISTRE-STATUS         PIC X(2) VALUE SPACES.
       77  RAPPORT-FILENAME        PIC X(64) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  WS-J                    PIC 9(4) VALUE 0.
       77  ARG-JOURS               PIC X(16) VALUE SPACES.
       77  NB-JOURS                PIC 9(4) VALUE 90.
       77  DATE-DEBUT              PIC 9(8) VALUE 0.
       77  DATE-LIGNE              PIC 9(8) VALUE 0.
       77  QTE-LIGNE               PIC S9(5) VALUE 0.
       77  NB-LIGNES-SUBST         PIC 9(5) VALUE 0.
       77  IDX-ORIG                PIC 9(4) VALUE 0.
       77  IDX-PAIRE               PIC 9(4) VALUE 0.
       77  NB-EDIT                 PIC Z(4)9.
       77  QTE-EDIT                PIC Z(5)9.
       77  JOURS-EDIT              PIC Z(5)9.

      *> Appels au sous-programme partage DATE-UTILS (validation et
      *> arithmetique de dates, meme convention d'appel que JOB-LOG).
       77  DU-ACTION               PIC X(8) VALUE SPACES.
       77  DU-DATE-1               PIC 9(8) VALUE 0.
       77  DU-DATE-2               PIC 9(8) VALUE 0.
       77  DU-NOMBRE               PIC S9(7) VALUE 0.
       77  DU-RESULTAT             PIC X(2) VALUE SPACES.

      *> Declaration du rapport au spool d'impression
      *> (sous-programme SPOOL-REGISTER).
       77  SPOOL-TYPE              PIC X(12) VALUE "RAPPORT".
       77  SPOOL-FICHIER           PIC X(64) VALUE SPACES.
       77  SPOOL-NUMERO            PIC 9(6) VALUE 0.

      *> Cumul par article remplace, puis par couple article
      *> remplace / substitut.
       77  NB-ORIG                 PIC 9(4) VALUE 0.
       01  TAB-ORIG OCCURS 500.
           05  O-ART               PIC X(10).
           05  O-NB                PIC 9(5).
           05  O-QTE               PIC S9(7).
       01  ORIG-TMP                PIC X(22).
       77  NB-PAIRES               PIC 9(4) VALUE 0.
       01  TAB-PAIRES OCCURS 999.
           05  P-ORIG              PIC X(10).
           05  P-SUBST             PIC X(10).
           05  P-NB                PIC 9(5).
           05  P-QTE               PIC S9(7).

      *> Ligne du registre
      *> (NUM|CLIENT|ARTICLE|QTE-CDE|ALLOUEE|RELIQUAT|MENTION|DATE|
      *> ARTICLE-REMPLACE).
       01  REG-CH1                 PIC X(16).
       01  REG-CH2                 PIC X(16).
       01  REG-CH3                 PIC X(16).
       01  REG-CH4                 PIC X(16).
       01  REG-CH5                 PIC X(16).
       01  REG-CH6                 PIC X(16).
       01  REG-CH7                 PIC X(20).
       01  REG-CH8                 PIC X(16).
       01  REG-CH9                 PIC X(16).

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
           VALUE "SUBSTITUTIONS".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           ACCEPT ARG-JOURS FROM ARGUMENT-VALUE
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-JOURS)) = 0
               AND FUNCTION NUMVAL(ARG-JOURS) > 0
               MOVE FUNCTION NUMVAL(ARG-JOURS) TO NB-JOURS
           END-IF
           MOVE "AJOUTER" TO DU-ACTION
           MOVE WS-TODAY TO DU-DATE-1
           COMPUTE DU-NOMBRE = 0 - NB-JOURS
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
               DU-NOMBRE DU-RESULTAT
           MOVE DU-DATE-2 TO DATE-DEBUT

           OPEN INPUT REGISTRE-FILE
           IF REGISTRE-STATUS NOT = "00"
               DISPLAY "Registre des commandes absent"
                   " (commandes_clients.txt) : rien a analyser."
               MOVE 4 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           PERFORM UNTIL 1 = 0
               READ REGISTRE-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM TRAITER-LIGNE-REGISTRE
               END-READ
           END-PERFORM
           CLOSE REGISTRE-FILE

           PERFORM TRIER-PAR-FREQUENCE
           PERFORM ECRIRE-RAPPORT

           MOVE RAPPORT-FILENAME TO SPOOL-FICHIER
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO

           DISPLAY NB-LIGNES-SUBST " ligne(s) servie(s) par substitut"
               " sur " NB-ORIG " article(s) en " NB-JOURS " jour(s)."
           DISPLAY "Rapport : " FUNCTION TRIM(RAPPORT-FILENAME)
               " (spool " SPOOL-NUMERO ")"
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  TRAITER-LIGNE-REGISTRE : une ligne SUBST= de la periode
      *  s'ajoute a son article remplace et a son couple.
      *============================================================
       TRAITER-LIGNE-REGISTRE.
           IF FUNCTION LENGTH(FUNCTION TRIM(REGISTRE-REC)) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REG-CH1 REG-CH2 REG-CH3 REG-CH4 REG-CH5
               REG-CH6 REG-CH7 REG-CH8 REG-CH9.
           UNSTRING REGISTRE-REC DELIMITED BY "|"
               INTO REG-CH1 REG-CH2 REG-CH3 REG-CH4 REG-CH5 REG-CH6
                   REG-CH7 REG-CH8 REG-CH9
           END-UNSTRING.
           IF REG-CH7(1:6) NOT = "SUBST="
               OR REG-CH9 = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(REG-CH8) TO DATE-LIGNE.
           IF DATE-LIGNE < DATE-DEBUT
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(REG-CH5) TO QTE-LIGNE.
           ADD 1 TO NB-LIGNES-SUBST.

           MOVE 0 TO IDX-ORIG.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-ORIG
               IF O-ART(WS-I) = REG-CH9(1:10)
                   MOVE WS-I TO IDX-ORIG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF IDX-ORIG = 0
               IF NB-ORIG >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO NB-ORIG
               MOVE NB-ORIG TO IDX-ORIG
               MOVE REG-CH9(1:10) TO O-ART(IDX-ORIG)
               MOVE 0 TO O-NB(IDX-ORIG) O-QTE(IDX-ORIG)
           END-IF.
           ADD 1 TO O-NB(IDX-ORIG).
           ADD QTE-LIGNE TO O-QTE(IDX-ORIG).

           MOVE 0 TO IDX-PAIRE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-PAIRES
               IF P-ORIG(WS-I) = REG-CH9(1:10)
                   AND P-SUBST(WS-I) = REG-CH3(1:10)
                   MOVE WS-I TO IDX-PAIRE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF IDX-PAIRE = 0
               IF NB-PAIRES >= 999
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO NB-PAIRES
               MOVE NB-PAIRES TO IDX-PAIRE
               MOVE REG-CH9(1:10) TO P-ORIG(IDX-PAIRE)
               MOVE REG-CH3(1:10) TO P-SUBST(IDX-PAIRE)
               MOVE 0 TO P-NB(IDX-PAIRE) P-QTE(IDX-PAIRE)
           END-IF.
           ADD 1 TO P-NB(IDX-PAIRE).
           ADD QTE-LIGNE TO P-QTE(IDX-PAIRE).
           EXIT PARAGRAPH.

      *============================================================
      *  TRIER-PAR-FREQUENCE : tri a bulles decroissant sur O-NB,
      *  meme technique que STOCK-MORT.
      *============================================================
       TRIER-PAR-FREQUENCE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= NB-ORIG
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > NB-ORIG - WS-I
                   IF O-NB(WS-J) < O-NB(WS-J + 1)
                       MOVE TAB-ORIG(WS-J) TO ORIG-TMP
                       MOVE TAB-ORIG(WS-J + 1) TO TAB-ORIG(WS-J)
                       MOVE ORIG-TMP TO TAB-ORIG(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT PARAGRAPH.

      *============================================================
      *  ECRIRE-RAPPORT : une ligne par article remplace, suivie du
      *  detail de ses substituts.
      *============================================================
       ECRIRE-RAPPORT.
           MOVE SPACES TO RAPPORT-FILENAME.
           STRING "substitutions_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO RAPPORT-FILENAME
           END-STRING.
           OPEN OUTPUT RAPPORT-FILE.
           MOVE NB-JOURS TO JOURS-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "SUBSTITUTIONS AU " WS-TODAY " - "
               FUNCTION TRIM(JOURS-EDIT) " DERNIERS JOURS (DEPUIS LE "
               DATE-DEBUT ")"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           STRING "ARTICLE REMPLACE    NB FOIS   QTE SERVIE"
               "   PAR SUBSTITUT"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-ORIG
               PERFORM ECRIRE-ARTICLE
           END-PERFORM.
           IF NB-ORIG = 0
               MOVE "  (aucune substitution)" TO RAPPORT-REC
               WRITE RAPPORT-REC
           END-IF.
           CLOSE RAPPORT-FILE.
           EXIT PARAGRAPH.

       ECRIRE-ARTICLE.
           MOVE O-NB(WS-I) TO NB-EDIT.
           MOVE O-QTE(WS-I) TO QTE-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING O-ART(WS-I) "          " NB-EDIT "       "
               QTE-EDIT
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           DISPLAY RAPPORT-REC.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NB-PAIRES
               IF P-ORIG(WS-J) = O-ART(WS-I)
                   MOVE P-NB(WS-J) TO NB-EDIT
                   MOVE P-QTE(WS-J) TO QTE-EDIT
                   MOVE SPACES TO RAPPORT-REC
                   STRING "                    " NB-EDIT "       "
                       QTE-EDIT "   " P-SUBST(WS-J)
                       DELIMITED BY SIZE INTO RAPPORT-REC
                   END-STRING
                   WRITE RAPPORT-REC
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.
