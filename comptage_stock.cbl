      *  ajustements_AAAAMMJJ.txt (date, code, delta, compteur) et
      *  aligne le stock theorique sur le comptage physique
      *  (REWRITE de M-QTE).
      *
      *  Argument 2 facultatif : la date du comptage AAAAMMJJ (jour
      *  du run par defaut), portee sur les ajustements. Un
      *  comptage date dans une periode comptable close
      *  (PERIODE-CONTROLE) est refuse, ou reporte au premier jour
      *  de la premiere periode ouverte avec un avertissement.
      *============================================================

       ENVIRONMENT DIVISION.
           05  M-TVA               PIC 9(3).
           05  M-PMP               PIC S9(5)V99.
           05  M-EAN               PIC X(13).
           05  M-POIDS             PIC 9(4)V999.
           05  M-SERIE             PIC X.
           05  M-STATUT            PIC X.
       FD  COMPTAGE-FILE.
       01  COMPTAGE-REC            PIC X(80).
       FD  RAPPORT-FILE.
       77  QTE-ECART               PIC S9(5) VALUE 0.
       77  VAL-ECART               PIC S9(9)V99 VALUE 0.
       77  TOTAL-VAL-ECART         PIC S9(9)V99 VALUE 0.
       77  ARG-DATE                PIC X(10) VALUE SPACES.
       77  DATE-COMPTAGE           PIC 9(8) VALUE 0.

      *> Controle de la date du comptage (DATE-UTILS) et de sa
      *> periode comptable (PERIODE-CONTROLE).
       01  DU-ACTION               PIC X(8) VALUE SPACES.
       01  DU-DATE-1               PIC 9(8) VALUE 0.
       01  DU-DATE-2               PIC 9(8) VALUE 0.
       01  DU-NOMBRE               PIC S9(7) VALUE 0.
       01  DU-RESULTAT             PIC X(2) VALUE SPACES.
       01  PC-ORIGINE              PIC X(8) VALUE "GESTION".
       01  PC-DATE                 PIC 9(8) VALUE 0.
       01  PC-DATE-RETENUE         PIC 9(8) VALUE 0.
       01  PC-RESULTAT             PIC X(2) VALUE SPACES.
       77  QTE-EDIT                PIC -(4)9.
       77  QTE-EDIT2               PIC -(4)9.
       77  ECART-EDIT              PIC -(4)9.
      *> sous-programme STOCK-JOURNAL.
       77  JRN-ARTICLE             PIC X(10) VALUE SPACES.
       77  JRN-QTE                 PIC S9(5) VALUE 0.
       77  JRN-MOTIF               PIC X(16) VALUE SPACES.
       77  JRN-SOLDE               PIC S9(5) VALUE 0.


           IF FUNCTION TRIM(COMPTAGE-FILENAME) = SPACES
               MOVE "comptage.txt" TO COMPTAGE-FILENAME
           END-IF
           PERFORM CONTROLER-DATE-COMPTAGE

           OPEN INPUT COMPTAGE-FILE
           IF COMPTAGE-STATUS NOT = "00"
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  CONTROLER-DATE-COMPTAGE : date du comptage (argument 2,
      *  jour du run par defaut) valide et dans une periode
      *  ouverte, sinon refus ou report selon PERIODE-CONTROLE.
      *============================================================
       CONTROLER-DATE-COMPTAGE.
           MOVE WS-TODAY TO DATE-COMPTAGE.
           ACCEPT ARG-DATE FROM ARGUMENT-VALUE.
           IF FUNCTION TRIM(ARG-DATE) NOT = SPACES
               MOVE "VALIDER" TO DU-ACTION
               MOVE 0 TO DU-DATE-1
               IF FUNCTION LENGTH(FUNCTION TRIM(ARG-DATE)) = 8
                   AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-DATE))
                       = 0
                   MOVE FUNCTION NUMVAL(ARG-DATE) TO DU-DATE-1
               END-IF
               CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1
                   DU-DATE-2 DU-NOMBRE DU-RESULTAT
               IF DU-RESULTAT NOT = "00"
                   DISPLAY "Date de comptage invalide : "
                       FUNCTION TRIM(ARG-DATE) " (AAAAMMJJ)."
                   MOVE 8 TO WS-JOBLOG-RC
                   PERFORM FIN-PROGRAMME
               END-IF
               MOVE DU-DATE-1 TO DATE-COMPTAGE
           END-IF.
           MOVE DATE-COMPTAGE TO PC-DATE.
           CALL "PERIODE-CONTROLE" USING PC-ORIGINE PC-DATE
               PC-DATE-RETENUE PC-RESULTAT.
           EVALUATE PC-RESULTAT
               WHEN "08"
                   DISPLAY "Comptage du " DATE-COMPTAGE " refuse :"
                       " periode " DATE-COMPTAGE(1:6) " close."
                   MOVE 8 TO WS-JOBLOG-RC
                   PERFORM FIN-PROGRAMME
               WHEN "04"
                   DISPLAY "ATTENTION : periode " DATE-COMPTAGE(1:6)
                       " close, ajustements dates du "
                       PC-DATE-RETENUE "."
                   MOVE PC-DATE-RETENUE TO DATE-COMPTAGE
                   MOVE 4 TO WS-JOBLOG-RC
           END-EVALUATE.
           EXIT PARAGRAPH.

      *============================================================
      *  OUVRIR-MASTER : meme idiome OPEN I-O que INVENTAIRE, sans
      *  creation - un comptage sans catalogue n'a pas de sens.
           END-STRING.
           OPEN OUTPUT RAPPORT-FILE.
           MOVE SPACES TO RAPPORT-REC.
           STRING "RAPPROCHEMENT COMPTAGE DU " DATE-COMPTAGE
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           WRITE RAPPORT-REC.

           MOVE SPACES TO AJUST-REC.
           STRING DATE-COMPTAGE "|" M-CODE "|"
               FUNCTION TRIM(ECART-EDIT) "|"
               FUNCTION TRIM(INP-INITIALES)
               DELIMITED BY SIZE INTO AJUST-REC
