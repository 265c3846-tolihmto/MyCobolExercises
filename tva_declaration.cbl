      *  TVA et le TTC, avec une ligne de total general qui se
      *  recoupe avec le TOTAL TTC ligne a ligne du rapport
      *  d'INVENTAIRE. Une page a recopier sur le formulaire.
      *  Les avoirs clients de la periode (registre avoirs.txt de
      *  RETOURS-CLIENTS, selection sur la date de l'avoir) sont
      *  deduits de leur taux, et detailles sous le total.
      *============================================================

       ENVIRONMENT DIVISION.
           SELECT SNAP-FILE ASSIGN TO DYNAMIC SNAP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAP-STATUS.
           SELECT AVOIRS-FILE ASSIGN TO "avoirs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVOIRS-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       01  LIST-REC                PIC X(200).
       FD  SNAP-FILE.
       01  SNAP-REC                PIC X(200).
       FD  AVOIRS-FILE.
       01  AVOIRS-REC              PIC X(150).
       FD  RAPPORT-FILE.
       01  RAPPORT-REC             PIC X(120).

       WORKING-STORAGE SECTION.
       77  LIST-STATUS             PIC X(2) VALUE SPACES.
       77  SNAP-STATUS             PIC X(2) VALUE SPACES.
       77  AVOIRS-STATUS           PIC X(2) VALUE SPACES.
       77  SNAP-FILENAME           PIC X(64) VALUE SPACES.
       77  RAPPORT-FILENAME        PIC X(64) VALUE SPACES.
       77  CMD-LS                  PIC X(250) VALUE SPACES.
           05  TX-HT               PIC S9(11)V99.
           05  TX-TVA              PIC S9(11)V99.
           05  TX-TTC              PIC S9(11)V99.
           05  TX-AV-HT            PIC S9(11)V99.
           05  TX-AV-TVA           PIC S9(11)V99.

      *> Ligne du registre des avoirs
      *> (AVOIR|FACTURE|COMMANDE|CLIENT|ARTICLE|QTE|HT|TVA|TTC|
      *> TAUX|DATE|DESTINATION).
       01  AVO-CH1                 PIC X(16).
       01  AVO-CH2                 PIC X(16).
       01  AVO-CH3                 PIC X(16).
       01  AVO-CH4                 PIC X(16).
       01  AVO-CH5                 PIC X(16).
       01  AVO-CH6                 PIC X(16).
       01  AVO-CH7                 PIC X(16).
       01  AVO-CH8                 PIC X(16).
       01  AVO-CH9                 PIC X(16).
       01  AVO-CH10                PIC X(16).
       01  AVO-CH11                PIC X(16).
       77  DATE-AVOIR              PIC 9(8) VALUE 0.
       77  AVOIR-HT                PIC S9(9)V99 VALUE 0.
       77  AVOIR-TVA               PIC S9(9)V99 VALUE 0.
       77  NB-AVOIRS               PIC 9(4) VALUE 0.
       77  TOTAL-AV-HT             PIC S9(11)V99 VALUE 0.
       77  TOTAL-AV-TVA            PIC S9(11)V99 VALUE 0.

      *> Ligne de sauvegarde eclatee
       01  INP-CODE                PIC X(10).
               CLOSE LIST-FILE
           END-IF

           PERFORM CUMULER-AVOIRS

           IF NB-SNAPSHOTS = 0
               DISPLAY "Aucune sauvegarde sur la periode."
               MOVE 4 TO WS-JOBLOG-RC
               (HT-LIGNE * (100 + TAUX-COURANT)) / 100.
           EXIT PARAGRAPH.

      *============================================================
      *  CUMULER-AVOIRS : les avoirs de la periode viennent en
      *  deduction de la base et de la TVA de leur taux.
      *============================================================
       CUMULER-AVOIRS.
           OPEN INPUT AVOIRS-FILE.
           IF AVOIRS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ AVOIRS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CUMULER-LIGNE-AVOIR
               END-READ
           END-PERFORM.
           CLOSE AVOIRS-FILE.
           EXIT PARAGRAPH.

       CUMULER-LIGNE-AVOIR.
           IF FUNCTION LENGTH(FUNCTION TRIM(AVOIRS-REC)) = 0
               OR AVOIRS-REC(1:6) = "avoir|"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO AVO-CH1 AVO-CH2 AVO-CH3 AVO-CH4 AVO-CH5
               AVO-CH6 AVO-CH7 AVO-CH8 AVO-CH9 AVO-CH10 AVO-CH11.
           UNSTRING AVOIRS-REC DELIMITED BY "|"
               INTO AVO-CH1 AVO-CH2 AVO-CH3 AVO-CH4 AVO-CH5
                   AVO-CH6 AVO-CH7 AVO-CH8 AVO-CH9 AVO-CH10
                   AVO-CH11
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(AVO-CH11) TO DATE-AVOIR.
           IF FUNCTION LENGTH(FUNCTION TRIM(ARG-DEBUT)) = 8
               AND FUNCTION LENGTH(FUNCTION TRIM(ARG-FIN)) = 8
               IF DATE-AVOIR < FUNCTION NUMVAL(ARG-DEBUT)
                   OR DATE-AVOIR > FUNCTION NUMVAL(ARG-FIN)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE FUNCTION NUMVAL(AVO-CH10) TO TAUX-COURANT.
           PERFORM CHERCHER-TAUX.
           IF IDX-TAUX = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(AVO-CH7) TO AVOIR-HT.
           MOVE FUNCTION NUMVAL(AVO-CH8) TO AVOIR-TVA.
           ADD 1 TO NB-AVOIRS.
           SUBTRACT AVOIR-HT FROM TX-HT(IDX-TAUX).
           SUBTRACT AVOIR-TVA FROM TX-TVA(IDX-TAUX).
           COMPUTE TX-TTC(IDX-TAUX) = TX-TTC(IDX-TAUX)
               - AVOIR-HT - AVOIR-TVA.
           ADD AVOIR-HT TO TX-AV-HT(IDX-TAUX).
           ADD AVOIR-TVA TO TX-AV-TVA(IDX-TAUX).
           EXIT PARAGRAPH.

       CHERCHER-TAUX.
           MOVE 0 TO IDX-TAUX.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-TAUX
               MOVE TAUX-COURANT TO TX-TAUX(IDX-TAUX)
               MOVE 0 TO TX-HT(IDX-TAUX) TX-TVA(IDX-TAUX)
                         TX-TTC(IDX-TAUX)
               MOVE 0 TO TX-AV-HT(IDX-TAUX) TX-AV-TVA(IDX-TAUX)
           END-IF.
           EXIT PARAGRAPH.

           END-STRING.
           WRITE RAPPORT-REC.
           DISPLAY RAPPORT-REC.
           IF NB-AVOIRS > 0
               PERFORM ECRIRE-DETAIL-AVOIRS
           END-IF.
           CLOSE RAPPORT-FILE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ECRIRE-DETAIL-AVOIRS : les avoirs deja deduits ci-dessus,
      *  par taux, pour le rapprochement avec le registre.
      *------------------------------------------------------------
       ECRIRE-DETAIL-AVOIRS.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           DISPLAY RAPPORT-REC.
           STRING "DONT AVOIRS DEDUITS (" NB-AVOIRS " avoir(s)) :"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           DISPLAY RAPPORT-REC.
           MOVE 0 TO TOTAL-AV-HT TOTAL-AV-TVA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-TAUX
               IF TX-AV-HT(WS-I) NOT = 0 OR TX-AV-TVA(WS-I) NOT = 0
                   ADD TX-AV-HT(WS-I) TO TOTAL-AV-HT
                   ADD TX-AV-TVA(WS-I) TO TOTAL-AV-TVA
                   MOVE TX-TAUX(WS-I) TO TAUX-EDIT
                   MOVE TX-AV-HT(WS-I) TO VAL-EDIT
                   MOVE TX-AV-TVA(WS-I) TO VAL-EDIT2
                   MOVE SPACES TO RAPPORT-REC
                   STRING "  " TAUX-EDIT "  " VAL-EDIT "  "
                       VAL-EDIT2
                       DELIMITED BY SIZE INTO RAPPORT-REC
                   END-STRING
                   WRITE RAPPORT-REC
                   DISPLAY RAPPORT-REC
               END-IF
           END-PERFORM.
           MOVE TOTAL-AV-HT TO VAL-EDIT.
           MOVE TOTAL-AV-TVA TO VAL-EDIT2.
           MOVE SPACES TO RAPPORT-REC.
           STRING "TOTAL  " VAL-EDIT "  " VAL-EDIT2
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           DISPLAY RAPPORT-REC.
           EXIT PARAGRAPH.
