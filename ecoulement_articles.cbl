       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECOULEMENT-ARTICLES.

      *============================================================
      *  Ecoulement des articles en fin de vie : pour chaque article
      *  du catalogue indexe inv_master.dat au statut F (fin de vie,
      *  pose par INV-MAINTENANCE - plus jamais commande par
      *  REAPPRO-COMMANDES) qui a encore du stock, le rythme des
      *  sorties des N derniers jours (N en argument 1, 90 par
      *  defaut) lu dans le journal des mouvements stock_journal.txt
      *  (meme lecture que STOCK-MORT : toute ligne a quantite
      *  negative est une sortie) donne le nombre de jours et la
      *  date estimes avant epuisement du stock.
      *
      *  Chaque article liste porte la quantite en stock, la valeur
      *  au cout moyen pondere M-PMP (au M-PU a defaut de PMP), les
      *  sorties de la periode et la date d'epuisement ; un article
      *  sans aucune sortie sur la periode ne s'ecoulera pas seul et
      *  est marque A DEMARQUER (DEMARQUE, retour fournisseur).
      *  Tri par valeur decroissante, comme STOCK-MORT.
      *
      *  Rapport dans ecoulement_AAAAMMJJ.txt, declare au spool
      *  (SPOOL-REGISTER, type RAPPORT), et a l'ecran. RC 4 des
      *  qu'un article en fin de vie ne sort plus. Lecture seule.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "inv_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-CODE
               FILE STATUS IS MASTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "stock_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
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
       FD  RAPPORT-FILE.
       01  RAPPORT-REC             PIC X(120).

       WORKING-STORAGE SECTION.
       77  MASTER-STATUS           PIC X(2) VALUE SPACES.
       77  JOURNAL-STATUS          PIC X(2) VALUE SPACES.
       77  RAPPORT-FILENAME        PIC X(64) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  WS-J                    PIC 9(4) VALUE 0.
       77  ARG-JOURS               PIC X(16) VALUE SPACES.
       77  NB-JOURS                PIC 9(4) VALUE 90.
       77  DATE-DEBUT              PIC 9(8) VALUE 0.
       77  NB-ART                  PIC 9(3) VALUE 0.
       77  NB-SANS-SORTIE          PIC 9(3) VALUE 0.
       77  IDX-ART                 PIC 9(4) VALUE 0.
       77  JOURS-RESTANTS          PIC S9(7) VALUE 0.
       77  DATE-EPUISEMENT         PIC 9(8) VALUE 0.
       77  VALEUR-TOTALE           PIC S9(11)V99 VALUE 0.
       77  QTE-EDIT                PIC Z(4)9.
       77  SORTIES-EDIT            PIC Z(5)9.
       77  VAL-EDIT                PIC Z(8)9.99.
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

      *> Articles en fin de vie avec stock, et leurs sorties sur la
      *> periode.
       01  TAB-ART OCCURS 999.
           05  D-CODE              PIC X(10).
           05  D-LIB               PIC X(20).
           05  D-QTE               PIC S9(5).
           05  D-VALEUR            PIC S9(9)V99.
           05  D-SORTIES           PIC S9(7).

       01  ART-TMP.
           05  X-ART               PIC X(53).

      *> Ligne de journal eclatee
       01  J-HORODATAGE            PIC X(20).
       01  J-CODE                  PIC X(12).
       01  J-QTE-ALPHA             PIC X(12).
       01  J-MOTIF                 PIC X(16).
       01  J-SOLDE-ALPHA           PIC X(12).
       01  J-QTE                   PIC S9(5) VALUE 0.
       01  J-DATE                  PIC 9(8) VALUE 0.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
           VALUE "ECOULEMENT-ARTICLES".
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

      *> lecture seule : pas d'OPEN I-O ni de verrou inv_master -
      *> le rapport ne modifie jamais le catalogue
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS NOT = "00"
               DISPLAY "Catalogue indexe indisponible (status "
                   MASTER-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           PERFORM CHARGER-ARTICLES
           CLOSE MASTER-FILE

           PERFORM LIRE-JOURNAL
           PERFORM TRIER-PAR-VALEUR
           PERFORM ECRIRE-RAPPORT

           MOVE RAPPORT-FILENAME TO SPOOL-FICHIER
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO

           MOVE VALEUR-TOTALE TO VAL-EDIT
           DISPLAY NB-ART " article(s) en fin de vie avec stock,"
               " valeur " FUNCTION TRIM(VAL-EDIT) ", dont "
               NB-SANS-SORTIE " sans sortie depuis " NB-JOURS
               " jour(s)."
           DISPLAY "Rapport : " FUNCTION TRIM(RAPPORT-FILENAME)
               " (spool " SPOOL-NUMERO ")"
           IF NB-SANS-SORTIE > 0
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
      *  CHARGER-ARTICLES : parcours complet du catalogue, articles
      *  au statut F avec stock seulement.
      *============================================================
       CHARGER-ARTICLES.
           MOVE LOW-VALUES TO M-CODE.
           START MASTER-FILE KEY IS NOT LESS THAN M-CODE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
               READ MASTER-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF M-STATUT = 'F' AND M-QTE > 0
                           AND NB-ART < 999
                           PERFORM RETENIR-ARTICLE
                       END-IF
               END-READ
           END-PERFORM.
           EXIT PARAGRAPH.

       RETENIR-ARTICLE.
           ADD 1 TO NB-ART.
           MOVE M-CODE TO D-CODE(NB-ART).
           MOVE M-LIB TO D-LIB(NB-ART).
           MOVE M-QTE TO D-QTE(NB-ART).
           IF M-PMP > 0
               COMPUTE D-VALEUR(NB-ART) = M-PMP * M-QTE
           ELSE
               COMPUTE D-VALEUR(NB-ART) = M-PU * M-QTE
           END-IF.
           MOVE 0 TO D-SORTIES(NB-ART).
           EXIT PARAGRAPH.

      *============================================================
      *  LIRE-JOURNAL : cumul des sorties (quantite negative) de la
      *  periode par article retenu.
      *============================================================
       LIRE-JOURNAL.
           IF NB-ART = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "Journal des mouvements absent : rythme des"
                   " sorties inconnu, tous les articles seront"
                   " marques A DEMARQUER."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ JOURNAL-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM TRAITER-LIGNE-JOURNAL
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           EXIT PARAGRAPH.

       TRAITER-LIGNE-JOURNAL.
           IF FUNCTION LENGTH(FUNCTION TRIM(JOURNAL-REC)) = 0
               OR JOURNAL-REC(1:11) = "horodatage|"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO J-HORODATAGE J-CODE J-QTE-ALPHA J-MOTIF
                          J-SOLDE-ALPHA.
           UNSTRING JOURNAL-REC DELIMITED BY "|"
               INTO J-HORODATAGE J-CODE J-QTE-ALPHA J-MOTIF
                    J-SOLDE-ALPHA
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(J-HORODATAGE(1:8)) TO J-DATE.
           IF J-DATE < DATE-DEBUT
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(J-QTE-ALPHA) TO J-QTE.
           IF J-QTE >= 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO IDX-ART.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-ART
               IF FUNCTION TRIM(D-CODE(WS-I)) =
                   FUNCTION TRIM(J-CODE)
                   MOVE WS-I TO IDX-ART
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF IDX-ART = 0
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT J-QTE FROM D-SORTIES(IDX-ART).
           EXIT PARAGRAPH.

      *============================================================
      *  TRIER-PAR-VALEUR : tri a bulles decroissant sur D-VALEUR,
      *  meme technique que STOCK-MORT.
      *============================================================
       TRIER-PAR-VALEUR.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= NB-ART
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > NB-ART - WS-I
                   IF D-VALEUR(WS-J) < D-VALEUR(WS-J + 1)
                       MOVE TAB-ART(WS-J) TO ART-TMP
                       MOVE TAB-ART(WS-J + 1) TO TAB-ART(WS-J)
                       MOVE ART-TMP TO TAB-ART(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT PARAGRAPH.

      *============================================================
      *  ECRIRE-RAPPORT : une ligne par article en fin de vie, jours
      *  restants = stock / sorties moyennes par jour de la periode.
      *============================================================
       ECRIRE-RAPPORT.
           MOVE SPACES TO RAPPORT-FILENAME.
           STRING "ecoulement_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO RAPPORT-FILENAME
           END-STRING.
           OPEN OUTPUT RAPPORT-FILE.
           MOVE NB-JOURS TO JOURS-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "ECOULEMENT DES ARTICLES EN FIN DE VIE AU "
               WS-TODAY " - SORTIES DES "
               FUNCTION TRIM(JOURS-EDIT) " DERNIERS JOURS"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           STRING "CODE        LIBELLE               QTE    "
               "VALEUR PMP  SORTIES  JOURS  EPUISEMENT"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-ART
               PERFORM ECRIRE-ARTICLE
           END-PERFORM.
           IF NB-ART = 0
               MOVE "  (aucun)" TO RAPPORT-REC
               WRITE RAPPORT-REC
           ELSE
               MOVE VALEUR-TOTALE TO VAL-EDIT
               MOVE SPACES TO RAPPORT-REC
               STRING "TOTAL VALEUR A ECOULER : " VAL-EDIT
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
           END-IF.
           CLOSE RAPPORT-FILE.
           EXIT PARAGRAPH.

       ECRIRE-ARTICLE.
           ADD D-VALEUR(WS-I) TO VALEUR-TOTALE.
           MOVE D-QTE(WS-I) TO QTE-EDIT.
           MOVE D-VALEUR(WS-I) TO VAL-EDIT.
           MOVE D-SORTIES(WS-I) TO SORTIES-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           IF D-SORTIES(WS-I) = 0
               ADD 1 TO NB-SANS-SORTIE
               STRING D-CODE(WS-I) "  " D-LIB(WS-I) "  " QTE-EDIT
                   "  " VAL-EDIT "  " SORTIES-EDIT
                   "  A DEMARQUER (aucune sortie)"
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
           ELSE
               COMPUTE JOURS-RESTANTS ROUNDED =
                   D-QTE(WS-I) * NB-JOURS / D-SORTIES(WS-I)
               MOVE "AJOUTER" TO DU-ACTION
               MOVE WS-TODAY TO DU-DATE-1
               MOVE JOURS-RESTANTS TO DU-NOMBRE
               CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1
                   DU-DATE-2 DU-NOMBRE DU-RESULTAT
               MOVE DU-DATE-2 TO DATE-EPUISEMENT
               MOVE JOURS-RESTANTS TO JOURS-EDIT
               STRING D-CODE(WS-I) "  " D-LIB(WS-I) "  " QTE-EDIT
                   "  " VAL-EDIT "  " SORTIES-EDIT " " JOURS-EDIT
                   "  " DATE-EPUISEMENT
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
           END-IF.
           WRITE RAPPORT-REC.
           DISPLAY RAPPORT-REC.
           EXIT PARAGRAPH.
