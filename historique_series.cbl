       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTO-SERIES.

      *============================================================
      *  Consultation des numeros de serie (fichier serie_master.dat
      *  et historique serie_histo.txt tenus par SERIE-STOCK) :
      *
      *    ./historique_series <ARTICLE> : toutes les unites de
      *        l'article avec leur statut (STOCK, VENDU,
      *        QUARANTAINE), lieu ou client, dates ;
      *    ./historique_series <ARTICLE> <SERIE> : la vie complete
      *        d'une unite - reception (bon), vente (commande,
      *        client), retours - dans l'ordre de l'historique.
      *
      *  Lecture seule.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERIE-FILE ASSIGN TO "serie_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-CLE
               FILE STATUS IS SERIE-STATUS.
           SELECT HISTO-FILE ASSIGN TO "serie_histo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERIE-FILE.
       01  SERIE-REC.
           05  SR-CLE.
               10  SR-ART          PIC X(10).
               10  SR-SERIE        PIC X(20).
           05  SR-STATUT           PIC X(12).
           05  SR-LIEU             PIC X(12).
           05  SR-CLIENT           PIC X(8).
           05  SR-DOCUMENT         PIC X(10).
           05  SR-DATE-ENTREE      PIC 9(8).
           05  SR-DATE-VENTE       PIC 9(8).
           05  SR-DATE-MAJ         PIC 9(8).
       FD  HISTO-FILE.
       01  HISTO-REC               PIC X(120).

       WORKING-STORAGE SECTION.
       77  SERIE-STATUS            PIC X(2) VALUE SPACES.
       77  HISTO-STATUS            PIC X(2) VALUE SPACES.
       77  ARG-ARTICLE             PIC X(16) VALUE SPACES.
       77  ARG-SERIE               PIC X(24) VALUE SPACES.
       77  NB-UNITES               PIC 9(5) VALUE 0.
       77  NB-EN-STOCK             PIC 9(5) VALUE 0.
       77  NB-VENDUES              PIC 9(5) VALUE 0.
       77  NB-EVENEMENTS           PIC 9(5) VALUE 0.
       77  DETAIL-LIEU             PIC X(24) VALUE SPACES.
       01  HS-CH1                  PIC X(10).
       01  HS-CH2                  PIC X(10).
       01  HS-CH3                  PIC X(20).
       01  HS-CH4                  PIC X(12).
       01  HS-CH5                  PIC X(10).
       01  HS-CH6                  PIC X(8).
       01  HS-CH7                  PIC X(12).
       01  HS-CH8                  PIC X(12).

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20) VALUE "HISTO-SERIES".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           ACCEPT ARG-ARTICLE FROM ARGUMENT-VALUE
           ACCEPT ARG-SERIE FROM ARGUMENT-VALUE
           INSPECT ARG-ARTICLE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM(ARG-ARTICLE) = SPACES
               DISPLAY "USAGE: historique_series <ARTICLE> [<SERIE>]"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC

           OPEN INPUT SERIE-FILE
           IF SERIE-STATUS NOT = "00"
               DISPLAY "Aucun numero de serie enregistre"
                   " (serie_master.dat absent)."
               MOVE 4 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           IF FUNCTION TRIM(ARG-SERIE) = SPACES
               PERFORM LISTER-UNITES
           ELSE
               PERFORM RETRACER-UNITE
           END-IF
           CLOSE SERIE-FILE
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  LISTER-UNITES : parcours de la cle article+serie a partir
      *  du premier numero de l'article.
      *============================================================
       LISTER-UNITES.
           DISPLAY "=== NUMEROS DE SERIE DE "
               FUNCTION TRIM(ARG-ARTICLE) " ===".
           MOVE ARG-ARTICLE(1:10) TO SR-ART.
           MOVE LOW-VALUES TO SR-SERIE.
           START SERIE-FILE KEY IS NOT LESS THAN SR-CLE
               INVALID KEY
                   CONTINUE
           END-START.
           IF SERIE-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ SERIE-FILE NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ
                   IF SR-ART NOT = ARG-ARTICLE(1:10)
                       EXIT PERFORM
                   END-IF
                   PERFORM AFFICHER-UNITE
               END-PERFORM
           END-IF.
           DISPLAY NB-UNITES " unite(s), dont " NB-EN-STOCK
               " en stock et " NB-VENDUES " vendue(s).".
           IF NB-UNITES = 0
               MOVE 4 TO WS-JOBLOG-RC
           END-IF.
           EXIT PARAGRAPH.

       AFFICHER-UNITE.
           ADD 1 TO NB-UNITES.
           MOVE SPACES TO DETAIL-LIEU.
           EVALUATE SR-STATUT
               WHEN "VENDU"
                   ADD 1 TO NB-VENDUES
                   STRING "client " FUNCTION TRIM(SR-CLIENT)
                       " le " SR-DATE-VENTE
                       DELIMITED BY SIZE INTO DETAIL-LIEU
                   END-STRING
               WHEN "STOCK"
                   ADD 1 TO NB-EN-STOCK
                   STRING "lieu " FUNCTION TRIM(SR-LIEU)
                       DELIMITED BY SIZE INTO DETAIL-LIEU
                   END-STRING
               WHEN OTHER
                   MOVE SR-LIEU TO DETAIL-LIEU
           END-EVALUATE.
           DISPLAY "  " SR-SERIE " " SR-STATUT " " DETAIL-LIEU
               " entre le " SR-DATE-ENTREE
               " doc " FUNCTION TRIM(SR-DOCUMENT).
           EXIT PARAGRAPH.

      *============================================================
      *  RETRACER-UNITE : fiche courante, puis chaque ligne de
      *  l'historique de l'unite dans l'ordre chronologique.
      *============================================================
       RETRACER-UNITE.
           MOVE ARG-ARTICLE(1:10) TO SR-ART.
           MOVE ARG-SERIE(1:20) TO SR-SERIE.
           READ SERIE-FILE
               INVALID KEY
                   DISPLAY "Numero de serie " FUNCTION TRIM(ARG-SERIE)
                       " inconnu pour l'article "
                       FUNCTION TRIM(ARG-ARTICLE) "."
                   MOVE 4 TO WS-JOBLOG-RC
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "=== UNITE " FUNCTION TRIM(SR-ART) " / "
               FUNCTION TRIM(SR-SERIE) " ===".
           DISPLAY "Statut : " FUNCTION TRIM(SR-STATUT)
               "   lieu : " FUNCTION TRIM(SR-LIEU)
               "   client : " FUNCTION TRIM(SR-CLIENT).
           DISPLAY "Entree le " SR-DATE-ENTREE "   vente le "
               SR-DATE-VENTE "   dernier mouvement le " SR-DATE-MAJ.
           DISPLAY " ".
           DISPLAY "Date     Evenement    Document   Client   Lieu"
               "         Statut".
           OPEN INPUT HISTO-FILE.
           IF HISTO-STATUS NOT = "00"
               DISPLAY "  (historique serie_histo.txt absent)"
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ HISTO-FILE
                   AT END EXIT PERFORM
               END-READ
               IF HISTO-REC(1:5) NOT = "date|"
                   PERFORM AFFICHER-EVENEMENT
               END-IF
           END-PERFORM.
           CLOSE HISTO-FILE.
           DISPLAY NB-EVENEMENTS " evenement(s).".
           EXIT PARAGRAPH.

       AFFICHER-EVENEMENT.
           MOVE SPACES TO HS-CH1 HS-CH2 HS-CH3 HS-CH4 HS-CH5 HS-CH6
               HS-CH7 HS-CH8.
           UNSTRING HISTO-REC DELIMITED BY "|"
               INTO HS-CH1 HS-CH2 HS-CH3 HS-CH4 HS-CH5 HS-CH6
                   HS-CH7 HS-CH8
           END-UNSTRING.
           IF HS-CH2 NOT = SR-ART OR HS-CH3 NOT = SR-SERIE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-EVENEMENTS.
           DISPLAY HS-CH1(1:8) " " HS-CH4 " " HS-CH5 " " HS-CH6
               " " HS-CH7 " " HS-CH8.
           EXIT PARAGRAPH.
