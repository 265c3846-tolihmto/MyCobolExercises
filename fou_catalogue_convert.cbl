       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOU-CAT-CONVERT.

      *============================================================
      *  Conversion unique de fou_catalogue.dat vers le dessin a
      *  unite d'achat : l'ancien enregistrement s'arretait au
      *  multiple de conditionnement CT-MULTIPLE, et un fichier
      *  ecrit a l'ancienne longueur repond status 39 a l'OPEN des
      *  programmes au nouveau dessin (REAPPRO-COMMANDES,
      *  RAPPROCHEMENT-FACTURES, RETOURS-FOURNISSEURS). Meme
      *  demarche que INV-MASTER-CONVERT pour inv_master.dat : lit
      *  l'ancien fichier, recopie chaque ligne de catalogue en
      *  unite d'achat UN et facteur 1 (achat a l'unite de stock,
      *  comme avant ; fou_catalogue.txt corrigera ensuite les
      *  articles achetes en carton), ecrit fou_cat_new.dat au
      *  nouveau dessin, met l'ancien de cote en
      *  fou_catalogue.dat.old et installe le nouveau.
      *
      *  A lancer une seule fois, quand un OPEN du catalogue
      *  fournisseur repond status 39.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CAT-FILE ASSIGN TO "fou_catalogue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CLE
               FILE STATUS IS OLD-STATUS.
           SELECT NEW-CAT-FILE ASSIGN TO "fou_cat_new.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-CLE
               FILE STATUS IS NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CAT-FILE.
       01  OLD-CAT-REC.
           05  OC-CLE.
               10  OC-FOU          PIC X(8).
               10  OC-ART          PIC X(10).
           05  OC-REF              PIC X(16).
           05  OC-PU               PIC S9(5)V99.
           05  OC-MIN              PIC S9(5).
           05  OC-MULTIPLE         PIC S9(5).
       FD  NEW-CAT-FILE.
       01  NEW-CAT-REC.
           05  NC-CLE.
               10  NC-FOU          PIC X(8).
               10  NC-ART          PIC X(10).
           05  NC-REF              PIC X(16).
           05  NC-PU               PIC S9(5)V99.
           05  NC-MIN              PIC S9(5).
           05  NC-MULTIPLE         PIC S9(5).
           05  NC-UNITE            PIC X(6).
           05  NC-FACTEUR          PIC 9(5).

       WORKING-STORAGE SECTION.
       77  OLD-STATUS              PIC X(2) VALUE SPACES.
       77  NEW-STATUS              PIC X(2) VALUE SPACES.
       77  NB-CONVERTIS            PIC 9(4) VALUE 0.
       77  NB-EXCEPTIONS           PIC 9(4) VALUE 0.
       77  CMD-SH                  PIC X(120) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
           VALUE "FOU-CAT-CONVERT".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC

           OPEN INPUT OLD-CAT-FILE
           IF OLD-STATUS NOT = "00"
               DISPLAY "fou_catalogue.dat inouvrable a l'ancien"
                   " dessin (status " OLD-STATUS ") - rien a"
                   " convertir (fichier absent, ou deja au nouveau"
                   " dessin)."
               MOVE 4 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           OPEN OUTPUT NEW-CAT-FILE
           IF NEW-STATUS NOT = "00"
               DISPLAY "Creation de fou_cat_new.dat impossible"
                   " (status " NEW-STATUS ")."
               CLOSE OLD-CAT-FILE
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           MOVE LOW-VALUES TO OC-CLE
           START OLD-CAT-FILE KEY IS NOT LESS THAN OC-CLE
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL 1 = 0
               READ OLD-CAT-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               PERFORM CONVERTIR-ENREGISTREMENT
           END-PERFORM

           CLOSE OLD-CAT-FILE
           CLOSE NEW-CAT-FILE

           DISPLAY NB-CONVERTIS " ligne(s) de catalogue convertie(s), "
               NB-EXCEPTIONS " exception(s)."

           IF NB-CONVERTIS > 0 OR NB-EXCEPTIONS = 0
               MOVE "sh -c 'mv fou_catalogue.dat fou_catalogue.dat.old"
                   TO CMD-SH
               STRING FUNCTION TRIM(CMD-SH)
                   " && mv fou_cat_new.dat fou_catalogue.dat'"
                   DELIMITED BY SIZE INTO CMD-SH
               END-STRING
               CALL "SYSTEM" USING CMD-SH
               DISPLAY "Ancien fichier conserve en"
                   " fou_catalogue.dat.old, nouveau dessin installe"
                   " (unite d'achat UN, facteur 1)."
           END-IF
           IF NB-EXCEPTIONS > 0
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
      *  CONVERTIR-ENREGISTREMENT : recopie a l'identique, unite
      *  d'achat UN et facteur 1.
      *============================================================
       CONVERTIR-ENREGISTREMENT.
           MOVE OC-CLE TO NC-CLE.
           MOVE OC-REF TO NC-REF.
           MOVE OC-PU TO NC-PU.
           MOVE OC-MIN TO NC-MIN.
           MOVE OC-MULTIPLE TO NC-MULTIPLE.
           MOVE "UN" TO NC-UNITE.
           MOVE 1 TO NC-FACTEUR.
           WRITE NEW-CAT-REC
               INVALID KEY
                   ADD 1 TO NB-EXCEPTIONS
                   DISPLAY FUNCTION TRIM(OC-FOU) "/"
                       FUNCTION TRIM(OC-ART)
                       " : ecriture impossible (status "
                       NEW-STATUS ")"
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO NB-CONVERTIS.
           EXIT PARAGRAPH.
