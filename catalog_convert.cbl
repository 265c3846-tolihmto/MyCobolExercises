       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOG-CONVERT.

      *============================================================
      *  Conversion unique de catalog.dat vers le dessin a statut
      *  de controle des rayons : l'ancien enregistrement
      *  s'arretait a l'annee CAT-YEAR, et un fichier ecrit a
      *  l'ancienne longueur repond status 39 a l'OPEN des
      *  programmes au nouveau dessin (ALBUM-EXAMPLE,
      *  CATALOG-REPORT, VIDEO-REPORT, LOANS-OVERDUE-REPORT,
      *  STATS-COLLECTION, VERIF-FICHIERS, CONTROLE-RAYONS). Meme
      *  demarche que FOU-CAT-CONVERT : lit l'ancien fichier,
      *  recopie chaque album avec un statut a blanc (en
      *  collection), ecrit catalog_new.dat au nouveau dessin, met
      *  l'ancien de cote en catalog.dat.old et installe le
      *  nouveau.
      *
      *  A lancer une seule fois, quand un OPEN du catalogue des
      *  albums repond status 39.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CAT-FILE ASSIGN TO "catalog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-ID
               ALTERNATE RECORD KEY IS OC-ARTIST-LAST
                   WITH DUPLICATES
               FILE STATUS IS OLD-STATUS.
           SELECT NEW-CAT-FILE ASSIGN TO "catalog_new.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-ID
               ALTERNATE RECORD KEY IS NC-ARTIST-LAST
                   WITH DUPLICATES
               FILE STATUS IS NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CAT-FILE.
       01  OLD-CAT-REC.
           05  OC-ID                PIC X(10).
           05  OC-TITLE             PIC X(30).
           05  OC-GENRE             PIC X(10).
           05  OC-ARTIST.
               10  OC-ARTIST-FIRST  PIC X(20).
               10  OC-ARTIST-LAST   PIC X(20).
               10  OC-BAND-NAME     PIC X(20).
           05  OC-YEAR              PIC 9(4).
       FD  NEW-CAT-FILE.
       01  NEW-CAT-REC.
           05  NC-ID                PIC X(10).
           05  NC-TITLE             PIC X(30).
           05  NC-GENRE             PIC X(10).
           05  NC-ARTIST.
               10  NC-ARTIST-FIRST  PIC X(20).
               10  NC-ARTIST-LAST   PIC X(20).
               10  NC-BAND-NAME     PIC X(20).
           05  NC-YEAR              PIC 9(4).
           05  NC-STATUT            PIC X.

       WORKING-STORAGE SECTION.
       77  OLD-STATUS              PIC X(2) VALUE SPACES.
       77  NEW-STATUS              PIC X(2) VALUE SPACES.
       77  NB-CONVERTIS            PIC 9(4) VALUE 0.
       77  NB-EXCEPTIONS           PIC 9(4) VALUE 0.
       77  CMD-SH                  PIC X(120) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
           VALUE "CATALOG-CONVERT".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC

           OPEN INPUT OLD-CAT-FILE
           IF OLD-STATUS NOT = "00"
               DISPLAY "catalog.dat inouvrable a l'ancien"
                   " dessin (status " OLD-STATUS ") - rien a"
                   " convertir (fichier absent, ou deja au nouveau"
                   " dessin)."
               MOVE 4 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           OPEN OUTPUT NEW-CAT-FILE
           IF NEW-STATUS NOT = "00"
               DISPLAY "Creation de catalog_new.dat impossible"
                   " (status " NEW-STATUS ")."
               CLOSE OLD-CAT-FILE
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           MOVE LOW-VALUES TO OC-ID
           START OLD-CAT-FILE KEY IS NOT LESS THAN OC-ID
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

           DISPLAY NB-CONVERTIS " album(s) converti(s), "
               NB-EXCEPTIONS " exception(s)."

           IF NB-CONVERTIS > 0 OR NB-EXCEPTIONS = 0
               MOVE "sh -c 'mv catalog.dat catalog.dat.old"
                   TO CMD-SH
               STRING FUNCTION TRIM(CMD-SH)
                   " && mv catalog_new.dat catalog.dat'"
                   DELIMITED BY SIZE INTO CMD-SH
               END-STRING
               CALL "SYSTEM" USING CMD-SH
               DISPLAY "Ancien fichier conserve en"
                   " catalog.dat.old, nouveau dessin installe"
                   " (statut a blanc)."
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
      *  CONVERTIR-ENREGISTREMENT : recopie a l'identique, statut
      *  a blanc (album en collection).
      *============================================================
       CONVERTIR-ENREGISTREMENT.
           MOVE OLD-CAT-REC TO NEW-CAT-REC.
           MOVE SPACE TO NC-STATUT.
           WRITE NEW-CAT-REC
               INVALID KEY
                   ADD 1 TO NB-EXCEPTIONS
                   DISPLAY FUNCTION TRIM(OC-ID)
                       " : ecriture impossible (status "
                       NEW-STATUS ")"
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO NB-CONVERTIS.
           EXIT PARAGRAPH.
