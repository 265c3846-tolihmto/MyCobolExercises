       IDENTIFICATION DIVISION.
       PROGRAM-ID. INV-MASTER-CONVERT.

      *============================================================
      *  Conversion unique de inv_master.dat vers le dessin
      *  courant : l'ancien enregistrement s'arretait au code-barres
      *  M-EAN, et un fichier ecrit a l'ancienne longueur repond
      *  status 39 a l'OPEN des programmes au nouveau dessin (tous
      *  ceux qui lisent le catalogue indexe).
      *  Meme demarche que CLI-MASTER-CONVERT pour cli_master.dat :
      *  lit l'ancien fichier, recopie chaque article a l'identique
      *  et initialise les zones ajoutees depuis : poids unitaire
      *  nul (M-POIDS, a renseigner par INV-MAINTENANCE), pas de
      *  suivi par numero de serie (M-SERIE N) et statut A actif
      *  (M-STATUT, a passer a R, F ou B par INV-MAINTENANCE).
      *  Ecrit inv_new.dat au nouveau dessin, met l'ancien de cote
      *  en inv_master.dat.old et installe le nouveau.
      *
      *  A lancer une seule fois, quand un OPEN du catalogue indexe
      *  repond status 39.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-INV-FILE ASSIGN TO "inv_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-CODE
               FILE STATUS IS OLD-STATUS.
           SELECT NEW-INV-FILE ASSIGN TO "inv_new.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-CODE
               FILE STATUS IS NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-INV-FILE.
       01  OLD-INV-REC.
           05  OM-CODE             PIC X(10).
           05  OM-LIB              PIC X(20).
           05  OM-PU               PIC S9(5)V99.
           05  OM-QTE              PIC S9(5).
           05  OM-SEUIL            PIC S9(5).
           05  OM-TVA              PIC 9(3).
           05  OM-PMP              PIC S9(5)V99.
           05  OM-EAN              PIC X(13).
       FD  NEW-INV-FILE.
       01  NEW-INV-REC.
           05  NM-CODE             PIC X(10).
           05  NM-LIB              PIC X(20).
           05  NM-PU               PIC S9(5)V99.
           05  NM-QTE              PIC S9(5).
           05  NM-SEUIL            PIC S9(5).
           05  NM-TVA              PIC 9(3).
           05  NM-PMP              PIC S9(5)V99.
           05  NM-EAN              PIC X(13).
           05  NM-POIDS            PIC 9(4)V999.
           05  NM-SERIE            PIC X.
           05  NM-STATUT           PIC X.

       WORKING-STORAGE SECTION.
       77  OLD-STATUS              PIC X(2) VALUE SPACES.
       77  NEW-STATUS              PIC X(2) VALUE SPACES.
       77  NB-CONVERTIS            PIC 9(4) VALUE 0.
       77  NB-EXCEPTIONS           PIC 9(4) VALUE 0.
       77  CMD-SH                  PIC X(120) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
           VALUE "INV-MASTER-CONVERT".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC

           OPEN INPUT OLD-INV-FILE
           IF OLD-STATUS NOT = "00"
               DISPLAY "inv_master.dat inouvrable a l'ancien dessin"
                   " (status " OLD-STATUS ") - rien a convertir"
                   " (fichier absent, ou deja au nouveau dessin)."
               MOVE 4 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           OPEN OUTPUT NEW-INV-FILE
           IF NEW-STATUS NOT = "00"
               DISPLAY "Creation de inv_new.dat impossible"
                   " (status " NEW-STATUS ")."
               CLOSE OLD-INV-FILE
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           MOVE LOW-VALUES TO OM-CODE
           START OLD-INV-FILE KEY IS NOT LESS THAN OM-CODE
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL 1 = 0
               READ OLD-INV-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               PERFORM CONVERTIR-ENREGISTREMENT
           END-PERFORM

           CLOSE OLD-INV-FILE
           CLOSE NEW-INV-FILE

           DISPLAY NB-CONVERTIS " article(s) converti(s), "
               NB-EXCEPTIONS " exception(s)."

           IF NB-CONVERTIS > 0 OR NB-EXCEPTIONS = 0
               MOVE "sh -c 'mv inv_master.dat inv_master.dat.old"
                   TO CMD-SH
               STRING FUNCTION TRIM(CMD-SH)
                   " && mv inv_new.dat inv_master.dat'"
                   DELIMITED BY SIZE INTO CMD-SH
               END-STRING
               CALL "SYSTEM" USING CMD-SH
               DISPLAY "Ancien fichier conserve en"
                   " inv_master.dat.old, nouveau dessin installe"
                   " (articles au statut A actif)."
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
      *  CONVERTIR-ENREGISTREMENT : recopie a l'identique, sans
      *  poids ni suivi serie, statut de cycle de vie a A.
      *============================================================
       CONVERTIR-ENREGISTREMENT.
           MOVE OM-CODE TO NM-CODE.
           MOVE OM-LIB TO NM-LIB.
           MOVE OM-PU TO NM-PU.
           MOVE OM-QTE TO NM-QTE.
           MOVE OM-SEUIL TO NM-SEUIL.
           MOVE OM-TVA TO NM-TVA.
           MOVE OM-PMP TO NM-PMP.
           MOVE OM-EAN TO NM-EAN.
           MOVE 0 TO NM-POIDS.
           MOVE 'N' TO NM-SERIE.
           MOVE 'A' TO NM-STATUT.
           WRITE NEW-INV-REC
               INVALID KEY
                   ADD 1 TO NB-EXCEPTIONS
                   DISPLAY FUNCTION TRIM(OM-CODE)
                       " : ecriture impossible (status "
                       NEW-STATUS ")"
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO NB-CONVERTIS.
           EXIT PARAGRAPH.
