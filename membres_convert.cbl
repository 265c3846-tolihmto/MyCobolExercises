       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBRES-CONVERT.

      *============================================================
      *  Conversion unique de membres.dat vers le dessin a
      *  adhesion : l'ancien enregistrement s'arretait au statut
      *  MEM-STATUT, et un fichier ecrit a l'ancienne longueur
      *  repond status 39 a l'OPEN des programmes au nouveau
      *  dessin (MEMBRES, ALBUM-EXAMPLE). Meme demarche que
      *  FOU-CAT-CONVERT : lit l'ancien fichier, recopie chaque
      *  membre en categorie STANDARD avec une expiration a
      *  DELAI-CONVERSION jours (le premier passage de MEMBRES
      *  ECHEANCES leur envoie donc le rappel de cotisation),
      *  ecrit membres_new.dat au nouveau dessin, met l'ancien de
      *  cote en membres.dat.old et installe le nouveau.
      *
      *  A lancer une seule fois, quand un OPEN du registre des
      *  membres repond status 39.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MEM-FILE ASSIGN TO "membres.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-NUM
               FILE STATUS IS OLD-STATUS.
           SELECT NEW-MEM-FILE ASSIGN TO "membres_new.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-NUM
               FILE STATUS IS NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MEM-FILE.
       01  OLD-MEM-REC.
           05  OM-NUM              PIC X(8).
           05  OM-NOM              PIC X(30).
           05  OM-CONTACT          PIC X(30).
           05  OM-STATUT           PIC X.
       FD  NEW-MEM-FILE.
       01  NEW-MEM-REC.
           05  NM-NUM              PIC X(8).
           05  NM-NOM              PIC X(30).
           05  NM-CONTACT          PIC X(30).
           05  NM-STATUT           PIC X.
           05  NM-CATEGORIE        PIC X(8).
           05  NM-EXPIRATION       PIC 9(8).
           05  NM-DATE-RELANCE     PIC 9(8).

       WORKING-STORAGE SECTION.
       77  OLD-STATUS              PIC X(2) VALUE SPACES.
       77  NEW-STATUS              PIC X(2) VALUE SPACES.
       77  NB-CONVERTIS            PIC 9(4) VALUE 0.
       77  NB-EXCEPTIONS           PIC 9(4) VALUE 0.
       77  CMD-SH                  PIC X(120) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  DELAI-CONVERSION        PIC 9(3) VALUE 30.
       77  DATE-EXPIRATION         PIC 9(8) VALUE 0.
       77  DU-ACTION               PIC X(8) VALUE SPACES.
       77  DU-DATE-1               PIC 9(8) VALUE 0.
       77  DU-DATE-2               PIC 9(8) VALUE 0.
       77  DU-NOMBRE               PIC S9(7) VALUE 0.
       77  DU-RESULTAT             PIC X(2) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
           VALUE "MEMBRES-CONVERT".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE "AJOUTER" TO DU-ACTION
           MOVE WS-TODAY TO DU-DATE-1
           MOVE DELAI-CONVERSION TO DU-NOMBRE
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
               DU-NOMBRE DU-RESULTAT
           MOVE DU-DATE-2 TO DATE-EXPIRATION

           OPEN INPUT OLD-MEM-FILE
           IF OLD-STATUS NOT = "00"
               DISPLAY "membres.dat inouvrable a l'ancien"
                   " dessin (status " OLD-STATUS ") - rien a"
                   " convertir (fichier absent, ou deja au nouveau"
                   " dessin)."
               MOVE 4 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           OPEN OUTPUT NEW-MEM-FILE
           IF NEW-STATUS NOT = "00"
               DISPLAY "Creation de membres_new.dat impossible"
                   " (status " NEW-STATUS ")."
               CLOSE OLD-MEM-FILE
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           MOVE LOW-VALUES TO OM-NUM
           START OLD-MEM-FILE KEY IS NOT LESS THAN OM-NUM
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL 1 = 0
               READ OLD-MEM-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               PERFORM CONVERTIR-ENREGISTREMENT
           END-PERFORM

           CLOSE OLD-MEM-FILE
           CLOSE NEW-MEM-FILE

           DISPLAY NB-CONVERTIS " membre(s) converti(s), "
               NB-EXCEPTIONS " exception(s)."

           IF NB-CONVERTIS > 0 OR NB-EXCEPTIONS = 0
               MOVE "sh -c 'mv membres.dat membres.dat.old"
                   TO CMD-SH
               STRING FUNCTION TRIM(CMD-SH)
                   " && mv membres_new.dat membres.dat'"
                   DELIMITED BY SIZE INTO CMD-SH
               END-STRING
               CALL "SYSTEM" USING CMD-SH
               DISPLAY "Ancien fichier conserve en"
                   " membres.dat.old, nouveau dessin installe"
                   " (categorie STANDARD, expiration "
                   DATE-EXPIRATION ")."
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
      *  CONVERTIR-ENREGISTREMENT : recopie a l'identique,
      *  categorie STANDARD, expiration a DELAI-CONVERSION jours,
      *  aucun rappel envoye.
      *============================================================
       CONVERTIR-ENREGISTREMENT.
           MOVE OM-NUM TO NM-NUM.
           MOVE OM-NOM TO NM-NOM.
           MOVE OM-CONTACT TO NM-CONTACT.
           MOVE OM-STATUT TO NM-STATUT.
           MOVE "STANDARD" TO NM-CATEGORIE.
           MOVE DATE-EXPIRATION TO NM-EXPIRATION.
           MOVE 0 TO NM-DATE-RELANCE.
           WRITE NEW-MEM-REC
               INVALID KEY
                   ADD 1 TO NB-EXCEPTIONS
                   DISPLAY FUNCTION TRIM(OM-NUM)
                       " : ecriture impossible (status "
                       NEW-STATUS ")"
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO NB-CONVERTIS.
           EXIT PARAGRAPH.
