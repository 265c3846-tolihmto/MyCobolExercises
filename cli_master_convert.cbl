       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLI-MASTER-CONVERT.

      *============================================================
      *  Conversion unique de cli_master.dat vers le dessin
      *  courant : l'ancien enregistrement s'arretait a l'encours
      *  CL-ENCOURS, et un fichier ecrit a l'ancienne longueur
      *  repond status 39 a l'OPEN des programmes au nouveau
      *  dessin (COMMANDES-CLIENTS, FACTURATION-CLIENTS,
      *  ENCAISSEMENTS-CLIENTS, RELANCES-CLIENTS, DIFFUSION-
      *  DOCUMENTS...). Meme demarche que FOU-MASTER-CONVERT pour
      *  fou_master.dat : lit l'ancien fichier, recopie chaque
      *  client a l'identique et initialise les zones ajoutees
      *  depuis : niveau de relance a zero et sans date
      *  (CL-RELANCE, CL-RELANCE-DATE), solde de points fidelite
      *  nul (CL-POINTS), canal papier (CL-CANAL P) et sans
      *  adresse e-mail (CL-EMAIL, a renseigner par clients.txt).
      *  Ecrit cli_new.dat au nouveau dessin, met l'ancien de
      *  cote en cli_master.dat.old et installe le nouveau.
      *
      *  A lancer une seule fois, quand un OPEN du referentiel
      *  clients repond status 39.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CLI-FILE ASSIGN TO "cli_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CODE
               FILE STATUS IS OLD-STATUS.
           SELECT NEW-CLI-FILE ASSIGN TO "cli_new.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-CODE
               FILE STATUS IS NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CLI-FILE.
       01  OLD-CLI-REC.
           05  OC-CODE             PIC X(8).
           05  OC-NOM              PIC X(30).
           05  OC-ADRESSE          PIC X(40).
           05  OC-REMISE           PIC 9(2)V99.
           05  OC-PLAFOND          PIC S9(7)V99.
           05  OC-ENCOURS          PIC S9(7)V99.
       FD  NEW-CLI-FILE.
       01  NEW-CLI-REC.
           05  NC-CODE             PIC X(8).
           05  NC-NOM              PIC X(30).
           05  NC-ADRESSE          PIC X(40).
           05  NC-REMISE           PIC 9(2)V99.
           05  NC-PLAFOND          PIC S9(7)V99.
           05  NC-ENCOURS          PIC S9(7)V99.
           05  NC-RELANCE          PIC 9.
           05  NC-RELANCE-DATE     PIC 9(8).
           05  NC-POINTS           PIC S9(7).
           05  NC-CANAL            PIC X.
           05  NC-EMAIL            PIC X(60).

       WORKING-STORAGE SECTION.
       77  OLD-STATUS              PIC X(2) VALUE SPACES.
       77  NEW-STATUS              PIC X(2) VALUE SPACES.
       77  NB-CONVERTIS            PIC 9(4) VALUE 0.
       77  NB-EXCEPTIONS           PIC 9(4) VALUE 0.
       77  CMD-SH                  PIC X(120) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
           VALUE "CLI-MASTER-CONVERT".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC

           OPEN INPUT OLD-CLI-FILE
           IF OLD-STATUS NOT = "00"
               DISPLAY "cli_master.dat inouvrable a l'ancien dessin"
                   " (status " OLD-STATUS ") - rien a convertir"
                   " (fichier absent, ou deja au nouveau dessin)."
               MOVE 4 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           OPEN OUTPUT NEW-CLI-FILE
           IF NEW-STATUS NOT = "00"
               DISPLAY "Creation de cli_new.dat impossible"
                   " (status " NEW-STATUS ")."
               CLOSE OLD-CLI-FILE
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           MOVE LOW-VALUES TO OC-CODE
           START OLD-CLI-FILE KEY IS NOT LESS THAN OC-CODE
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL 1 = 0
               READ OLD-CLI-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               PERFORM CONVERTIR-ENREGISTREMENT
           END-PERFORM

           CLOSE OLD-CLI-FILE
           CLOSE NEW-CLI-FILE

           DISPLAY NB-CONVERTIS " client(s) converti(s), "
               NB-EXCEPTIONS " exception(s)."

           IF NB-CONVERTIS > 0 OR NB-EXCEPTIONS = 0
               MOVE "sh -c 'mv cli_master.dat cli_master.dat.old"
                   TO CMD-SH
               STRING FUNCTION TRIM(CMD-SH)
                   " && mv cli_new.dat cli_master.dat'"
                   DELIMITED BY SIZE INTO CMD-SH
               END-STRING
               CALL "SYSTEM" USING CMD-SH
               DISPLAY "Ancien fichier conserve en"
                   " cli_master.dat.old, nouveau dessin installe"
                   " (canal papier pour tous)."
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
      *  relance ni points, canal papier, pas d'adresse e-mail.
      *============================================================
       CONVERTIR-ENREGISTREMENT.
           MOVE OC-CODE TO NC-CODE.
           MOVE OC-NOM TO NC-NOM.
           MOVE OC-ADRESSE TO NC-ADRESSE.
           MOVE OC-REMISE TO NC-REMISE.
           MOVE OC-PLAFOND TO NC-PLAFOND.
           MOVE OC-ENCOURS TO NC-ENCOURS.
           MOVE 0 TO NC-RELANCE.
           MOVE 0 TO NC-RELANCE-DATE.
           MOVE 0 TO NC-POINTS.
           MOVE "P" TO NC-CANAL.
           MOVE SPACES TO NC-EMAIL.
           WRITE NEW-CLI-REC
               INVALID KEY
                   ADD 1 TO NB-EXCEPTIONS
                   DISPLAY FUNCTION TRIM(OC-CODE)
                       " : ecriture impossible (status "
                       NEW-STATUS ")"
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO NB-CONVERTIS.
           EXIT PARAGRAPH.
