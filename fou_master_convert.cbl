
      *============================================================
      *  Conversion unique de fou_master.dat vers le dessin a
      *  conditions de paiement : deux anciens dessins existent en
      *  exploitation - le premier s'arretait au delai F-DELAI, le
      *  second a la devise de facturation F-DEVISE - et un
      *  fichier ecrit a l'une de ces longueurs repond status 39 a
      *  l'OPEN I-O des programmes au nouveau dessin
      *  (REAPPRO-COMMANDES, RAPPROCHEMENT-FACTURES et les rapports
      *  fournisseurs tourneraient alors en degrade silencieux).
      *  Meme demarche que VIDEO-DATE-CONVERT pour video.dat : lit
      *  l'ancien fichier (dessin a devise d'abord, dessin
      *  d'origine si celui-ci repond status 39), recopie chaque
      *  fournisseur avec la devise EUR s'il n'en avait pas et des
      *  conditions de paiement a 30 jours net par defaut
      *  (fournisseurs.txt corrigera ensuite les vrais cas), ecrit
      *  fou_new.dat au nouveau dessin, met l'ancien de cote en
      *  fou_master.dat.old et installe le nouveau.
      *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OF-CODE
               FILE STATUS IS OLD-STATUS.
           SELECT DEV-FOU-FILE ASSIGN TO "fou_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DF-CODE
               FILE STATUS IS OLD-STATUS.
           SELECT NEW-FOU-FILE ASSIGN TO "fou_new.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  OF-CODE             PIC X(8).
           05  OF-NOM              PIC X(30).
           05  OF-DELAI            PIC 9(3).
       FD  DEV-FOU-FILE.
       01  DEV-FOU-REC.
           05  DF-CODE             PIC X(8).
           05  DF-NOM              PIC X(30).
           05  DF-DELAI            PIC 9(3).
           05  DF-DEVISE           PIC X(3).
       FD  NEW-FOU-FILE.
       01  NEW-FOU-REC.
           05  NF-CODE             PIC X(8).
           05  NF-NOM              PIC X(30).
           05  NF-DELAI            PIC 9(3).
           05  NF-DEVISE           PIC X(3).
           05  NF-TERME-JOURS      PIC 9(3).
           05  NF-TERME-FDM        PIC X.

       WORKING-STORAGE SECTION.
       77  OLD-STATUS              PIC X(2) VALUE SPACES.
       77  NB-CONVERTIS            PIC 9(4) VALUE 0.
       77  NB-EXCEPTIONS           PIC 9(4) VALUE 0.
       77  CMD-SH                  PIC X(120) VALUE SPACES.
       77  ANCIEN-DESSIN           PIC X VALUE 'D'.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC

           OPEN INPUT DEV-FOU-FILE
           IF OLD-STATUS = "39"
               MOVE 'O' TO ANCIEN-DESSIN
               OPEN INPUT OLD-FOU-FILE
           END-IF
           IF OLD-STATUS NOT = "00"
               DISPLAY "fou_master.dat inouvrable a l'ancien dessin"
                   " (status " OLD-STATUS ") - rien a convertir"
           IF NEW-STATUS NOT = "00"
               DISPLAY "Creation de fou_new.dat impossible"
                   " (status " NEW-STATUS ")."
               PERFORM FERMER-ANCIEN
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           IF ANCIEN-DESSIN = 'O'
               MOVE LOW-VALUES TO OF-CODE
               START OLD-FOU-FILE KEY IS NOT LESS THAN OF-CODE
                   INVALID KEY
                       CONTINUE
               END-START
               PERFORM UNTIL 1 = 0
                   READ OLD-FOU-FILE NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ
                   PERFORM CONVERTIR-ENREGISTREMENT
               END-PERFORM
           ELSE
               MOVE LOW-VALUES TO DF-CODE
               START DEV-FOU-FILE KEY IS NOT LESS THAN DF-CODE
                   INVALID KEY
                       CONTINUE
               END-START
               PERFORM UNTIL 1 = 0
                   READ DEV-FOU-FILE NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ
                   PERFORM CONVERTIR-DEVISE
               END-PERFORM
           END-IF

           PERFORM FERMER-ANCIEN
           CLOSE NEW-FOU-FILE

           DISPLAY NB-CONVERTIS " fournisseur(s) converti(s), "
               CALL "SYSTEM" USING CMD-SH
               DISPLAY "Ancien fichier conserve en"
                   " fou_master.dat.old, nouveau dessin installe"
                   " (conditions 30 jours net par defaut)."
           END-IF
           IF NB-EXCEPTIONS > 0
               MOVE 4 TO WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

       FERMER-ANCIEN.
           IF ANCIEN-DESSIN = 'O'
               CLOSE OLD-FOU-FILE
           ELSE
               CLOSE DEV-FOU-FILE
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  CONVERTIR-ENREGISTREMENT : dessin d'origine, recopie a
      *  l'identique, devise EUR et 30 jours net par defaut - le
      *  prochain import fournisseurs.txt
      *  (CODE|NOM|DELAI|DEVISE|CONDITIONS) posera les vrais cas.
      *============================================================
       CONVERTIR-ENREGISTREMENT.
           MOVE OF-CODE TO NF-CODE.
           MOVE OF-NOM TO NF-NOM.
           MOVE OF-DELAI TO NF-DELAI.
           MOVE "EUR" TO NF-DEVISE.
           PERFORM ECRIRE-NOUVEAU.
           EXIT PARAGRAPH.

      *============================================================
      *  CONVERTIR-DEVISE : dessin a devise, devise conservee,
      *  30 jours net par defaut.
      *============================================================
       CONVERTIR-DEVISE.
           MOVE DF-CODE TO NF-CODE.
           MOVE DF-NOM TO NF-NOM.
           MOVE DF-DELAI TO NF-DELAI.
           MOVE DF-DEVISE TO NF-DEVISE.
           PERFORM ECRIRE-NOUVEAU.
           EXIT PARAGRAPH.

       ECRIRE-NOUVEAU.
           MOVE 30 TO NF-TERME-JOURS.
           MOVE 'N' TO NF-TERME-FDM.
           WRITE NEW-FOU-REC
               INVALID KEY
                   ADD 1 TO NB-EXCEPTIONS
                   DISPLAY FUNCTION TRIM(NF-CODE)
                       " : ecriture impossible (status "
                       NEW-STATUS ")"
                   EXIT PARAGRAPH
