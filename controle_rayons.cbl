       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE-RAYONS.

      *============================================================
      *  Controle des rayons de la mediatheque : on ne savait pas
      *  quels albums avaient disparu des bacs sans jamais avoir
      *  ete pretes. Le personnel scanne (ou tape) chaque
      *  identifiant d'album trouve, rayon par rayon, puis le
      *  rapprochement compare les scans a catalog.dat et a
      *  loans.dat :
      *
      *    SAISIE : sous identification operateur, numero de
      *        rayon puis identifiants scannes (vide = rayon
      *        suivant, rayon vide = fin) ; chaque scan part en
      *        append dans rayons_scans_AAAAMMJJ.txt
      *        (DATE|RAYON|ALBUM|OPERATEUR), plusieurs sessions ou
      *        plusieurs personnes le meme jour s'additionnent ;
      *    RAPPROCHER [AAAAMMJJ] : rapport
      *        controle_rayons_AAAAMMJJ.txt (spool RAPPORT) des
      *        albums manquants (ni en rayon ni en pret), des
      *        albums trouves qui devraient etre en pret et des
      *        identifiants inconnus du catalogue ; la liste des
      *        manquants est ecrite dans
      *        controle_rayons_manquants_AAAAMMJJ.txt. Un album
      *        porte manquant et retrouve en rayon repasse en
      *        collection ;
      *    CONFIRMER [AAAAMMJJ] : apres une seconde recherche (les
      *        albums retrouves sont retires a la main de la liste
      *        des manquants), porte CAT-STATUT a 'M' pour chaque
      *        album de la liste toujours ni en rayon ni en pret -
      *        ALBUM-EXAMPLE refuse alors de le reserver. Chaque
      *        changement de statut passe par AUDIT-TRACE.
      *
      *  La date par defaut est celle du jour.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "catalog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-ID
               ALTERNATE RECORD KEY IS CAT-ARTIST-LAST
                   WITH DUPLICATES
               FILE STATUS IS CATALOG-STATUS.
           SELECT LOANS-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS L-ID
               FILE STATUS IS LOANS-STATUS.
           SELECT SCANS-FILE ASSIGN TO DYNAMIC SCANS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCANS-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-STATUS.
           SELECT MANQ-FILE ASSIGN TO DYNAMIC MANQ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-REC.
           05  CAT-ID               PIC X(10).
           05  CAT-TITLE            PIC X(30).
           05  CAT-GENRE            PIC X(10).
           05  CAT-ARTIST.
               10  CAT-ARTIST-FIRST PIC X(20).
               10  CAT-ARTIST-LAST  PIC X(20).
               10  CAT-BAND-NAME    PIC X(20).
           05  CAT-YEAR             PIC 9(4).
           05  CAT-STATUT           PIC X.
       FD  LOANS-FILE.
       01  LOAN-REC.
           05  L-ID                PIC X(10).
           05  L-EMPRUNTEUR        PIC X(20).
           05  L-DATE-PRET         PIC 9(8).
           05  L-DATE-RETOUR-PREVU PIC 9(8).
           05  L-SORTI             PIC X.
       FD  SCANS-FILE.
       01  SCANS-REC               PIC X(80).
       FD  RAPPORT-FILE.
       01  RAPPORT-REC             PIC X(120).
       FD  MANQ-FILE.
       01  MANQ-REC                PIC X(80).

       WORKING-STORAGE SECTION.
       77  CATALOG-STATUS          PIC X(2) VALUE SPACES.
       77  LOANS-STATUS            PIC X(2) VALUE SPACES.
       77  LOANS-OPEN-FLAG         PIC X VALUE 'N'.
       77  SCANS-STATUS            PIC X(2) VALUE SPACES.
       77  RAPPORT-STATUS          PIC X(2) VALUE SPACES.
       77  MANQ-STATUS             PIC X(2) VALUE SPACES.
       77  SCANS-FILENAME          PIC X(64) VALUE SPACES.
       77  RAPPORT-FILENAME        PIC X(64) VALUE SPACES.
       77  MANQ-FILENAME           PIC X(64) VALUE SPACES.
       77  ARG-MODE                PIC X(16) VALUE SPACES.
       77  ARG-DATE                PIC X(16) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  DATE-CONTROLE           PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  INP-RAYON               PIC X(8) VALUE SPACES.
       77  INP-ALBUM               PIC X(10) VALUE SPACES.
       77  NB-SAISIS               PIC 9(5) VALUE 0.
       77  NB-RAYON                PIC 9(5) VALUE 0.
       77  EN-PRET                 PIC X VALUE 'N'.
       01  SC-CH1                  PIC X(16).
       01  SC-CH2                  PIC X(16).
       01  SC-CH3                  PIC X(16).
       01  SC-CH4                  PIC X(16).

      *> Scans du jour dedoublonnes (un album scanne deux fois
      *> compte une fois, au premier rayon) ; SC-VU marque ceux
      *> retrouves au catalogue pour sortir les inconnus.
       77  NB-SCANS                PIC 9(4) VALUE 0.
       77  NB-DOUBLONS             PIC 9(4) VALUE 0.
       01  TAB-SCANS OCCURS 3000.
           05  SC-ALBUM            PIC X(10).
           05  SC-RAYON            PIC X(8).
           05  SC-VU               PIC X.
       77  IDX-SCAN                PIC 9(4) VALUE 0.

      *> Totaux du rapprochement.
       77  NB-ALBUMS               PIC 9(5) VALUE 0.
       77  NB-EN-RAYON             PIC 9(5) VALUE 0.
       77  NB-EN-PRET              PIC 9(5) VALUE 0.
       77  NB-MANQUANTS            PIC 9(5) VALUE 0.
       77  NB-A-PRETER             PIC 9(5) VALUE 0.
       77  NB-INCONNUS             PIC 9(5) VALUE 0.
       77  NB-RETROUVES            PIC 9(5) VALUE 0.
       77  NB-CONFIRMES            PIC 9(5) VALUE 0.
       77  NB-ECARTES              PIC 9(5) VALUE 0.

      *> Piste d'audit des changements de statut (AUDIT-TRACE).
       77  AUD-FICHIER             PIC X(20) VALUE "catalog".
       77  AUD-CLE                 PIC X(64) VALUE SPACES.
       77  AUD-CHAMP               PIC X(12) VALUE "CAT-STATUT".
       77  AUD-AVANT               PIC X(20) VALUE SPACES.
       77  AUD-APRES               PIC X(20) VALUE SPACES.

      *> Le rapport est declare au spool des documents
      *> (sous-programme SPOOL-REGISTER).
       77  SPOOL-TYPE              PIC X(12) VALUE "RAPPORT".
       77  SPOOL-FICHIER           PIC X(64) VALUE SPACES.
       77  SPOOL-NUMERO            PIC 9(6) VALUE 0.

       77  WS-OPERATEUR            PIC X(8) VALUE SPACES.
       77  SIGNON-RESULTAT         PIC X(2) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20) VALUE "CONTROLE-RAYONS".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           ACCEPT ARG-DATE FROM ARGUMENT-VALUE
           MOVE WS-TODAY TO DATE-CONTROLE
           IF FUNCTION LENGTH(FUNCTION TRIM(ARG-DATE)) = 8
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-DATE)) = 0
               MOVE FUNCTION NUMVAL(ARG-DATE) TO DATE-CONTROLE
           END-IF
           STRING "rayons_scans_" DATE-CONTROLE ".txt"
               DELIMITED BY SIZE INTO SCANS-FILENAME
           END-STRING
           STRING "controle_rayons_" DATE-CONTROLE ".txt"
               DELIMITED BY SIZE INTO RAPPORT-FILENAME
           END-STRING
           STRING "controle_rayons_manquants_" DATE-CONTROLE ".txt"
               DELIMITED BY SIZE INTO MANQ-FILENAME
           END-STRING

           EVALUATE FUNCTION TRIM(ARG-MODE)
               WHEN "SAISIE"
                   PERFORM SAISIR-RAYONS
               WHEN "RAPPROCHER"
                   PERFORM RAPPROCHER-SCANS
               WHEN "CONFIRMER"
                   PERFORM CONFIRMER-MANQUANTS
               WHEN OTHER
                   DISPLAY "USAGE: controle_rayons SAISIE |"
                       " RAPPROCHER [AAAAMMJJ] |"
                       " CONFIRMER [AAAAMMJJ]"
                   MOVE 4 TO WS-JOBLOG-RC
           END-EVALUATE
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  SAISIR-RAYONS : boucle rayon / identifiants scannes, en
      *  append dans le fichier des scans du jour.
      *============================================================
       SAISIR-RAYONS.
           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT
           IF SIGNON-RESULTAT = "91"
               DISPLAY "Identification operateur refusee, fin."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND SCANS-FILE.
           IF SCANS-STATUS = "35"
               OPEN OUTPUT SCANS-FILE
           END-IF.
           IF SCANS-STATUS NOT = "00"
               DISPLAY "Fichier des scans inouvrable (status "
                   SCANS-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               CALL "OPERATOR-SIGNOFF"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO NB-SAISIS.
           PERFORM UNTIL 1 = 0
               MOVE SPACES TO INP-RAYON
               DISPLAY "Rayon (vide pour terminer) : "
                   WITH NO ADVANCING
               ACCEPT INP-RAYON
               IF INP-RAYON = SPACES
                   EXIT PERFORM
               END-IF
               INSPECT INP-RAYON CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM SAISIR-UN-RAYON
           END-PERFORM.
           CLOSE SCANS-FILE.
           DISPLAY NB-SAISIS " album(s) scanne(s) dans "
               FUNCTION TRIM(SCANS-FILENAME) ".".
           CALL "OPERATOR-SIGNOFF".
           EXIT PARAGRAPH.

       SAISIR-UN-RAYON.
           MOVE 0 TO NB-RAYON.
           PERFORM UNTIL 1 = 0
               MOVE SPACES TO INP-ALBUM
               DISPLAY "  Album (vide = fin du rayon "
                   FUNCTION TRIM(INP-RAYON) ") : "
                   WITH NO ADVANCING
               ACCEPT INP-ALBUM
               IF INP-ALBUM = SPACES
                   EXIT PERFORM
               END-IF
               MOVE SPACES TO SCANS-REC
               STRING WS-TODAY "|" FUNCTION TRIM(INP-RAYON) "|"
                   FUNCTION TRIM(INP-ALBUM) "|"
                   FUNCTION TRIM(WS-OPERATEUR)
                   DELIMITED BY SIZE INTO SCANS-REC
               END-STRING
               WRITE SCANS-REC
               ADD 1 TO NB-RAYON NB-SAISIS
           END-PERFORM.
           DISPLAY "  Rayon " FUNCTION TRIM(INP-RAYON) " : "
               NB-RAYON " album(s).".
           EXIT PARAGRAPH.

      *============================================================
      *  RAPPROCHER-SCANS : scans du jour contre catalogue et
      *  prets, rapport et liste des manquants.
      *============================================================
       RAPPROCHER-SCANS.
           PERFORM CHARGER-SCANS.
           IF NB-SCANS = 0
               DISPLAY "Aucun scan dans "
                   FUNCTION TRIM(SCANS-FILENAME)
                   " : rien a rapprocher."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O CATALOG-FILE.
           IF CATALOG-STATUS NOT = "00"
               DISPLAY "Catalogue indisponible (status "
                   CATALOG-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM OUVRIR-PRETS.
           OPEN OUTPUT RAPPORT-FILE.
           OPEN OUTPUT MANQ-FILE.
           MOVE SPACES TO RAPPORT-REC.
           STRING "CONTROLE DES RAYONS DU " DATE-CONTROLE
               " - " NB-SCANS " album(s) scanne(s)"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE "ALBUMS MANQUANTS (ni en rayon ni en pret)"
               TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE 0 TO NB-ALBUMS NB-EN-RAYON NB-EN-PRET NB-MANQUANTS
               NB-A-PRETER NB-INCONNUS NB-RETROUVES.
           MOVE LOW-VALUES TO CAT-ID.
           START CATALOG-FILE KEY IS NOT LESS THAN CAT-ID
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM UNTIL 1 = 0
               READ CATALOG-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               PERFORM CONTROLER-ALBUM
           END-PERFORM.
           IF NB-MANQUANTS = 0
               MOVE "  (aucun)" TO RAPPORT-REC
               WRITE RAPPORT-REC
           END-IF.
           CLOSE MANQ-FILE.

      *> deuxieme passage sur le catalogue pour la section des
      *> albums trouves en rayon alors qu'ils sont en pret
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE "ALBUMS TROUVES EN RAYON MAIS EN PRET AU FICHIER"
               TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE LOW-VALUES TO CAT-ID.
           START CATALOG-FILE KEY IS NOT LESS THAN CAT-ID
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM UNTIL 1 = 0
               READ CATALOG-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               PERFORM CONTROLER-PRET-EN-RAYON
           END-PERFORM.
           IF NB-A-PRETER = 0
               MOVE "  (aucun)" TO RAPPORT-REC
               WRITE RAPPORT-REC
           END-IF.

           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE "IDENTIFIANTS SCANNES INCONNUS DU CATALOGUE"
               TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           PERFORM VARYING IDX-SCAN FROM 1 BY 1
               UNTIL IDX-SCAN > NB-SCANS
               IF SC-VU(IDX-SCAN) = 'N'
                   ADD 1 TO NB-INCONNUS
                   MOVE SPACES TO RAPPORT-REC
                   STRING "  " SC-ALBUM(IDX-SCAN) "  rayon "
                       FUNCTION TRIM(SC-RAYON(IDX-SCAN))
                       DELIMITED BY SIZE INTO RAPPORT-REC
                   END-STRING
                   WRITE RAPPORT-REC
               END-IF
           END-PERFORM.
           IF NB-INCONNUS = 0
               MOVE "  (aucun)" TO RAPPORT-REC
               WRITE RAPPORT-REC
           END-IF.

           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           STRING "Catalogue " NB-ALBUMS " - en rayon " NB-EN-RAYON
               " - en pret " NB-EN-PRET " - manquants "
               NB-MANQUANTS " - retrouves " NB-RETROUVES
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           STRING "Trouves en rayon mais en pret " NB-A-PRETER
               " - inconnus " NB-INCONNUS " - scans en double "
               NB-DOUBLONS
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           CLOSE RAPPORT-FILE.
           CLOSE CATALOG-FILE.
           IF LOANS-OPEN-FLAG = 'O'
               CLOSE LOANS-FILE
           END-IF.
           MOVE RAPPORT-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           DISPLAY "Rapport : " FUNCTION TRIM(RAPPORT-FILENAME)
               " (spool " SPOOL-NUMERO ")".
           DISPLAY NB-MANQUANTS " manquant(s) dans "
               FUNCTION TRIM(MANQ-FILENAME) ", " NB-A-PRETER
               " trouve(s) en pret, " NB-INCONNUS " inconnu(s).".
           IF NB-MANQUANTS > 0 OR NB-A-PRETER > 0
               OR NB-INCONNUS > 0
               MOVE 4 TO WS-JOBLOG-RC
           END-IF.
           EXIT PARAGRAPH.

      *> Premier passage : chaque album du catalogue est en
      *> rayon, en pret ou manquant ; un album porte manquant et
      *> retrouve en rayon repasse en collection.
       CONTROLER-ALBUM.
           ADD 1 TO NB-ALBUMS.
           PERFORM CHERCHER-SCAN.
           PERFORM CHERCHER-PRET.
           IF IDX-SCAN > 0
               ADD 1 TO NB-EN-RAYON
               MOVE 'O' TO SC-VU(IDX-SCAN)
               IF CAT-STATUT = 'M'
                   PERFORM REMETTRE-EN-COLLECTION
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF EN-PRET = 'O'
               ADD 1 TO NB-EN-PRET
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-MANQUANTS.
           MOVE SPACES TO RAPPORT-REC.
           IF CAT-STATUT = 'M'
               STRING "  " CAT-ID "  " CAT-TITLE " "
                   FUNCTION TRIM(CAT-ARTIST-LAST)
                   "  (deja porte manquant)"
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
           ELSE
               STRING "  " CAT-ID "  " CAT-TITLE " "
                   FUNCTION TRIM(CAT-ARTIST-LAST)
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               MOVE SPACES TO MANQ-REC
               MOVE CAT-ID TO MANQ-REC
               WRITE MANQ-REC
           END-IF.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.

      *> Second passage : scanne en rayon mais sorti au fichier des
      *> prets (retour jamais saisi, ou pret saisi sans sortie).
       CONTROLER-PRET-EN-RAYON.
           PERFORM CHERCHER-SCAN.
           IF IDX-SCAN = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-PRET.
           IF EN-PRET = 'N'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-A-PRETER.
           MOVE SPACES TO RAPPORT-REC.
           STRING "  " CAT-ID "  " CAT-TITLE " rayon "
               FUNCTION TRIM(SC-RAYON(IDX-SCAN)) " - sorti par "
               FUNCTION TRIM(L-EMPRUNTEUR) " le " L-DATE-PRET
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.

       REMETTRE-EN-COLLECTION.
           MOVE SPACE TO CAT-STATUT.
           REWRITE CATALOG-REC
               INVALID KEY
                   DISPLAY "Erreur catalogue (" FUNCTION TRIM(CAT-ID)
                       ") : " CATALOG-STATUS
                   MOVE 8 TO WS-JOBLOG-RC
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO NB-RETROUVES.
           MOVE CAT-ID TO AUD-CLE.
           MOVE "M" TO AUD-AVANT.
           MOVE SPACES TO AUD-APRES.
           CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE AUD-CHAMP
               AUD-AVANT AUD-APRES WS-JOBLOG-PROGRAM.
           DISPLAY "Retrouve en rayon : " FUNCTION TRIM(CAT-ID)
               " " FUNCTION TRIM(CAT-TITLE).
           EXIT PARAGRAPH.

      *> IDX-SCAN = rang de CAT-ID dans les scans, 0 si absent.
       CHERCHER-SCAN.
           PERFORM VARYING IDX-SCAN FROM 1 BY 1
               UNTIL IDX-SCAN > NB-SCANS
               IF SC-ALBUM(IDX-SCAN) = CAT-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE 0 TO IDX-SCAN.
           EXIT PARAGRAPH.

      *> EN-PRET = 'O' si loans.dat montre CAT-ID sorti.
       CHERCHER-PRET.
           MOVE 'N' TO EN-PRET.
           IF LOANS-OPEN-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE CAT-ID TO L-ID.
           READ LOANS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF L-SORTI = 'O'
               MOVE 'O' TO EN-PRET
           END-IF.
           EXIT PARAGRAPH.

       OUVRIR-PRETS.
           MOVE 'N' TO LOANS-OPEN-FLAG.
           OPEN INPUT LOANS-FILE.
           IF LOANS-STATUS = "00"
               MOVE 'O' TO LOANS-OPEN-FLAG
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-SCANS : scans du jour en table, dedoublonnes.
      *============================================================
       CHARGER-SCANS.
           MOVE 0 TO NB-SCANS NB-DOUBLONS.
           OPEN INPUT SCANS-FILE.
           IF SCANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ SCANS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-SCAN
               END-READ
           END-PERFORM.
           CLOSE SCANS-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-SCAN.
           IF FUNCTION LENGTH(FUNCTION TRIM(SCANS-REC)) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SC-CH1 SC-CH2 SC-CH3 SC-CH4.
           UNSTRING SCANS-REC DELIMITED BY "|"
               INTO SC-CH1 SC-CH2 SC-CH3 SC-CH4
           END-UNSTRING.
           IF SC-CH3 = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-SCANS
               IF SC-ALBUM(WS-I) = SC-CH3(1:10)
                   ADD 1 TO NB-DOUBLONS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF NB-SCANS >= 3000
               DISPLAY "Plus de 3000 albums scannes : "
                   FUNCTION TRIM(SC-CH3) " ignore."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-SCANS.
           MOVE SC-CH3(1:10) TO SC-ALBUM(NB-SCANS).
           MOVE SC-CH2(1:8) TO SC-RAYON(NB-SCANS).
           MOVE 'N' TO SC-VU(NB-SCANS).
           EXIT PARAGRAPH.

      *============================================================
      *  CONFIRMER-MANQUANTS : statut 'M' pour les albums de la
      *  liste des manquants, sauf ceux sortis depuis.
      *============================================================
       CONFIRMER-MANQUANTS.
           OPEN INPUT MANQ-FILE.
           IF MANQ-STATUS NOT = "00"
               DISPLAY "Pas de liste des manquants "
                   FUNCTION TRIM(MANQ-FILENAME)
                   " (RAPPROCHER d'abord)."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT
           IF SIGNON-RESULTAT = "91"
               DISPLAY "Identification operateur refusee, fin."
               CLOSE MANQ-FILE
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O CATALOG-FILE.
           IF CATALOG-STATUS NOT = "00"
               DISPLAY "Catalogue indisponible (status "
                   CATALOG-STATUS ")."
               CLOSE MANQ-FILE
               CALL "OPERATOR-SIGNOFF"
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM OUVRIR-PRETS.
           MOVE 0 TO NB-CONFIRMES NB-ECARTES.
           PERFORM UNTIL 1 = 0
               READ MANQ-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CONFIRMER-UN-MANQUANT
               END-READ
           END-PERFORM.
           CLOSE MANQ-FILE.
           CLOSE CATALOG-FILE.
           IF LOANS-OPEN-FLAG = 'O'
               CLOSE LOANS-FILE
           END-IF.
           DISPLAY NB-CONFIRMES " album(s) porte(s) manquant(s), "
               NB-ECARTES " ecarte(s).".
           CALL "OPERATOR-SIGNOFF".
           EXIT PARAGRAPH.

       CONFIRMER-UN-MANQUANT.
           IF MANQ-REC = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE MANQ-REC(1:10) TO CAT-ID.
           READ CATALOG-FILE
               INVALID KEY
                   DISPLAY "  " MANQ-REC(1:10)
                       " : inconnu du catalogue, ecarte."
                   ADD 1 TO NB-ECARTES
                   EXIT PARAGRAPH
           END-READ.
           IF CAT-STATUT = 'M'
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-PRET.
           IF EN-PRET = 'O'
               DISPLAY "  " CAT-ID " : sorti depuis le controle,"
                   " ecarte."
               ADD 1 TO NB-ECARTES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'M' TO CAT-STATUT.
           REWRITE CATALOG-REC
               INVALID KEY
                   DISPLAY "Erreur catalogue (" FUNCTION TRIM(CAT-ID)
                       ") : " CATALOG-STATUS
                   MOVE 8 TO WS-JOBLOG-RC
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO NB-CONFIRMES.
           MOVE CAT-ID TO AUD-CLE.
           MOVE SPACES TO AUD-AVANT.
           MOVE "M" TO AUD-APRES.
           CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE AUD-CHAMP
               AUD-AVANT AUD-APRES WS-JOBLOG-PROGRAM.
           DISPLAY "  " CAT-ID " " FUNCTION TRIM(CAT-TITLE)
               " : porte manquant.".
           EXIT PARAGRAPH.
