       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACQUISITIONS-ALBUMS.

      *============================================================
      *  Plan d'acquisition de la mediatheque : les achats se
      *  faisaient au jugé. Le rapport mensuel mesure la demande a
      *  partir des files d'attente de reservations.txt (ATTENTE)
      *  et des sorties de prets_histo.txt des douze derniers mois
      *  (evenement PRET), par album, par artiste et par genre
      *  (catalog.dat), et propose :
      *    - un exemplaire de plus pour chaque album dont la file
      *      atteint ACQ-SEUIL-FILE reservations (2 par defaut) ;
      *    - un nouveau titre pour les ACQ-NB-ARTISTES artistes
      *      (5) les plus empruntes, a partir de
      *      ACQ-SEUIL-PRETS-ARTISTE sorties (5) ;
      *  sauf ce qui est deja commande. Chaque proposition est
      *  chiffree a ACQ-PRIX-ALBUM (18.00) contre le budget
      *  annuel d'acquisition acq_budget.txt (ANNEE|MONTANT,
      *  lignes * en commentaire) ; les cles ACQ- sont lues dans
      *  parametres.txt (PARAM-LOOKUP).
      *
      *  Les achats approuves sont suivis dans le registre
      *  acquisitions.txt
      *  (NUM|DATE|TYPE|CIBLE|MONTANT|STATUT|DATE-RECU|NOUVEL-ID|
      *  OPERATEUR), numerote par acq_counter.txt : COMMANDE a
      *  l'approbation, RECU a l'arrivee, quand l'album entre au
      *  catalogue sous son propre identifiant (un pret par
      *  identifiant). Le budget engage (COMMANDE), depense (RECU)
      *  et restant de l'annee est affiche a chaque passage.
      *
      *    RAPPORT (defaut, etape MONTHLY:1) :
      *        acquisitions_AAAAMM.txt, declare au spool (type
      *        RAPPORT) ;
      *    APPROUVER EXEMPLAIRE <album> [<montant>]
      *    APPROUVER TITRE <artiste> [<montant>] : commande, sous
      *        identification operateur, refusee au-dela du
      *        budget restant ;
      *    RECEVOIR <num> <nouvel-id> [<montant-reel>] : arrivee,
      *        creation de la fiche catalogue (recopiee de l'album
      *        d'origine pour un exemplaire, saisie pour un
      *        titre) ;
      *    LISTE : registre des acquisitions de l'annee.
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
           SELECT RESA-FILE ASSIGN TO "reservations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESA-STATUS.
           SELECT PHISTO-FILE ASSIGN TO "prets_histo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PHISTO-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "acq_budget.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-STATUS.
           SELECT ACQ-FILE ASSIGN TO "acquisitions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACQ-STATUS.
           SELECT COUNTER-FILE ASSIGN TO "acq_counter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTER-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-STATUS.

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
       FD  RESA-FILE.
       01  RESA-REC                PIC X(80).
       FD  PHISTO-FILE.
       01  PHISTO-REC              PIC X(80).
       FD  BUDGET-FILE.
       01  BUDGET-REC              PIC X(80).
       FD  ACQ-FILE.
       01  ACQ-REC                 PIC X(160).
       FD  COUNTER-FILE.
       01  COUNTER-REC             PIC X(20).
       FD  RAPPORT-FILE.
       01  RAPPORT-REC             PIC X(120).

       WORKING-STORAGE SECTION.
       77  CATALOG-STATUS          PIC X(2) VALUE SPACES.
       77  RESA-STATUS             PIC X(2) VALUE SPACES.
       77  PHISTO-STATUS           PIC X(2) VALUE SPACES.
       77  BUDGET-STATUS           PIC X(2) VALUE SPACES.
       77  ACQ-STATUS              PIC X(2) VALUE SPACES.
       77  COUNTER-STATUS          PIC X(2) VALUE SPACES.
       77  RAPPORT-STATUS          PIC X(2) VALUE SPACES.
       77  RAPPORT-FILENAME        PIC X(64) VALUE SPACES.
       77  ARG-MODE                PIC X(16) VALUE SPACES.
       77  ARG-2                   PIC X(20) VALUE SPACES.
       77  ARG-3                   PIC X(20) VALUE SPACES.
       77  ARG-4                   PIC X(16) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  ANNEE-COURANTE          PIC 9(4) VALUE 0.
       77  DEBUT-FENETRE           PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  WS-J                    PIC 9(4) VALUE 0.
       77  WS-MAX                  PIC 9(5) VALUE 0.
       77  WS-RANG                 PIC 9(4) VALUE 0.
       77  WS-Q                    PIC 9(4) VALUE 0.
       77  DEJA-COMMANDE           PIC X VALUE 'N'.
       01  CH1                     PIC X(30).
       01  CH2                     PIC X(30).
       01  CH3                     PIC X(30).
       01  CH4                     PIC X(30).
       01  CH5                     PIC X(30).
       01  CH6                     PIC X(30).
       01  CH7                     PIC X(30).
       01  CH8                     PIC X(30).
       01  CH9                     PIC X(30).

      *> Parametres du plan (parametres.txt, PARAM-LOOKUP).
       77  SEUIL-FILE              PIC 9(3) VALUE 2.
       77  SEUIL-PRETS-ARTISTE     PIC 9(4) VALUE 5.
       77  NB-ARTISTES-MAX         PIC 9(3) VALUE 5.
       77  PRIX-ALBUM              PIC 9(5)V99 VALUE 18.00.
       77  PRM-CLE                 PIC X(24) VALUE SPACES.
       77  PRM-DEFAUT              PIC X(40) VALUE SPACES.
       77  PRM-VALEUR              PIC X(40) VALUE SPACES.
       77  PRM-RESULTAT            PIC X(2) VALUE SPACES.

      *> Demande par album (catalogue), par artiste et par genre.
       77  NB-ALB                  PIC 9(4) VALUE 0.
       01  TAB-ALB OCCURS 2000.
           05  AL-ID               PIC X(10).
           05  AL-TITRE            PIC X(30).
           05  AL-ARTISTE          PIC X(20).
           05  AL-GENRE            PIC X(10).
           05  AL-FILE             PIC 9(4).
           05  AL-PRETS            PIC 9(5).
       77  NB-ART                  PIC 9(4) VALUE 0.
       01  TAB-ART OCCURS 500.
           05  AR-NOM              PIC X(20).
           05  AR-TITRES           PIC 9(4).
           05  AR-FILE             PIC 9(5).
           05  AR-PRETS            PIC 9(5).
           05  AR-PRIS             PIC X.
       77  NB-GEN                  PIC 9(3) VALUE 0.
       01  TAB-GEN OCCURS 100.
           05  GE-NOM              PIC X(10).
           05  GE-TITRES           PIC 9(4).
           05  GE-FILE             PIC 9(5).
           05  GE-PRETS            PIC 9(5).
       77  IDX-ALB                 PIC 9(4) VALUE 0.

      *> Registre des acquisitions en memoire, reecrit en entier
      *> apres modification (meme idiome que reservations.txt).
       77  NB-ACQ                  PIC 9(4) VALUE 0.
       01  TAB-ACQ OCCURS 1000.
           05  AQ-NUM              PIC 9(6).
           05  AQ-DATE             PIC 9(8).
           05  AQ-TYPE             PIC X(10).
           05  AQ-CIBLE            PIC X(20).
           05  AQ-MONTANT          PIC 9(5)V99.
           05  AQ-STATUT           PIC X(8).
           05  AQ-DATE-RECU        PIC 9(8).
           05  AQ-NOUVEL-ID        PIC X(10).
           05  AQ-OPERATEUR        PIC X(8).
       77  IDX-ACQ                 PIC 9(4) VALUE 0.
       77  NUM-ACQ                 PIC 9(6) VALUE 0.

      *> Budget de l'annee.
       77  BUDGET-ANNUEL           PIC 9(7)V99 VALUE 0.
       77  BUDGET-TROUVE           PIC X VALUE 'N'.
       77  TOTAL-ENGAGE            PIC 9(7)V99 VALUE 0.
       77  TOTAL-DEPENSE           PIC 9(7)V99 VALUE 0.
       77  BUDGET-RESTANT          PIC S9(7)V99 VALUE 0.
       77  CUMUL-PROPOSE           PIC 9(7)V99 VALUE 0.
       77  MONTANT-W               PIC 9(5)V99 VALUE 0.
       77  MONTANT-EDIT            PIC -(7)9.99.
       77  MONTANT-EDIT2           PIC -(7)9.99.
       77  MONTANT-EDIT3           PIC -(7)9.99.
       77  MONTANT-EDIT4           PIC -(7)9.99.
       77  NB-PROPOSITIONS         PIC 9(4) VALUE 0.
       77  LIBELLE-BUDGET          PIC X(12) VALUE SPACES.

      *> Saisie de la fiche d'un nouveau titre a la reception.
       77  INP-TITRE               PIC X(30) VALUE SPACES.
       77  INP-GENRE               PIC X(10) VALUE SPACES.
       77  INP-ANNEE               PIC X(8) VALUE SPACES.
       77  INP-PRENOM              PIC X(20) VALUE SPACES.
       77  INP-GROUPE              PIC X(20) VALUE SPACES.

       77  DU-ACTION               PIC X(8) VALUE SPACES.
       77  DU-DATE-1               PIC 9(8) VALUE 0.
       77  DU-DATE-2               PIC 9(8) VALUE 0.
       77  DU-NOMBRE               PIC S9(7) VALUE 0.
       77  DU-RESULTAT             PIC X(2) VALUE SPACES.

      *> Le rapport est declare au spool des documents
      *> (sous-programme SPOOL-REGISTER).
       77  SPOOL-TYPE              PIC X(12) VALUE "RAPPORT".
       77  SPOOL-FICHIER           PIC X(64) VALUE SPACES.
       77  SPOOL-NUMERO            PIC 9(6) VALUE 0.

       77  WS-OPERATEUR            PIC X(8) VALUE SPACES.
       77  SIGNON-RESULTAT         PIC X(2) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
           VALUE "ACQUISITIONS-ALBUMS".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY(1:4) TO ANNEE-COURANTE

           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           ACCEPT ARG-2 FROM ARGUMENT-VALUE
           ACCEPT ARG-3 FROM ARGUMENT-VALUE
           ACCEPT ARG-4 FROM ARGUMENT-VALUE

           PERFORM CHARGER-PARAMETRES
           PERFORM CHARGER-BUDGET
           PERFORM CHARGER-REGISTRE

           EVALUATE FUNCTION TRIM(ARG-MODE)
               WHEN "APPROUVER"
                   PERFORM APPROUVER-ACHAT
               WHEN "RECEVOIR"
                   PERFORM RECEVOIR-ACHAT
               WHEN "LISTE"
                   PERFORM LISTER-REGISTRE
               WHEN "RAPPORT"
               WHEN SPACES
                   PERFORM RAPPORT-ACQUISITIONS
               WHEN OTHER
                   DISPLAY "USAGE: acquisitions_albums [RAPPORT] |"
                       " APPROUVER EXEMPLAIRE <album> [<montant>] |"
                       " APPROUVER TITRE <artiste> [<montant>] |"
                       " RECEVOIR <num> <nouvel-id> [<montant>] |"
                       " LISTE"
                   MOVE 4 TO WS-JOBLOG-RC
           END-EVALUATE
           PERFORM AFFICHER-BUDGET
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  CHARGER-PARAMETRES : seuils et prix unitaire du plan.
      *============================================================
       CHARGER-PARAMETRES.
           MOVE "ACQ-SEUIL-FILE" TO PRM-CLE.
           MOVE "2" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO SEUIL-FILE
           END-IF.
           MOVE "ACQ-SEUIL-PRETS-ARTISTE" TO PRM-CLE.
           MOVE "5" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO SEUIL-PRETS-ARTISTE
           END-IF.
           MOVE "ACQ-NB-ARTISTES" TO PRM-CLE.
           MOVE "5" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO NB-ARTISTES-MAX
           END-IF.
           MOVE "ACQ-PRIX-ALBUM" TO PRM-CLE.
           MOVE "18.00" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO PRIX-ALBUM
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-BUDGET : montant de l'annee courante dans
      *  acq_budget.txt (la derniere ligne de l'annee l'emporte).
      *============================================================
       CHARGER-BUDGET.
           MOVE 0 TO BUDGET-ANNUEL.
           MOVE 'N' TO BUDGET-TROUVE.
           OPEN INPUT BUDGET-FILE.
           IF BUDGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ BUDGET-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-BUDGET
               END-READ
           END-PERFORM.
           CLOSE BUDGET-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-BUDGET.
           IF FUNCTION LENGTH(FUNCTION TRIM(BUDGET-REC)) = 0
               OR BUDGET-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CH1 CH2.
           UNSTRING BUDGET-REC DELIMITED BY "|"
               INTO CH1 CH2
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(CH1)) NOT = 0
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(CH2)) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(CH1) = ANNEE-COURANTE
               MOVE FUNCTION NUMVAL(CH2) TO BUDGET-ANNUEL
               MOVE 'O' TO BUDGET-TROUVE
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-REGISTRE : acquisitions.txt en table ; totaux
      *  engage / depense de l'annee courante.
      *============================================================
       CHARGER-REGISTRE.
           MOVE 0 TO NB-ACQ TOTAL-ENGAGE TOTAL-DEPENSE.
           OPEN INPUT ACQ-FILE.
           IF ACQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ ACQ-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-ACQ
               END-READ
           END-PERFORM.
           CLOSE ACQ-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-ACQ.
           IF FUNCTION LENGTH(FUNCTION TRIM(ACQ-REC)) = 0
               OR NB-ACQ >= 1000
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CH1 CH2 CH3 CH4 CH5 CH6 CH7 CH8 CH9.
           UNSTRING ACQ-REC DELIMITED BY "|"
               INTO CH1 CH2 CH3 CH4 CH5 CH6 CH7 CH8 CH9
           END-UNSTRING.
           ADD 1 TO NB-ACQ.
           MOVE FUNCTION NUMVAL(CH1) TO AQ-NUM(NB-ACQ).
           MOVE FUNCTION NUMVAL(CH2) TO AQ-DATE(NB-ACQ).
           MOVE CH3 TO AQ-TYPE(NB-ACQ).
           MOVE CH4 TO AQ-CIBLE(NB-ACQ).
           MOVE FUNCTION NUMVAL(CH5) TO AQ-MONTANT(NB-ACQ).
           MOVE CH6 TO AQ-STATUT(NB-ACQ).
           IF FUNCTION LENGTH(FUNCTION TRIM(CH7)) > 0
               MOVE FUNCTION NUMVAL(CH7) TO AQ-DATE-RECU(NB-ACQ)
           ELSE
               MOVE 0 TO AQ-DATE-RECU(NB-ACQ)
           END-IF.
           MOVE CH8 TO AQ-NOUVEL-ID(NB-ACQ).
           MOVE CH9 TO AQ-OPERATEUR(NB-ACQ).
           PERFORM CUMULER-BUDGET-ACQ.
           EXIT PARAGRAPH.

      *> Une commande pese sur l'annee de son approbation.
       CUMULER-BUDGET-ACQ.
           IF AQ-DATE(NB-ACQ)(1:4) NOT = WS-TODAY(1:4)
               EXIT PARAGRAPH
           END-IF.
           IF AQ-STATUT(NB-ACQ) = "RECU"
               ADD AQ-MONTANT(NB-ACQ) TO TOTAL-DEPENSE
           ELSE
               IF AQ-STATUT(NB-ACQ) = "COMMANDE"
                   ADD AQ-MONTANT(NB-ACQ) TO TOTAL-ENGAGE
               END-IF
           END-IF.
           EXIT PARAGRAPH.

       REECRIRE-REGISTRE.
           OPEN OUTPUT ACQ-FILE.
           IF ACQ-STATUS NOT = "00"
               DISPLAY "Registre des acquisitions inouvrable"
                   " (status " ACQ-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX-ACQ FROM 1 BY 1
               UNTIL IDX-ACQ > NB-ACQ
               MOVE AQ-MONTANT(IDX-ACQ) TO MONTANT-EDIT
               MOVE SPACES TO ACQ-REC
               STRING AQ-NUM(IDX-ACQ) "|" AQ-DATE(IDX-ACQ) "|"
                   FUNCTION TRIM(AQ-TYPE(IDX-ACQ)) "|"
                   FUNCTION TRIM(AQ-CIBLE(IDX-ACQ)) "|"
                   FUNCTION TRIM(MONTANT-EDIT) "|"
                   FUNCTION TRIM(AQ-STATUT(IDX-ACQ)) "|"
                   AQ-DATE-RECU(IDX-ACQ) "|"
                   FUNCTION TRIM(AQ-NOUVEL-ID(IDX-ACQ)) "|"
                   FUNCTION TRIM(AQ-OPERATEUR(IDX-ACQ))
                   DELIMITED BY SIZE INTO ACQ-REC
               END-STRING
               WRITE ACQ-REC
           END-PERFORM.
           CLOSE ACQ-FILE.
           EXIT PARAGRAPH.

       CALCULER-RESTANT.
           COMPUTE BUDGET-RESTANT =
               BUDGET-ANNUEL - TOTAL-ENGAGE - TOTAL-DEPENSE.
           EXIT PARAGRAPH.

      *============================================================
      *  AFFICHER-BUDGET : situation du budget, a chaque passage.
      *============================================================
       AFFICHER-BUDGET.
           PERFORM CALCULER-RESTANT.
           MOVE BUDGET-ANNUEL TO MONTANT-EDIT.
           MOVE TOTAL-ENGAGE TO MONTANT-EDIT2.
           MOVE TOTAL-DEPENSE TO MONTANT-EDIT3.
           MOVE BUDGET-RESTANT TO MONTANT-EDIT4.
           IF BUDGET-TROUVE = 'N'
               DISPLAY "Budget " ANNEE-COURANTE
                   " : aucun montant dans acq_budget.txt."
           END-IF.
           DISPLAY "Budget " ANNEE-COURANTE " : "
               FUNCTION TRIM(MONTANT-EDIT) " EUR - engage "
               FUNCTION TRIM(MONTANT-EDIT2) " - depense "
               FUNCTION TRIM(MONTANT-EDIT3) " - restant "
               FUNCTION TRIM(MONTANT-EDIT4) " EUR".
           EXIT PARAGRAPH.

      *============================================================
      *  RAPPORT-ACQUISITIONS : demande, propositions chiffrees,
      *  commandes en cours.
      *============================================================
       RAPPORT-ACQUISITIONS.
           PERFORM CHARGER-CATALOGUE.
           IF NB-ALB = 0
               DISPLAY "Catalogue vide ou indisponible (status "
                   CATALOG-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "AJOUTER" TO DU-ACTION.
           MOVE WS-TODAY TO DU-DATE-1.
           MOVE -365 TO DU-NOMBRE.
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
               DU-NOMBRE DU-RESULTAT.
           MOVE DU-DATE-2 TO DEBUT-FENETRE.
           PERFORM CHARGER-FILES-ATTENTE.
           PERFORM CHARGER-PRETS.
           PERFORM CUMULER-ARTISTES-GENRES.
           PERFORM CALCULER-RESTANT.

           MOVE SPACES TO RAPPORT-FILENAME.
           STRING "acquisitions_" WS-TODAY(1:6) ".txt"
               DELIMITED BY SIZE INTO RAPPORT-FILENAME
           END-STRING.
           OPEN OUTPUT RAPPORT-FILE.
           IF RAPPORT-STATUS NOT = "00"
               DISPLAY "Rapport inouvrable (status " RAPPORT-STATUS
                   ")."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RAPPORT-REC.
           STRING "PLAN D'ACQUISITION DU " WS-TODAY
               " - prets depuis le " DEBUT-FENETRE
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           PERFORM ECRIRE-LIGNE-BUDGET.

           PERFORM ECRIRE-DEMANDE-GENRES.
           PERFORM ECRIRE-DEMANDE-ALBUMS.

           MOVE 0 TO CUMUL-PROPOSE NB-PROPOSITIONS.
           PERFORM PROPOSER-EXEMPLAIRES.
           PERFORM PROPOSER-TITRES.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE CUMUL-PROPOSE TO MONTANT-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING NB-PROPOSITIONS " proposition(s) pour "
               FUNCTION TRIM(MONTANT-EDIT) " EUR."
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.

           PERFORM ECRIRE-COMMANDES-EN-COURS.
           CLOSE RAPPORT-FILE.
           MOVE RAPPORT-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           DISPLAY "Rapport : " FUNCTION TRIM(RAPPORT-FILENAME)
               " (spool " SPOOL-NUMERO ") - " NB-PROPOSITIONS
               " proposition(s).".
           EXIT PARAGRAPH.

       ECRIRE-LIGNE-BUDGET.
           MOVE BUDGET-ANNUEL TO MONTANT-EDIT.
           MOVE TOTAL-ENGAGE TO MONTANT-EDIT2.
           MOVE TOTAL-DEPENSE TO MONTANT-EDIT3.
           MOVE BUDGET-RESTANT TO MONTANT-EDIT4.
           MOVE SPACES TO RAPPORT-REC.
           STRING "Budget " ANNEE-COURANTE " : "
               FUNCTION TRIM(MONTANT-EDIT) " EUR - engage "
               FUNCTION TRIM(MONTANT-EDIT2) " - depense "
               FUNCTION TRIM(MONTANT-EDIT3) " - restant "
               FUNCTION TRIM(MONTANT-EDIT4) " EUR"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.

      *> Catalogue en table ; les albums portes manquants restent
      *> dans la demande (leur file se reporte sur un exemplaire).
       CHARGER-CATALOGUE.
           MOVE 0 TO NB-ALB.
           OPEN INPUT CATALOG-FILE.
           IF CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO CAT-ID.
           START CATALOG-FILE KEY IS NOT LESS THAN CAT-ID
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM UNTIL 1 = 0
               READ CATALOG-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF NB-ALB < 2000
                   ADD 1 TO NB-ALB
                   MOVE CAT-ID TO AL-ID(NB-ALB)
                   MOVE CAT-TITLE TO AL-TITRE(NB-ALB)
                   MOVE CAT-ARTIST-LAST TO AL-ARTISTE(NB-ALB)
                   MOVE CAT-GENRE TO AL-GENRE(NB-ALB)
                   MOVE 0 TO AL-FILE(NB-ALB) AL-PRETS(NB-ALB)
               END-IF
           END-PERFORM.
           CLOSE CATALOG-FILE.
           EXIT PARAGRAPH.

      *> IDX-ALB = rang de CH1 dans la table des albums, 0 sinon.
       CHERCHER-ALBUM.
           PERFORM VARYING IDX-ALB FROM 1 BY 1
               UNTIL IDX-ALB > NB-ALB
               IF AL-ID(IDX-ALB) = CH1(1:10)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE 0 TO IDX-ALB.
           EXIT PARAGRAPH.

       CHARGER-FILES-ATTENTE.
           OPEN INPUT RESA-FILE.
           IF RESA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ RESA-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO CH1 CH2 CH3 CH4
                       UNSTRING RESA-REC DELIMITED BY "|"
                           INTO CH1 CH2 CH3 CH4
                       END-UNSTRING
                       IF FUNCTION TRIM(CH4) = "ATTENTE"
                           PERFORM CHERCHER-ALBUM
                           IF IDX-ALB > 0
                               ADD 1 TO AL-FILE(IDX-ALB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESA-FILE.
           EXIT PARAGRAPH.

      *> Sorties (evenement PRET) des douze derniers mois.
       CHARGER-PRETS.
           OPEN INPUT PHISTO-FILE.
           IF PHISTO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ PHISTO-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-PRET
               END-READ
           END-PERFORM.
           CLOSE PHISTO-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-PRET.
           MOVE SPACES TO CH5 CH6 CH7 CH1.
           UNSTRING PHISTO-REC DELIMITED BY "|"
               INTO CH5 CH6 CH7 CH1
           END-UNSTRING.
           IF FUNCTION TRIM(CH6) NOT = "PRET"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(CH5)) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(CH5) < DEBUT-FENETRE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-ALBUM.
           IF IDX-ALB > 0
               ADD 1 TO AL-PRETS(IDX-ALB)
           END-IF.
           EXIT PARAGRAPH.

      *> Agregation album -> artiste et genre.
       CUMULER-ARTISTES-GENRES.
           MOVE 0 TO NB-ART NB-GEN.
           PERFORM VARYING IDX-ALB FROM 1 BY 1
               UNTIL IDX-ALB > NB-ALB
               PERFORM CUMULER-ARTISTE
               PERFORM CUMULER-GENRE
           END-PERFORM.
           EXIT PARAGRAPH.

       CUMULER-ARTISTE.
           IF AL-ARTISTE(IDX-ALB) = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-ART
               IF AR-NOM(WS-I) = AL-ARTISTE(IDX-ALB)
                   ADD 1 TO AR-TITRES(WS-I)
                   ADD AL-FILE(IDX-ALB) TO AR-FILE(WS-I)
                   ADD AL-PRETS(IDX-ALB) TO AR-PRETS(WS-I)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF NB-ART >= 500
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-ART.
           MOVE AL-ARTISTE(IDX-ALB) TO AR-NOM(NB-ART).
           MOVE 1 TO AR-TITRES(NB-ART).
           MOVE AL-FILE(IDX-ALB) TO AR-FILE(NB-ART).
           MOVE AL-PRETS(IDX-ALB) TO AR-PRETS(NB-ART).
           MOVE 'N' TO AR-PRIS(NB-ART).
           EXIT PARAGRAPH.

       CUMULER-GENRE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-GEN
               IF GE-NOM(WS-I) = AL-GENRE(IDX-ALB)
                   ADD 1 TO GE-TITRES(WS-I)
                   ADD AL-FILE(IDX-ALB) TO GE-FILE(WS-I)
                   ADD AL-PRETS(IDX-ALB) TO GE-PRETS(WS-I)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF NB-GEN >= 100
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-GEN.
           MOVE AL-GENRE(IDX-ALB) TO GE-NOM(NB-GEN).
           MOVE 1 TO GE-TITRES(NB-GEN).
           MOVE AL-FILE(IDX-ALB) TO GE-FILE(NB-GEN).
           MOVE AL-PRETS(IDX-ALB) TO GE-PRETS(NB-GEN).
           EXIT PARAGRAPH.

       ECRIRE-DEMANDE-GENRES.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE "DEMANDE PAR GENRE (titres / en attente / prets)"
               TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-GEN
               MOVE SPACES TO RAPPORT-REC
               STRING "  " GE-NOM(WS-I) " " GE-TITRES(WS-I) " "
                   GE-FILE(WS-I) " " GE-PRETS(WS-I)
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
           END-PERFORM.
           EXIT PARAGRAPH.

      *> Albums avec une file ou des sorties sur la periode.
       ECRIRE-DEMANDE-ALBUMS.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE "DEMANDE PAR ALBUM (en attente / prets)"
               TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           PERFORM VARYING IDX-ALB FROM 1 BY 1
               UNTIL IDX-ALB > NB-ALB
               IF AL-FILE(IDX-ALB) > 0 OR AL-PRETS(IDX-ALB) > 0
                   MOVE SPACES TO RAPPORT-REC
                   STRING "  " AL-ID(IDX-ALB) " " AL-TITRE(IDX-ALB)
                       " " AL-ARTISTE(IDX-ALB) " "
                       AL-FILE(IDX-ALB) " " AL-PRETS(IDX-ALB)
                       DELIMITED BY SIZE INTO RAPPORT-REC
                   END-STRING
                   WRITE RAPPORT-REC
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *> Exemplaires supplementaires, des plus longues files aux
      *> plus courtes.
       PROPOSER-EXEMPLAIRES.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE "PROPOSITIONS - EXEMPLAIRES SUPPLEMENTAIRES"
               TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE 0 TO WS-MAX.
           PERFORM VARYING IDX-ALB FROM 1 BY 1
               UNTIL IDX-ALB > NB-ALB
               IF AL-FILE(IDX-ALB) > WS-MAX
                   MOVE AL-FILE(IDX-ALB) TO WS-MAX
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-Q FROM WS-MAX BY -1
               UNTIL WS-Q < SEUIL-FILE OR WS-Q = 0
               PERFORM VARYING IDX-ALB FROM 1 BY 1
                   UNTIL IDX-ALB > NB-ALB
                   IF AL-FILE(IDX-ALB) = WS-Q
                       PERFORM PROPOSER-UN-EXEMPLAIRE
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT PARAGRAPH.

       PROPOSER-UN-EXEMPLAIRE.
           MOVE AL-ID(IDX-ALB) TO CH1.
           MOVE "EXEMPLAIRE" TO CH2.
           PERFORM VERIFIER-COMMANDE.
           IF DEJA-COMMANDE = 'O'
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHIFFRER-PROPOSITION.
           MOVE SPACES TO RAPPORT-REC.
           STRING "  " AL-ID(IDX-ALB) " " AL-TITRE(IDX-ALB)
               " file " AL-FILE(IDX-ALB) " - "
               FUNCTION TRIM(MONTANT-EDIT) " EUR "
               LIBELLE-BUDGET
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.

      *> Nouveaux titres des artistes les plus empruntes.
       PROPOSER-TITRES.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE "PROPOSITIONS - NOUVEAUX TITRES D'ARTISTES DEMANDES"
               TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           PERFORM VARYING WS-RANG FROM 1 BY 1
               UNTIL WS-RANG > NB-ARTISTES-MAX
               MOVE 0 TO WS-J WS-MAX
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-ART
                   IF AR-PRIS(WS-I) = 'N'
                       AND AR-PRETS(WS-I) > WS-MAX
                       MOVE AR-PRETS(WS-I) TO WS-MAX
                       MOVE WS-I TO WS-J
                   END-IF
               END-PERFORM
               IF WS-J = 0 OR WS-MAX < SEUIL-PRETS-ARTISTE
                   EXIT PERFORM
               END-IF
               MOVE 'O' TO AR-PRIS(WS-J)
               PERFORM PROPOSER-UN-TITRE
           END-PERFORM.
           EXIT PARAGRAPH.

       PROPOSER-UN-TITRE.
           MOVE AR-NOM(WS-J) TO CH1.
           MOVE "TITRE" TO CH2.
           PERFORM VERIFIER-COMMANDE.
           IF DEJA-COMMANDE = 'O'
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHIFFRER-PROPOSITION.
           MOVE SPACES TO RAPPORT-REC.
           STRING "  " AR-NOM(WS-J) " prets " AR-PRETS(WS-J)
               " titres " AR-TITRES(WS-J) " file " AR-FILE(WS-J)
               " - " FUNCTION TRIM(MONTANT-EDIT) " EUR "
               LIBELLE-BUDGET
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.

      *> DEJA-COMMANDE = 'O' si une commande CH2 sur CH1 attend
      *> encore sa reception.
       VERIFIER-COMMANDE.
           MOVE 'N' TO DEJA-COMMANDE.
           PERFORM VARYING IDX-ACQ FROM 1 BY 1
               UNTIL IDX-ACQ > NB-ACQ
               IF AQ-STATUT(IDX-ACQ) = "COMMANDE"
                   AND AQ-TYPE(IDX-ACQ) = CH2(1:10)
                   AND AQ-CIBLE(IDX-ACQ) = CH1(1:20)
                   MOVE 'O' TO DEJA-COMMANDE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       CHIFFRER-PROPOSITION.
           ADD 1 TO NB-PROPOSITIONS.
           ADD PRIX-ALBUM TO CUMUL-PROPOSE.
           MOVE PRIX-ALBUM TO MONTANT-EDIT.
           IF CUMUL-PROPOSE > BUDGET-RESTANT
               MOVE "HORS BUDGET" TO LIBELLE-BUDGET
           ELSE
               MOVE "dans budget" TO LIBELLE-BUDGET
           END-IF.
           EXIT PARAGRAPH.

       ECRIRE-COMMANDES-EN-COURS.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE "COMMANDES EN ATTENTE DE RECEPTION" TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE 0 TO WS-J.
           PERFORM VARYING IDX-ACQ FROM 1 BY 1
               UNTIL IDX-ACQ > NB-ACQ
               IF AQ-STATUT(IDX-ACQ) = "COMMANDE"
                   ADD 1 TO WS-J
                   MOVE AQ-MONTANT(IDX-ACQ) TO MONTANT-EDIT
                   MOVE SPACES TO RAPPORT-REC
                   STRING "  " AQ-NUM(IDX-ACQ) " du "
                       AQ-DATE(IDX-ACQ) " " AQ-TYPE(IDX-ACQ) " "
                       AQ-CIBLE(IDX-ACQ) " "
                       FUNCTION TRIM(MONTANT-EDIT) " EUR"
                       DELIMITED BY SIZE INTO RAPPORT-REC
                   END-STRING
                   WRITE RAPPORT-REC
               END-IF
           END-PERFORM.
           IF WS-J = 0
               MOVE "  (aucune)" TO RAPPORT-REC
               WRITE RAPPORT-REC
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  APPROUVER-ACHAT : commande d'un exemplaire ou d'un titre,
      *  dans la limite du budget restant.
      *============================================================
       APPROUVER-ACHAT.
           INSPECT ARG-2 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF (ARG-2 NOT = "EXEMPLAIRE" AND ARG-2 NOT = "TITRE")
               OR ARG-3 = SPACES
               DISPLAY "USAGE: acquisitions_albums APPROUVER"
                   " EXEMPLAIRE <album> | TITRE <artiste>"
                   " [<montant>]"
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE PRIX-ALBUM TO MONTANT-W.
           IF ARG-4 NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-4)) NOT = 0
                   OR FUNCTION NUMVAL(ARG-4) <= 0
                   DISPLAY "Montant invalide : " FUNCTION TRIM(ARG-4)
                   MOVE 4 TO WS-JOBLOG-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(ARG-4) TO MONTANT-W
           END-IF.
           IF ARG-2 = "EXEMPLAIRE"
               OPEN INPUT CATALOG-FILE
               IF CATALOG-STATUS NOT = "00"
                   DISPLAY "Catalogue indisponible (status "
                       CATALOG-STATUS ")."
                   MOVE 8 TO WS-JOBLOG-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE ARG-3 TO CAT-ID
               READ CATALOG-FILE
                   INVALID KEY
                       DISPLAY "Album inconnu du catalogue : "
                           FUNCTION TRIM(ARG-3)
                       CLOSE CATALOG-FILE
                       MOVE 4 TO WS-JOBLOG-RC
                       EXIT PARAGRAPH
               END-READ
               CLOSE CATALOG-FILE
           END-IF.
           MOVE ARG-3 TO CH1.
           MOVE ARG-2 TO CH2.
           PERFORM VERIFIER-COMMANDE.
           IF DEJA-COMMANDE = 'O'
               DISPLAY "Deja commande : " FUNCTION TRIM(ARG-2) " "
                   FUNCTION TRIM(ARG-3) " (en attente de reception)."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULER-RESTANT.
           IF MONTANT-W > BUDGET-RESTANT
               MOVE MONTANT-W TO MONTANT-EDIT
               MOVE BUDGET-RESTANT TO MONTANT-EDIT2
               DISPLAY "Refus : " FUNCTION TRIM(MONTANT-EDIT)
                   " EUR depasse le budget restant ("
                   FUNCTION TRIM(MONTANT-EDIT2) " EUR)."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           IF NB-ACQ >= 1000
               DISPLAY "Registre des acquisitions plein."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT
           IF SIGNON-RESULTAT = "91"
               DISPLAY "Identification operateur refusee, fin."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGER-COMPTEUR.
           ADD 1 TO NUM-ACQ.
           ADD 1 TO NB-ACQ.
           MOVE NUM-ACQ TO AQ-NUM(NB-ACQ).
           MOVE WS-TODAY TO AQ-DATE(NB-ACQ).
           MOVE ARG-2 TO AQ-TYPE(NB-ACQ).
           MOVE ARG-3 TO AQ-CIBLE(NB-ACQ).
           MOVE MONTANT-W TO AQ-MONTANT(NB-ACQ).
           MOVE "COMMANDE" TO AQ-STATUT(NB-ACQ).
           MOVE 0 TO AQ-DATE-RECU(NB-ACQ).
           MOVE SPACES TO AQ-NOUVEL-ID(NB-ACQ).
           MOVE WS-OPERATEUR TO AQ-OPERATEUR(NB-ACQ).
           PERFORM REECRIRE-REGISTRE.
           PERFORM SAUVER-COMPTEUR.
           ADD MONTANT-W TO TOTAL-ENGAGE.
           MOVE MONTANT-W TO MONTANT-EDIT.
           DISPLAY "Acquisition " NUM-ACQ " approuvee : "
               FUNCTION TRIM(ARG-2) " " FUNCTION TRIM(ARG-3) " - "
               FUNCTION TRIM(MONTANT-EDIT) " EUR.".
           CALL "OPERATOR-SIGNOFF".
           EXIT PARAGRAPH.

       CHARGER-COMPTEUR.
           MOVE 0 TO NUM-ACQ.
           OPEN INPUT COUNTER-FILE.
           IF COUNTER-STATUS = "00"
               READ COUNTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(COUNTER-REC) TO NUM-ACQ
               END-READ
               CLOSE COUNTER-FILE
           END-IF.
           EXIT PARAGRAPH.

       SAUVER-COMPTEUR.
           OPEN OUTPUT COUNTER-FILE.
           MOVE SPACES TO COUNTER-REC.
           MOVE NUM-ACQ TO COUNTER-REC(1:6).
           WRITE COUNTER-REC.
           CLOSE COUNTER-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  RECEVOIR-ACHAT : l'album arrive et entre au catalogue
      *  sous un identifiant neuf.
      *============================================================
       RECEVOIR-ACHAT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-2)) NOT = 0
               OR ARG-3 = SPACES
               DISPLAY "USAGE: acquisitions_albums RECEVOIR <num>"
                   " <nouvel-id> [<montant-reel>]"
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(ARG-2) TO NUM-ACQ.
           PERFORM VARYING IDX-ACQ FROM 1 BY 1
               UNTIL IDX-ACQ > NB-ACQ
               IF AQ-NUM(IDX-ACQ) = NUM-ACQ
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF IDX-ACQ > NB-ACQ
               DISPLAY "Acquisition inconnue : " NUM-ACQ
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           IF AQ-STATUT(IDX-ACQ) NOT = "COMMANDE"
               DISPLAY "Acquisition " NUM-ACQ " deja "
                   FUNCTION TRIM(AQ-STATUT(IDX-ACQ)) "."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           IF ARG-4 NOT = SPACES
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-4)) NOT = 0
               DISPLAY "Montant invalide : " FUNCTION TRIM(ARG-4)
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT
           IF SIGNON-RESULTAT = "91"
               DISPLAY "Identification operateur refusee, fin."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O CATALOG-FILE.
           IF CATALOG-STATUS NOT = "00"
               DISPLAY "Catalogue indisponible (status "
                   CATALOG-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               CALL "OPERATOR-SIGNOFF"
               EXIT PARAGRAPH
           END-IF.
           MOVE ARG-3 TO CAT-ID.
           READ CATALOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Identifiant deja au catalogue : "
                       FUNCTION TRIM(ARG-3)
                   MOVE 4 TO WS-JOBLOG-RC
                   CLOSE CATALOG-FILE
                   CALL "OPERATOR-SIGNOFF"
                   EXIT PARAGRAPH
           END-READ.
           IF AQ-TYPE(IDX-ACQ) = "EXEMPLAIRE"
               PERFORM PREPARER-EXEMPLAIRE
           ELSE
               PERFORM SAISIR-NOUVEAU-TITRE
           END-IF.
           IF CAT-TITLE = SPACES
               CLOSE CATALOG-FILE
               CALL "OPERATOR-SIGNOFF"
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE ARG-3 TO CAT-ID.
           MOVE SPACE TO CAT-STATUT.
           WRITE CATALOG-REC
               INVALID KEY
                   DISPLAY "Erreur catalogue (" FUNCTION TRIM(ARG-3)
                       ") : " CATALOG-STATUS
                   MOVE 8 TO WS-JOBLOG-RC
                   CLOSE CATALOG-FILE
                   CALL "OPERATOR-SIGNOFF"
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE CATALOG-FILE.
           IF AQ-DATE(IDX-ACQ)(1:4) = WS-TODAY(1:4)
               SUBTRACT AQ-MONTANT(IDX-ACQ) FROM TOTAL-ENGAGE
           END-IF.
           IF ARG-4 NOT = SPACES
               MOVE FUNCTION NUMVAL(ARG-4) TO AQ-MONTANT(IDX-ACQ)
           END-IF.
           IF AQ-DATE(IDX-ACQ)(1:4) = WS-TODAY(1:4)
               ADD AQ-MONTANT(IDX-ACQ) TO TOTAL-DEPENSE
           END-IF.
           MOVE "RECU" TO AQ-STATUT(IDX-ACQ).
           MOVE WS-TODAY TO AQ-DATE-RECU(IDX-ACQ).
           MOVE ARG-3 TO AQ-NOUVEL-ID(IDX-ACQ).
           PERFORM REECRIRE-REGISTRE.
           MOVE AQ-MONTANT(IDX-ACQ) TO MONTANT-EDIT.
           DISPLAY "Acquisition " NUM-ACQ " recue : "
               FUNCTION TRIM(ARG-3) " " FUNCTION TRIM(CAT-TITLE)
               " au catalogue (" FUNCTION TRIM(MONTANT-EDIT)
               " EUR).".
           CALL "OPERATOR-SIGNOFF".
           EXIT PARAGRAPH.

      *> L'exemplaire reprend la fiche de l'album d'origine.
       PREPARER-EXEMPLAIRE.
           MOVE AQ-CIBLE(IDX-ACQ) TO CAT-ID.
           READ CATALOG-FILE
               INVALID KEY
                   DISPLAY "Album d'origine introuvable : "
                       FUNCTION TRIM(AQ-CIBLE(IDX-ACQ))
                   MOVE SPACES TO CAT-TITLE
           END-READ.
           EXIT PARAGRAPH.

      *> Un nouveau titre : fiche saisie, artiste de la commande.
       SAISIR-NOUVEAU-TITRE.
           MOVE SPACES TO CATALOG-REC INP-TITRE INP-GENRE INP-ANNEE
               INP-PRENOM INP-GROUPE.
           DISPLAY "Titre de l'album : " WITH NO ADVANCING.
           ACCEPT INP-TITRE.
           IF INP-TITRE = SPACES
               DISPLAY "Titre obligatoire, reception abandonnee."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Genre : " WITH NO ADVANCING.
           ACCEPT INP-GENRE.
           DISPLAY "Annee (AAAA) : " WITH NO ADVANCING.
           ACCEPT INP-ANNEE.
           DISPLAY "Prenom de l'artiste : " WITH NO ADVANCING.
           ACCEPT INP-PRENOM.
           DISPLAY "Groupe : " WITH NO ADVANCING.
           ACCEPT INP-GROUPE.
           MOVE INP-TITRE TO CAT-TITLE.
           MOVE INP-GENRE TO CAT-GENRE.
           MOVE INP-PRENOM TO CAT-ARTIST-FIRST.
           MOVE AQ-CIBLE(IDX-ACQ) TO CAT-ARTIST-LAST.
           MOVE INP-GROUPE TO CAT-BAND-NAME.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(INP-ANNEE)) = 0
               MOVE FUNCTION NUMVAL(INP-ANNEE) TO CAT-YEAR
           ELSE
               MOVE 0 TO CAT-YEAR
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  LISTER-REGISTRE : les acquisitions de l'annee.
      *============================================================
       LISTER-REGISTRE.
           DISPLAY "=== ACQUISITIONS " ANNEE-COURANTE " ===".
           MOVE 0 TO WS-J.
           PERFORM VARYING IDX-ACQ FROM 1 BY 1
               UNTIL IDX-ACQ > NB-ACQ
               IF AQ-DATE(IDX-ACQ)(1:4) = WS-TODAY(1:4)
                   OR AQ-STATUT(IDX-ACQ) = "COMMANDE"
                   ADD 1 TO WS-J
                   MOVE AQ-MONTANT(IDX-ACQ) TO MONTANT-EDIT
                   DISPLAY "  " AQ-NUM(IDX-ACQ) " "
                       AQ-DATE(IDX-ACQ) " " AQ-TYPE(IDX-ACQ) " "
                       AQ-CIBLE(IDX-ACQ) " "
                       FUNCTION TRIM(MONTANT-EDIT) " EUR "
                       AQ-STATUT(IDX-ACQ) " "
                       FUNCTION TRIM(AQ-NOUVEL-ID(IDX-ACQ))
               END-IF
           END-PERFORM.
           IF WS-J = 0
               DISPLAY "  (aucune)"
           END-IF.
           EXIT PARAGRAPH.
