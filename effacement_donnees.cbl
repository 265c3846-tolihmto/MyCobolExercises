       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFFACEMENT-DONNEES.

      *============================================================
      *  Effacement et anonymisation des donnees personnelles.
      *  Nom, adresse, contact et date de naissance des personnes
      *  sont repandus dans les fichiers maitres (cli_master.dat,
      *  membres.dat, atm_customers.dat), dans leurs fichiers
      *  d'import (clients.txt, membres.txt), dans tous les
      *  documents edites (factures, avoirs, devis, BL, relances,
      *  releves, lettres...) et dans les fichiers de la chaine
      *  d'eligibilite ; rien ne permettait de repondre a une
      *  demande d'effacement ni de purger les personnes inactives
      *  au-dela de la duree legale. Ici :
      *
      *    ./effacement_donnees SIMULER|EFFACER <type> <id>
      *                         [<naissance AAAAMMJJ>]
      *    ./effacement_donnees PURGE [SIMULER]
      *
      *  <type> :
      *    CLIENT <code>    : cli_master.dat (adresse e-mail
      *        comprise), clients.txt et les documents clients,
      *        diffusions e-mail et EDI incluses (bloque tant que
      *        l'encours n'est pas solde) ;
      *    MEMBRE <numero>  : membres.dat, membres.txt et les
      *        lettres de relance (bloque tant qu'un album est
      *        sorti) ;
      *    ATM <numero>     : atm_customers.dat, releves, attes-
      *        tations fiscales, lettres cartes, declaration des
      *        interets et images avant/apres de la piste d'audit
      *        (relation cloturee - statut C - seulement) ;
      *    PERSONNE <prenom> [<naissance>] : fichiers de la chaine
      *        d'eligibilite (personnes, rejets, doublons,
      *        resultats, lettres).
      *
      *  SIMULER ne modifie rien : liste de ce qui serait anonymise
      *  (fichier, nombre d'occurrences) et des historiques qui
      *  referencent la personne par son code et sont conserves
      *  pour la comptabilite (archives des exercices clos
      *  exercice_AAAA/ comprises), a l'ecran et dans
      *  effacement_simulation_AAAAMMJJ.txt (spool RAPPORT).
      *  EFFACER commence par la meme liste puis, sous
      *  identification operateur (role SUPERVISEUR) et sur
      *  confirmation, masque les donnees identifiantes par des
      *  etoiles de meme longueur (la mise en page des documents
      *  ne bouge pas), remplace le nom du fichier maitre par
      *  *EFFACE*, et ecrit le certificat numerote
      *  certificat_effacement_NNNNNN.txt (spool CERTIFICAT),
      *  une ligne dans le registre effacements.txt et une trace
      *  AUDIT-TRACE. Codes, montants, dates et references
      *  comptables sont conserves.
      *
      *  PURGE (traitement mensuel de NIGHTLY-BATCH-DRIVER) :
      *  efface sans intervention les personnes inactives depuis
      *  plus que la duree de conservation (parametres.txt) :
      *    EFFACEMENT-RETENTION-CLIENT  (annees, 10) : derniere
      *        facture ou relance plus ancienne, encours nul ;
      *    EFFACEMENT-RETENTION-MEMBRE  (annees, 3)  : adhesion
      *        expiree depuis ;
      *    EFFACEMENT-RETENTION-ATM     (annees, 10) : relation
      *        cloturee depuis (date de la cloture dans la piste
      *        d'audit) ;
      *    EFFACEMENT-RETENTION-ELIGIBILITE (jours, 365) : fichiers
      *        de la chaine d'eligibilite plus anciens, anonymises
      *        en entier.
      *  PURGE SIMULER ne fait que la liste.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-FILE ASSIGN TO "cli_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CODE
               FILE STATUS IS CLIENT-STATUS.
           SELECT MEMBRES-FILE ASSIGN TO "membres.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEM-NUM
               FILE STATUS IS MEMBRES-STATUS.
           SELECT LOANS-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS L-ID
               FILE STATUS IS LOANS-STATUS.
           SELECT ATMCLI-FILE ASSIGN TO "atm_customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-ID
               FILE STATUS IS ATMCLI-STATUS.
           SELECT FACTREG-FILE ASSIGN TO "factures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTREG-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trace.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT MOTIFS-FILE ASSIGN TO "effacement_motifs.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOTIFS-STATUS.
           SELECT LIST-FILE ASSIGN TO "effacement.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-STATUS.
           SELECT DOC-FILE ASSIGN TO DYNAMIC DOC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOC-STATUS.
           SELECT TMP-FILE ASSIGN TO "effacement.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TMP-STATUS.
           SELECT LISTING-FILE ASSIGN TO DYNAMIC LISTING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTING-STATUS.
           SELECT CERTIF-FILE ASSIGN TO DYNAMIC CERTIF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERTIF-STATUS.
           SELECT COUNTER-FILE ASSIGN TO "effacement_counter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTER-STATUS.
           SELECT REGISTRE-FILE ASSIGN TO "effacements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-FILE.
       01  CLIENT-REC.
           05  CL-CODE             PIC X(8).
           05  CL-NOM              PIC X(30).
           05  CL-ADRESSE          PIC X(40).
           05  CL-REMISE           PIC 9(2)V99.
           05  CL-PLAFOND          PIC S9(7)V99.
           05  CL-ENCOURS          PIC S9(7)V99.
           05  CL-RELANCE          PIC 9.
           05  CL-RELANCE-DATE     PIC 9(8).
           05  CL-POINTS           PIC S9(7).
           05  CL-CANAL            PIC X.
           05  CL-EMAIL            PIC X(60).
       FD  MEMBRES-FILE.
       01  MEMBRES-REC.
           05  MEM-NUM             PIC X(8).
           05  MEM-NOM             PIC X(30).
           05  MEM-CONTACT         PIC X(30).
           05  MEM-STATUT          PIC X.
           05  MEM-CATEGORIE       PIC X(8).
           05  MEM-EXPIRATION      PIC 9(8).
           05  MEM-DATE-RELANCE    PIC 9(8).
       FD  LOANS-FILE.
       01  LOAN-REC.
           05  L-ID                PIC X(10).
           05  L-EMPRUNTEUR        PIC X(20).
           05  L-DATE-PRET         PIC 9(8).
           05  L-DATE-RETOUR-PREVU PIC 9(8).
           05  L-SORTI             PIC X.
       FD  ATMCLI-FILE.
       COPY "atm_customer_rec.cpy"
           REPLACING ==CLIENT-REC== BY ==ATM-CLIENT-REC==.
       FD  FACTREG-FILE.
       01  FACTREG-REC             PIC X(100).
       FD  AUDIT-FILE.
       01  AUDIT-REC               PIC X(200).
       FD  MOTIFS-FILE.
       01  MOTIFS-REC              PIC X(60).
       FD  LIST-FILE.
       01  LIST-REC                PIC X(100).
       FD  DOC-FILE.
       01  DOC-REC                 PIC X(256).
       FD  TMP-FILE.
       01  TMP-REC                 PIC X(256).
       FD  LISTING-FILE.
       01  LISTING-REC             PIC X(132).
       FD  CERTIF-FILE.
       01  CERTIF-REC              PIC X(132).
       FD  COUNTER-FILE.
       01  COUNTER-REC             PIC X(20).
       FD  REGISTRE-FILE.
       01  REGISTRE-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       77  CLIENT-STATUS           PIC X(2) VALUE SPACES.
       77  MEMBRES-STATUS          PIC X(2) VALUE SPACES.
       77  LOANS-STATUS            PIC X(2) VALUE SPACES.
       77  ATMCLI-STATUS           PIC X(2) VALUE SPACES.
       77  FACTREG-STATUS          PIC X(2) VALUE SPACES.
       77  AUDIT-STATUS            PIC X(2) VALUE SPACES.
       77  MOTIFS-STATUS           PIC X(2) VALUE SPACES.
       77  LIST-STATUS             PIC X(2) VALUE SPACES.
       77  DOC-STATUS              PIC X(2) VALUE SPACES.
       77  TMP-STATUS              PIC X(2) VALUE SPACES.
       77  LISTING-STATUS          PIC X(2) VALUE SPACES.
       77  CERTIF-STATUS           PIC X(2) VALUE SPACES.
       77  COUNTER-STATUS          PIC X(2) VALUE SPACES.
       77  REGISTRE-STATUS         PIC X(2) VALUE SPACES.
       77  DOC-FILENAME            PIC X(64) VALUE SPACES.
       77  LISTING-FILENAME        PIC X(64) VALUE SPACES.
       77  CERTIF-FILENAME         PIC X(64) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-TIME                 PIC 9(8) VALUE 0.
       77  CMD-W                   PIC X(400) VALUE SPACES.
       77  REPLY                   PIC X(16) VALUE SPACES.

      *> Arguments : mode, type, identifiant, naissance.
       77  MODE-TRAITEMENT         PIC X(8) VALUE SPACES.
       77  ARG-TYPE                PIC X(10) VALUE SPACES.
       77  ARG-ID                  PIC X(30) VALUE SPACES.
       77  ARG-NAISSANCE           PIC X(10) VALUE SPACES.
       77  ORIGINE-EFFACEMENT      PIC X(8) VALUE SPACES.
       77  PURGE-SIMULEE           PIC X VALUE 'N'.

      *> Nom porte par un enregistrement maitre efface : le repere
      *> des effacements deja faits.
       77  MARQUE-EFFACE           PIC X(8) VALUE "*EFFACE*".

      *> Personne en cours de traitement.
       77  ENT-TYPE                PIC X(8) VALUE SPACES.
       77  ENT-ID                  PIC X(30) VALUE SPACES.
       77  ENT-ID6                 PIC 9(6) VALUE 0.
       77  ENT-NAISSANCE           PIC X(8) VALUE SPACES.
       77  ENT-LIBELLE             PIC X(40) VALUE SPACES.
       77  ENT-ETAT                PIC X(6) VALUE SPACES.
       77  ENT-MOTIF               PIC X(60) VALUE SPACES.
       77  ENT-MAITRE              PIC X(60) VALUE SPACES.
       77  PRENOM-MAJ              PIC X(30) VALUE SPACES.
       77  NB-OCC-ENTITE           PIC 9(6) VALUE 0.
       77  NB-FIC-ENTITE           PIC 9(4) VALUE 0.

      *> Textes identifiants a masquer. Portee C : partout ;
      *> portee S : seulement dans les documents propres a la
      *> personne (un nom de famille seul se retrouve chez
      *> d'autres clients dans les fichiers communs).
       01  TAB-MOTIFS.
           05  MO-ENTREE OCCURS 10.
               10  MO-TEXTE        PIC X(60).
               10  MO-LONG         PIC 9(2).
               10  MO-PORTEE       PIC X.
       77  NB-MOTIFS               PIC 9(2) VALUE 0.
       77  MO-IDX                  PIC 9(2) VALUE 0.
       77  MOTIF-W                 PIC X(60) VALUE SPACES.
       77  PORTEE-W                PIC X VALUE SPACES.

      *> Fichiers qui contiennent des donnees de la personne, et
      *> mode de traitement de chaque ligne :
      *>   T texte (motifs toutes portees), U texte commun (motifs
      *>   de portee C), A piste d'audit, F declaration ATM a
      *>   positions fixes, P champs eligibilite, L lettres
      *>   d'eligibilite ; purge : Q champs eligibilite, R
      *>   lettres d'eligibilite, sur tout le fichier.
       01  TAB-FICHIERS.
           05  FI-ENTREE OCCURS 300.
               10  FI-NOM          PIC X(64).
               10  FI-MODE         PIC X.
               10  FI-OCC          PIC 9(5).
       77  NB-FICHIERS             PIC 9(3) VALUE 0.
       77  FI-IDX                  PIC 9(3) VALUE 0.
       77  FI-TROUVE               PIC X VALUE 'N'.
       77  GROUPE-MODE             PIC X VALUE SPACES.
       77  GROUPE-FILTRE           PIC X VALUE 'O'.
       77  GROUPE-CASSE            PIC X(4) VALUE SPACES.
       77  GROUPE-GLOBS            PIC X(300) VALUE SPACES.

      *> Historiques qui citent la personne par son code, gardes
      *> pour la comptabilite.
       01  TAB-HISTO.
           05  HI-ENTREE OCCURS 20.
               10  HI-NOM          PIC X(64).
               10  HI-NB           PIC 9(6).
       77  NB-HISTO                PIC 9(2) VALUE 0.
       77  HI-IDX                  PIC 9(2) VALUE 0.
       01  LST-CH1                 PIC X(64).
       01  LST-CH2                 PIC X(16).

      *> Ligne en cours et son decoupage en champs.
       01  LIGNE-W                 PIC X(256).
       01  LIGNE-SORTIE            PIC X(256).
       01  LIGNE-LUE               PIC X(256).
       77  LG-LIGNE                PIC 9(3) VALUE 0.
       77  FIN-PIPE                PIC X VALUE 'N'.
       77  PTR                     PIC 9(3) VALUE 0.
       77  POS                     PIC 9(3) VALUE 0.
       77  POS-MAX                 PIC 9(3) VALUE 0.
       77  LG                      PIC 9(3) VALUE 0.
       77  CAR-TEST                PIC X VALUE SPACE.
       77  BORNE-OK                PIC X VALUE 'O'.
       77  OCC-LIGNE               PIC 9(4) VALUE 0.
       77  OCC-FICHIER             PIC 9(5) VALUE 0.
       77  APPLIQUER               PIC X VALUE 'N'.
       01  TAB-CHAMPS.
           05  CH-ENTREE OCCURS 8.
               10  CH-VALEUR       PIC X(120).
               10  CH-LONG         PIC 9(3).
       77  NB-CHAMPS               PIC 9(2) VALUE 0.
       77  CH-IDX                  PIC 9(2) VALUE 0.
       77  CHAMPS-OK               PIC X VALUE 'O'.
       77  CHAMP-MAJ               PIC X(120) VALUE SPACES.

      *> Lettres d'eligibilite : une lettre (en-tete "--- COURRIER
      *> DU AAAAMMJJ - PRENOM ---" jusqu'a l'en-tete suivant) est
      *> gardee en table le temps de savoir si elle concerne la
      *> personne.
       01  TAB-BLOC.
           05  BL-LIGNE OCCURS 80  PIC X(256).
       77  NB-BLOC                 PIC 9(2) VALUE 0.
       77  BL-IDX                  PIC 9(2) VALUE 0.
       77  BLOC-NOM                PIC X(60) VALUE SPACES.
       77  BLOC-CONCERNE           PIC X VALUE 'N'.
       77  NB-TROUVE               PIC 9(4) VALUE 0.

      *> Purge : personnes inactives retenues.
       01  TAB-CANDIDATS.
           05  CA-ENTREE OCCURS 500.
               10  CA-TYPE         PIC X(8).
               10  CA-ID           PIC X(30).
               10  CA-DATE         PIC 9(8).
               10  CA-RETENU       PIC X.
       77  NB-CANDIDATS            PIC 9(3) VALUE 0.
       77  CA-IDX                  PIC 9(3) VALUE 0.
       77  CA-DEBUT                PIC 9(3) VALUE 0.
       77  NB-SANS-DATE            PIC 9(4) VALUE 0.
       77  NB-TRAITES              PIC 9(4) VALUE 0.
       77  NB-BLOQUES              PIC 9(4) VALUE 0.
       77  TABLE-PLEINE            PIC X VALUE 'N'.
       77  RETENTION-CLIENT        PIC 9(3) VALUE 10.
       77  RETENTION-MEMBRE        PIC 9(3) VALUE 3.
       77  RETENTION-ATM           PIC 9(3) VALUE 10.
       77  RETENTION-ELIGIB        PIC 9(5) VALUE 365.
       77  LIMITE-CLIENT           PIC 9(8) VALUE 0.
       77  LIMITE-MEMBRE           PIC 9(8) VALUE 0.
       77  LIMITE-ATM              PIC 9(8) VALUE 0.
       01  FR-CH1                  PIC X(16).
       01  FR-CH2                  PIC X(16).
       01  FR-CH3                  PIC X(16).
       01  FR-CH4                  PIC X(16).
       01  FR-CH5                  PIC X(16).
       01  FR-CH6                  PIC X(16).
       01  FR-CH7                  PIC X(16).
       77  FR-DATE                 PIC 9(8) VALUE 0.

      *> Certificat d'effacement numerote.
       77  NUM-CERTIF              PIC 9(6) VALUE 0.
       77  CERTIF-OUVERT           PIC X VALUE 'N'.
       77  NB-CERTIF-PERSONNES     PIC 9(4) VALUE 0.
       77  NB-CERTIF-OCC           PIC 9(7) VALUE 0.
       77  OCC-EDIT                PIC Z(5)9.
       77  OCC-EDIT7               PIC Z(6)9.
       77  NB-EDIT                 PIC Z(3)9.
       77  MONTANT-EDIT            PIC -(7)9.99.

      *> Parametres de conservation (PARAM-LOOKUP).
       77  PRM-CLE                 PIC X(24) VALUE SPACES.
       77  PRM-DEFAUT              PIC X(40) VALUE SPACES.
       77  PRM-VALEUR              PIC X(40) VALUE SPACES.
       77  PRM-RESULTAT            PIC X(2) VALUE SPACES.

      *> Liste et certificat declares au spool des documents.
       77  SPOOL-TYPE              PIC X(12) VALUE SPACES.
       77  SPOOL-FICHIER           PIC X(64) VALUE SPACES.
       77  SPOOL-NUMERO            PIC 9(6) VALUE 0.

      *> Chaque effacement trace dans la piste d'audit (sans la
      *> donnee effacee, evidemment).
       77  AUD-FICHIER             PIC X(20) VALUE SPACES.
       77  AUD-CLE                 PIC X(64) VALUE SPACES.
       77  AUD-CHAMP               PIC X(12) VALUE "EFFACEMENT".
       77  AUD-AVANT               PIC X(20) VALUE SPACES.
       77  AUD-APRES               PIC X(20) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
           VALUE "EFFACEMENT-DONNEES".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.
      *> Identification de l'operateur (OPERATOR-SIGNON) et
      *> controle de role (OPERATOR-AUTH) pour EFFACER.
       77  WS-OPERATEUR            PIC X(8) VALUE SPACES.
       77  SIGNON-RESULTAT         PIC X(2) VALUE SPACES.
       77  SIGNON-FAIT             PIC X VALUE 'N'.
       77  AUTH-ACTION             PIC X(24)
           VALUE "EFFACEMENT-DONNEES".
       77  AUTH-ROLE               PIC X(12) VALUE "SUPERVISEUR".
       77  AUTH-RESULTAT           PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME

           ACCEPT MODE-TRAITEMENT FROM ARGUMENT-VALUE
           ACCEPT ARG-TYPE FROM ARGUMENT-VALUE
           ACCEPT ARG-ID FROM ARGUMENT-VALUE
           ACCEPT ARG-NAISSANCE FROM ARGUMENT-VALUE
           INSPECT MODE-TRAITEMENT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT ARG-TYPE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           EVALUATE MODE-TRAITEMENT
               WHEN "SIMULER"
               WHEN "EFFACER"
                   PERFORM DEMANDE-INDIVIDUELLE
               WHEN "PURGE"
                   PERFORM PURGE-RETENTION
               WHEN OTHER
                   PERFORM AFFICHER-USAGE
                   MOVE 8 TO WS-JOBLOG-RC
           END-EVALUATE
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           CALL "SYSTEM" USING
               "rm -f effacement_motifs.tmp effacement.lst"
               & " effacement.tmp".
           IF SIGNON-FAIT = 'O'
               CALL "OPERATOR-SIGNOFF"
               MOVE 'N' TO SIGNON-FAIT
           END-IF.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

       AFFICHER-USAGE.
           DISPLAY "USAGE: effacement_donnees SIMULER|EFFACER"
               " CLIENT <code>".
           DISPLAY "       effacement_donnees SIMULER|EFFACER"
               " MEMBRE <numero>".
           DISPLAY "       effacement_donnees SIMULER|EFFACER"
               " ATM <numero>".
           DISPLAY "       effacement_donnees SIMULER|EFFACER"
               " PERSONNE <prenom> [<naissance AAAAMMJJ>]".
           DISPLAY "       effacement_donnees PURGE [SIMULER]".
           EXIT PARAGRAPH.

      *============================================================
      *  DEMANDE-INDIVIDUELLE : une personne designee. La liste
      *  de simulation est toujours faite d'abord ; EFFACER ne
      *  touche aux fichiers qu'apres confirmation.
      *============================================================
       DEMANDE-INDIVIDUELLE.
           IF (ARG-TYPE NOT = "CLIENT" AND ARG-TYPE NOT = "MEMBRE"
               AND ARG-TYPE NOT = "ATM"
               AND ARG-TYPE NOT = "PERSONNE")
               OR ARG-ID = SPACES
               PERFORM AFFICHER-USAGE
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.

           IF MODE-TRAITEMENT = "EFFACER"
               CALL "OPERATOR-SIGNON" USING WS-OPERATEUR
                   SIGNON-RESULTAT
               IF SIGNON-RESULTAT = "91"
                   DISPLAY "Identification operateur refusee, fin."
                   MOVE 8 TO WS-JOBLOG-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE 'O' TO SIGNON-FAIT
               IF WS-OPERATEUR = SPACES
                   MOVE "-" TO WS-OPERATEUR
               END-IF
               CALL "OPERATOR-AUTH" USING AUTH-ACTION AUTH-ROLE
                   AUTH-RESULTAT
               IF AUTH-RESULTAT = "91"
                   DISPLAY "Effacement de donnees personnelles"
                       " reserve au role SUPERVISEUR."
                   MOVE 8 TO WS-JOBLOG-RC
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "DEMANDE" TO ORIGINE-EFFACEMENT.
           PERFORM OUVRIR-LISTING.
           MOVE ARG-TYPE TO ENT-TYPE.
           MOVE ARG-ID TO ENT-ID.
           MOVE ARG-NAISSANCE TO ENT-NAISSANCE.
           PERFORM EXAMINER-ENTITE.
           CLOSE LISTING-FILE.
           PERFORM DECLARER-LISTING.

           EVALUATE ENT-ETAT
               WHEN "ABSENT"
               WHEN "DEJA"
               WHEN "BLOQUE"
                   IF MODE-TRAITEMENT = "EFFACER"
                       DISPLAY "Aucun effacement : "
                           FUNCTION TRIM(ENT-MOTIF)
                       MOVE 8 TO WS-JOBLOG-RC
                   ELSE
                       MOVE 4 TO WS-JOBLOG-RC
                   END-IF
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF ENT-TYPE = "PERSONNE" AND NB-OCC-ENTITE = 0
               DISPLAY "Aucune donnee de cette personne dans les"
                   " fichiers d'eligibilite."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           IF MODE-TRAITEMENT = "SIMULER"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Effacer definitivement ces donnees (o/n) ? "
               WITH NO ADVANCING.
           ACCEPT REPLY.
           IF REPLY(1:1) NOT = "o" AND REPLY(1:1) NOT = "O"
               DISPLAY "Effacement abandonne, aucun fichier"
                   " modifie."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM APPLIQUER-ENTITE.
           PERFORM FERMER-CERTIFICAT.
           EXIT PARAGRAPH.

      *============================================================
      *  PURGE-RETENTION : toutes les personnes inactives au-dela
      *  de la duree de conservation, puis les vieux fichiers de
      *  la chaine d'eligibilite.
      *============================================================
       PURGE-RETENTION.
           MOVE "PURGE" TO ORIGINE-EFFACEMENT.
           IF ARG-TYPE = "SIMULER"
               MOVE 'O' TO PURGE-SIMULEE
           END-IF.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM LIRE-RETENTIONS.
           PERFORM OUVRIR-LISTING.

           MOVE 0 TO NB-CANDIDATS.
           PERFORM SELECTIONNER-CLIENTS.
           PERFORM SELECTIONNER-MEMBRES.
           PERFORM SELECTIONNER-ATM.
           IF TABLE-PLEINE = 'O'
               DISPLAY "Plus de 500 personnes a purger : la suite"
                   " au prochain passage."
           END-IF.

           PERFORM VARYING CA-IDX FROM 1 BY 1
               UNTIL CA-IDX > NB-CANDIDATS
               IF CA-RETENU(CA-IDX) = 'O'
                   MOVE CA-TYPE(CA-IDX) TO ENT-TYPE
                   MOVE CA-ID(CA-IDX) TO ENT-ID
                   MOVE SPACES TO ENT-NAISSANCE
                   PERFORM EXAMINER-ENTITE
                   ADD 1 TO NB-TRAITES
                   IF ENT-ETAT = "BLOQUE"
                       ADD 1 TO NB-BLOQUES
                   END-IF
                   IF ENT-ETAT = "OK" AND PURGE-SIMULEE = 'N'
                       PERFORM APPLIQUER-ENTITE
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "ELIGIB" TO ENT-TYPE.
           MOVE "RETENTION" TO ENT-ID.
           MOVE SPACES TO ENT-NAISSANCE.
           PERFORM EXAMINER-ENTITE.
           IF NB-OCC-ENTITE > 0 AND PURGE-SIMULEE = 'N'
               PERFORM APPLIQUER-ENTITE
           END-IF.

           MOVE SPACES TO LISTING-REC.
           WRITE LISTING-REC.
           MOVE NB-TRAITES TO NB-EDIT.
           MOVE SPACES TO LISTING-REC.
           STRING "PERSONNES INACTIVES RETENUES : "
               FUNCTION TRIM(NB-EDIT)
               DELIMITED BY SIZE INTO LISTING-REC
           END-STRING.
           WRITE LISTING-REC.
           MOVE NB-BLOQUES TO NB-EDIT.
           MOVE SPACES TO LISTING-REC.
           STRING "DONT BLOQUEES                 : "
               FUNCTION TRIM(NB-EDIT)
               DELIMITED BY SIZE INTO LISTING-REC
           END-STRING.
           WRITE LISTING-REC.
           MOVE NB-SANS-DATE TO NB-EDIT.
           MOVE SPACES TO LISTING-REC.
           STRING "CLIENTS SANS ACTIVITE DATEE   : "
               FUNCTION TRIM(NB-EDIT) " (conserves)"
               DELIMITED BY SIZE INTO LISTING-REC
           END-STRING.
           WRITE LISTING-REC.
           CLOSE LISTING-FILE.
           PERFORM DECLARER-LISTING.
           PERFORM FERMER-CERTIFICAT.

           MOVE NB-TRAITES TO NB-EDIT.
           MOVE NB-BLOQUES TO OCC-EDIT.
           DISPLAY FUNCTION TRIM(NB-EDIT) " personne(s) inactive(s),"
               " dont " FUNCTION TRIM(OCC-EDIT) " bloquee(s)."
           IF NB-BLOQUES > 0
               MOVE 4 TO WS-JOBLOG-RC
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  LIRE-RETENTIONS : durees de conservation et dates limites
      *  (AAAAMMJJ moins n annees).
      *------------------------------------------------------------
       LIRE-RETENTIONS.
           MOVE "EFFACEMENT-RETENTION-CLIENT" TO PRM-CLE.
           MOVE "10" TO PRM-DEFAUT.
           PERFORM LIRE-PARAMETRE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO RETENTION-CLIENT
           END-IF.
           MOVE "EFFACEMENT-RETENTION-MEMBRE" TO PRM-CLE.
           MOVE "3" TO PRM-DEFAUT.
           PERFORM LIRE-PARAMETRE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO RETENTION-MEMBRE
           END-IF.
           MOVE "EFFACEMENT-RETENTION-ATM" TO PRM-CLE.
           MOVE "10" TO PRM-DEFAUT.
           PERFORM LIRE-PARAMETRE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO RETENTION-ATM
           END-IF.
           MOVE "EFFACEMENT-RETENTION-ELIGIBILITE" TO PRM-CLE.
           MOVE "365" TO PRM-DEFAUT.
           PERFORM LIRE-PARAMETRE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO RETENTION-ELIGIB
           END-IF.
           COMPUTE LIMITE-CLIENT = WS-TODAY - RETENTION-CLIENT
               * 10000.
           COMPUTE LIMITE-MEMBRE = WS-TODAY - RETENTION-MEMBRE
               * 10000.
           COMPUTE LIMITE-ATM = WS-TODAY - RETENTION-ATM * 10000.
           EXIT PARAGRAPH.

       LIRE-PARAMETRE.
           MOVE SPACES TO PRM-VALEUR.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  SELECTIONNER-CLIENTS : encours nul et derniere activite
      *  (facture de factures.txt, sinon derniere relance) avant
      *  la date limite. Un client sans aucune activite datee
      *  reste : rien ne dit depuis quand il existe.
      *------------------------------------------------------------
       SELECTIONNER-CLIENTS.
           COMPUTE CA-DEBUT = NB-CANDIDATS + 1.
           OPEN INPUT CLIENT-FILE.
           IF CLIENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ CLIENT-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF CL-NOM NOT = MARQUE-EFFACE AND CL-ENCOURS = 0
                   MOVE "CLIENT" TO ENT-TYPE
                   MOVE CL-CODE TO ENT-ID
                   MOVE CL-RELANCE-DATE TO FR-DATE
                   PERFORM AJOUTER-CANDIDAT
               END-IF
           END-PERFORM.
           CLOSE CLIENT-FILE.

           OPEN INPUT FACTREG-FILE.
           IF FACTREG-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ FACTREG-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           PERFORM DATER-FACTURE
                   END-READ
               END-PERFORM
               CLOSE FACTREG-FILE
           END-IF.

           PERFORM VARYING CA-IDX FROM CA-DEBUT BY 1
               UNTIL CA-IDX > NB-CANDIDATS
               IF CA-DATE(CA-IDX) = 0
                   ADD 1 TO NB-SANS-DATE
                   MOVE 'N' TO CA-RETENU(CA-IDX)
               ELSE
                   IF CA-DATE(CA-IDX) >= LIMITE-CLIENT
                       MOVE 'N' TO CA-RETENU(CA-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *> factures.txt : facture|commande|client|ht|tva|ttc|date.
       DATER-FACTURE.
           IF FACTREG-REC(1:8) = "facture|"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FR-CH1 FR-CH2 FR-CH3 FR-CH4 FR-CH5
               FR-CH6 FR-CH7.
           UNSTRING FACTREG-REC DELIMITED BY "|"
               INTO FR-CH1 FR-CH2 FR-CH3 FR-CH4 FR-CH5 FR-CH6 FR-CH7
           END-UNSTRING.
           IF FUNCTION TRIM(FR-CH7) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(FR-CH7) TO FR-DATE.
           PERFORM VARYING CA-IDX FROM CA-DEBUT BY 1
               UNTIL CA-IDX > NB-CANDIDATS
               IF CA-ID(CA-IDX) = FR-CH3
                   IF FR-DATE > CA-DATE(CA-IDX)
                       MOVE FR-DATE TO CA-DATE(CA-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  SELECTIONNER-MEMBRES : adhesion expiree avant la date
      *  limite.
      *------------------------------------------------------------
       SELECTIONNER-MEMBRES.
           OPEN INPUT MEMBRES-FILE.
           IF MEMBRES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ MEMBRES-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF MEM-NOM NOT = MARQUE-EFFACE
                   AND MEM-EXPIRATION > 0
                   AND MEM-EXPIRATION < LIMITE-MEMBRE
                   MOVE "MEMBRE" TO ENT-TYPE
                   MOVE MEM-NUM TO ENT-ID
                   MOVE MEM-EXPIRATION TO FR-DATE
                   PERFORM AJOUTER-CANDIDAT
               END-IF
           END-PERFORM.
           CLOSE MEMBRES-FILE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  SELECTIONNER-ATM : relation cloturee avant la date
      *  limite ; la date de cloture est celle du passage de
      *  CU-STATUT a C dans la piste d'audit (sans elle, la
      *  relation reste).
      *------------------------------------------------------------
       SELECTIONNER-ATM.
           COMPUTE CA-DEBUT = NB-CANDIDATS + 1.
           OPEN INPUT ATMCLI-FILE.
           IF ATMCLI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ ATMCLI-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF CU-STATUT = "C" AND CU-NOM NOT = MARQUE-EFFACE
                   MOVE "ATM" TO ENT-TYPE
                   MOVE CU-ID TO ENT-ID
                   MOVE 0 TO FR-DATE
                   PERFORM AJOUTER-CANDIDAT
               END-IF
           END-PERFORM.
           CLOSE ATMCLI-FILE.

           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ AUDIT-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           PERFORM DATER-CLOTURE-ATM
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

           PERFORM VARYING CA-IDX FROM CA-DEBUT BY 1
               UNTIL CA-IDX > NB-CANDIDATS
               IF CA-DATE(CA-IDX) = 0
                   OR CA-DATE(CA-IDX) >= LIMITE-ATM
                   MOVE 'N' TO CA-RETENU(CA-IDX)
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *> audit_trace.txt : horodatage|fichier|cle|champ|avant|
      *> apres|programme|operateur.
       DATER-CLOTURE-ATM.
           MOVE SPACES TO FR-CH1 FR-CH2 FR-CH3 FR-CH4 FR-CH5
               FR-CH6.
           UNSTRING AUDIT-REC DELIMITED BY "|"
               INTO FR-CH1 FR-CH2 FR-CH3 FR-CH4 FR-CH5 FR-CH6
           END-UNSTRING.
           IF FR-CH2 NOT = "customers" OR FR-CH4 NOT = "CU-STATUT"
               OR FR-CH6 NOT = "C" OR FR-CH1(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CA-IDX FROM CA-DEBUT BY 1
               UNTIL CA-IDX > NB-CANDIDATS
               IF CA-ID(CA-IDX) = FR-CH3
                   MOVE FR-CH1(1:8) TO CA-DATE(CA-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       AJOUTER-CANDIDAT.
           IF NB-CANDIDATS >= 500
               MOVE 'O' TO TABLE-PLEINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-CANDIDATS.
           MOVE ENT-TYPE TO CA-TYPE(NB-CANDIDATS).
           MOVE ENT-ID TO CA-ID(NB-CANDIDATS).
           MOVE FR-DATE TO CA-DATE(NB-CANDIDATS).
           MOVE 'O' TO CA-RETENU(NB-CANDIDATS).
           EXIT PARAGRAPH.

      *============================================================
      *  EXAMINER-ENTITE : la personne ENT-TYPE/ENT-ID - fiche
      *  maitre, fichiers qui la contiennent, nombre d'occurrences
      *  (rien n'est modifie), section de la liste de simulation.
      *============================================================
       EXAMINER-ENTITE.
           MOVE 0 TO NB-MOTIFS NB-FICHIERS NB-HISTO NB-OCC-ENTITE
               NB-FIC-ENTITE.
           MOVE "OK" TO ENT-ETAT.
           MOVE SPACES TO ENT-MOTIF ENT-MAITRE ENT-LIBELLE.
           EVALUATE ENT-TYPE
               WHEN "CLIENT"
                   PERFORM PREPARER-CLIENT
               WHEN "MEMBRE"
                   PERFORM PREPARER-MEMBRE
               WHEN "ATM"
                   PERFORM PREPARER-ATM
               WHEN "PERSONNE"
                   PERFORM PREPARER-PERSONNE
               WHEN "ELIGIB"
                   MOVE RETENTION-ELIGIB TO OCC-EDIT
                   STRING "ELIGIBILITE, FICHIERS DE PLUS DE "
                       FUNCTION TRIM(OCC-EDIT) " J"
                       DELIMITED BY SIZE INTO ENT-LIBELLE
                   END-STRING
           END-EVALUATE.
           IF ENT-ETAT = "OK" OR ENT-ETAT = "BLOQUE"
               PERFORM RECHERCHER-FICHIERS
               MOVE 'N' TO APPLIQUER
               PERFORM VARYING FI-IDX FROM 1 BY 1
                   UNTIL FI-IDX > NB-FICHIERS
                   PERFORM TRAITER-FICHIER
                   MOVE OCC-FICHIER TO FI-OCC(FI-IDX)
                   IF OCC-FICHIER > 0
                       ADD OCC-FICHIER TO NB-OCC-ENTITE
                       ADD 1 TO NB-FIC-ENTITE
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM LISTER-ENTITE.
           EXIT PARAGRAPH.

       CONTROLER-CODE.
           MOVE 0 TO NB-TROUVE.
           MOVE FUNCTION TRIM(ENT-ID) TO ENT-ID.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ENT-ID)) TO LG.
           INSPECT ENT-ID(1:LG) TALLYING NB-TROUVE
               FOR ALL "'" ALL "/" ALL "*" ALL "?" ALL " ".
           IF NB-TROUVE > 0
               MOVE "ABSENT" TO ENT-ETAT
               MOVE "code invalide" TO ENT-MOTIF
           END-IF.
           EXIT PARAGRAPH.

       PREPARER-CLIENT.
           MOVE SPACES TO ENT-LIBELLE.
           STRING "CLIENT " FUNCTION TRIM(ENT-ID)
               DELIMITED BY SIZE INTO ENT-LIBELLE
           END-STRING.
           PERFORM CONTROLER-CODE.
           IF ENT-ETAT NOT = "OK"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CLIENT-FILE.
           IF CLIENT-STATUS NOT = "00"
               MOVE "ABSENT" TO ENT-ETAT
               MOVE "cli_master.dat illisible" TO ENT-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE ENT-ID TO CL-CODE.
           READ CLIENT-FILE
               INVALID KEY
                   MOVE "ABSENT" TO ENT-ETAT
                   MOVE "client inconnu de cli_master.dat"
                       TO ENT-MOTIF
           END-READ.
           CLOSE CLIENT-FILE.
           IF ENT-ETAT NOT = "OK"
               EXIT PARAGRAPH
           END-IF.
           IF CL-NOM = MARQUE-EFFACE
               MOVE "DEJA" TO ENT-ETAT
               MOVE "client deja efface" TO ENT-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE "cli_master.dat (nom, adresse, e-mail)"
               TO ENT-MAITRE.
           MOVE CL-NOM TO MOTIF-W.
           MOVE "C" TO PORTEE-W.
           PERFORM AJOUTER-MOTIF.
           MOVE CL-ADRESSE TO MOTIF-W.
           PERFORM AJOUTER-MOTIF.
           MOVE CL-EMAIL TO MOTIF-W.
           PERFORM AJOUTER-MOTIF.
           IF CL-ENCOURS NOT = 0
               MOVE CL-ENCOURS TO MONTANT-EDIT
               MOVE "BLOQUE" TO ENT-ETAT
               STRING "encours non solde ("
                   FUNCTION TRIM(MONTANT-EDIT) " EUR)"
                   DELIMITED BY SIZE INTO ENT-MOTIF
               END-STRING
           END-IF.
           EXIT PARAGRAPH.

       PREPARER-MEMBRE.
           MOVE SPACES TO ENT-LIBELLE.
           STRING "MEMBRE " FUNCTION TRIM(ENT-ID)
               DELIMITED BY SIZE INTO ENT-LIBELLE
           END-STRING.
           PERFORM CONTROLER-CODE.
           IF ENT-ETAT NOT = "OK"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT MEMBRES-FILE.
           IF MEMBRES-STATUS NOT = "00"
               MOVE "ABSENT" TO ENT-ETAT
               MOVE "membres.dat illisible" TO ENT-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE ENT-ID TO MEM-NUM.
           READ MEMBRES-FILE
               INVALID KEY
                   MOVE "ABSENT" TO ENT-ETAT
                   MOVE "membre inconnu de membres.dat" TO ENT-MOTIF
           END-READ.
           CLOSE MEMBRES-FILE.
           IF ENT-ETAT NOT = "OK"
               EXIT PARAGRAPH
           END-IF.
           IF MEM-NOM = MARQUE-EFFACE
               MOVE "DEJA" TO ENT-ETAT
               MOVE "membre deja efface" TO ENT-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE "membres.dat (nom, contact)" TO ENT-MAITRE.
           MOVE MEM-NOM TO MOTIF-W.
           MOVE "C" TO PORTEE-W.
           PERFORM AJOUTER-MOTIF.
           MOVE MEM-CONTACT TO MOTIF-W.
           PERFORM AJOUTER-MOTIF.

      *> Un album encore sorti : le membre reste joignable.
           OPEN INPUT LOANS-FILE.
           IF LOANS-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ LOANS-FILE NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ
                   IF L-SORTI = 'O' AND L-EMPRUNTEUR = ENT-ID
                       MOVE "BLOQUE" TO ENT-ETAT
                       MOVE SPACES TO ENT-MOTIF
                       STRING "album " FUNCTION TRIM(L-ID)
                           " non rendu"
                           DELIMITED BY SIZE INTO ENT-MOTIF
                       END-STRING
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               CLOSE LOANS-FILE
           END-IF.
           EXIT PARAGRAPH.

       PREPARER-ATM.
           IF FUNCTION TRIM(ENT-ID) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(ENT-ID)) > 6
               MOVE SPACES TO ENT-LIBELLE
               STRING "CLIENT ATM " FUNCTION TRIM(ENT-ID)
                   DELIMITED BY SIZE INTO ENT-LIBELLE
               END-STRING
               MOVE "ABSENT" TO ENT-ETAT
               MOVE "numero de client ATM invalide" TO ENT-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(ENT-ID) TO ENT-ID6.
           MOVE ENT-ID6 TO ENT-ID.
           MOVE SPACES TO ENT-LIBELLE.
           STRING "CLIENT ATM " ENT-ID6
               DELIMITED BY SIZE INTO ENT-LIBELLE
           END-STRING.
           OPEN INPUT ATMCLI-FILE.
           IF ATMCLI-STATUS NOT = "00"
               MOVE "ABSENT" TO ENT-ETAT
               MOVE "atm_customers.dat illisible" TO ENT-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE ENT-ID6 TO CU-ID.
           READ ATMCLI-FILE
               INVALID KEY
                   MOVE "ABSENT" TO ENT-ETAT
                   MOVE "client inconnu de atm_customers.dat"
                       TO ENT-MOTIF
           END-READ.
           CLOSE ATMCLI-FILE.
           IF ENT-ETAT NOT = "OK"
               EXIT PARAGRAPH
           END-IF.
           IF CU-NOM = MARQUE-EFFACE
               MOVE "DEJA" TO ENT-ETAT
               MOVE "client ATM deja efface" TO ENT-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE "atm_customers.dat (identite, coordonnees)"
               TO ENT-MAITRE.
           MOVE "C" TO PORTEE-W.
           MOVE SPACES TO MOTIF-W.
           STRING FUNCTION TRIM(CU-PRENOM) " " FUNCTION TRIM(CU-NOM)
               DELIMITED BY SIZE INTO MOTIF-W
           END-STRING.
           PERFORM AJOUTER-MOTIF.
           MOVE SPACES TO MOTIF-W.
           STRING FUNCTION TRIM(CU-NOM) " " FUNCTION TRIM(CU-PRENOM)
               DELIMITED BY SIZE INTO MOTIF-W
           END-STRING.
           PERFORM AJOUTER-MOTIF.
           MOVE CU-ADRESSE TO MOTIF-W.
           PERFORM AJOUTER-MOTIF.
           MOVE CU-EMAIL TO MOTIF-W.
           PERFORM AJOUTER-MOTIF.
           MOVE CU-TEL TO MOTIF-W.
           PERFORM AJOUTER-MOTIF.
           MOVE "S" TO PORTEE-W.
           MOVE CU-NOM TO MOTIF-W.
           PERFORM AJOUTER-MOTIF.
           IF CU-NAISSANCE > 0
               MOVE CU-NAISSANCE TO MOTIF-W
               PERFORM AJOUTER-MOTIF
           END-IF.
           IF CU-STATUT NOT = "C"
               MOVE "BLOQUE" TO ENT-ETAT
               MOVE "relation active (statut A), a cloturer"
                   & " d'abord" TO ENT-MOTIF
           END-IF.
           EXIT PARAGRAPH.

      *> Le prenom n'apparait ni dans la liste ni dans le
      *> certificat : seule son initiale.
       PREPARER-PERSONNE.
           MOVE SPACES TO ENT-LIBELLE.
           STRING "PERSONNE " ENT-ID(1:1) "***"
               DELIMITED BY SIZE INTO ENT-LIBELLE
           END-STRING.
           IF ENT-NAISSANCE NOT = SPACES
               IF ENT-NAISSANCE IS NOT NUMERIC
                   MOVE "ABSENT" TO ENT-ETAT
                   MOVE "date de naissance invalide (AAAAMMJJ)"
                       TO ENT-MOTIF
                   EXIT PARAGRAPH
               END-IF
               STRING FUNCTION TRIM(ENT-LIBELLE) " NE(E) ********"
                   DELIMITED BY SIZE INTO ENT-LIBELLE
               END-STRING
           END-IF.
           MOVE FUNCTION TRIM(ENT-ID) TO PRENOM-MAJ.
           INSPECT PRENOM-MAJ CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ENT-ID TO MOTIF-W.
           MOVE "C" TO PORTEE-W.
           PERFORM AJOUTER-MOTIF.
           IF NB-MOTIFS = 0
               MOVE "ABSENT" TO ENT-ETAT
               MOVE "prenom trop court" TO ENT-MOTIF
           END-IF.
           EXIT PARAGRAPH.

      *> Motifs de moins de 3 caracteres ignores : ils
      *> masqueraient n'importe quoi.
       AJOUTER-MOTIF.
           IF FUNCTION LENGTH(FUNCTION TRIM(MOTIF-W)) < 3
               OR NB-MOTIFS >= 10
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-MOTIFS.
           MOVE FUNCTION TRIM(MOTIF-W) TO MO-TEXTE(NB-MOTIFS).
           MOVE FUNCTION LENGTH(FUNCTION TRIM(MOTIF-W))
               TO MO-LONG(NB-MOTIFS).
           MOVE PORTEE-W TO MO-PORTEE(NB-MOTIFS).
           EXIT PARAGRAPH.

      *============================================================
      *  RECHERCHER-FICHIERS : liste des fichiers qui contiennent
      *  une donnee de la personne (grep des motifs sur les
      *  familles de documents) et des historiques qui la citent
      *  par son code.
      *============================================================
       RECHERCHER-FICHIERS.
           PERFORM ECRIRE-MOTIFS.
           EVALUATE ENT-TYPE
               WHEN "CLIENT"
                   MOVE "T" TO GROUPE-MODE
                   MOVE 'O' TO GROUPE-FILTRE
                   MOVE SPACES TO GROUPE-CASSE GROUPE-GLOBS
                   STRING "clients.txt commandes_clients.txt"
                       " expeditions.txt facture_*.txt avoir_*.txt"
                       " devis_*.txt bl_*.txt picking_*.txt"
                       " relance_" FUNCTION TRIM(ENT-ID) "_*.txt"
                       " releve_fidelite_" FUNCTION TRIM(ENT-ID)
                       "_*.txt etat_reglements_*.txt"
                       " balance_agee_*.txt devis_echus_*.txt"
                       " fidelite_passif_*.txt"
                       " diffusion_email/mail_*.txt"
                       " diffusion_edi/edi_" FUNCTION TRIM(ENT-ID)
                       "_*.txt"
                       DELIMITED BY SIZE INTO GROUPE-GLOBS
                   END-STRING
                   PERFORM LISTER-GROUPE
                   MOVE "exercice_*/commandes_clients_*.txt"
                       TO GROUPE-GLOBS
                   PERFORM LISTER-GROUPE
                   MOVE "factures.txt avoirs.txt reglements.txt"
                       & " commandes_clients.txt devis.txt"
                       & " devis_acceptes.txt fidelite_journal.txt"
                       & " exercice_*/factures_*.txt"
                       & " exercice_*/avoirs_*.txt"
                       & " exercice_*/reglements_*.txt"
                       & " exercice_*/commandes_clients_*.txt"
                       TO GROUPE-GLOBS
                   PERFORM COMPTER-HISTORIQUES
               WHEN "MEMBRE"
                   MOVE "T" TO GROUPE-MODE
                   MOVE 'O' TO GROUPE-FILTRE
                   MOVE SPACES TO GROUPE-CASSE
                   MOVE "membres.txt relances_membres_*.txt"
                       TO GROUPE-GLOBS
                   PERFORM LISTER-GROUPE
                   MOVE "prets_histo.txt amendes.txt"
                       & " reservations.txt"
                       & " exercice_*/prets_histo_*.txt"
                       TO GROUPE-GLOBS
                   PERFORM COMPTER-HISTORIQUES
               WHEN "ATM"
                   MOVE "T" TO GROUPE-MODE
                   MOVE 'O' TO GROUPE-FILTRE
                   MOVE SPACES TO GROUPE-CASSE GROUPE-GLOBS
                   STRING "customer_statement_" ENT-ID6 "_*.txt"
                       " tax_certificate_" ENT-ID6 "_*.txt"
                       DELIMITED BY SIZE INTO GROUPE-GLOBS
                   END-STRING
                   PERFORM LISTER-GROUPE
                   MOVE "U" TO GROUPE-MODE
                   MOVE "atm_card_letters_*.txt" TO GROUPE-GLOBS
                   PERFORM LISTER-GROUPE
                   MOVE "F" TO GROUPE-MODE
                   MOVE 'N' TO GROUPE-FILTRE
                   MOVE "atm_tax_interest_*.txt" TO GROUPE-GLOBS
                   PERFORM LISTER-GROUPE
                   MOVE "A" TO GROUPE-MODE
                   MOVE "audit_trace.txt" TO GROUPE-GLOBS
                   PERFORM LISTER-GROUPE
               WHEN "PERSONNE"
                   MOVE "P" TO GROUPE-MODE
                   MOVE 'O' TO GROUPE-FILTRE
                   MOVE "-i" TO GROUPE-CASSE
                   MOVE "personnes*.txt rejets_eligibilite_*.txt"
                       & " doublons_eligibilite_*.txt"
                       & " eligibilite_resultats_*.txt"
                       TO GROUPE-GLOBS
                   PERFORM LISTER-GROUPE
                   MOVE "L" TO GROUPE-MODE
                   MOVE "lettres_eligibilite_*.txt" TO GROUPE-GLOBS
                   PERFORM LISTER-GROUPE
               WHEN "ELIGIB"
                   PERFORM LISTER-ELIGIBILITE-ANCIENS
           END-EVALUATE.
           EXIT PARAGRAPH.

       ECRIRE-MOTIFS.
           OPEN OUTPUT MOTIFS-FILE.
           PERFORM VARYING MO-IDX FROM 1 BY 1
               UNTIL MO-IDX > NB-MOTIFS
               MOVE MO-TEXTE(MO-IDX) TO MOTIFS-REC
               WRITE MOTIFS-REC
           END-PERFORM.
           CLOSE MOTIFS-FILE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  LISTER-GROUPE : fichiers de GROUPE-GLOBS (filtres par les
      *  motifs si GROUPE-FILTRE = O) ajoutes a TAB-FICHIERS avec
      *  le mode GROUPE-MODE.
      *------------------------------------------------------------
       LISTER-GROUPE.
           MOVE SPACES TO CMD-W.
           IF GROUPE-FILTRE = 'O'
               IF NB-MOTIFS = 0
                   EXIT PARAGRAPH
               END-IF
               STRING "sh -c 'grep -l -F " GROUPE-CASSE
                   " -f effacement_motifs.tmp "
                   FUNCTION TRIM(GROUPE-GLOBS)
                   " 2>/dev/null > effacement.lst'"
                   DELIMITED BY SIZE INTO CMD-W
               END-STRING
           ELSE
               STRING "sh -c 'ls " FUNCTION TRIM(GROUPE-GLOBS)
                   " 2>/dev/null > effacement.lst'"
                   DELIMITED BY SIZE INTO CMD-W
               END-STRING
           END-IF.
           CALL "SYSTEM" USING CMD-W.
           PERFORM CHARGER-LISTE.
           EXIT PARAGRAPH.

      *> Purge : fichiers de la chaine d'eligibilite non modifies
      *> depuis plus de RETENTION-ELIGIB jours.
       LISTER-ELIGIBILITE-ANCIENS.
           MOVE RETENTION-ELIGIB TO OCC-EDIT.
           MOVE "Q" TO GROUPE-MODE.
           MOVE SPACES TO CMD-W.
           STRING "sh -c 'find . -maxdepth 1 -type f \( -name"
               " ""personnes*.txt"" -o -name"
               " ""rejets_eligibilite_*.txt"" -o -name"
               " ""doublons_eligibilite_*.txt"" -o -name"
               " ""eligibilite_resultats_*.txt"" \) -mtime +"
               FUNCTION TRIM(OCC-EDIT)
               " -printf ""%f\n"" 2>/dev/null > effacement.lst'"
               DELIMITED BY SIZE INTO CMD-W
           END-STRING.
           CALL "SYSTEM" USING CMD-W.
           PERFORM CHARGER-LISTE.
           MOVE "R" TO GROUPE-MODE.
           MOVE SPACES TO CMD-W.
           STRING "sh -c 'find . -maxdepth 1 -type f -name"
               " ""lettres_eligibilite_*.txt"" -mtime +"
               FUNCTION TRIM(OCC-EDIT)
               " -printf ""%f\n"" 2>/dev/null > effacement.lst'"
               DELIMITED BY SIZE INTO CMD-W
           END-STRING.
           CALL "SYSTEM" USING CMD-W.
           PERFORM CHARGER-LISTE.
           EXIT PARAGRAPH.

       CHARGER-LISTE.
           OPEN INPUT LIST-FILE.
           IF LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ LIST-FILE
                   AT END EXIT PERFORM
               END-READ
               IF LIST-REC NOT = SPACES
                   PERFORM AJOUTER-FICHIER
               END-IF
           END-PERFORM.
           CLOSE LIST-FILE.
           EXIT PARAGRAPH.

       AJOUTER-FICHIER.
           MOVE 'N' TO FI-TROUVE.
           PERFORM VARYING FI-IDX FROM 1 BY 1
               UNTIL FI-IDX > NB-FICHIERS
               IF FI-NOM(FI-IDX) = LIST-REC
                   MOVE 'O' TO FI-TROUVE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF FI-TROUVE = 'O' OR NB-FICHIERS >= 300
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-FICHIERS.
           MOVE LIST-REC TO FI-NOM(NB-FICHIERS).
           MOVE GROUPE-MODE TO FI-MODE(NB-FICHIERS).
           MOVE 0 TO FI-OCC(NB-FICHIERS).
           EXIT PARAGRAPH.

      *> grep -c -H : "fichier:nombre de lignes" par historique.
       COMPTER-HISTORIQUES.
           MOVE SPACES TO CMD-W.
           STRING "sh -c 'grep -c -H -w -F -- "
               FUNCTION TRIM(ENT-ID) " "
               FUNCTION TRIM(GROUPE-GLOBS)
               " 2>/dev/null > effacement.lst'"
               DELIMITED BY SIZE INTO CMD-W
           END-STRING.
           CALL "SYSTEM" USING CMD-W.
           OPEN INPUT LIST-FILE.
           IF LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ LIST-FILE
                   AT END EXIT PERFORM
               END-READ
               MOVE SPACES TO LST-CH1 LST-CH2
               UNSTRING LIST-REC DELIMITED BY ":"
                   INTO LST-CH1 LST-CH2
               END-UNSTRING
               IF FUNCTION TRIM(LST-CH2) IS NUMERIC
                   AND FUNCTION NUMVAL(LST-CH2) > 0
                   AND NB-HISTO < 20
                   ADD 1 TO NB-HISTO
                   MOVE LST-CH1 TO HI-NOM(NB-HISTO)
                   MOVE FUNCTION NUMVAL(LST-CH2) TO HI-NB(NB-HISTO)
               END-IF
           END-PERFORM.
           CLOSE LIST-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  TRAITER-FICHIER : FI-NOM(FI-IDX) ligne a ligne selon son
      *  mode ; OCC-FICHIER = donnees masquees. APPLIQUER = O :
      *  reecrit dans effacement.tmp puis remplace le fichier.
      *============================================================
       TRAITER-FICHIER.
           MOVE 0 TO OCC-FICHIER NB-BLOC.
           MOVE FI-NOM(FI-IDX) TO DOC-FILENAME.
           OPEN INPUT DOC-FILE.
           IF DOC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF APPLIQUER = 'O'
               OPEN OUTPUT TMP-FILE
           END-IF.
           PERFORM UNTIL 1 = 0
               READ DOC-FILE
                   AT END EXIT PERFORM
               END-READ
               MOVE DOC-REC TO LIGNE-W
               MOVE 0 TO OCC-LIGNE
               EVALUATE FI-MODE(FI-IDX)
                   WHEN "L"
                   WHEN "R"
                       PERFORM EMPILER-LIGNE-LETTRE
                   WHEN OTHER
                       PERFORM TRAITER-LIGNE
                       ADD OCC-LIGNE TO OCC-FICHIER
                       PERFORM ECRIRE-LIGNE-TMP
               END-EVALUATE
           END-PERFORM.
           IF FI-MODE(FI-IDX) = "L" OR FI-MODE(FI-IDX) = "R"
               PERFORM VIDER-BLOC
           END-IF.
           CLOSE DOC-FILE.
           IF APPLIQUER = 'O'
               CLOSE TMP-FILE
               IF OCC-FICHIER > 0
                   MOVE SPACES TO CMD-W
                   STRING "mv effacement.tmp "
                       FUNCTION TRIM(FI-NOM(FI-IDX))
                       DELIMITED BY SIZE INTO CMD-W
                   END-STRING
                   CALL "SYSTEM" USING CMD-W
               END-IF
           END-IF.
           EXIT PARAGRAPH.

       ECRIRE-LIGNE-TMP.
           IF APPLIQUER = 'O'
               MOVE LIGNE-W TO TMP-REC
               WRITE TMP-REC
           END-IF.
           EXIT PARAGRAPH.

       TRAITER-LIGNE.
           IF LIGNE-W = SPACES
               EXIT PARAGRAPH
           END-IF.
           EVALUATE FI-MODE(FI-IDX)
               WHEN "T"
               WHEN "U"
                   PERFORM MASQUER-MOTIFS
               WHEN "F"
                   PERFORM MASQUER-DECLARATION
               WHEN "A"
                   PERFORM MASQUER-AUDIT
               WHEN "P"
               WHEN "Q"
                   PERFORM MASQUER-ELIGIBILITE
           END-EVALUATE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  MASQUER-MOTIFS : chaque motif trouve en mot entier
      *  (caractere voisin ni lettre ni chiffre) est remplace par
      *  autant d'etoiles. Mode U : motifs de portee C seulement.
      *------------------------------------------------------------
       MASQUER-MOTIFS.
           PERFORM VARYING MO-IDX FROM 1 BY 1
               UNTIL MO-IDX > NB-MOTIFS
               IF FI-MODE(FI-IDX) NOT = "U"
                   OR MO-PORTEE(MO-IDX) = "C"
                   MOVE MO-LONG(MO-IDX) TO LG
                   COMPUTE POS-MAX = 256 - LG + 1
                   PERFORM VARYING POS FROM 1 BY 1
                       UNTIL POS > POS-MAX
                       IF LIGNE-W(POS:LG) = MO-TEXTE(MO-IDX)(1:LG)
                           PERFORM VERIFIER-BORNES
                           IF BORNE-OK = 'O'
                               MOVE ALL "*" TO LIGNE-W(POS:LG)
                               ADD 1 TO OCC-LIGNE
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       VERIFIER-BORNES.
           MOVE 'O' TO BORNE-OK.
           IF POS > 1
               MOVE LIGNE-W(POS - 1:1) TO CAR-TEST
               PERFORM TESTER-CARACTERE
           END-IF.
           IF POS + LG <= 256
               MOVE LIGNE-W(POS + LG:1) TO CAR-TEST
               PERFORM TESTER-CARACTERE
           END-IF.
           EXIT PARAGRAPH.

       TESTER-CARACTERE.
           IF CAR-TEST IS NUMERIC
               OR (CAR-TEST IS ALPHABETIC AND CAR-TEST NOT = SPACE)
               MOVE 'N' TO BORNE-OK
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  MASQUER-DECLARATION : atm_tax_interest_AAAA.txt, un
      *  enregistrement fixe par beneficiaire (TX-ANNEE 1-4,
      *  TX-TYPE 5, TX-CLIENT 6-11, identite 12-169, montants
      *  ensuite) : l'identite du client est effacee, annee,
      *  numero et montants restent.
      *------------------------------------------------------------
       MASQUER-DECLARATION.
           IF LIGNE-W(5:1) NOT = "C"
               OR LIGNE-W(6:6) NOT = ENT-ID(1:6)
               OR LIGNE-W(12:8) = MARQUE-EFFACE
               EXIT PARAGRAPH
           END-IF.
           MOVE MARQUE-EFFACE TO LIGNE-W(12:30).
           MOVE SPACES TO LIGNE-W(42:20).
           MOVE ALL "0" TO LIGNE-W(62:8).
           MOVE SPACES TO LIGNE-W(70:100).
           ADD 1 TO OCC-LIGNE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  MASQUER-AUDIT : images avant/apres des champs d'identite
      *  du client ATM dans la piste d'audit ; le reste de la
      *  ligne (qui, quand, quel champ) est garde.
      *------------------------------------------------------------
       MASQUER-AUDIT.
           PERFORM DECOUPER-LIGNE.
           IF CHAMPS-OK = 'N' OR NB-CHAMPS < 6
               EXIT PARAGRAPH
           END-IF.
           IF CH-VALEUR(2) NOT = "customers"
               OR CH-VALEUR(3) NOT = ENT-ID(1:6)
               EXIT PARAGRAPH
           END-IF.
           IF CH-VALEUR(4) NOT = "CU-NOM"
               AND CH-VALEUR(4) NOT = "CU-PRENOM"
               AND CH-VALEUR(4) NOT = "CU-NAISSANCE"
               AND CH-VALEUR(4) NOT = "CU-ADRESSE"
               AND CH-VALEUR(4) NOT = "CU-CP"
               AND CH-VALEUR(4) NOT = "CU-VILLE"
               AND CH-VALEUR(4) NOT = "CU-TEL"
               AND CH-VALEUR(4) NOT = "CU-EMAIL"
               EXIT PARAGRAPH
           END-IF.
           MOVE 5 TO CH-IDX.
           PERFORM MASQUER-CHAMP.
           MOVE 6 TO CH-IDX.
           PERFORM MASQUER-CHAMP.
           PERFORM RECOMPOSER-LIGNE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  MASQUER-ELIGIBILITE : lignes PRENOM|NAISSANCE|... des
      *  fichiers d'eligibilite (justificatif en 4e champ ;
      *  doublons : + nom normalise en avant-dernier champ).
      *  Mode P : lignes de la personne seulement ;
      *  mode Q (purge) : toutes les lignes.
      *------------------------------------------------------------
       MASQUER-ELIGIBILITE.
           PERFORM DECOUPER-LIGNE.
           IF CHAMPS-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF FI-MODE(FI-IDX) = "P"
               MOVE FUNCTION TRIM(CH-VALEUR(1)) TO CHAMP-MAJ
               INSPECT CHAMP-MAJ CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF CHAMP-MAJ NOT = PRENOM-MAJ
                   EXIT PARAGRAPH
               END-IF
               IF ENT-NAISSANCE NOT = SPACES
                   AND FUNCTION TRIM(CH-VALEUR(2)) NOT =
                       ENT-NAISSANCE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 1 TO CH-IDX.
           PERFORM MASQUER-CHAMP.
           MOVE 2 TO CH-IDX.
           PERFORM MASQUER-CHAMP.
      *> justificatif en 4e champ apres STATUT : personnes (4 champs
      *> ou plus), rejets (+ motif), doublons (+ nom et motif).
           EVALUATE TRUE
               WHEN FI-NOM(FI-IDX)(1:9) = "personnes"
                   AND NB-CHAMPS >= 4
                   MOVE 4 TO CH-IDX
                   PERFORM MASQUER-CHAMP
               WHEN FI-NOM(FI-IDX)(1:7) = "rejets_"
                   AND NB-CHAMPS >= 5
                   MOVE 4 TO CH-IDX
                   PERFORM MASQUER-CHAMP
               WHEN FI-NOM(FI-IDX)(1:9) = "doublons_"
                   AND NB-CHAMPS >= 6
                   MOVE 4 TO CH-IDX
                   PERFORM MASQUER-CHAMP
           END-EVALUATE.
           IF FI-NOM(FI-IDX)(1:9) = "doublons_"
               AND NB-CHAMPS >= 3
               COMPUTE CH-IDX = NB-CHAMPS - 1
               PERFORM MASQUER-CHAMP
           END-IF.
           PERFORM RECOMPOSER-LIGNE.
           EXIT PARAGRAPH.

      *> Decoupage de LIGNE-W sur "|" (au plus 8 champs de 120) ;
      *> CHAMPS-OK = N : ligne laissee telle quelle.
       DECOUPER-LIGNE.
           MOVE 'O' TO CHAMPS-OK.
           MOVE 0 TO NB-CHAMPS.
           INITIALIZE TAB-CHAMPS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LIGNE-W TRAILING))
               TO LG-LIGNE.
           IF LIGNE-W(LG-LIGNE:1) = "|"
               MOVE 'O' TO FIN-PIPE
           ELSE
               MOVE 'N' TO FIN-PIPE
           END-IF.
           UNSTRING LIGNE-W(1:LG-LIGNE) DELIMITED BY "|"
               INTO CH-VALEUR(1) COUNT IN CH-LONG(1)
                    CH-VALEUR(2) COUNT IN CH-LONG(2)
                    CH-VALEUR(3) COUNT IN CH-LONG(3)
                    CH-VALEUR(4) COUNT IN CH-LONG(4)
                    CH-VALEUR(5) COUNT IN CH-LONG(5)
                    CH-VALEUR(6) COUNT IN CH-LONG(6)
                    CH-VALEUR(7) COUNT IN CH-LONG(7)
                    CH-VALEUR(8) COUNT IN CH-LONG(8)
               TALLYING IN NB-CHAMPS
               ON OVERFLOW
                   MOVE 'N' TO CHAMPS-OK
           END-UNSTRING.
           PERFORM VARYING CH-IDX FROM 1 BY 1
               UNTIL CH-IDX > NB-CHAMPS
               IF CH-LONG(CH-IDX) > 120
                   MOVE 'N' TO CHAMPS-OK
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       MASQUER-CHAMP.
           IF CH-IDX > NB-CHAMPS
               EXIT PARAGRAPH
           END-IF.
           IF CH-LONG(CH-IDX) = 0
               EXIT PARAGRAPH
           END-IF.
           IF CH-VALEUR(CH-IDX)(1:CH-LONG(CH-IDX)) = ALL "*"
               EXIT PARAGRAPH
           END-IF.
           MOVE ALL "*" TO CH-VALEUR(CH-IDX)(1:CH-LONG(CH-IDX)).
           ADD 1 TO OCC-LIGNE.
           EXIT PARAGRAPH.

       RECOMPOSER-LIGNE.
           IF OCC-LIGNE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LIGNE-SORTIE.
           MOVE 1 TO PTR.
           PERFORM VARYING CH-IDX FROM 1 BY 1
               UNTIL CH-IDX > NB-CHAMPS
               IF CH-IDX > 1
                   STRING "|" DELIMITED BY SIZE
                       INTO LIGNE-SORTIE WITH POINTER PTR
                   END-STRING
               END-IF
               IF CH-LONG(CH-IDX) > 0
                   STRING CH-VALEUR(CH-IDX)(1:CH-LONG(CH-IDX))
                       DELIMITED BY SIZE
                       INTO LIGNE-SORTIE WITH POINTER PTR
                   END-STRING
               END-IF
           END-PERFORM.
           IF FIN-PIPE = 'O'
               STRING "|" DELIMITED BY SIZE
                   INTO LIGNE-SORTIE WITH POINTER PTR
               END-STRING
           END-IF.
           MOVE LIGNE-SORTIE TO LIGNE-W.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  Lettres d'eligibilite : chaque lettre est mise en table
      *  puis traitee d'un bloc a l'en-tete suivant (ou en fin de
      *  fichier).
      *------------------------------------------------------------
       EMPILER-LIGNE-LETTRE.
           MOVE LIGNE-W TO LIGNE-LUE.
           IF LIGNE-LUE(1:16) = "--- COURRIER DU "
               PERFORM VIDER-BLOC
           END-IF.
           IF NB-BLOC >= 80
               PERFORM VIDER-BLOC
           END-IF.
           ADD 1 TO NB-BLOC.
           MOVE LIGNE-LUE TO BL-LIGNE(NB-BLOC).
           EXIT PARAGRAPH.

      *> Mode L : lettre dont l'en-tete porte le prenom (et, la
      *> naissance donnee, qui la cite) - prenom et naissance
      *> masques. Mode R (purge) : toutes les lettres - prenom de
      *> l'en-tete et dates a 8 chiffres du corps masques.
       VIDER-BLOC.
           IF NB-BLOC = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO BLOC-CONCERNE.
           MOVE SPACES TO BLOC-NOM.
           IF BL-LIGNE(1)(1:16) = "--- COURRIER DU "
               UNSTRING BL-LIGNE(1)(28:229) DELIMITED BY " ---"
                   INTO BLOC-NOM
               END-UNSTRING
           END-IF.
           IF BLOC-NOM NOT = SPACES
               AND BLOC-NOM(1:8) NOT = ALL "*"
               IF FI-MODE(FI-IDX) = "R"
                   MOVE 'O' TO BLOC-CONCERNE
               ELSE
                   MOVE BLOC-NOM TO CHAMP-MAJ
                   INSPECT CHAMP-MAJ CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   IF CHAMP-MAJ = PRENOM-MAJ
                       MOVE 'O' TO BLOC-CONCERNE
                   END-IF
               END-IF
           END-IF.
           IF BLOC-CONCERNE = 'O' AND FI-MODE(FI-IDX) = "L"
               AND ENT-NAISSANCE NOT = SPACES
               MOVE 0 TO NB-TROUVE
               PERFORM VARYING BL-IDX FROM 1 BY 1
                   UNTIL BL-IDX > NB-BLOC
                   INSPECT BL-LIGNE(BL-IDX) TALLYING NB-TROUVE
                       FOR ALL ENT-NAISSANCE
               END-PERFORM
               IF NB-TROUVE = 0
                   MOVE 'N' TO BLOC-CONCERNE
               END-IF
           END-IF.

           IF BLOC-CONCERNE = 'O'
               MOVE 0 TO NB-MOTIFS
               MOVE BLOC-NOM TO MOTIF-W
               MOVE "C" TO PORTEE-W
               PERFORM AJOUTER-MOTIF
               IF FI-MODE(FI-IDX) = "L"
                   AND ENT-NAISSANCE NOT = SPACES
                   MOVE ENT-NAISSANCE TO MOTIF-W
                   PERFORM AJOUTER-MOTIF
               END-IF
           END-IF.
           PERFORM VARYING BL-IDX FROM 1 BY 1
               UNTIL BL-IDX > NB-BLOC
               MOVE BL-LIGNE(BL-IDX) TO LIGNE-W
               MOVE 0 TO OCC-LIGNE
               IF BLOC-CONCERNE = 'O'
                   PERFORM MASQUER-MOTIFS
                   IF FI-MODE(FI-IDX) = "R" AND BL-IDX > 1
                       PERFORM MASQUER-DATES
                   END-IF
               END-IF
               ADD OCC-LIGNE TO OCC-FICHIER
               PERFORM ECRIRE-LIGNE-TMP
           END-PERFORM.
           MOVE 0 TO NB-BLOC.
           EXIT PARAGRAPH.

       MASQUER-DATES.
           MOVE 8 TO LG.
           PERFORM VARYING POS FROM 1 BY 1 UNTIL POS > 249
               IF LIGNE-W(POS:8) IS NUMERIC
                   MOVE 'O' TO BORNE-OK
                   IF POS > 1
                       IF LIGNE-W(POS - 1:1) IS NUMERIC
                           MOVE 'N' TO BORNE-OK
                       END-IF
                   END-IF
                   IF POS < 249
                       IF LIGNE-W(POS + 8:1) IS NUMERIC
                           MOVE 'N' TO BORNE-OK
                       END-IF
                   END-IF
                   IF BORNE-OK = 'O'
                       MOVE ALL "*" TO LIGNE-W(POS:8)
                       ADD 1 TO OCC-LIGNE
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *============================================================
      *  LISTER-ENTITE : section de la liste de simulation (et
      *  ecran) pour la personne examinee.
      *============================================================
       LISTER-ENTITE.
           MOVE SPACES TO LISTING-REC.
           STRING FUNCTION TRIM(ENT-LIBELLE) " - "
               FUNCTION TRIM(ENT-ETAT)
               DELIMITED BY SIZE INTO LISTING-REC
           END-STRING.
           PERFORM ECRIRE-LISTING.
           IF ENT-MOTIF NOT = SPACES
               MOVE SPACES TO LISTING-REC
               STRING "  MOTIF        : " FUNCTION TRIM(ENT-MOTIF)
                   DELIMITED BY SIZE INTO LISTING-REC
               END-STRING
               PERFORM ECRIRE-LISTING
           END-IF.
           IF ENT-ETAT NOT = "OK" AND ENT-ETAT NOT = "BLOQUE"
               EXIT PARAGRAPH
           END-IF.
           IF ENT-MAITRE NOT = SPACES
               MOVE SPACES TO LISTING-REC
               STRING "  A ANONYMISER : " FUNCTION TRIM(ENT-MAITRE)
                   DELIMITED BY SIZE INTO LISTING-REC
               END-STRING
               PERFORM ECRIRE-LISTING
           END-IF.
           PERFORM VARYING FI-IDX FROM 1 BY 1
               UNTIL FI-IDX > NB-FICHIERS
               IF FI-OCC(FI-IDX) > 0
                   MOVE FI-OCC(FI-IDX) TO OCC-EDIT
                   MOVE SPACES TO LISTING-REC
                   STRING "  A ANONYMISER : " FI-NOM(FI-IDX)(1:40)
                       " " OCC-EDIT " donnee(s)"
                       DELIMITED BY SIZE INTO LISTING-REC
                   END-STRING
                   PERFORM ECRIRE-LISTING
               END-IF
           END-PERFORM.
           PERFORM VARYING HI-IDX FROM 1 BY 1
               UNTIL HI-IDX > NB-HISTO
               MOVE HI-NB(HI-IDX) TO OCC-EDIT
               MOVE SPACES TO LISTING-REC
               STRING "  CONSERVE     : " HI-NOM(HI-IDX)(1:40)
                   " " OCC-EDIT " ligne(s), code, montants et"
                   " dates"
                   DELIMITED BY SIZE INTO LISTING-REC
               END-STRING
               PERFORM ECRIRE-LISTING
           END-PERFORM.
           IF ENT-TYPE = "ATM"
               MOVE "  CONSERVE     : atm_cust_links.dat, liens"
                   & " vers les comptes (hash)" TO LISTING-REC
               PERFORM ECRIRE-LISTING
           END-IF.
           MOVE NB-OCC-ENTITE TO OCC-EDIT.
           MOVE NB-FIC-ENTITE TO NB-EDIT.
           MOVE SPACES TO LISTING-REC.
           STRING "  TOTAL        : " FUNCTION TRIM(OCC-EDIT)
               " donnee(s) dans " FUNCTION TRIM(NB-EDIT)
               " fichier(s) de documents"
               DELIMITED BY SIZE INTO LISTING-REC
           END-STRING.
           PERFORM ECRIRE-LISTING.
           EXIT PARAGRAPH.

       ECRIRE-LISTING.
           DISPLAY FUNCTION TRIM(LISTING-REC TRAILING).
           WRITE LISTING-REC.
           EXIT PARAGRAPH.

       OUVRIR-LISTING.
           MOVE SPACES TO LISTING-FILENAME.
           STRING "effacement_simulation_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO LISTING-FILENAME
           END-STRING.
           OPEN OUTPUT LISTING-FILE.
           MOVE SPACES TO LISTING-REC.
           STRING "EFFACEMENT DE DONNEES PERSONNELLES - SIMULATION"
               " DU " WS-TODAY " (" FUNCTION TRIM(ORIGINE-EFFACEMENT)
               ")"
               DELIMITED BY SIZE INTO LISTING-REC
           END-STRING.
           WRITE LISTING-REC.
           MOVE ALL "-" TO LISTING-REC(1:72).
           WRITE LISTING-REC.
           EXIT PARAGRAPH.

       DECLARER-LISTING.
           MOVE "RAPPORT" TO SPOOL-TYPE.
           MOVE LISTING-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           DISPLAY "Liste : " FUNCTION TRIM(LISTING-FILENAME)
               " (spool " SPOOL-NUMERO ")".
           EXIT PARAGRAPH.

      *============================================================
      *  APPLIQUER-ENTITE : masquage effectif des fichiers listes,
      *  anonymisation de la fiche maitre, section du certificat,
      *  registre et piste d'audit.
      *============================================================
       APPLIQUER-ENTITE.
           IF CERTIF-OUVERT = 'N'
               PERFORM OUVRIR-CERTIFICAT
           END-IF.
           MOVE 'O' TO APPLIQUER.
           PERFORM VARYING FI-IDX FROM 1 BY 1
               UNTIL FI-IDX > NB-FICHIERS
               IF FI-OCC(FI-IDX) > 0
                   PERFORM TRAITER-FICHIER
               END-IF
           END-PERFORM.
           MOVE 'N' TO APPLIQUER.
           PERFORM ANONYMISER-MAITRE.
           PERFORM CERTIFIER-ENTITE.
           PERFORM ENREGISTRER-EFFACEMENT.
           EXIT PARAGRAPH.

       ANONYMISER-MAITRE.
           MOVE SPACES TO AUD-FICHIER AUD-CLE.
           MOVE ENT-ID TO AUD-CLE.
           EVALUATE ENT-TYPE
               WHEN "CLIENT"
                   MOVE "cli_master" TO AUD-FICHIER
                   OPEN I-O CLIENT-FILE
                   MOVE ENT-ID TO CL-CODE
                   READ CLIENT-FILE
                       NOT INVALID KEY
                           MOVE MARQUE-EFFACE TO CL-NOM
                           MOVE SPACES TO CL-ADRESSE CL-EMAIL
                           MOVE "P" TO CL-CANAL
                           REWRITE CLIENT-REC
                   END-READ
                   CLOSE CLIENT-FILE
               WHEN "MEMBRE"
                   MOVE "membres" TO AUD-FICHIER
                   OPEN I-O MEMBRES-FILE
                   MOVE ENT-ID TO MEM-NUM
                   READ MEMBRES-FILE
                       NOT INVALID KEY
                           MOVE MARQUE-EFFACE TO MEM-NOM
                           MOVE SPACES TO MEM-CONTACT
                           REWRITE MEMBRES-REC
                   END-READ
                   CLOSE MEMBRES-FILE
               WHEN "ATM"
                   MOVE "customers" TO AUD-FICHIER
                   OPEN I-O ATMCLI-FILE
                   MOVE ENT-ID6 TO CU-ID
                   READ ATMCLI-FILE
                       NOT INVALID KEY
                           MOVE MARQUE-EFFACE TO CU-NOM
                           MOVE SPACES TO CU-PRENOM CU-ADRESSE
                               CU-CP CU-VILLE CU-TEL CU-EMAIL
                           MOVE 0 TO CU-NAISSANCE
                           REWRITE ATM-CLIENT-REC
                   END-READ
                   CLOSE ATMCLI-FILE
               WHEN "PERSONNE"
                   MOVE "eligibilite" TO AUD-FICHIER
                   MOVE ENT-LIBELLE(10:31) TO AUD-CLE
               WHEN OTHER
                   MOVE "eligibilite" TO AUD-FICHIER
           END-EVALUATE.
           MOVE SPACES TO AUD-AVANT AUD-APRES.
           STRING "CERTIFICAT " NUM-CERTIF
               DELIMITED BY SIZE INTO AUD-APRES
           END-STRING.
           CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE AUD-CHAMP
               AUD-AVANT AUD-APRES WS-JOBLOG-PROGRAM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  Certificat : un numero par execution (une demande, ou
      *  toute une purge), une section par personne effacee.
      *------------------------------------------------------------
       OUVRIR-CERTIFICAT.
           MOVE 0 TO NUM-CERTIF.
           OPEN INPUT COUNTER-FILE.
           IF COUNTER-STATUS = "00"
               READ COUNTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(COUNTER-REC)
                           TO NUM-CERTIF
               END-READ
               CLOSE COUNTER-FILE
           END-IF.
           ADD 1 TO NUM-CERTIF.
           OPEN OUTPUT COUNTER-FILE.
           MOVE SPACES TO COUNTER-REC.
           MOVE NUM-CERTIF TO COUNTER-REC(1:6).
           WRITE COUNTER-REC.
           CLOSE COUNTER-FILE.

           MOVE SPACES TO CERTIF-FILENAME.
           STRING "certificat_effacement_" NUM-CERTIF ".txt"
               DELIMITED BY SIZE INTO CERTIF-FILENAME
           END-STRING.
           OPEN OUTPUT CERTIF-FILE.
           MOVE 'O' TO CERTIF-OUVERT.
           MOVE 0 TO NB-CERTIF-PERSONNES NB-CERTIF-OCC.
           MOVE SPACES TO CERTIF-REC.
           STRING "CERTIFICAT D'EFFACEMENT DE DONNEES PERSONNELLES"
               " No " NUM-CERTIF
               DELIMITED BY SIZE INTO CERTIF-REC
           END-STRING.
           WRITE CERTIF-REC.
           MOVE ALL "=" TO CERTIF-REC(1:72).
           WRITE CERTIF-REC.
           MOVE SPACES TO CERTIF-REC.
           STRING "Date       : " WS-TODAY " " WS-TIME(1:2) ":"
               WS-TIME(3:2) ":" WS-TIME(5:2)
               DELIMITED BY SIZE INTO CERTIF-REC
           END-STRING.
           WRITE CERTIF-REC.
           MOVE SPACES TO CERTIF-REC.
           STRING "Operateur  : " WS-OPERATEUR
               DELIMITED BY SIZE INTO CERTIF-REC
           END-STRING.
           WRITE CERTIF-REC.
           MOVE SPACES TO CERTIF-REC.
           IF ORIGINE-EFFACEMENT = "PURGE"
               STRING "Origine    : purge des personnes inactives"
                   " au-dela de la duree de conservation"
                   DELIMITED BY SIZE INTO CERTIF-REC
               END-STRING
           ELSE
               MOVE "Origine    : demande d'effacement de la"
                   & " personne" TO CERTIF-REC
           END-IF.
           WRITE CERTIF-REC.
           MOVE SPACES TO CERTIF-REC.
           WRITE CERTIF-REC.
           EXIT PARAGRAPH.

       CERTIFIER-ENTITE.
           IF ENT-TYPE NOT = "ELIGIB"
               ADD 1 TO NB-CERTIF-PERSONNES
           END-IF.
           ADD NB-OCC-ENTITE TO NB-CERTIF-OCC.
           MOVE SPACES TO CERTIF-REC.
           STRING "Personne   : " FUNCTION TRIM(ENT-LIBELLE)
               DELIMITED BY SIZE INTO CERTIF-REC
           END-STRING.
           WRITE CERTIF-REC.
           IF ENT-MAITRE NOT = SPACES
               MOVE SPACES TO CERTIF-REC
               STRING "  Anonymise : " FUNCTION TRIM(ENT-MAITRE)
                   DELIMITED BY SIZE INTO CERTIF-REC
               END-STRING
               WRITE CERTIF-REC
           END-IF.
           PERFORM VARYING FI-IDX FROM 1 BY 1
               UNTIL FI-IDX > NB-FICHIERS
               IF FI-OCC(FI-IDX) > 0
                   MOVE FI-OCC(FI-IDX) TO OCC-EDIT
                   MOVE SPACES TO CERTIF-REC
                   STRING "  Anonymise : " FI-NOM(FI-IDX)(1:40)
                       " " OCC-EDIT " donnee(s)"
                       DELIMITED BY SIZE INTO CERTIF-REC
                   END-STRING
                   WRITE CERTIF-REC
               END-IF
           END-PERFORM.
           PERFORM VARYING HI-IDX FROM 1 BY 1
               UNTIL HI-IDX > NB-HISTO
               MOVE HI-NB(HI-IDX) TO OCC-EDIT
               MOVE SPACES TO CERTIF-REC
               STRING "  Conserve  : " HI-NOM(HI-IDX)(1:40)
                   " " OCC-EDIT " ligne(s), obligation comptable"
                   DELIMITED BY SIZE INTO CERTIF-REC
               END-STRING
               WRITE CERTIF-REC
           END-PERFORM.
           MOVE SPACES TO CERTIF-REC.
           WRITE CERTIF-REC.
           EXIT PARAGRAPH.

       FERMER-CERTIFICAT.
           IF CERTIF-OUVERT = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE NB-CERTIF-PERSONNES TO NB-EDIT.
           MOVE NB-CERTIF-OCC TO OCC-EDIT7.
           MOVE SPACES TO CERTIF-REC.
           STRING "Total      : " FUNCTION TRIM(NB-EDIT)
               " personne(s), " FUNCTION TRIM(OCC-EDIT7)
               " donnee(s) anonymisee(s)"
               DELIMITED BY SIZE INTO CERTIF-REC
           END-STRING.
           WRITE CERTIF-REC.
           MOVE SPACES TO CERTIF-REC.
           WRITE CERTIF-REC.
           MOVE "Les donnees identifiantes (nom, adresse, contact,"
               & " date de naissance) ont ete" TO CERTIF-REC.
           WRITE CERTIF-REC.
           MOVE "masquees de facon irreversible. Codes, montants,"
               & " dates et references comptables" TO CERTIF-REC.
           WRITE CERTIF-REC.
           MOVE "sont conserves au titre des obligations"
               & " comptables et fiscales." TO CERTIF-REC.
           WRITE CERTIF-REC.
           CLOSE CERTIF-FILE.
           MOVE 'N' TO CERTIF-OUVERT.
           MOVE "CERTIFICAT" TO SPOOL-TYPE.
           MOVE CERTIF-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           DISPLAY "Certificat : " FUNCTION TRIM(CERTIF-FILENAME)
               " (spool " SPOOL-NUMERO "), "
               FUNCTION TRIM(NB-EDIT) " personne(s), "
               FUNCTION TRIM(OCC-EDIT7) " donnee(s) anonymisee(s).".
           EXIT PARAGRAPH.

      *> Registre effacements.txt :
      *> date|certificat|origine|personne|fichiers|donnees|operateur
       ENREGISTRER-EFFACEMENT.
           OPEN EXTEND REGISTRE-FILE.
           IF REGISTRE-STATUS = "35"
               OPEN OUTPUT REGISTRE-FILE
               MOVE "date|certificat|origine|personne|fichiers|"
                   & "donnees|operateur" TO REGISTRE-REC
               WRITE REGISTRE-REC
           END-IF.
           IF REGISTRE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE NB-FIC-ENTITE TO NB-EDIT.
           MOVE NB-OCC-ENTITE TO OCC-EDIT.
           MOVE SPACES TO REGISTRE-REC.
           STRING WS-TODAY "|" NUM-CERTIF "|"
               FUNCTION TRIM(ORIGINE-EFFACEMENT) "|"
               FUNCTION TRIM(ENT-LIBELLE) "|"
               FUNCTION TRIM(NB-EDIT) "|"
               FUNCTION TRIM(OCC-EDIT) "|"
               FUNCTION TRIM(WS-OPERATEUR)
               DELIMITED BY SIZE INTO REGISTRE-REC
           END-STRING.
           WRITE REGISTRE-REC.
           CLOSE REGISTRE-FILE.
           EXIT PARAGRAPH.
