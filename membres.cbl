      *    LISTE : liste seulement ;
      *    HISTORIQUE <num> : l'historique des prets d'un membre ;
      *    DETENTIONS [N] : les membres detenant plus de N albums
      *        sortis (3 par defaut), depuis loans.dat ;
      *    RENOUVELER <num> [<categorie>] : renouvellement annuel
      *        de l'adhesion, sous identification operateur ;
      *    ECHEANCES : traitement mensuel des adhesions (etape
      *        MEMBRES-ECHEANCES, MONTHLY:1, de la sequence par
      *        defaut de NIGHTLY-BATCH-DRIVER).
      *
      *  Adhesion : chaque membre a une categorie (STANDARD par
      *  defaut, JEUNE, SENIOR...) et une date d'expiration ;
      *  ALBUM-EXAMPLE refuse le pret et la reservation a un
      *  membre expire. RENOUVELER repousse l'expiration d'un an
      *  (depuis l'ancienne expiration, ou depuis aujourd'hui si
      *  elle est passee), remet le membre actif et pose la
      *  cotisation de la categorie (cle COTISATION-<categorie>
      *  de parametres.txt, 15.00 par defaut) au livre amendes.txt
      *  en type COTISATION - due comme une amende, reglee par
      *  AMENDES PAIEMENT. ECHEANCES envoie une lettre de rappel
      *  aux membres actifs qui expirent dans les
      *  MEMBRE-PREAVIS-JOURS (30) jours ou sont expires depuis
      *  moins de MEMBRE-GRACE-JOURS (30) jours - une seule par
      *  echeance, MEM-DATE-RELANCE garde la date d'envoi - et
      *  passe au statut L (adhesion echue) ceux dont la periode
      *  de grace est depassee. Les lettres vont dans
      *  relances_membres_AAAAMMJJ.txt, declare au spool (type
      *  RELANCE).
      *
      *  membres.txt accepte deux colonnes de plus,
      *  CATEGORIE|EXPIRATION (AAAAMMJJ) ; absentes, un membre
      *  existant garde les siennes et un nouveau membre part en
      *  STANDARD pour un an. Un registre ecrit avant l'adhesion
      *  se convertit une fois par MEMBRES-CONVERT.
      *============================================================

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS L-ID
               FILE STATUS IS LOANS-STATUS.
           SELECT HISTO-FILE ASSIGN TO DYNAMIC HISTO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTO-STATUS.
           SELECT ARCHIVES-FILE ASSIGN TO "exercices_archives.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVES-STATUS.
           SELECT IMPORT-FILE ASSIGN TO "membres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMPORT-STATUS.
           SELECT AMENDES-FILE ASSIGN TO "amendes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AMENDES-STATUS.
           SELECT LETTRE-FILE ASSIGN TO DYNAMIC LETTRE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTRE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  MEM-NOM             PIC X(30).
           05  MEM-CONTACT         PIC X(30).
           05  MEM-STATUT          PIC X.
           05  MEM-CATEGORIE       PIC X(8).
           05  MEM-EXPIRATION      PIC 9(8).
           05  MEM-DATE-RELANCE    PIC 9(8).
       FD  LOANS-FILE.
       01  LOAN-REC.
           05  L-ID                PIC X(10).
           05  L-SORTI             PIC X.
       FD  HISTO-FILE.
       01  HISTO-REC               PIC X(80).
       FD  ARCHIVES-FILE.
       01  ARCHIVES-REC            PIC X(200).
       FD  IMPORT-FILE.
       01  IMPORT-REC              PIC X(120).
       FD  AMENDES-FILE.
       01  AMENDES-REC             PIC X(80).
       FD  LETTRE-FILE.
       01  LETTRE-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       77  MEMBRES-STATUS          PIC X(2) VALUE SPACES.
       77  LOANS-STATUS            PIC X(2) VALUE SPACES.
       77  HISTO-STATUS            PIC X(2) VALUE SPACES.
       77  HISTO-FILENAME          PIC X(64)
           VALUE "prets_histo.txt".
       77  ARCHIVES-STATUS         PIC X(2) VALUE SPACES.
       77  NB-SOURCES-HISTO        PIC 9(3) VALUE 0.
       01  ARC-CH1                 PIC X(8).
       01  ARC-CH2                 PIC X(10).
       01  ARC-CH3                 PIC X(24).
       01  ARC-CH4                 PIC X(64).
       77  IMPORT-STATUS           PIC X(2) VALUE SPACES.
       77  ARG-MODE                PIC X(16) VALUE SPACES.
       77  ARG-2                   PIC X(16) VALUE SPACES.
       01  INP-CH2                 PIC X(32).
       01  INP-CH3                 PIC X(32).
       01  INP-CH4                 PIC X(32).
       01  INP-CH5                 PIC X(32).
       01  INP-CH6                 PIC X(32).
       01  HIS-CH1                 PIC X(16).
       01  HIS-CH2                 PIC X(16).
       01  HIS-CH3                 PIC X(16).
           05  DT-MEMBRE           PIC X(20).
           05  DT-NB               PIC 9(3).

      *> Adhesions : renouvellement, rappels et passage en echu.
       77  AMENDES-STATUS          PIC X(2) VALUE SPACES.
       77  LETTRE-STATUS           PIC X(2) VALUE SPACES.
       77  LETTRE-FILENAME         PIC X(64) VALUE SPACES.
       77  LETTRE-OUVERTE          PIC X VALUE 'N'.
       77  ARG-3                   PIC X(16) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  MEMBRE-EXISTANT         PIC X VALUE 'N'.
       77  DATE-BASE               PIC 9(8) VALUE 0.
       77  DATE-UN-AN              PIC 9(8) VALUE 0.
       77  PREAVIS-JOURS           PIC 9(3) VALUE 30.
       77  GRACE-JOURS             PIC 9(3) VALUE 30.
       77  JOURS-RESTANTS          PIC S9(7) VALUE 0.
       77  MONTANT-COTISATION      PIC 9(5)V99 VALUE 0.
       77  MONTANT-EDIT            PIC -(5)9.99.
       77  NB-RAPPELS              PIC 9(4) VALUE 0.
       77  NB-ECHUS                PIC 9(4) VALUE 0.
       77  DU-ACTION               PIC X(8) VALUE SPACES.
       77  DU-DATE-1               PIC 9(8) VALUE 0.
       77  DU-DATE-2               PIC 9(8) VALUE 0.
       77  DU-NOMBRE               PIC S9(7) VALUE 0.
       77  DU-RESULTAT             PIC X(2) VALUE SPACES.
       77  PRM-CLE                 PIC X(24) VALUE SPACES.
       77  PRM-DEFAUT              PIC X(40) VALUE SPACES.
       77  PRM-VALEUR              PIC X(40) VALUE SPACES.
       77  PRM-RESULTAT            PIC X(2) VALUE SPACES.
       77  SPOOL-TYPE              PIC X(12) VALUE "RELANCE".
       77  SPOOL-FICHIER           PIC X(64) VALUE SPACES.
       77  SPOOL-NUMERO            PIC 9(6) VALUE 0.
       77  WS-OPERATEUR            PIC X(8) VALUE SPACES.
       77  SIGNON-RESULTAT         PIC X(2) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20) VALUE "MEMBRES".
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN I-O MEMBRES-FILE
           IF MEMBRES-STATUS = "35"
                           TO SEUIL-DETENTION
                   END-IF
                   PERFORM RAPPORT-DETENTIONS
               WHEN "RENOUVELER"
                   ACCEPT ARG-2 FROM ARGUMENT-VALUE
                   ACCEPT ARG-3 FROM ARGUMENT-VALUE
                   INSPECT ARG-3 CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   PERFORM RENOUVELER-ADHESION
               WHEN "ECHEANCES"
                   PERFORM TRAITER-ECHEANCES
               WHEN OTHER
                   PERFORM IMPORTER-MEMBRES
                   PERFORM LISTER-MEMBRES
           IF FUNCTION LENGTH(FUNCTION TRIM(IMPORT-REC)) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO INP-CH1 INP-CH2 INP-CH3 INP-CH4
               INP-CH5 INP-CH6.
           UNSTRING IMPORT-REC DELIMITED BY ALL "|"
               INTO INP-CH1 INP-CH2 INP-CH3 INP-CH4 INP-CH5 INP-CH6
           END-UNSTRING.
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-CH1)) = 0
               EXIT PARAGRAPH
           END-IF.
      *> un membre existant garde categorie, expiration et statut
      *> d'adhesion quand les colonnes sont vides
           MOVE INP-CH1 TO MEM-NUM.
           MOVE 'O' TO MEMBRE-EXISTANT.
           READ MEMBRES-FILE
               INVALID KEY
                   MOVE 'N' TO MEMBRE-EXISTANT
           END-READ.
           IF MEMBRE-EXISTANT = 'N'
               MOVE INP-CH1 TO MEM-NUM
               MOVE "A" TO MEM-STATUT
               MOVE "STANDARD" TO MEM-CATEGORIE
               MOVE WS-TODAY TO DATE-BASE
               PERFORM CALCULER-UN-AN
               MOVE DATE-UN-AN TO MEM-EXPIRATION
               MOVE 0 TO MEM-DATE-RELANCE
           END-IF.
           MOVE INP-CH2 TO MEM-NOM.
           MOVE INP-CH3 TO MEM-CONTACT.
           INSPECT INP-CH4 CONVERTING "asl" TO "ASL".
           EVALUATE INP-CH4(1:1)
               WHEN "S"
                   MOVE "S" TO MEM-STATUT
               WHEN "L"
                   MOVE "L" TO MEM-STATUT
               WHEN "A"
                   MOVE "A" TO MEM-STATUT
               WHEN OTHER
                   IF MEM-STATUT = "S"
                       MOVE "A" TO MEM-STATUT
                   END-IF
           END-EVALUATE.
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-CH5)) > 0
               INSPECT INP-CH5 CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE INP-CH5 TO MEM-CATEGORIE
           END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-CH6)) = 8
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(INP-CH6)) = 0
               MOVE "VALIDER" TO DU-ACTION
               MOVE FUNCTION NUMVAL(INP-CH6) TO DU-DATE-1
               CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1
                   DU-DATE-2 DU-NOMBRE DU-RESULTAT
               IF DU-RESULTAT = "00"
                   IF DU-DATE-1 NOT = MEM-EXPIRATION
                       MOVE 0 TO MEM-DATE-RELANCE
                   END-IF
                   MOVE DU-DATE-1 TO MEM-EXPIRATION
               ELSE
                   DISPLAY "Expiration impossible ignoree ("
                       FUNCTION TRIM(INP-CH1) ") : "
                       FUNCTION TRIM(INP-CH6)
               END-IF
           END-IF.
           WRITE MEMBRES-REC
               INVALID KEY
                   AT END EXIT PERFORM
               END-READ
               DISPLAY "  " MEM-NUM " " MEM-NOM " "
                   MEM-CONTACT " [" MEM-STATUT "] "
                   MEM-CATEGORIE " exp. " MEM-EXPIRATION
           END-PERFORM.
           EXIT PARAGRAPH.

      *============================================================
      *  HISTORIQUE-MEMBRE : lignes de prets_histo.txt du membre,
      *  dans l'ordre d'ecriture (chronologique) - d'abord celles
      *  des exercices clos, archivees par CLOTURE-EXERCICE et
      *  retrouvees par l'index exercices_archives.txt.
      *============================================================
       HISTORIQUE-MEMBRE.
           IF FUNCTION TRIM(ARG-2) = SPACES
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "=== HISTORIQUE DU MEMBRE "
               FUNCTION TRIM(ARG-2) " ===".
           MOVE 0 TO NB-LIGNES NB-SOURCES-HISTO.
           OPEN INPUT ARCHIVES-FILE.
           IF ARCHIVES-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ ARCHIVES-FILE
                       AT END EXIT PERFORM
                   END-READ
                   MOVE SPACES TO ARC-CH1 ARC-CH2 ARC-CH3 ARC-CH4
                   UNSTRING ARCHIVES-REC DELIMITED BY "|"
                       INTO ARC-CH1 ARC-CH2 ARC-CH3 ARC-CH4
                   END-UNSTRING
                   IF ARC-CH2 = "ARCHIVE"
                       AND ARC-CH3 = "prets_histo.txt"
                       MOVE ARC-CH4 TO HISTO-FILENAME
                       PERFORM LIRE-FICHIER-HISTO
                   END-IF
               END-PERFORM
               CLOSE ARCHIVES-FILE
           END-IF.
           MOVE "prets_histo.txt" TO HISTO-FILENAME.
           PERFORM LIRE-FICHIER-HISTO.
           IF NB-SOURCES-HISTO = 0
               DISPLAY "Aucun historique (prets_histo.txt absent)."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           IF NB-LIGNES = 0
               DISPLAY "  (aucune ligne)"
           END-IF.
           EXIT PARAGRAPH.

       LIRE-FICHIER-HISTO.
           OPEN INPUT HISTO-FILE.
           IF HISTO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-SOURCES-HISTO.
           PERFORM UNTIL 1 = 0
               READ HISTO-FILE
                   AT END EXIT PERFORM
               END-READ
           END-PERFORM.
           CLOSE HISTO-FILE.
           EXIT PARAGRAPH.

       AFFICHER-LIGNE-HISTO.
           MOVE L-EMPRUNTEUR TO DT-MEMBRE(NB-DETENTEURS).
           MOVE 1 TO DT-NB(NB-DETENTEURS).
           EXIT PARAGRAPH.

      *============================================================
      *  RENOUVELER-ADHESION : un an de plus, membre remis actif,
      *  cotisation de la categorie posee au livre amendes.txt.
      *============================================================
       RENOUVELER-ADHESION.
           IF FUNCTION TRIM(ARG-2) = SPACES
               DISPLAY "USAGE: membres RENOUVELER <numero>"
                   " [<categorie>]"
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE ARG-2 TO MEM-NUM.
           READ MEMBRES-FILE
               INVALID KEY
                   DISPLAY "Membre inconnu au registre ("
                       FUNCTION TRIM(ARG-2) ")."
                   MOVE 4 TO WS-JOBLOG-RC
                   EXIT PARAGRAPH
           END-READ.
           IF MEM-STATUT = "S"
               DISPLAY "Refus : membre suspendu ("
                   FUNCTION TRIM(MEM-NOM) "), pas de renouvellement."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT
           IF SIGNON-RESULTAT = "91"
               DISPLAY "Identification operateur refusee, fin."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(ARG-3) NOT = SPACES
               MOVE ARG-3 TO MEM-CATEGORIE
           END-IF.
           IF MEM-CATEGORIE = SPACES
               MOVE "STANDARD" TO MEM-CATEGORIE
           END-IF.
           PERFORM CHERCHER-COTISATION.
           IF MEM-EXPIRATION > WS-TODAY
               MOVE MEM-EXPIRATION TO DATE-BASE
           ELSE
               MOVE WS-TODAY TO DATE-BASE
           END-IF.
           PERFORM CALCULER-UN-AN.
           MOVE DATE-UN-AN TO MEM-EXPIRATION.
           MOVE "A" TO MEM-STATUT.
           MOVE 0 TO MEM-DATE-RELANCE.
           REWRITE MEMBRES-REC
               INVALID KEY
                   DISPLAY "Erreur registre des membres ("
                       FUNCTION TRIM(MEM-NUM) ") : " MEMBRES-STATUS
                   MOVE 8 TO WS-JOBLOG-RC
                   CALL "OPERATOR-SIGNOFF"
                   EXIT PARAGRAPH
           END-REWRITE.
           IF MONTANT-COTISATION > 0
               OPEN EXTEND AMENDES-FILE
               IF AMENDES-STATUS = "35"
                   OPEN OUTPUT AMENDES-FILE
               END-IF
               IF AMENDES-STATUS = "00"
                   MOVE SPACES TO AMENDES-REC
                   STRING WS-TODAY "|" FUNCTION TRIM(MEM-NUM)
                       "|COTISATION|" FUNCTION TRIM(MONTANT-EDIT)
                       "|" FUNCTION TRIM(MEM-CATEGORIE)
                       DELIMITED BY SIZE INTO AMENDES-REC
                   END-STRING
                   WRITE AMENDES-REC
                   CLOSE AMENDES-FILE
               ELSE
                   DISPLAY "Livre des amendes indisponible (status "
                       AMENDES-STATUS ") : cotisation a poser a la"
                       " main."
                   MOVE 4 TO WS-JOBLOG-RC
               END-IF
           END-IF.
           DISPLAY "Adhesion renouvelee : " FUNCTION TRIM(MEM-NUM)
               " " FUNCTION TRIM(MEM-NOM) " ("
               FUNCTION TRIM(MEM-CATEGORIE) "), expire le "
               MEM-EXPIRATION ", cotisation "
               FUNCTION TRIM(MONTANT-EDIT) " EUR due.".
           CALL "OPERATOR-SIGNOFF".
           EXIT PARAGRAPH.

      *============================================================
      *  CHERCHER-COTISATION : cotisation annuelle de la categorie
      *  MEM-CATEGORIE (cle COTISATION-<categorie>).
      *============================================================
       CHERCHER-COTISATION.
           MOVE SPACES TO PRM-CLE.
           STRING "COTISATION-" FUNCTION TRIM(MEM-CATEGORIE)
               DELIMITED BY SIZE INTO PRM-CLE
           END-STRING.
           MOVE "15.00" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO MONTANT-COTISATION
           ELSE
               MOVE 15.00 TO MONTANT-COTISATION
           END-IF.
           MOVE MONTANT-COTISATION TO MONTANT-EDIT.
           EXIT PARAGRAPH.

      *============================================================
      *  CALCULER-UN-AN : DATE-UN-AN = DATE-BASE + 1 an (29/02
      *  ramene au 28/02).
      *============================================================
       CALCULER-UN-AN.
           COMPUTE DATE-UN-AN = DATE-BASE + 10000.
           IF DATE-UN-AN(5:4) = "0229"
               MOVE "0228" TO DATE-UN-AN(5:4)
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  TRAITER-ECHEANCES : rappels avant expiration et passage
      *  en statut L au-dela de la periode de grace.
      *============================================================
       TRAITER-ECHEANCES.
           MOVE "MEMBRE-PREAVIS-JOURS" TO PRM-CLE.
           MOVE "30" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO PREAVIS-JOURS
           END-IF.
           MOVE "MEMBRE-GRACE-JOURS" TO PRM-CLE.
           MOVE "30" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO GRACE-JOURS
           END-IF.
           MOVE 0 TO NB-RAPPELS NB-ECHUS.
           MOVE 'N' TO LETTRE-OUVERTE.
           MOVE SPACES TO LETTRE-FILENAME.
           STRING "relances_membres_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO LETTRE-FILENAME
           END-STRING.
           DISPLAY "=== ECHEANCES DES ADHESIONS AU " WS-TODAY
               " (preavis " PREAVIS-JOURS " j, grace " GRACE-JOURS
               " j) ===".
           MOVE LOW-VALUES TO MEM-NUM.
           START MEMBRES-FILE KEY IS NOT LESS THAN MEM-NUM
               INVALID KEY
                   DISPLAY "  (aucun membre)"
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
               READ MEMBRES-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF MEM-STATUT = "A" AND MEM-EXPIRATION > 0
                   PERFORM TRAITER-ECHEANCE-MEMBRE
               END-IF
           END-PERFORM.
           IF LETTRE-OUVERTE = 'O'
               CLOSE LETTRE-FILE
               MOVE LETTRE-FILENAME TO SPOOL-FICHIER
               CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
                   WS-JOBLOG-PROGRAM SPOOL-NUMERO
               DISPLAY "Lettres : " FUNCTION TRIM(LETTRE-FILENAME)
                   " (spool " SPOOL-NUMERO ")"
           END-IF.
           DISPLAY NB-RAPPELS " rappel(s) envoye(s), " NB-ECHUS
               " adhesion(s) passee(s) en echu.".
           EXIT PARAGRAPH.

       TRAITER-ECHEANCE-MEMBRE.
           MOVE "ECART" TO DU-ACTION.
           MOVE WS-TODAY TO DU-DATE-1.
           MOVE MEM-EXPIRATION TO DU-DATE-2.
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
               DU-NOMBRE DU-RESULTAT.
           IF DU-RESULTAT NOT = "00"
               DISPLAY "  " MEM-NUM " expiration invalide "
                   MEM-EXPIRATION
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE DU-NOMBRE TO JOURS-RESTANTS.
           IF JOURS-RESTANTS + GRACE-JOURS < 0
               MOVE "L" TO MEM-STATUT
               REWRITE MEMBRES-REC
                   INVALID KEY
                       DISPLAY "Erreur registre des membres ("
                           FUNCTION TRIM(MEM-NUM) ") : "
                           MEMBRES-STATUS
                       MOVE 8 TO WS-JOBLOG-RC
                       EXIT PARAGRAPH
               END-REWRITE
               ADD 1 TO NB-ECHUS
               DISPLAY "  " MEM-NUM " " MEM-NOM " echu (expire le "
                   MEM-EXPIRATION ")"
               EXIT PARAGRAPH
           END-IF.
           IF JOURS-RESTANTS > PREAVIS-JOURS
               EXIT PARAGRAPH
           END-IF.
      *> un seul rappel par echeance : deja relance depuis
      *> l'ouverture du preavis = rien de plus
           IF MEM-DATE-RELANCE > 0
               MOVE "ECART" TO DU-ACTION
               MOVE MEM-DATE-RELANCE TO DU-DATE-1
               MOVE MEM-EXPIRATION TO DU-DATE-2
               CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1
                   DU-DATE-2 DU-NOMBRE DU-RESULTAT
               IF DU-RESULTAT = "00" AND DU-NOMBRE <= PREAVIS-JOURS
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM ECRIRE-LETTRE-RAPPEL.
           IF LETTRE-OUVERTE = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TODAY TO MEM-DATE-RELANCE.
           REWRITE MEMBRES-REC
               INVALID KEY
                   DISPLAY "Erreur registre des membres ("
                       FUNCTION TRIM(MEM-NUM) ") : " MEMBRES-STATUS
                   MOVE 8 TO WS-JOBLOG-RC
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO NB-RAPPELS.
           DISPLAY "  " MEM-NUM " " MEM-NOM " rappel (expire le "
               MEM-EXPIRATION ")".
           EXIT PARAGRAPH.

      *============================================================
      *  ECRIRE-LETTRE-RAPPEL : une lettre de rappel par membre
      *  dans relances_membres_AAAAMMJJ.txt.
      *============================================================
       ECRIRE-LETTRE-RAPPEL.
           IF LETTRE-OUVERTE = 'N'
               OPEN OUTPUT LETTRE-FILE
               IF LETTRE-STATUS NOT = "00"
                   DISPLAY "Fichier des lettres inouvrable (status "
                       LETTRE-STATUS ")."
                   MOVE 8 TO WS-JOBLOG-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE 'O' TO LETTRE-OUVERTE
           END-IF.
           PERFORM CHERCHER-COTISATION.
           MOVE ALL "=" TO LETTRE-REC.
           WRITE LETTRE-REC.
           MOVE SPACES TO LETTRE-REC.
           STRING FUNCTION TRIM(MEM-NOM) " (membre "
               FUNCTION TRIM(MEM-NUM) ")"
               DELIMITED BY SIZE INTO LETTRE-REC
           END-STRING.
           WRITE LETTRE-REC.
           MOVE SPACES TO LETTRE-REC.
           STRING "Contact : " FUNCTION TRIM(MEM-CONTACT)
               DELIMITED BY SIZE INTO LETTRE-REC
           END-STRING.
           WRITE LETTRE-REC.
           MOVE SPACES TO LETTRE-REC.
           WRITE LETTRE-REC.
           IF JOURS-RESTANTS < 0
               MOVE SPACES TO LETTRE-REC
               STRING "Votre adhesion a expire le " MEM-EXPIRATION
                   "." DELIMITED BY SIZE INTO LETTRE-REC
               END-STRING
           ELSE
               MOVE SPACES TO LETTRE-REC
               STRING "Votre adhesion expire le " MEM-EXPIRATION
                   "." DELIMITED BY SIZE INTO LETTRE-REC
               END-STRING
           END-IF.
           WRITE LETTRE-REC.
           MOVE SPACES TO LETTRE-REC.
           STRING "Cotisation annuelle "
               FUNCTION TRIM(MEM-CATEGORIE) " : "
               FUNCTION TRIM(MONTANT-EDIT)
               " EUR, a regler au guichet."
               DELIMITED BY SIZE INTO LETTRE-REC
           END-STRING.
           WRITE LETTRE-REC.
           MOVE "Sans renouvellement, les prets et reservations"
               TO LETTRE-REC.
           WRITE LETTRE-REC.
           MOVE "ne sont plus possibles apres cette date."
               TO LETTRE-REC.
           WRITE LETTRE-REC.
           MOVE SPACES TO LETTRE-REC.
           WRITE LETTRE-REC.
           EXIT PARAGRAPH.
