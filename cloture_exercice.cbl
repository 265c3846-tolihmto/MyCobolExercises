       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOTURE-EXERCICE.

      *============================================================
      *  Cloture annuelle de l'exercice et archivage des pieces
      *  closes : factures.txt, commandes_clients.txt,
      *  receptions.txt, prets_histo.txt et l'historique ATM ne
      *  faisaient que grossir, et chaque etat relisait des annees
      *  d'historique.
      *
      *    ./cloture_exercice CONTROLER AAAA : controles seuls ;
      *    ./cloture_exercice CLOTURER AAAA  : controles puis, si
      *        rien ne bloque, archivage et bascule des compteurs
      *        (operateur de role ADMIN) ;
      *    ./cloture_exercice LISTE : l'index des archives.
      *
      *  L'exercice AAAA couvre douze mois a partir du mois
      *  EXERCICE-PREMIER-MOIS de parametres.txt (01 par defaut :
      *  l'annee civile AAAA ; 07 : de juillet AAAA-1 a juin
      *  AAAA). Il doit etre termine, et se cloture dans l'ordre :
      *  un exercice deja a l'index, ou anterieur au dernier
      *  clos, est refuse.
      *
      *  Controles bloquants :
      *    - les douze periodes FERMEE au calendrier periodes.txt
      *      (PERIODES-COMPTABLES) ;
      *    - toute commande datee de l'exercice (champ 8 du
      *      registre, une ligne sans date compte comme
      *      anterieure) facturee (factures.txt) ou annulee -
      *      registre des commandes abandonnees
      *      commandes_annulees.txt (NUM|DATE|MOTIF) tenu par
      *      l'administration des ventes ;
      *    - aucun picking de l'exercice encore ouvert
      *      (pickings_ouverts.txt de CONFIRMATION-PICKING) ;
      *    - aucun journal ATM du jour atm_ledger_AAAAMMJJ.txt de
      *      l'exercice encore sur disque : ATM-HISTORY-LOAD doit
      *      l'avoir verse dans atm_history.dat (un journal a
      *      chaine cassee se repare d'abord).
      *
      *  Ne part a l'archive que ce qui est clos a la fin de
      *  l'exercice (et tout ce qui l'est depuis plus longtemps,
      *  au premier passage) :
      *    - une facture datee de l'exercice et soldee (reglements
      *      de reglements.txt et avoirs de avoirs.txt au moins
      *      egaux au TTC), avec ses lignes factures_lignes.txt,
      *      ses reglements et ses avoirs - une facture ouverte
      *      est reportee sur l'exercice suivant ;
      *    - les lignes d'une commande dont la facture part a
      *      l'archive, ou d'une commande annulee jamais facturee ;
      *    - les receptions de l'exercice d'un bon qui n'est plus
      *      au registre des bons ouverts po_en_cours.txt ;
      *    - les lignes de prets_histo.txt de l'exercice, hors
      *      albums encore sortis (dernier evenement PRET ou
      *      PROLONG) ;
      *    - les mouvements de l'exercice de l'historique indexe
      *      atm_history.dat.
      *  Chaque registre est reecrit sans ses lignes archivees, et
      *  celles-ci partent dans exercice_AAAA/<registre>_<fin>.txt
      *  (fin = dernier jour de l'exercice AAAAMMJJ), avec leur
      *  .ctl de totaux de controle (CONTROLE-TOTAUX : nombre de
      *  lignes, total TTC, montant ou quantite selon le
      *  registre). Les lignes d'en-tete restent et sont recopiees
      *  en tete de l'archive.
      *
      *  Compteurs de pieces fact_counter.txt, cde_counter.txt et
      *  po_counter.txt : parametre EXERCICE-NUMEROTATION,
      *    PREFIXE (defaut) : la numerotation repart a AA0001, AA
      *        = deux derniers chiffres de l'exercice suivant (un
      *        compteur deja au-dela est laisse tel quel) ;
      *    RAZ : la numerotation repart a 000001 - refusee (repli
      *        sur PREFIXE) pour un compteur dont le registre garde
      *        des pieces reportees, qui auraient les memes
      *        numeros ;
      *    CONTINUE : compteurs inchanges.
      *  Chaque changement de compteur laisse son image avant/apres
      *  dans la piste d'audit (AUDIT-TRACE, fichier "compteurs").
      *
      *  L'index exercices_archives.txt garde une ligne par
      *  archive et par compteur bascule :
      *    EXERCICE|TYPE|SOURCE|ARCHIVE|NOMBRE|TOTAL|DEBUT|FIN|
      *    DATE|OPERATEUR
      *  (TYPE ARCHIVE : registre d'origine, fichier d'archive,
      *  nombre de lignes et total de controle ; TYPE COMPTEUR :
      *  fichier compteur, "-", ancienne et nouvelle valeur).
      *  INDEX-RAPPORTS indexe les archives pour RECHERCHE-RAPPORTS,
      *  et les consultations (historique des prets de MEMBRES,
      *  ATM-HISTORY-INQUIRY) relisent les archives par cet index.
      *
      *  Le catalogue est verrouille (FILE-LOCK inv_master) pendant
      *  l'archivage : les sessions de comptoir et de quai ne
      *  peuvent pas ecrire dans les registres en meme temps.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODES-FILE ASSIGN TO "periodes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODES-STATUS.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC SOURCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-STATUS.
           SELECT RESTE-FILE ASSIGN TO DYNAMIC RESTE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT INDEX-FILE ASSIGN TO "exercices_archives.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDEX-STATUS.
           SELECT COUNTER-FILE ASSIGN TO DYNAMIC COUNTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTER-STATUS.
           SELECT LIST-FILE ASSIGN TO "cloture_exercice.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "atm_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLE
               FILE STATUS IS HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODES-FILE.
       01  PERIODES-REC            PIC X(80).
       FD  SOURCE-FILE.
       01  SOURCE-REC              PIC X(256).
       FD  RESTE-FILE.
       01  RESTE-REC               PIC X(256).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC             PIC X(256).
       FD  INDEX-FILE.
       01  INDEX-REC               PIC X(200).
       FD  COUNTER-FILE.
       01  COUNTER-REC             PIC X(20).
       FD  LIST-FILE.
       01  LIST-REC                PIC X(200).
       FD  HISTORY-FILE.
       01  HISTORY-REC.
           05  HIS-CLE.
               10  HIS-HASH        PIC X(64).
               10  HIS-SEQ         PIC 9(9).
           05  HIS-OP              PIC X(16).
           05  HIS-MONTANT         PIC S9(13)V99.
           05  HIS-SOLDE           PIC S9(13)V99.
           05  HIS-TS              PIC X(17).
           05  HIS-CARTE           PIC X(12).
           05  HIS-TERM            PIC X(8).

       WORKING-STORAGE SECTION.
       77  PERIODES-STATUS         PIC X(2) VALUE SPACES.
       77  SOURCE-STATUS           PIC X(2) VALUE SPACES.
       77  RESTE-STATUS            PIC X(2) VALUE SPACES.
       77  ARCHIVE-STATUS          PIC X(2) VALUE SPACES.
       77  INDEX-STATUS            PIC X(2) VALUE SPACES.
       77  COUNTER-STATUS          PIC X(2) VALUE SPACES.
       77  LIST-STATUS             PIC X(2) VALUE SPACES.
       77  HISTORY-STATUS          PIC X(2) VALUE SPACES.
       77  SOURCE-FILENAME         PIC X(64) VALUE SPACES.
       77  RESTE-FILENAME          PIC X(64) VALUE SPACES.
       77  ARCHIVE-FILENAME        PIC X(64) VALUE SPACES.
       77  COUNTER-FILENAME        PIC X(20) VALUE SPACES.
       77  CMD-W                   PIC X(250) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  WS-J                    PIC 9(4) VALUE 0.
       77  ARG-MODE                PIC X(16) VALUE SPACES.
       77  ARG-ANNEE               PIC X(8) VALUE SPACES.

      *> Exercice a clore : bornes, douze mois, prefixe de
      *> numerotation de l'exercice suivant.
       77  EXERCICE                PIC 9(4) VALUE 0.
       77  PREMIER-MOIS            PIC 9(2) VALUE 1.
       77  DATE-DEBUT              PIC 9(8) VALUE 0.
       77  DATE-FIN                PIC 9(8) VALUE 0.
       77  MOIS-W                  PIC 9(6) VALUE 0.
       77  PREFIXE-SUIVANT         PIC 9(2) VALUE 0.
       01  TAB-MOIS.
           05  MO-ENTREE OCCURS 12.
               10  MO-MOIS         PIC 9(6).
               10  MO-STATUT       PIC X(12).
       77  DOSSIER-ARCHIVE         PIC X(16) VALUE SPACES.
       77  NUMEROTATION            PIC X(12) VALUE "PREFIXE".

      *> Controles : nombre de points bloquants, factures
      *> reportees.
       77  NB-BLOQUANTS            PIC 9(5) VALUE 0.
       77  NB-REPORTEES            PIC 9(5) VALUE 0.
       77  NB-EDIT                 PIC Z(4)9.
       77  MONTANT-EDIT            PIC -(9)9.99.
       77  MONTANT-EDIT2           PIC -(9)9.99.

      *> Factures du registre : commande, date, TTC, deja regle
      *> (reglements + avoirs), archivable.
       77  NB-FACTURES             PIC 9(4) VALUE 0.
       01  TAB-FACTURES.
           05  FA-ENTREE OCCURS 5000.
               10  FA-NUM          PIC 9(6).
               10  FA-CDE          PIC 9(6).
               10  FA-DATE         PIC 9(8).
               10  FA-TTC          PIC S9(9)V99.
               10  FA-REGLE        PIC S9(9)V99.
               10  FA-ARCHIVE      PIC X.
       77  IDX-FACT                PIC 9(4) VALUE 0.
       77  NUM-CHERCHE             PIC 9(6) VALUE 0.

      *> Commandes du registre : date, facturee, annulee, gardee
      *> (une de ses factures est reportee), archivable.
       77  NB-COMMANDES            PIC 9(4) VALUE 0.
       01  TAB-COMMANDES.
           05  CO-ENTREE OCCURS 5000.
               10  CO-NUM          PIC 9(6).
               10  CO-DATE         PIC 9(8).
               10  CO-FACTUREE     PIC X.
               10  CO-ANNULEE      PIC X.
               10  CO-GARDEE       PIC X.
               10  CO-ARCHIVE      PIC X.
       77  IDX-CDE                 PIC 9(4) VALUE 0.

      *> Bons fournisseurs encore ouverts (po_en_cours.txt).
       77  NB-BONS                 PIC 9(4) VALUE 0.
       01  TAB-BONS.
           05  BO-NUM OCCURS 3000  PIC 9(6).
       77  BON-OUVERT              PIC X VALUE 'N'.

      *> Albums et dernier evenement de pret (prets_histo.txt).
       77  NB-ALBUMS               PIC 9(4) VALUE 0.
       01  TAB-ALBUMS.
           05  AL-ENTREE OCCURS 3000.
               10  AL-ID           PIC X(16).
               10  AL-SORTI        PIC X.
       77  IDX-ALBUM               PIC 9(4) VALUE 0.
       77  ALBUM-SORTI             PIC X VALUE 'N'.

      *> Ligne de registre decoupee.
       01  LG-CH1                  PIC X(40).
       01  LG-CH2                  PIC X(40).
       01  LG-CH3                  PIC X(40).
       01  LG-CH4                  PIC X(40).
       01  LG-CH5                  PIC X(40).
       01  LG-CH6                  PIC X(40).
       01  LG-CH7                  PIC X(40).
       01  LG-CH8                  PIC X(40).
       01  LG-CH9                  PIC X(40).
       77  DATE-LIGNE              PIC 9(8) VALUE 0.
       77  DATE-W                  PIC X(8) VALUE SPACES.

      *> Archivage d'un registre : code du registre, nom de base
      *> de l'archive, decision et montant de la ligne, cumuls.
       77  REGISTRE-CODE           PIC X(10) VALUE SPACES.
       77  REGISTRE-BASE           PIC X(24) VALUE SPACES.
       77  ARCHIVER-LIGNE          PIC X VALUE 'N'.
       77  MONTANT-LIGNE           PIC S9(11)V99 VALUE 0.
       77  NB-ARCHIVEES            PIC 9(7) VALUE 0.
       77  NB-GARDEES              PIC 9(7) VALUE 0.
       77  TOTAL-ARCHIVE           PIC S9(13)V99 VALUE 0.
       77  ARCHIVE-OUVERTE         PIC X VALUE 'N'.
       77  NB-ARCHIVES             PIC 9(3) VALUE 0.

      *> Totaux de controle de chaque archive (CONTROLE-TOTAUX).
       01  CT-ACTION               PIC X(8) VALUE "ECRIRE".
       01  CT-FICHIER              PIC X(64) VALUE SPACES.
       01  CT-NOMBRE               PIC 9(7) VALUE 0.
       01  CT-MONTANT              PIC S9(13)V99 VALUE 0.
       01  CT-RESULTAT             PIC X(2) VALUE SPACES.

      *> Index des archives.
       01  IDX-CH1                 PIC X(8).
       01  IDX-CH2                 PIC X(10).
       01  IDX-CH3                 PIC X(24).
       01  IDX-CH4                 PIC X(64).
       01  IDX-CH5                 PIC X(12).
       01  IDX-CH6                 PIC X(20).
       77  DERNIER-CLOS            PIC 9(4) VALUE 0.
       77  NB-INDEX                PIC 9(4) VALUE 0.

      *> Compteurs de pieces.
       77  COMPTEUR-AVANT          PIC 9(6) VALUE 0.
       77  COMPTEUR-APRES          PIC 9(6) VALUE 0.
       77  REPORTS-REGISTRE        PIC X VALUE 'N'.

       77  PRM-CLE                 PIC X(24) VALUE SPACES.
       77  PRM-DEFAUT              PIC X(40) VALUE SPACES.
       77  PRM-VALEUR              PIC X(40) VALUE SPACES.
       77  PRM-RESULTAT            PIC X(2) VALUE SPACES.
       01  DU-ACTION               PIC X(8) VALUE SPACES.
       01  DU-DATE-1               PIC 9(8) VALUE 0.
       01  DU-DATE-2               PIC 9(8) VALUE 0.
       01  DU-NOMBRE               PIC S9(7) VALUE 0.
       01  DU-RESULTAT             PIC X(2) VALUE SPACES.

      *> Image avant/apres des compteurs, via AUDIT-TRACE.
       77  AUD-FICHIER             PIC X(20) VALUE "compteurs".
       77  AUD-CLE                 PIC X(64) VALUE SPACES.
       77  AUD-CHAMP               PIC X(12) VALUE "NUMERO".
       77  AUD-AVANT               PIC X(20) VALUE SPACES.
       77  AUD-APRES               PIC X(20) VALUE SPACES.

      *> Identification de l'operateur (OPERATOR-SIGNON) et
      *> controle de role ADMIN (OPERATOR-AUTH) ; "35" = controle
      *> pas encore en service, on continue.
       77  WS-OPERATEUR            PIC X(8) VALUE SPACES.
       77  SIGNON-RESULTAT         PIC X(2) VALUE SPACES.
       77  AUTH-ACTION             PIC X(24)
           VALUE "EXERCICE-CLOTURER".
       77  AUTH-ROLE               PIC X(12) VALUE "ADMIN".
       77  AUTH-RESULTAT           PIC X(2) VALUE SPACES.

      *> Verrou partage sur le catalogue indexe (FILE-LOCK) : les
      *> sessions qui ecrivent aux registres le prennent aussi.
       77  VERROU-RESSOURCE        PIC X(20) VALUE "inv_master".
       77  VERROU-ACTION           PIC X(8) VALUE SPACES.
       77  VERROU-RESULTAT         PIC X(2) VALUE SPACES.
       77  VERROU-TENU             PIC X VALUE 'N'.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
           VALUE "CLOTURE-EXERCICE".
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
           EVALUATE FUNCTION TRIM(ARG-MODE)
               WHEN "CONTROLER"
                   PERFORM PREPARER-EXERCICE
                   IF WS-JOBLOG-RC < 8
                       PERFORM CONTROLER-EXERCICE
                   END-IF
               WHEN "CLOTURER"
                   PERFORM PREPARER-EXERCICE
                   IF WS-JOBLOG-RC < 8
                       PERFORM CONTROLER-EXERCICE
                   END-IF
                   IF WS-JOBLOG-RC < 8
                       PERFORM CLOTURER-EXERCICE
                   END-IF
               WHEN "LISTE"
               WHEN SPACES
                   PERFORM LISTER-INDEX
               WHEN OTHER
                   DISPLAY "USAGE: cloture_exercice [LISTE |"
                       " CONTROLER AAAA | CLOTURER AAAA]"
                   MOVE 8 TO WS-JOBLOG-RC
           END-EVALUATE
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           IF VERROU-TENU = 'O'
               MOVE "UNLOCK" TO VERROU-ACTION
               CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
                   VERROU-RESULTAT
               MOVE 'N' TO VERROU-TENU
           END-IF
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  PREPARER-EXERCICE : annee en argument, bornes de
      *  l'exercice et ses douze mois, exercice termine, pas deja
      *  clos ni anterieur au dernier clos.
      *============================================================
       PREPARER-EXERCICE.
           ACCEPT ARG-ANNEE FROM ARGUMENT-VALUE.
           IF FUNCTION LENGTH(FUNCTION TRIM(ARG-ANNEE)) NOT = 4
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-ANNEE))
                   NOT = 0
               DISPLAY "USAGE: cloture_exercice "
                   FUNCTION TRIM(ARG-MODE) " AAAA"
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(ARG-ANNEE) TO EXERCICE.

           MOVE "EXERCICE-PREMIER-MOIS" TO PRM-CLE.
           MOVE "01" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           MOVE 1 TO PREMIER-MOIS.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               IF FUNCTION NUMVAL(PRM-VALEUR) >= 1
                   AND FUNCTION NUMVAL(PRM-VALEUR) <= 12
                   MOVE FUNCTION NUMVAL(PRM-VALEUR) TO PREMIER-MOIS
               END-IF
           END-IF.
           MOVE "EXERCICE-NUMEROTATION" TO PRM-CLE.
           MOVE "PREFIXE" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           MOVE PRM-VALEUR TO NUMEROTATION.
           INSPECT NUMEROTATION CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF NUMEROTATION NOT = "RAZ"
               AND NUMEROTATION NOT = "CONTINUE"
               MOVE "PREFIXE" TO NUMEROTATION
           END-IF.

      *> premier mois : janvier de AAAA, sinon le mois de AAAA-1 ;
      *> fin = veille du premier jour de l'exercice suivant
           IF PREMIER-MOIS = 1
               COMPUTE MOIS-W = EXERCICE * 100 + 1
           ELSE
               COMPUTE MOIS-W = (EXERCICE - 1) * 100 + PREMIER-MOIS
           END-IF.
           COMPUTE DATE-DEBUT = MOIS-W * 100 + 1.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 12
               MOVE MOIS-W TO MO-MOIS(WS-I)
               MOVE "OUVERTE" TO MO-STATUT(WS-I)
               IF MOIS-W(5:2) = "12"
                   COMPUTE MOIS-W = MOIS-W + 89
               ELSE
                   ADD 1 TO MOIS-W
               END-IF
           END-PERFORM.
           COMPUTE DU-DATE-1 = MOIS-W * 100 + 1.
           MOVE "AJOUTER" TO DU-ACTION.
           MOVE -1 TO DU-NOMBRE.
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
               DU-NOMBRE DU-RESULTAT.
           MOVE DU-DATE-2 TO DATE-FIN.
           COMPUTE PREFIXE-SUIVANT =
               FUNCTION MOD(EXERCICE + 1, 100).
           MOVE SPACES TO DOSSIER-ARCHIVE.
           STRING "exercice_" EXERCICE
               DELIMITED BY SIZE INTO DOSSIER-ARCHIVE
           END-STRING.

           DISPLAY "=== CLOTURE DE L'EXERCICE " EXERCICE " ("
               DATE-DEBUT " - " DATE-FIN ") ===".
           IF DATE-FIN >= WS-TODAY
               DISPLAY "Exercice pas encore termine (fin le "
                   DATE-FIN ")."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.

           PERFORM LIRE-INDEX-CLOTURES.
           IF DERNIER-CLOS >= EXERCICE
               DISPLAY "Exercice " EXERCICE " refuse : l'exercice "
                   DERNIER-CLOS " est deja clos"
                   " (exercices_archives.txt)."
               MOVE 8 TO WS-JOBLOG-RC
           END-IF.
           EXIT PARAGRAPH.

      *> Dernier exercice present a l'index des archives.
       LIRE-INDEX-CLOTURES.
           MOVE 0 TO DERNIER-CLOS.
           OPEN INPUT INDEX-FILE.
           IF INDEX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ INDEX-FILE
                   AT END EXIT PERFORM
               END-READ
               IF INDEX-REC(1:4) IS NUMERIC
                   IF FUNCTION NUMVAL(INDEX-REC(1:4)) > DERNIER-CLOS
                       MOVE FUNCTION NUMVAL(INDEX-REC(1:4))
                           TO DERNIER-CLOS
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE INDEX-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  CONTROLER-EXERCICE : charge les registres et signale tout
      *  ce qui n'est pas clos ; un point bloquant = code retour 8
      *  et pas d'archivage.
      *============================================================
       CONTROLER-EXERCICE.
           MOVE 0 TO NB-BLOQUANTS NB-REPORTEES.
           PERFORM CONTROLER-PERIODES.
           PERFORM CHARGER-FACTURES.
           PERFORM CHARGER-REGLEMENTS.
           PERFORM CHARGER-AVOIRS.
           PERFORM CHARGER-COMMANDES.
           PERFORM CHARGER-ANNULEES.
           PERFORM QUALIFIER-FACTURES.
           PERFORM CONTROLER-COMMANDES.
           PERFORM CONTROLER-PICKINGS.
           PERFORM CONTROLER-JOURNAUX-ATM.
           PERFORM CHARGER-BONS-OUVERTS.
           PERFORM CHARGER-ALBUMS.

           MOVE NB-REPORTEES TO NB-EDIT.
           DISPLAY "Factures de l'exercice non soldees, reportees"
               " sur l'exercice suivant : " FUNCTION TRIM(NB-EDIT).
           IF NB-BLOQUANTS > 0
               MOVE NB-BLOQUANTS TO NB-EDIT
               DISPLAY "Cloture impossible : " FUNCTION TRIM(NB-EDIT)
                   " point(s) bloquant(s) ci-dessus."
               MOVE 8 TO WS-JOBLOG-RC
           ELSE
               DISPLAY "Controles de cloture satisfaits."
           END-IF.
           EXIT PARAGRAPH.

      *> Les douze mois de l'exercice FERMEE au calendrier ; un
      *> mois absent est ouvert.
       CONTROLER-PERIODES.
           OPEN INPUT PERIODES-FILE.
           IF PERIODES-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ PERIODES-FILE
                       AT END EXIT PERFORM
                   END-READ
                   MOVE SPACES TO LG-CH1 LG-CH2
                   UNSTRING PERIODES-REC DELIMITED BY "|"
                       INTO LG-CH1 LG-CH2
                   END-UNSTRING
                   PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 12
                       IF LG-CH1(1:6) = MO-MOIS(WS-I)
                           MOVE LG-CH2 TO MO-STATUT(WS-I)
                       END-IF
                   END-PERFORM
               END-PERFORM
               CLOSE PERIODES-FILE
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 12
               IF MO-STATUT(WS-I) NOT = "FERMEE"
                   ADD 1 TO NB-BLOQUANTS
                   DISPLAY "  BLOQUANT periode " MO-MOIS(WS-I) " "
                       FUNCTION TRIM(MO-STATUT(WS-I))
                       " (PERIODES-COMPTABLES FERMER "
                       MO-MOIS(WS-I) ")"
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  Chargement des registres de ventes : factures
      *  (FACTURE|COMMANDE|CLIENT|HT|TVA|TTC|DATE), reglements
      *  (champ 6 facture, 7 montant), avoirs (champ 2 facture,
      *  9 TTC).
      *------------------------------------------------------------
       CHARGER-FACTURES.
           MOVE 0 TO NB-FACTURES.
           MOVE "factures.txt" TO SOURCE-FILENAME.
           OPEN INPUT SOURCE-FILE.
           IF SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ SOURCE-FILE
                   AT END EXIT PERFORM
               END-READ
               PERFORM DECOUPER-LIGNE
               IF LG-CH1 NOT = SPACES
                   AND SOURCE-REC(1:1) IS NUMERIC
                   IF NB-FACTURES >= 5000
                       DISPLAY "factures.txt depasse 5000 factures,"
                           " la suite est reportee."
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NB-FACTURES
                   MOVE FUNCTION NUMVAL(LG-CH1) TO FA-NUM(NB-FACTURES)
                   MOVE FUNCTION NUMVAL(LG-CH2) TO FA-CDE(NB-FACTURES)
                   MOVE FUNCTION NUMVAL(LG-CH6) TO FA-TTC(NB-FACTURES)
                   MOVE LG-CH7 TO DATE-W
                   PERFORM DATE-DU-CHAMP
                   MOVE DATE-LIGNE TO FA-DATE(NB-FACTURES)
                   MOVE 0 TO FA-REGLE(NB-FACTURES)
                   MOVE 'N' TO FA-ARCHIVE(NB-FACTURES)
               END-IF
           END-PERFORM.
           CLOSE SOURCE-FILE.
           EXIT PARAGRAPH.

       CHARGER-REGLEMENTS.
           MOVE "reglements.txt" TO SOURCE-FILENAME.
           OPEN INPUT SOURCE-FILE.
           IF SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ SOURCE-FILE
                   AT END EXIT PERFORM
               END-READ
               IF SOURCE-REC(1:1) IS NUMERIC
                   PERFORM DECOUPER-LIGNE
                   MOVE FUNCTION NUMVAL(LG-CH6) TO NUM-CHERCHE
                   PERFORM CHERCHER-FACTURE
                   IF IDX-FACT > 0
                       ADD FUNCTION NUMVAL(LG-CH7)
                           TO FA-REGLE(IDX-FACT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SOURCE-FILE.
           EXIT PARAGRAPH.

       CHARGER-AVOIRS.
           MOVE "avoirs.txt" TO SOURCE-FILENAME.
           OPEN INPUT SOURCE-FILE.
           IF SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ SOURCE-FILE
                   AT END EXIT PERFORM
               END-READ
               IF SOURCE-REC(1:1) IS NUMERIC
                   PERFORM DECOUPER-LIGNE
                   MOVE FUNCTION NUMVAL(LG-CH2) TO NUM-CHERCHE
                   PERFORM CHERCHER-FACTURE
                   IF IDX-FACT > 0
                       ADD FUNCTION NUMVAL(LG-CH9)
                           TO FA-REGLE(IDX-FACT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SOURCE-FILE.
           EXIT PARAGRAPH.

      *> Commandes du registre (NUM|CLIENT|CODE|QTE-CDE|ALLOUEE|
      *> RELIQUAT|MENTION|DATE...), une entree par numero, date de
      *> la plus ancienne ligne.
       CHARGER-COMMANDES.
           MOVE 0 TO NB-COMMANDES.
           MOVE "commandes_clients.txt" TO SOURCE-FILENAME.
           OPEN INPUT SOURCE-FILE.
           IF SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ SOURCE-FILE
                   AT END EXIT PERFORM
               END-READ
               IF SOURCE-REC(1:1) IS NUMERIC
                   PERFORM DECOUPER-LIGNE
                   MOVE LG-CH8 TO DATE-W
                   PERFORM DATE-DU-CHAMP
                   MOVE FUNCTION NUMVAL(LG-CH1) TO NUM-CHERCHE
                   PERFORM CHERCHER-COMMANDE
                   IF IDX-CDE = 0
                       IF NB-COMMANDES >= 5000
                           DISPLAY "commandes_clients.txt depasse"
                               " 5000 commandes, la suite est"
                               " reportee."
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO NB-COMMANDES
                       MOVE NB-COMMANDES TO IDX-CDE
                       MOVE NUM-CHERCHE TO CO-NUM(IDX-CDE)
                       MOVE DATE-LIGNE TO CO-DATE(IDX-CDE)
                       MOVE 'N' TO CO-FACTUREE(IDX-CDE)
                           CO-ANNULEE(IDX-CDE) CO-GARDEE(IDX-CDE)
                           CO-ARCHIVE(IDX-CDE)
                   END-IF
                   IF DATE-LIGNE < CO-DATE(IDX-CDE)
                       MOVE DATE-LIGNE TO CO-DATE(IDX-CDE)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SOURCE-FILE.
           EXIT PARAGRAPH.

      *> Registre des commandes abandonnees (NUM|DATE|MOTIF).
       CHARGER-ANNULEES.
           MOVE "commandes_annulees.txt" TO SOURCE-FILENAME.
           OPEN INPUT SOURCE-FILE.
           IF SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ SOURCE-FILE
                   AT END EXIT PERFORM
               END-READ
               IF SOURCE-REC(1:1) IS NUMERIC
                   PERFORM DECOUPER-LIGNE
                   MOVE FUNCTION NUMVAL(LG-CH1) TO NUM-CHERCHE
                   PERFORM CHERCHER-COMMANDE
                   IF IDX-CDE > 0
                       MOVE 'O' TO CO-ANNULEE(IDX-CDE)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SOURCE-FILE.
           EXIT PARAGRAPH.

      *> Facture archivable = datee au plus tard de la fin de
      *> l'exercice et soldee ; sa commande est facturee, et
      *> gardee si l'une de ses factures est reportee.
       QUALIFIER-FACTURES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-FACTURES
               IF FA-DATE(WS-I) <= DATE-FIN
                   IF FA-REGLE(WS-I) >= FA-TTC(WS-I)
                       MOVE 'O' TO FA-ARCHIVE(WS-I)
                   ELSE
                       ADD 1 TO NB-REPORTEES
                       MOVE FA-TTC(WS-I) TO MONTANT-EDIT
                       MOVE FA-REGLE(WS-I) TO MONTANT-EDIT2
                       DISPLAY "  reportee facture " FA-NUM(WS-I)
                           " du " FA-DATE(WS-I) " TTC "
                           FUNCTION TRIM(MONTANT-EDIT) " regle "
                           FUNCTION TRIM(MONTANT-EDIT2)
                   END-IF
               END-IF
               MOVE FA-CDE(WS-I) TO NUM-CHERCHE
               PERFORM CHERCHER-COMMANDE
               IF IDX-CDE > 0
                   MOVE 'O' TO CO-FACTUREE(IDX-CDE)
                   IF FA-ARCHIVE(WS-I) = 'N'
                       MOVE 'O' TO CO-GARDEE(IDX-CDE)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *> Commande de l'exercice ni facturee ni annulee : bloquant.
      *> Commande archivable : facturee sans facture reportee, ou
      *> annulee sans facture et de l'exercice.
       CONTROLER-COMMANDES.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-COMMANDES
               IF CO-FACTUREE(WS-I) = 'O'
                   IF CO-GARDEE(WS-I) = 'N'
                       MOVE 'O' TO CO-ARCHIVE(WS-I)
                   END-IF
               ELSE
                   IF CO-DATE(WS-I) <= DATE-FIN
                       IF CO-ANNULEE(WS-I) = 'O'
                           MOVE 'O' TO CO-ARCHIVE(WS-I)
                       ELSE
                           ADD 1 TO NB-BLOQUANTS
                           DISPLAY "  BLOQUANT commande "
                               CO-NUM(WS-I) " du " CO-DATE(WS-I)
                               " ni facturee ni annulee"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *> Pickings ouverts (NUM|CLIENT|DATE) de l'exercice.
       CONTROLER-PICKINGS.
           MOVE "pickings_ouverts.txt" TO SOURCE-FILENAME.
           OPEN INPUT SOURCE-FILE.
           IF SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ SOURCE-FILE
                   AT END EXIT PERFORM
               END-READ
               IF SOURCE-REC(1:1) IS NUMERIC
                   PERFORM DECOUPER-LIGNE
                   MOVE LG-CH3 TO DATE-W
                   PERFORM DATE-DU-CHAMP
                   IF DATE-LIGNE <= DATE-FIN
                       ADD 1 TO NB-BLOQUANTS
                       DISPLAY "  BLOQUANT picking "
                           FUNCTION TRIM(LG-CH1) " du "
                           DATE-LIGNE " non confirme"
                           " (CONFIRMATION-PICKING)"
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SOURCE-FILE.
           EXIT PARAGRAPH.

      *> Journaux ATM du jour de l'exercice encore sur disque.
       CONTROLER-JOURNAUX-ATM.
           MOVE "sh -c 'ls atm_ledger_????????.txt 2>/dev/null"
               & " > cloture_exercice.lst'" TO CMD-W.
           CALL "SYSTEM" USING CMD-W.
           OPEN INPUT LIST-FILE.
           IF LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ LIST-FILE
                   AT END EXIT PERFORM
               END-READ
               IF LIST-REC(12:8) IS NUMERIC
                   IF FUNCTION NUMVAL(LIST-REC(12:8)) <= DATE-FIN
                       ADD 1 TO NB-BLOQUANTS
                       DISPLAY "  BLOQUANT "
                           FUNCTION TRIM(LIST-REC)
                           " pas verse dans atm_history.dat"
                           " (ATM-HISTORY-LOAD " LIST-REC(12:6) ")"
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LIST-FILE.
           CALL "SYSTEM" USING "rm -f cloture_exercice.lst".
           EXIT PARAGRAPH.

      *> Bons encore ouverts (po_en_cours.txt, NUMERO en champ 1) :
      *> leurs receptions restent pour le rapprochement.
       CHARGER-BONS-OUVERTS.
           MOVE 0 TO NB-BONS.
           MOVE "po_en_cours.txt" TO SOURCE-FILENAME.
           OPEN INPUT SOURCE-FILE.
           IF SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ SOURCE-FILE
                   AT END EXIT PERFORM
               END-READ
               IF SOURCE-REC(1:1) IS NUMERIC AND NB-BONS < 3000
                   PERFORM DECOUPER-LIGNE
                   ADD 1 TO NB-BONS
                   MOVE FUNCTION NUMVAL(LG-CH1) TO BO-NUM(NB-BONS)
               END-IF
           END-PERFORM.
           CLOSE SOURCE-FILE.
           EXIT PARAGRAPH.

      *> Dernier evenement de chaque album (prets_histo.txt,
      *> DATE|EVENEMENT|MEMBRE|ALBUM|RETOUR-PREVU) : sorti tant
      *> qu'il n'est pas RETOUR.
       CHARGER-ALBUMS.
           MOVE 0 TO NB-ALBUMS.
           MOVE "prets_histo.txt" TO SOURCE-FILENAME.
           OPEN INPUT SOURCE-FILE.
           IF SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ SOURCE-FILE
                   AT END EXIT PERFORM
               END-READ
               IF SOURCE-REC(1:1) IS NUMERIC
                   PERFORM DECOUPER-LIGNE
                   PERFORM CHERCHER-ALBUM
                   IF IDX-ALBUM = 0 AND NB-ALBUMS < 3000
                       ADD 1 TO NB-ALBUMS
                       MOVE NB-ALBUMS TO IDX-ALBUM
                       MOVE LG-CH4 TO AL-ID(IDX-ALBUM)
                   END-IF
                   IF IDX-ALBUM > 0
                       IF FUNCTION TRIM(LG-CH2) = "RETOUR"
                           MOVE 'N' TO AL-SORTI(IDX-ALBUM)
                       ELSE
                           MOVE 'O' TO AL-SORTI(IDX-ALBUM)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SOURCE-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  CLOTURER-EXERCICE : sous role ADMIN et catalogue
      *  verrouille, chaque registre est scinde entre archive et
      *  reste, puis les compteurs basculent.
      *============================================================
       CLOTURER-EXERCICE.
           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT
           IF SIGNON-RESULTAT = "91"
               DISPLAY "Identification operateur refusee, fin."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           CALL "OPERATOR-AUTH" USING AUTH-ACTION AUTH-ROLE
               AUTH-RESULTAT.
           IF AUTH-RESULTAT = "91"
               DISPLAY "Cloture d'exercice refusee : role ADMIN"
                   " requis."
               MOVE 8 TO WS-JOBLOG-RC
               CALL "OPERATOR-SIGNOFF"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(WS-OPERATEUR) = SPACES
               MOVE "-" TO WS-OPERATEUR
           END-IF.

           MOVE "LOCK" TO VERROU-ACTION.
           CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
               VERROU-RESULTAT.
           IF VERROU-RESULTAT NOT = "00"
               DISPLAY "Catalogue indexe verrouille par un autre"
                   " traitement (inv_master.lck), reessayez plus"
                   " tard."
               MOVE 8 TO WS-JOBLOG-RC
               CALL "OPERATOR-SIGNOFF"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO VERROU-TENU.

           MOVE SPACES TO CMD-W.
           STRING "sh -c 'mkdir -p " FUNCTION TRIM(DOSSIER-ARCHIVE)
               "'" DELIMITED BY SIZE INTO CMD-W
           END-STRING.
           CALL "SYSTEM" USING CMD-W.
           OPEN EXTEND INDEX-FILE.
           IF INDEX-STATUS = "35"
               OPEN OUTPUT INDEX-FILE
               MOVE "exercice|type|source|archive|nombre|total"
                   & "|debut|fin|date|operateur" TO INDEX-REC
               WRITE INDEX-REC
           END-IF.
           MOVE 0 TO NB-ARCHIVES.

           MOVE "FACTURES" TO REGISTRE-CODE.
           MOVE "factures.txt" TO SOURCE-FILENAME.
           MOVE "factures" TO REGISTRE-BASE.
           PERFORM ARCHIVER-REGISTRE.
           MOVE "FLIGNES" TO REGISTRE-CODE.
           MOVE "factures_lignes.txt" TO SOURCE-FILENAME.
           MOVE "factures_lignes" TO REGISTRE-BASE.
           PERFORM ARCHIVER-REGISTRE.
           MOVE "REGLEMENTS" TO REGISTRE-CODE.
           MOVE "reglements.txt" TO SOURCE-FILENAME.
           MOVE "reglements" TO REGISTRE-BASE.
           PERFORM ARCHIVER-REGISTRE.
           MOVE "AVOIRS" TO REGISTRE-CODE.
           MOVE "avoirs.txt" TO SOURCE-FILENAME.
           MOVE "avoirs" TO REGISTRE-BASE.
           PERFORM ARCHIVER-REGISTRE.
           MOVE "COMMANDES" TO REGISTRE-CODE.
           MOVE "commandes_clients.txt" TO SOURCE-FILENAME.
           MOVE "commandes_clients" TO REGISTRE-BASE.
           PERFORM ARCHIVER-REGISTRE.
           MOVE "RECEPTIONS" TO REGISTRE-CODE.
           MOVE "receptions.txt" TO SOURCE-FILENAME.
           MOVE "receptions" TO REGISTRE-BASE.
           PERFORM ARCHIVER-REGISTRE.
           MOVE "PRETS" TO REGISTRE-CODE.
           MOVE "prets_histo.txt" TO SOURCE-FILENAME.
           MOVE "prets_histo" TO REGISTRE-BASE.
           PERFORM ARCHIVER-REGISTRE.
           PERFORM ARCHIVER-HISTORIQUE-ATM.

           PERFORM BASCULER-COMPTEURS.
           CLOSE INDEX-FILE.

           MOVE NB-ARCHIVES TO NB-EDIT.
           DISPLAY "Exercice " EXERCICE " clos : "
               FUNCTION TRIM(NB-EDIT) " archive(s) dans "
               FUNCTION TRIM(DOSSIER-ARCHIVE)
               "/, index exercices_archives.txt.".
           CALL "OPERATOR-SIGNOFF".
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ARCHIVER-REGISTRE : SOURCE-FILENAME lu ligne a ligne ;
      *  les lignes closes partent dans l'archive, les autres dans
      *  <registre>.tmp qui remplace le registre. Un registre sans
      *  rien a archiver n'est pas touche.
      *------------------------------------------------------------
       ARCHIVER-REGISTRE.
           OPEN INPUT SOURCE-FILE.
           IF SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RESTE-FILENAME ARCHIVE-FILENAME.
           STRING FUNCTION TRIM(REGISTRE-BASE) ".tmp"
               DELIMITED BY SIZE INTO RESTE-FILENAME
           END-STRING.
           STRING FUNCTION TRIM(DOSSIER-ARCHIVE) "/"
               FUNCTION TRIM(REGISTRE-BASE) "_" DATE-FIN ".txt"
               DELIMITED BY SIZE INTO ARCHIVE-FILENAME
           END-STRING.
           OPEN OUTPUT RESTE-FILE.
           OPEN OUTPUT ARCHIVE-FILE.
           IF RESTE-STATUS NOT = "00" OR ARCHIVE-STATUS NOT = "00"
               DISPLAY "  " FUNCTION TRIM(SOURCE-FILENAME)
                   " : archive impossible ("
                   FUNCTION TRIM(ARCHIVE-FILENAME) "), registre"
                   " laisse en l'etat."
               CLOSE SOURCE-FILE RESTE-FILE ARCHIVE-FILE
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO NB-ARCHIVEES NB-GARDEES TOTAL-ARCHIVE.
           PERFORM UNTIL 1 = 0
               READ SOURCE-FILE
                   AT END EXIT PERFORM
               END-READ
               PERFORM REPARTIR-LIGNE
           END-PERFORM.
           CLOSE SOURCE-FILE RESTE-FILE ARCHIVE-FILE.

           MOVE SPACES TO CMD-W.
           IF NB-ARCHIVEES = 0
               STRING "rm -f " FUNCTION TRIM(RESTE-FILENAME) " "
                   FUNCTION TRIM(ARCHIVE-FILENAME)
                   DELIMITED BY SIZE INTO CMD-W
               END-STRING
               CALL "SYSTEM" USING CMD-W
               DISPLAY "  " FUNCTION TRIM(SOURCE-FILENAME)
                   " : rien a archiver."
               EXIT PARAGRAPH
           END-IF.
           STRING "mv " FUNCTION TRIM(RESTE-FILENAME) " "
               FUNCTION TRIM(SOURCE-FILENAME)
               DELIMITED BY SIZE INTO CMD-W
           END-STRING.
           CALL "SYSTEM" USING CMD-W.
           PERFORM TERMINER-ARCHIVE.
           EXIT PARAGRAPH.

      *> En-tete : garde au registre et recopie en tete d'archive.
       REPARTIR-LIGNE.
           IF SOURCE-REC(1:1) >= "a" AND SOURCE-REC(1:1) <= "z"
               MOVE SOURCE-REC TO RESTE-REC ARCHIVE-REC
               WRITE RESTE-REC
               WRITE ARCHIVE-REC
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO ARCHIVER-LIGNE.
           MOVE 0 TO MONTANT-LIGNE.
           IF SOURCE-REC(1:1) IS NUMERIC
               PERFORM DECOUPER-LIGNE
               PERFORM DECIDER-LIGNE
           END-IF.
           IF ARCHIVER-LIGNE = 'O'
               MOVE SOURCE-REC TO ARCHIVE-REC
               WRITE ARCHIVE-REC
               ADD 1 TO NB-ARCHIVEES
               ADD MONTANT-LIGNE TO TOTAL-ARCHIVE
           ELSE
               MOVE SOURCE-REC TO RESTE-REC
               WRITE RESTE-REC
               ADD 1 TO NB-GARDEES
           END-IF.
           EXIT PARAGRAPH.

      *> Decision par registre et montant de controle de la ligne.
       DECIDER-LIGNE.
           EVALUATE REGISTRE-CODE
               WHEN "FACTURES"
                   MOVE FUNCTION NUMVAL(LG-CH1) TO NUM-CHERCHE
                   PERFORM DECIDER-PAR-FACTURE
                   MOVE FUNCTION NUMVAL(LG-CH6) TO MONTANT-LIGNE
               WHEN "FLIGNES"
                   MOVE FUNCTION NUMVAL(LG-CH1) TO NUM-CHERCHE
                   PERFORM DECIDER-PAR-FACTURE
                   MOVE FUNCTION NUMVAL(LG-CH5) TO MONTANT-LIGNE
               WHEN "REGLEMENTS"
                   MOVE FUNCTION NUMVAL(LG-CH6) TO NUM-CHERCHE
                   IF NUM-CHERCHE > 0
                       PERFORM DECIDER-PAR-FACTURE
                   END-IF
                   MOVE FUNCTION NUMVAL(LG-CH7) TO MONTANT-LIGNE
               WHEN "AVOIRS"
                   MOVE FUNCTION NUMVAL(LG-CH2) TO NUM-CHERCHE
                   PERFORM DECIDER-PAR-FACTURE
                   MOVE FUNCTION NUMVAL(LG-CH9) TO MONTANT-LIGNE
               WHEN "COMMANDES"
                   MOVE FUNCTION NUMVAL(LG-CH1) TO NUM-CHERCHE
                   PERFORM CHERCHER-COMMANDE
                   IF IDX-CDE > 0
                       MOVE CO-ARCHIVE(IDX-CDE) TO ARCHIVER-LIGNE
                   END-IF
                   MOVE FUNCTION NUMVAL(LG-CH4) TO MONTANT-LIGNE
               WHEN "RECEPTIONS"
                   MOVE LG-CH5 TO DATE-W
                   PERFORM DATE-DU-CHAMP
                   MOVE FUNCTION NUMVAL(LG-CH1) TO NUM-CHERCHE
                   PERFORM CHERCHER-BON
                   IF DATE-LIGNE <= DATE-FIN AND BON-OUVERT = 'N'
                       MOVE 'O' TO ARCHIVER-LIGNE
                   END-IF
                   MOVE FUNCTION NUMVAL(LG-CH4) TO MONTANT-LIGNE
               WHEN "PRETS"
                   MOVE LG-CH1 TO DATE-W
                   PERFORM DATE-DU-CHAMP
                   PERFORM CHERCHER-ALBUM
                   MOVE 'N' TO ALBUM-SORTI
                   IF IDX-ALBUM > 0
                       MOVE AL-SORTI(IDX-ALBUM) TO ALBUM-SORTI
                   END-IF
                   IF DATE-LIGNE <= DATE-FIN AND ALBUM-SORTI = 'N'
                       MOVE 'O' TO ARCHIVER-LIGNE
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

       DECIDER-PAR-FACTURE.
           PERFORM CHERCHER-FACTURE.
           IF IDX-FACT > 0
               MOVE FA-ARCHIVE(IDX-FACT) TO ARCHIVER-LIGNE
           END-IF.
           EXIT PARAGRAPH.

      *> Totaux de controle de l'archive et ligne d'index.
       TERMINER-ARCHIVE.
           MOVE ARCHIVE-FILENAME TO CT-FICHIER.
           MOVE NB-ARCHIVEES TO CT-NOMBRE.
           MOVE TOTAL-ARCHIVE TO CT-MONTANT.
           MOVE "ECRIRE" TO CT-ACTION.
           CALL "CONTROLE-TOTAUX" USING CT-ACTION CT-FICHIER
               CT-NOMBRE CT-MONTANT CT-RESULTAT.
           ADD 1 TO NB-ARCHIVES.
           MOVE NB-ARCHIVEES TO NB-EDIT.
           MOVE TOTAL-ARCHIVE TO MONTANT-EDIT.
           DISPLAY "  " FUNCTION TRIM(SOURCE-FILENAME) " : "
               FUNCTION TRIM(NB-EDIT) " ligne(s) archivee(s) dans "
               FUNCTION TRIM(ARCHIVE-FILENAME) " (total "
               FUNCTION TRIM(MONTANT-EDIT) ")".
           MOVE SPACES TO INDEX-REC.
           STRING EXERCICE "|ARCHIVE|" FUNCTION TRIM(SOURCE-FILENAME)
               "|" FUNCTION TRIM(ARCHIVE-FILENAME) "|"
               FUNCTION TRIM(NB-EDIT) "|" FUNCTION TRIM(MONTANT-EDIT)
               "|" DATE-DEBUT "|" DATE-FIN "|" WS-TODAY "|"
               FUNCTION TRIM(WS-OPERATEUR)
               DELIMITED BY SIZE INTO INDEX-REC
           END-STRING.
           WRITE INDEX-REC.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ARCHIVER-HISTORIQUE-ATM : les mouvements de l'historique
      *  indexe dates au plus tard de la fin de l'exercice (HIS-TS
      *  AAAAMMJJ hh:mm:ss) partent, image d'enregistrement
      *  intacte, dans exercice_AAAA/atm_history_<fin>.txt et
      *  sortent du fichier indexe.
      *------------------------------------------------------------
       ARCHIVER-HISTORIQUE-ATM.
           OPEN I-O HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "atm_history.dat" TO SOURCE-FILENAME.
           MOVE SPACES TO ARCHIVE-FILENAME.
           STRING FUNCTION TRIM(DOSSIER-ARCHIVE) "/atm_history_"
               DATE-FIN ".txt"
               DELIMITED BY SIZE INTO ARCHIVE-FILENAME
           END-STRING.
           MOVE 0 TO NB-ARCHIVEES TOTAL-ARCHIVE.
           MOVE 'N' TO ARCHIVE-OUVERTE.
           PERFORM UNTIL 1 = 0
               READ HISTORY-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF HIS-TS(1:8) IS NUMERIC
                   IF FUNCTION NUMVAL(HIS-TS(1:8)) <= DATE-FIN
                       PERFORM ARCHIVER-MOUVEMENT-ATM
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.
           IF ARCHIVE-OUVERTE = 'O'
               CLOSE ARCHIVE-FILE
               PERFORM TERMINER-ARCHIVE
           ELSE
               DISPLAY "  atm_history.dat : rien a archiver."
           END-IF.
           EXIT PARAGRAPH.

       ARCHIVER-MOUVEMENT-ATM.
           IF ARCHIVE-OUVERTE = 'N'
               OPEN OUTPUT ARCHIVE-FILE
               IF ARCHIVE-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'O' TO ARCHIVE-OUVERTE
           END-IF.
           MOVE SPACES TO ARCHIVE-REC.
           MOVE HISTORY-REC TO ARCHIVE-REC.
           WRITE ARCHIVE-REC.
           DELETE HISTORY-FILE RECORD
               INVALID KEY
                   DISPLAY "  atm_history.dat : mouvement "
                       HIS-SEQ " non supprime."
           END-DELETE.
           ADD 1 TO NB-ARCHIVEES.
           ADD HIS-MONTANT TO TOTAL-ARCHIVE.
           EXIT PARAGRAPH.

      *============================================================
      *  BASCULER-COMPTEURS : fact_counter.txt, cde_counter.txt,
      *  po_counter.txt selon EXERCICE-NUMEROTATION.
      *============================================================
       BASCULER-COMPTEURS.
           IF NUMEROTATION = "CONTINUE"
               DISPLAY "  Compteurs de pieces inchanges"
                   " (EXERCICE-NUMEROTATION CONTINUE)."
               EXIT PARAGRAPH
           END-IF.
      *> pieces reportees qui garderaient le meme numero qu'une
      *> nouvelle piece apres remise a zero
           MOVE 'N' TO REPORTS-REGISTRE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-FACTURES
               IF FA-ARCHIVE(WS-I) = 'N'
                   MOVE 'O' TO REPORTS-REGISTRE
               END-IF
           END-PERFORM.
           MOVE "fact_counter.txt" TO COUNTER-FILENAME.
           PERFORM BASCULER-UN-COMPTEUR.
           MOVE 'N' TO REPORTS-REGISTRE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-COMMANDES
               IF CO-ARCHIVE(WS-I) = 'N'
                   MOVE 'O' TO REPORTS-REGISTRE
               END-IF
           END-PERFORM.
           MOVE "cde_counter.txt" TO COUNTER-FILENAME.
           PERFORM BASCULER-UN-COMPTEUR.
           MOVE 'N' TO REPORTS-REGISTRE.
           IF NB-BONS > 0
               MOVE 'O' TO REPORTS-REGISTRE
           END-IF.
           MOVE "po_counter.txt" TO COUNTER-FILENAME.
           PERFORM BASCULER-UN-COMPTEUR.
           EXIT PARAGRAPH.

       BASCULER-UN-COMPTEUR.
           MOVE 0 TO COMPTEUR-AVANT.
           OPEN INPUT COUNTER-FILE.
           IF COUNTER-STATUS = "00"
               READ COUNTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(COUNTER-REC)
                           TO COMPTEUR-AVANT
               END-READ
               CLOSE COUNTER-FILE
           END-IF.
           IF NUMEROTATION = "RAZ" AND REPORTS-REGISTRE = 'N'
               MOVE 0 TO COMPTEUR-APRES
           ELSE
               IF NUMEROTATION = "RAZ"
                   DISPLAY "  " FUNCTION TRIM(COUNTER-FILENAME)
                       " : pieces reportees au registre, remise a"
                       " zero remplacee par le prefixe d'exercice."
                   MOVE 4 TO WS-JOBLOG-RC
               END-IF
               COMPUTE COMPTEUR-APRES = PREFIXE-SUIVANT * 10000
               IF COMPTEUR-AVANT >= COMPTEUR-APRES
                   DISPLAY "  " FUNCTION TRIM(COUNTER-FILENAME)
                       " deja a " COMPTEUR-AVANT ", laisse tel quel."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF COMPTEUR-APRES = COMPTEUR-AVANT
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT COUNTER-FILE.
           MOVE SPACES TO COUNTER-REC.
           MOVE COMPTEUR-APRES TO COUNTER-REC(1:6).
           WRITE COUNTER-REC.
           CLOSE COUNTER-FILE.
           DISPLAY "  " FUNCTION TRIM(COUNTER-FILENAME) " : "
               COMPTEUR-AVANT " -> " COMPTEUR-APRES.
           MOVE SPACES TO AUD-CLE AUD-AVANT AUD-APRES.
           MOVE COUNTER-FILENAME TO AUD-CLE.
           MOVE COMPTEUR-AVANT TO AUD-AVANT.
           MOVE COMPTEUR-APRES TO AUD-APRES.
           CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE AUD-CHAMP
               AUD-AVANT AUD-APRES WS-JOBLOG-PROGRAM.
           MOVE SPACES TO INDEX-REC.
           STRING EXERCICE "|COMPTEUR|"
               FUNCTION TRIM(COUNTER-FILENAME) "|-|"
               COMPTEUR-AVANT "|" COMPTEUR-APRES "|" DATE-DEBUT "|"
               DATE-FIN "|" WS-TODAY "|" FUNCTION TRIM(WS-OPERATEUR)
               DELIMITED BY SIZE INTO INDEX-REC
           END-STRING.
           WRITE INDEX-REC.
           EXIT PARAGRAPH.

      *============================================================
      *  LISTER-INDEX : l'index des archives, exercice par
      *  exercice.
      *============================================================
       LISTER-INDEX.
           OPEN INPUT INDEX-FILE.
           IF INDEX-STATUS NOT = "00"
               DISPLAY "Aucun exercice clos (exercices_archives.txt"
                   " absent)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "=== EXERCICES ARCHIVES ===".
           MOVE 0 TO NB-INDEX.
           PERFORM UNTIL 1 = 0
               READ INDEX-FILE
                   AT END EXIT PERFORM
               END-READ
               IF INDEX-REC(1:4) IS NUMERIC
                   MOVE SPACES TO IDX-CH1 IDX-CH2 IDX-CH3 IDX-CH4
                       IDX-CH5 IDX-CH6
                   UNSTRING INDEX-REC DELIMITED BY "|"
                       INTO IDX-CH1 IDX-CH2 IDX-CH3 IDX-CH4 IDX-CH5
                           IDX-CH6
                   END-UNSTRING
                   ADD 1 TO NB-INDEX
                   IF IDX-CH2 = "COMPTEUR"
                       DISPLAY "  " IDX-CH1(1:4) "  compteur "
                           FUNCTION TRIM(IDX-CH3) " "
                           FUNCTION TRIM(IDX-CH5) " -> "
                           FUNCTION TRIM(IDX-CH6)
                   ELSE
                       DISPLAY "  " IDX-CH1(1:4) "  "
                           FUNCTION TRIM(IDX-CH3) " -> "
                           FUNCTION TRIM(IDX-CH4) " ("
                           FUNCTION TRIM(IDX-CH5) " ligne(s), total "
                           FUNCTION TRIM(IDX-CH6) ")"
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE INDEX-FILE.
           MOVE NB-INDEX TO NB-EDIT.
           DISPLAY FUNCTION TRIM(NB-EDIT) " ligne(s) a l'index.".
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  Utilitaires : decoupage d'une ligne, date AAAAMMJJ d'un
      *  champ (0 si absente), recherches en table.
      *------------------------------------------------------------
       DECOUPER-LIGNE.
           MOVE SPACES TO LG-CH1 LG-CH2 LG-CH3 LG-CH4 LG-CH5 LG-CH6
               LG-CH7 LG-CH8 LG-CH9.
           UNSTRING SOURCE-REC DELIMITED BY "|"
               INTO LG-CH1 LG-CH2 LG-CH3 LG-CH4 LG-CH5 LG-CH6
                   LG-CH7 LG-CH8 LG-CH9
           END-UNSTRING.
           EXIT PARAGRAPH.

       DATE-DU-CHAMP.
           MOVE 0 TO DATE-LIGNE.
           IF DATE-W IS NUMERIC
               MOVE DATE-W TO DATE-LIGNE
           END-IF.
           EXIT PARAGRAPH.

       CHERCHER-FACTURE.
           MOVE 0 TO IDX-FACT.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NB-FACTURES
               IF FA-NUM(WS-J) = NUM-CHERCHE
                   MOVE WS-J TO IDX-FACT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       CHERCHER-COMMANDE.
           MOVE 0 TO IDX-CDE.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > NB-COMMANDES
               IF CO-NUM(WS-J) = NUM-CHERCHE
                   MOVE WS-J TO IDX-CDE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       CHERCHER-BON.
           MOVE 'N' TO BON-OUVERT.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NB-BONS
               IF BO-NUM(WS-J) = NUM-CHERCHE
                   MOVE 'O' TO BON-OUVERT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       CHERCHER-ALBUM.
           MOVE 0 TO IDX-ALBUM.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NB-ALBUMS
               IF AL-ID(WS-J) = LG-CH4(1:16)
                   MOVE WS-J TO IDX-ALBUM
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.
