       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-FAMILLES.

      *============================================================
      *  Budget annuel des ventes, de la marge et des achats par
      *  famille d'articles et par mois, et son suivi mensuel
      *  budget / reel : KPI-MENSUEL disait ce qui s'etait passe,
      *  la comparaison au plan se faisait dans un tableur.
      *
      *  Budget indexe budget.dat (cle exercice, famille, mois
      *  civil 01-12), l'exercice au sens de CLOTURE-EXERCICE
      *  (parametre EXERCICE-PREMIER-MOIS, annee civile par
      *  defaut) :
      *
      *    IMPORT : upsert depuis budget.txt
      *        (EXERCICE|FAMILLE|MOIS|VENTES|MARGE|ACHATS, montants
      *        HT ; MOIS 00 = montant annuel reparti en douze,
      *        l'arrondi sur le dernier mois) ;
      *    SAISIR AAAA FAMILLE MM VENTES MARGE ACHATS : une ligne
      *        de budget (MM 00 = reparti), sous identification
      *        operateur de role SUPERVISEUR, chaque montant change
      *        trace dans la piste d'audit (AUDIT-TRACE, fichier
      *        "budget") ;
      *    LISTE [AAAA] : le budget de l'exercice par famille ;
      *    RAPPORT [AAAAMM] (defaut, mois courant) : etat
      *        budget_reel_AAAAMM.txt au spool (RAPPORT).
      *
      *  Reel de l'etat, par famille (fam_liens.dat, articles sans
      *  famille sous (SANS)) :
      *    - ventes : lignes facturees factures_lignes.txt
      *      (QTE x PU-NET) au mois de leur facture factures.txt,
      *      moins le HT des avoirs avoirs.txt a leur date ;
      *    - marge : ventes moins le cout au PMP catalogue, avoirs
      *      revenus en stock deduits - la logique de MARGE-REPORT ;
      *    - achats : receptions.txt (QTE x PU-ACHAT, au PMP x
      *      facteur quand le prix n'a pas ete saisi), et pour
      *      information l'engage des bons encore ouverts
      *      po_en_cours.txt au PMP.
      *  Les registres d'un exercice deja clos sont relus dans
      *  leurs archives (index exercices_archives.txt).
      *
      *  Par famille et par mesure : budget, reel, ecart et ecart
      *  en % du mois et du cumul de l'exercice a fin de mois,
      *  puis la prevision de fin d'exercice - reel cumule plus
      *  budget des mois restants - face au budget annuel.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "budget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BU-CLE
               FILE STATUS IS BUDGET-STATUS.
           SELECT FAM-FILE ASSIGN TO "familles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-CODE
               FILE STATUS IS FAM-STATUS.
           SELECT LIEN-FILE ASSIGN TO "fam_liens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-ART
               FILE STATUS IS LIEN-STATUS.
           SELECT MASTER-FILE ASSIGN TO "inv_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-CODE
               FILE STATUS IS MASTER-STATUS.
           SELECT IMPORT-FILE ASSIGN TO "budget.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMPORT-STATUS.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC SOURCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-STATUS.
           SELECT ARCHIVES-FILE ASSIGN TO "exercices_archives.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVES-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       01  BUDGET-REC.
           05  BU-CLE.
               10  BU-EXERCICE     PIC 9(4).
               10  BU-FAM          PIC X(8).
               10  BU-MOIS         PIC 9(2).
           05  BU-VENTES           PIC S9(9)V99.
           05  BU-MARGE            PIC S9(9)V99.
           05  BU-ACHATS           PIC S9(9)V99.
       FD  FAM-FILE.
       01  FAM-REC.
           05  FA-CODE             PIC X(8).
           05  FA-LIB              PIC X(30).
           05  FA-COMPTE           PIC X(8).
       FD  LIEN-FILE.
       01  LIEN-REC.
           05  FL-ART              PIC X(10).
           05  FL-FAM              PIC X(8).
       FD  MASTER-FILE.
       01  MASTER-REC.
           05  M-CODE              PIC X(10).
           05  M-LIB               PIC X(20).
           05  M-PU                PIC S9(5)V99.
           05  M-QTE               PIC S9(5).
           05  M-SEUIL             PIC S9(5).
           05  M-TVA               PIC 9(3).
           05  M-PMP               PIC S9(5)V99.
           05  M-EAN               PIC X(13).
           05  M-POIDS             PIC 9(4)V999.
           05  M-SERIE             PIC X.
           05  M-STATUT            PIC X.
       FD  IMPORT-FILE.
       01  IMPORT-REC              PIC X(120).
       FD  SOURCE-FILE.
       01  SOURCE-REC              PIC X(256).
       FD  ARCHIVES-FILE.
       01  ARCHIVES-REC            PIC X(200).
       FD  RAPPORT-FILE.
       01  RAPPORT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       77  BUDGET-STATUS           PIC X(2) VALUE SPACES.
       77  FAM-STATUS              PIC X(2) VALUE SPACES.
       77  LIEN-STATUS             PIC X(2) VALUE SPACES.
       77  LIEN-OPEN-FLAG          PIC X VALUE 'N'.
       77  MASTER-STATUS           PIC X(2) VALUE SPACES.
       77  MASTER-OPEN-FLAG        PIC X VALUE 'N'.
       77  IMPORT-STATUS           PIC X(2) VALUE SPACES.
       77  SOURCE-STATUS           PIC X(2) VALUE SPACES.
       77  ARCHIVES-STATUS         PIC X(2) VALUE SPACES.
       77  SOURCE-FILENAME         PIC X(64) VALUE SPACES.
       77  RAPPORT-FILENAME        PIC X(64) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  WS-J                    PIC 9(4) VALUE 0.
       77  WS-M                    PIC 9(2) VALUE 0.
       77  ARG-MODE                PIC X(16) VALUE SPACES.
       77  ARG-2                   PIC X(16) VALUE SPACES.
       77  ARG-3                   PIC X(16) VALUE SPACES.
       77  ARG-4                   PIC X(16) VALUE SPACES.
       77  ARG-5                   PIC X(16) VALUE SPACES.
       77  ARG-6                   PIC X(16) VALUE SPACES.
       77  ARG-7                   PIC X(16) VALUE SPACES.

      *> Exercice : premier mois, mois de l'etat et son rang dans
      *> l'exercice (1 a 12), bornes pour les archives.
       77  PREMIER-MOIS            PIC 9(2) VALUE 1.
       77  EXERCICE                PIC 9(4) VALUE 0.
       77  MOIS-RAPPORT            PIC 9(6) VALUE 0.
       77  RANG-RAPPORT            PIC 9(2) VALUE 0.
       77  BASE-MOIS               PIC 9(6) VALUE 0.
       77  RANG-W                  PIC S9(6) VALUE 0.
       77  DATE-DEBUT-EX           PIC 9(8) VALUE 0.
       77  DATE-FIN-EX             PIC 9(8) VALUE 0.
       77  MOIS-W                  PIC 9(6) VALUE 0.

      *> Budget et reel par famille ; l'entree 61 porte le total.
       77  NB-FAMILLES             PIC 9(2) VALUE 0.
       77  IDX-FAM                 PIC 9(2) VALUE 0.
       77  IDX-TOTAL               PIC 9(2) VALUE 61.
       77  FAM-CHERCHEE            PIC X(8) VALUE SPACES.
       01  TAB-FAMILLES.
           05  FM-ENTREE OCCURS 61.
               10  FM-CODE         PIC X(8).
               10  FM-LIB          PIC X(30).
               10  FM-ENGAGE       PIC S9(9)V99.
               10  FM-MOIS OCCURS 12.
                   15  FM-BUD-VENTES   PIC S9(9)V99.
                   15  FM-BUD-MARGE    PIC S9(9)V99.
                   15  FM-BUD-ACHATS   PIC S9(9)V99.
                   15  FM-VENTES       PIC S9(9)V99.
                   15  FM-COUT         PIC S9(9)V99.
                   15  FM-ACHATS       PIC S9(9)V99.

      *> Factures de l'exercice : numero et date.
       77  NB-FACTURES             PIC 9(4) VALUE 0.
       01  TAB-FACTURES.
           05  FT-ENTREE OCCURS 9000.
               10  FT-NUM          PIC 9(6).
               10  FT-DATE         PIC 9(8).
       77  NUM-CHERCHE             PIC 9(6) VALUE 0.
       77  DATE-FACTURE            PIC 9(8) VALUE 0.

      *> Lecture des registres et de leurs archives.
       77  SOURCE-CODE             PIC X(10) VALUE SPACES.
       77  SOURCE-BASE             PIC X(24) VALUE SPACES.
       01  LG-CH1                  PIC X(40).
       01  LG-CH2                  PIC X(40).
       01  LG-CH3                  PIC X(40).
       01  LG-CH4                  PIC X(40).
       01  LG-CH5                  PIC X(40).
       01  LG-CH6                  PIC X(40).
       01  LG-CH7                  PIC X(40).
       01  LG-CH8                  PIC X(40).
       01  LG-CH9                  PIC X(40).
       01  LG-CH10                 PIC X(40).
       01  LG-CH11                 PIC X(40).
       01  LG-CH12                 PIC X(40).
       01  ARC-CH1                 PIC X(8).
       01  ARC-CH2                 PIC X(10).
       01  ARC-CH3                 PIC X(24).
       01  ARC-CH4                 PIC X(64).
       01  ARC-CH5                 PIC X(12).
       01  ARC-CH6                 PIC X(20).
       01  ARC-CH7                 PIC X(8).
       01  ARC-CH8                 PIC X(8).
       77  DATE-W                  PIC X(8) VALUE SPACES.
       77  ARTICLE-W               PIC X(10) VALUE SPACES.
       77  QTE-W                   PIC S9(7)V99 VALUE 0.
       77  FACTEUR-W               PIC 9(5) VALUE 1.
       77  MONTANT-W               PIC S9(9)V99 VALUE 0.
       77  COUT-W                  PIC S9(9)V99 VALUE 0.
       77  PMP-W                   PIC S9(5)V99 VALUE 0.
       77  NB-LIGNES-REEL          PIC 9(7) VALUE 0.

      *> Saisie et import d'une ligne de budget.
       77  SAI-EXERCICE            PIC 9(4) VALUE 0.
       77  SAI-FAM                 PIC X(8) VALUE SPACES.
       77  SAI-MOIS                PIC 9(2) VALUE 0.
       77  SAI-VENTES              PIC S9(9)V99 VALUE 0.
       77  SAI-MARGE               PIC S9(9)V99 VALUE 0.
       77  SAI-ACHATS              PIC S9(9)V99 VALUE 0.
       77  PART-VENTES             PIC S9(9)V99 VALUE 0.
       77  PART-MARGE              PIC S9(9)V99 VALUE 0.
       77  PART-ACHATS             PIC S9(9)V99 VALUE 0.
       77  NOUV-VENTES             PIC S9(9)V99 VALUE 0.
       77  NOUV-MARGE              PIC S9(9)V99 VALUE 0.
       77  NOUV-ACHATS             PIC S9(9)V99 VALUE 0.
       77  ANC-VENTES              PIC S9(9)V99 VALUE 0.
       77  ANC-MARGE               PIC S9(9)V99 VALUE 0.
       77  ANC-ACHATS              PIC S9(9)V99 VALUE 0.
       77  AUDIT-ACTIF             PIC X VALUE 'N'.
       77  NB-IMPORTES             PIC 9(5) VALUE 0.
       77  NB-REJETS               PIC 9(5) VALUE 0.
       77  LIGNE-VALIDE            PIC X VALUE 'N'.

      *> Une mesure d'une famille : mois, cumul, annee, prevision.
       77  MESURE-CODE             PIC X(6) VALUE SPACES.
       77  MES-BUD-M               PIC S9(9)V99 VALUE 0.
       77  MES-REEL-M              PIC S9(9)V99 VALUE 0.
       77  MES-BUD-C               PIC S9(9)V99 VALUE 0.
       77  MES-REEL-C              PIC S9(9)V99 VALUE 0.
       77  MES-BUD-A               PIC S9(9)V99 VALUE 0.
       77  MES-PREVISION           PIC S9(9)V99 VALUE 0.
       77  MES-ECART               PIC S9(9)V99 VALUE 0.
       77  MES-PCT                 PIC S9(5)V9 VALUE 0.
       77  MES-ACTIVE              PIC X VALUE 'N'.
       77  ED-BUD-M                PIC -(8)9.99.
       77  ED-REEL-M               PIC -(8)9.99.
       77  ED-ECART-M              PIC -(8)9.99.
       77  ED-PCT-M                PIC -(4)9.9.
       77  ED-BUD-C                PIC -(8)9.99.
       77  ED-REEL-C               PIC -(8)9.99.
       77  ED-ECART-C              PIC -(8)9.99.
       77  ED-PCT-C                PIC -(4)9.9.
       77  ED-PREVISION            PIC -(8)9.99.
       77  ED-BUD-A                PIC -(8)9.99.
       77  ED-MONTANT              PIC -(8)9.99.
       77  ED-MONTANT2             PIC -(8)9.99.
       77  ED-MONTANT3             PIC -(8)9.99.
       77  NB-EDIT                 PIC Z(4)9.
       77  NB-FAM-ECRITES          PIC 9(2) VALUE 0.

       77  PRM-CLE                 PIC X(24) VALUE SPACES.
       77  PRM-DEFAUT              PIC X(40) VALUE SPACES.
       77  PRM-VALEUR              PIC X(40) VALUE SPACES.
       77  PRM-RESULTAT            PIC X(2) VALUE SPACES.

      *> Image avant/apres des montants saisis, via AUDIT-TRACE.
       77  AUD-FICHIER             PIC X(20) VALUE "budget".
       77  AUD-CLE                 PIC X(64) VALUE SPACES.
       77  AUD-CHAMP               PIC X(12) VALUE SPACES.
       77  AUD-AVANT               PIC X(20) VALUE SPACES.
       77  AUD-APRES               PIC X(20) VALUE SPACES.

      *> Identification de l'operateur (OPERATOR-SIGNON) et
      *> controle de role (OPERATOR-AUTH) ; "35" = controle pas
      *> encore en service, on continue.
       77  WS-OPERATEUR            PIC X(8) VALUE SPACES.
       77  SIGNON-RESULTAT         PIC X(2) VALUE SPACES.
       77  AUTH-ACTION             PIC X(24) VALUE "BUDGET-SAISIR".
       77  AUTH-ROLE               PIC X(12) VALUE "SUPERVISEUR".
       77  AUTH-RESULTAT           PIC X(2) VALUE SPACES.

       77  SPOOL-TYPE              PIC X(12) VALUE "RAPPORT".
       77  SPOOL-FICHIER           PIC X(64) VALUE SPACES.
       77  SPOOL-NUMERO            PIC 9(6) VALUE 0.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20) VALUE "BUDGET-FAMILLES".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           MOVE "EXERCICE-PREMIER-MOIS" TO PRM-CLE
           MOVE "01" TO PRM-DEFAUT
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT
           MOVE 1 TO PREMIER-MOIS
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               IF FUNCTION NUMVAL(PRM-VALEUR) >= 1
                   AND FUNCTION NUMVAL(PRM-VALEUR) <= 12
                   MOVE FUNCTION NUMVAL(PRM-VALEUR) TO PREMIER-MOIS
               END-IF
           END-IF

           OPEN I-O BUDGET-FILE
           IF BUDGET-STATUS = "35"
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF
           IF BUDGET-STATUS NOT = "00"
               DISPLAY "Budget indexe indisponible (status "
                   BUDGET-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           ACCEPT ARG-2 FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE FUNCTION TRIM(ARG-MODE)
               WHEN "IMPORT"
                   PERFORM IMPORTER-BUDGET
               WHEN "SAISIR"
                   PERFORM SAISIR-BUDGET
               WHEN "LISTE"
                   PERFORM LISTER-BUDGET
               WHEN "RAPPORT"
               WHEN SPACES
                   PERFORM RAPPORT-BUDGET-REEL
               WHEN OTHER
                   DISPLAY "USAGE: budget_familles [RAPPORT [AAAAMM]"
                       " | IMPORT | LISTE [AAAA] | SAISIR AAAA"
                       " FAMILLE MM VENTES MARGE ACHATS]"
                   MOVE 8 TO WS-JOBLOG-RC
           END-EVALUATE

           CLOSE BUDGET-FILE
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  IMPORTER-BUDGET : upsert de budget.txt
      *  (EXERCICE|FAMILLE|MOIS|VENTES|MARGE|ACHATS), en-tete et
      *  lignes invalides ignorees.
      *============================================================
       IMPORTER-BUDGET.
           OPEN INPUT IMPORT-FILE.
           IF IMPORT-STATUS NOT = "00"
               DISPLAY "Aucun budget a importer (budget.txt absent)."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO AUDIT-ACTIF.
           MOVE 0 TO NB-IMPORTES NB-REJETS.
           PERFORM UNTIL 1 = 0
               READ IMPORT-FILE
                   AT END EXIT PERFORM
               END-READ
               IF IMPORT-REC(1:1) IS NUMERIC
                   MOVE SPACES TO LG-CH1 LG-CH2 LG-CH3 LG-CH4
                       LG-CH5 LG-CH6
                   UNSTRING IMPORT-REC DELIMITED BY "|"
                       INTO LG-CH1 LG-CH2 LG-CH3 LG-CH4 LG-CH5
                           LG-CH6
                   END-UNSTRING
                   PERFORM VALIDER-LIGNE-BUDGET
                   IF LIGNE-VALIDE = 'O'
                       PERFORM ENREGISTRER-BUDGET
                   ELSE
                       ADD 1 TO NB-REJETS
                       DISPLAY "  ligne rejetee : "
                           FUNCTION TRIM(IMPORT-REC)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE IMPORT-FILE.
           DISPLAY NB-IMPORTES " ligne(s) de budget importee(s), "
               NB-REJETS " rejetee(s).".
           IF NB-REJETS > 0
               MOVE 4 TO WS-JOBLOG-RC
           END-IF.
           EXIT PARAGRAPH.

      *> LG-CH1..6 -> SAI-* ; exercice sur 4 chiffres, famille
      *> renseignee, mois 00 a 12, montants numeriques.
       VALIDER-LIGNE-BUDGET.
           MOVE 'N' TO LIGNE-VALIDE.
           IF FUNCTION LENGTH(FUNCTION TRIM(LG-CH1)) NOT = 4
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(LG-CH1)) NOT = 0
               OR FUNCTION TRIM(LG-CH2) = SPACES
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(LG-CH3)) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LG-CH4)) NOT = 0
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(LG-CH5)) NOT = 0
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(LG-CH6)) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(LG-CH3) < 0
               OR FUNCTION NUMVAL(LG-CH3) > 12
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(LG-CH1) TO SAI-EXERCICE.
           MOVE LG-CH2 TO SAI-FAM.
           INSPECT SAI-FAM CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE FUNCTION NUMVAL(LG-CH3) TO SAI-MOIS.
           MOVE FUNCTION NUMVAL(LG-CH4) TO SAI-VENTES.
           MOVE FUNCTION NUMVAL(LG-CH5) TO SAI-MARGE.
           MOVE FUNCTION NUMVAL(LG-CH6) TO SAI-ACHATS.
           MOVE 'O' TO LIGNE-VALIDE.
           EXIT PARAGRAPH.

      *> Un mois, ou les douze (mois 00 : un douzieme chacun,
      *> l'arrondi sur le douzieme).
       ENREGISTRER-BUDGET.
           IF SAI-MOIS NOT = 0
               MOVE SAI-MOIS TO WS-M
               MOVE SAI-VENTES TO NOUV-VENTES
               MOVE SAI-MARGE TO NOUV-MARGE
               MOVE SAI-ACHATS TO NOUV-ACHATS
               PERFORM ECRIRE-MOIS-BUDGET
               EXIT PARAGRAPH
           END-IF.
           COMPUTE PART-VENTES = SAI-VENTES / 12.
           COMPUTE PART-MARGE = SAI-MARGE / 12.
           COMPUTE PART-ACHATS = SAI-ACHATS / 12.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               IF WS-M < 12
                   MOVE PART-VENTES TO NOUV-VENTES
                   MOVE PART-MARGE TO NOUV-MARGE
                   MOVE PART-ACHATS TO NOUV-ACHATS
               ELSE
                   COMPUTE NOUV-VENTES = SAI-VENTES - 11 * PART-VENTES
                   COMPUTE NOUV-MARGE = SAI-MARGE - 11 * PART-MARGE
                   COMPUTE NOUV-ACHATS = SAI-ACHATS - 11 * PART-ACHATS
               END-IF
               PERFORM ECRIRE-MOIS-BUDGET
           END-PERFORM.
           EXIT PARAGRAPH.

      *> Upsert d'un mois ; en saisie, chaque montant change
      *> laisse son image avant/apres.
       ECRIRE-MOIS-BUDGET.
           MOVE SAI-EXERCICE TO BU-EXERCICE.
           MOVE SAI-FAM TO BU-FAM.
           MOVE WS-M TO BU-MOIS.
           READ BUDGET-FILE
               INVALID KEY
                   MOVE 0 TO BU-VENTES BU-MARGE BU-ACHATS
                   MOVE NOUV-VENTES TO BU-VENTES
                   MOVE NOUV-MARGE TO BU-MARGE
                   MOVE NOUV-ACHATS TO BU-ACHATS
                   WRITE BUDGET-REC
                       INVALID KEY
                           DISPLAY "Erreur budget ("
                               BU-EXERCICE " " FUNCTION TRIM(BU-FAM)
                               " " BU-MOIS ") : " BUDGET-STATUS
                   END-WRITE
                   MOVE 0 TO ANC-VENTES ANC-MARGE ANC-ACHATS
               NOT INVALID KEY
                   MOVE BU-VENTES TO ANC-VENTES
                   MOVE BU-MARGE TO ANC-MARGE
                   MOVE BU-ACHATS TO ANC-ACHATS
                   MOVE NOUV-VENTES TO BU-VENTES
                   MOVE NOUV-MARGE TO BU-MARGE
                   MOVE NOUV-ACHATS TO BU-ACHATS
                   REWRITE BUDGET-REC
                       INVALID KEY
                           DISPLAY "Erreur budget ("
                               BU-EXERCICE " " FUNCTION TRIM(BU-FAM)
                               " " BU-MOIS ") : " BUDGET-STATUS
                   END-REWRITE
           END-READ.
           ADD 1 TO NB-IMPORTES.
           IF AUDIT-ACTIF = 'O'
               MOVE SPACES TO AUD-CLE
               STRING BU-EXERCICE " " FUNCTION TRIM(BU-FAM) " "
                   BU-MOIS DELIMITED BY SIZE INTO AUD-CLE
               END-STRING
               IF ANC-VENTES NOT = BU-VENTES
                   MOVE "VENTES" TO AUD-CHAMP
                   MOVE ANC-VENTES TO ED-MONTANT
                   MOVE BU-VENTES TO ED-MONTANT2
                   PERFORM TRACER-MONTANT
               END-IF
               IF ANC-MARGE NOT = BU-MARGE
                   MOVE "MARGE" TO AUD-CHAMP
                   MOVE ANC-MARGE TO ED-MONTANT
                   MOVE BU-MARGE TO ED-MONTANT2
                   PERFORM TRACER-MONTANT
               END-IF
               IF ANC-ACHATS NOT = BU-ACHATS
                   MOVE "ACHATS" TO AUD-CHAMP
                   MOVE ANC-ACHATS TO ED-MONTANT
                   MOVE BU-ACHATS TO ED-MONTANT2
                   PERFORM TRACER-MONTANT
               END-IF
           END-IF.
           EXIT PARAGRAPH.

       TRACER-MONTANT.
           MOVE SPACES TO AUD-AVANT AUD-APRES.
           MOVE FUNCTION TRIM(ED-MONTANT) TO AUD-AVANT.
           MOVE FUNCTION TRIM(ED-MONTANT2) TO AUD-APRES.
           CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE AUD-CHAMP
               AUD-AVANT AUD-APRES WS-JOBLOG-PROGRAM.
           EXIT PARAGRAPH.

      *============================================================
      *  SAISIR-BUDGET : une ligne de budget en arguments, sous
      *  role SUPERVISEUR.
      *============================================================
       SAISIR-BUDGET.
           ACCEPT ARG-3 FROM ARGUMENT-VALUE.
           ACCEPT ARG-4 FROM ARGUMENT-VALUE.
           ACCEPT ARG-5 FROM ARGUMENT-VALUE.
           ACCEPT ARG-6 FROM ARGUMENT-VALUE.
           ACCEPT ARG-7 FROM ARGUMENT-VALUE.
           MOVE ARG-2 TO LG-CH1.
           MOVE ARG-3 TO LG-CH2.
           MOVE ARG-4 TO LG-CH3.
           MOVE ARG-5 TO LG-CH4.
           MOVE ARG-6 TO LG-CH5.
           MOVE ARG-7 TO LG-CH6.
           PERFORM VALIDER-LIGNE-BUDGET.
           IF LIGNE-VALIDE NOT = 'O'
               DISPLAY "USAGE: budget_familles SAISIR AAAA FAMILLE MM"
                   " VENTES MARGE ACHATS (MM 00 = annuel reparti)"
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT
           IF SIGNON-RESULTAT = "91"
               DISPLAY "Identification operateur refusee, fin."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           CALL "OPERATOR-AUTH" USING AUTH-ACTION AUTH-ROLE
               AUTH-RESULTAT.
           IF AUTH-RESULTAT = "91"
               DISPLAY "Saisie du budget refusee : role SUPERVISEUR"
                   " requis."
               MOVE 8 TO WS-JOBLOG-RC
               CALL "OPERATOR-SIGNOFF"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO AUDIT-ACTIF.
           MOVE 0 TO NB-IMPORTES.
           PERFORM ENREGISTRER-BUDGET.
           MOVE SAI-VENTES TO ED-MONTANT.
           MOVE SAI-MARGE TO ED-MONTANT2.
           MOVE SAI-ACHATS TO ED-MONTANT3.
           DISPLAY "Budget " SAI-EXERCICE " " FUNCTION TRIM(SAI-FAM)
               " mois " SAI-MOIS " : ventes "
               FUNCTION TRIM(ED-MONTANT) ", marge "
               FUNCTION TRIM(ED-MONTANT2) ", achats "
               FUNCTION TRIM(ED-MONTANT3) " (" NB-IMPORTES
               " mois enregistre(s)).".
           CALL "OPERATOR-SIGNOFF".
           EXIT PARAGRAPH.

      *============================================================
      *  LISTER-BUDGET : le budget d'un exercice (argument, sinon
      *  celui du mois courant), famille par famille.
      *============================================================
       LISTER-BUDGET.
           MOVE FUNCTION NUMVAL(WS-TODAY(1:6)) TO MOIS-RAPPORT.
           PERFORM DETERMINER-EXERCICE.
           IF FUNCTION LENGTH(FUNCTION TRIM(ARG-2)) = 4
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-2)) = 0
               MOVE FUNCTION NUMVAL(ARG-2) TO EXERCICE
           END-IF.
           DISPLAY "=== BUDGET DE L'EXERCICE " EXERCICE " ===".
           MOVE 0 TO NB-IMPORTES.
           MOVE SPACES TO FAM-CHERCHEE.
           MOVE EXERCICE TO BU-EXERCICE.
           MOVE LOW-VALUES TO BU-FAM.
           MOVE 0 TO BU-MOIS.
           START BUDGET-FILE KEY IS NOT LESS THAN BU-CLE
               INVALID KEY
                   DISPLAY "  (aucun)"
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
               READ BUDGET-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF BU-EXERCICE NOT = EXERCICE
                   EXIT PERFORM
               END-IF
               IF BU-FAM NOT = FAM-CHERCHEE
                   DISPLAY "  famille " FUNCTION TRIM(BU-FAM)
                   MOVE BU-FAM TO FAM-CHERCHEE
               END-IF
               ADD 1 TO NB-IMPORTES
               MOVE BU-VENTES TO ED-MONTANT
               MOVE BU-MARGE TO ED-MONTANT2
               MOVE BU-ACHATS TO ED-MONTANT3
               DISPLAY "    mois " BU-MOIS "  ventes " ED-MONTANT
                   "  marge " ED-MONTANT2 "  achats " ED-MONTANT3
           END-PERFORM.
           IF NB-IMPORTES = 0
               DISPLAY "  (aucun)"
           END-IF.
           EXIT PARAGRAPH.

      *> Exercice du mois MOIS-RAPPORT, rang du mois dans
      *> l'exercice et bornes de l'exercice.
       DETERMINER-EXERCICE.
           MOVE MOIS-RAPPORT(1:4) TO EXERCICE.
           IF PREMIER-MOIS > 1
               AND FUNCTION NUMVAL(MOIS-RAPPORT(5:2)) >= PREMIER-MOIS
               ADD 1 TO EXERCICE
           END-IF.
           IF PREMIER-MOIS = 1
               COMPUTE BASE-MOIS = EXERCICE * 12 + 1
               COMPUTE DATE-DEBUT-EX = EXERCICE * 10000 + 101
           ELSE
               COMPUTE BASE-MOIS = (EXERCICE - 1) * 12 + PREMIER-MOIS
               COMPUTE DATE-DEBUT-EX = (EXERCICE - 1) * 10000
                   + PREMIER-MOIS * 100 + 1
           END-IF.
      *> Fin : le 31 du dernier mois suffit aux comparaisons.
           COMPUTE MOIS-W = ((BASE-MOIS + 10) / 12) * 100
               + FUNCTION MOD(BASE-MOIS + 10, 12) + 1.
           COMPUTE DATE-FIN-EX = MOIS-W * 100 + 31.
           MOVE MOIS-RAPPORT TO MOIS-W.
           PERFORM RANG-DU-MOIS.
           MOVE RANG-W TO RANG-RAPPORT.
           EXIT PARAGRAPH.

      *> Rang 1-12 du mois MOIS-W (AAAAMM) dans l'exercice, hors
      *> exercice sinon.
       RANG-DU-MOIS.
           COMPUTE RANG-W = FUNCTION NUMVAL(MOIS-W(1:4)) * 12
               + FUNCTION NUMVAL(MOIS-W(5:2)) - BASE-MOIS + 1.
           EXIT PARAGRAPH.

      *============================================================
      *  RAPPORT-BUDGET-REEL : budget et reel de l'exercice du
      *  mois demande, puis l'etat.
      *============================================================
       RAPPORT-BUDGET-REEL.
           MOVE FUNCTION NUMVAL(WS-TODAY(1:6)) TO MOIS-RAPPORT.
           IF FUNCTION LENGTH(FUNCTION TRIM(ARG-2)) = 6
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-2)) = 0
               MOVE FUNCTION NUMVAL(ARG-2) TO MOIS-RAPPORT
           END-IF.
           IF MOIS-RAPPORT(5:2) < "01" OR MOIS-RAPPORT(5:2) > "12"
               DISPLAY "Mois invalide : " MOIS-RAPPORT
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM DETERMINER-EXERCICE.

           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS NOT = "00"
               DISPLAY "Catalogue indexe indisponible (status "
                   MASTER-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO MASTER-OPEN-FLAG.
           OPEN INPUT LIEN-FILE.
           IF LIEN-STATUS = "00"
               MOVE 'O' TO LIEN-OPEN-FLAG
           END-IF.

           PERFORM CHARGER-FAMILLES.
           PERFORM CHARGER-BUDGET.

           MOVE 0 TO NB-FACTURES NB-LIGNES-REEL.
           MOVE "FACTURES" TO SOURCE-CODE.
           MOVE "factures.txt" TO SOURCE-BASE.
           PERFORM LIRE-REGISTRE.
           MOVE "FLIGNES" TO SOURCE-CODE.
           MOVE "factures_lignes.txt" TO SOURCE-BASE.
           PERFORM LIRE-REGISTRE.
           MOVE "AVOIRS" TO SOURCE-CODE.
           MOVE "avoirs.txt" TO SOURCE-BASE.
           PERFORM LIRE-REGISTRE.
           MOVE "RECEPTIONS" TO SOURCE-CODE.
           MOVE "receptions.txt" TO SOURCE-BASE.
           PERFORM LIRE-REGISTRE.
           MOVE "BONS" TO SOURCE-CODE.
           MOVE "po_en_cours.txt" TO SOURCE-FILENAME.
           PERFORM LIRE-FICHIER-SOURCE.

           CLOSE MASTER-FILE.
           IF LIEN-OPEN-FLAG = 'O'
               CLOSE LIEN-FILE
           END-IF.

           PERFORM ECRIRE-RAPPORT.
           MOVE NB-LIGNES-REEL TO NB-EDIT.
           DISPLAY "Budget / reel : " FUNCTION TRIM(RAPPORT-FILENAME)
               " (" FUNCTION TRIM(NB-EDIT) " ligne(s) de reel, "
               NB-FAM-ECRITES " famille(s), spool " SPOOL-NUMERO ")".
           EXIT PARAGRAPH.

      *> Familles du referentiel dans l'ordre des codes ; celles
      *> du budget ou du reel absentes du referentiel suivent.
       CHARGER-FAMILLES.
           INITIALIZE TAB-FAMILLES.
           MOVE 0 TO NB-FAMILLES.
           MOVE "TOTAL" TO FM-CODE(IDX-TOTAL).
           MOVE "TOUTES FAMILLES" TO FM-LIB(IDX-TOTAL).
           OPEN INPUT FAM-FILE.
           IF FAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO FA-CODE.
           START FAM-FILE KEY IS NOT LESS THAN FA-CODE
               INVALID KEY
                   CLOSE FAM-FILE
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
               READ FAM-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF NB-FAMILLES < 59
                   ADD 1 TO NB-FAMILLES
                   MOVE FA-CODE TO FM-CODE(NB-FAMILLES)
                   MOVE FA-LIB TO FM-LIB(NB-FAMILLES)
               END-IF
           END-PERFORM.
           CLOSE FAM-FILE.
           EXIT PARAGRAPH.

      *> Rang de FAM-CHERCHEE dans la table, ajoutee si absente
      *> (au-dela de 60 familles, cumulee au total seulement).
       CHERCHER-FAMILLE.
           MOVE 0 TO IDX-FAM.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NB-FAMILLES
               IF FM-CODE(WS-J) = FAM-CHERCHEE
                   MOVE WS-J TO IDX-FAM
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF IDX-FAM = 0 AND NB-FAMILLES < 60
               ADD 1 TO NB-FAMILLES
               MOVE NB-FAMILLES TO IDX-FAM
               MOVE FAM-CHERCHEE TO FM-CODE(IDX-FAM)
               IF FAM-CHERCHEE = "(SANS)"
                   MOVE "ARTICLES SANS FAMILLE" TO FM-LIB(IDX-FAM)
               ELSE
                   MOVE "(hors referentiel)" TO FM-LIB(IDX-FAM)
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *> Budget de l'exercice : mois civil -> rang dans l'exercice.
       CHARGER-BUDGET.
           MOVE EXERCICE TO BU-EXERCICE.
           MOVE LOW-VALUES TO BU-FAM.
           MOVE 0 TO BU-MOIS.
           START BUDGET-FILE KEY IS NOT LESS THAN BU-CLE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
               READ BUDGET-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF BU-EXERCICE NOT = EXERCICE
                   EXIT PERFORM
               END-IF
               IF BU-MOIS >= 1 AND BU-MOIS <= 12
                   COMPUTE WS-M = FUNCTION MOD
                       (BU-MOIS - PREMIER-MOIS + 12, 12) + 1
                   MOVE BU-FAM TO FAM-CHERCHEE
                   PERFORM CHERCHER-FAMILLE
                   IF IDX-FAM > 0
                       ADD BU-VENTES TO FM-BUD-VENTES(IDX-FAM, WS-M)
                       ADD BU-MARGE TO FM-BUD-MARGE(IDX-FAM, WS-M)
                       ADD BU-ACHATS TO FM-BUD-ACHATS(IDX-FAM, WS-M)
                   END-IF
                   ADD BU-VENTES TO FM-BUD-VENTES(IDX-TOTAL, WS-M)
                   ADD BU-MARGE TO FM-BUD-MARGE(IDX-TOTAL, WS-M)
                   ADD BU-ACHATS TO FM-BUD-ACHATS(IDX-TOTAL, WS-M)
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  LIRE-REGISTRE : archives de SOURCE-BASE recouvrant
      *  l'exercice (index exercices_archives.txt), puis le
      *  registre courant.
      *------------------------------------------------------------
       LIRE-REGISTRE.
           OPEN INPUT ARCHIVES-FILE.
           IF ARCHIVES-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ ARCHIVES-FILE
                       AT END EXIT PERFORM
                   END-READ
                   MOVE SPACES TO ARC-CH1 ARC-CH2 ARC-CH3 ARC-CH4
                       ARC-CH5 ARC-CH6 ARC-CH7 ARC-CH8
                   UNSTRING ARCHIVES-REC DELIMITED BY "|"
                       INTO ARC-CH1 ARC-CH2 ARC-CH3 ARC-CH4 ARC-CH5
                           ARC-CH6 ARC-CH7 ARC-CH8
                   END-UNSTRING
                   IF ARC-CH2 = "ARCHIVE" AND ARC-CH3 = SOURCE-BASE
                       AND ARC-CH7 IS NUMERIC AND ARC-CH8 IS NUMERIC
                       IF FUNCTION NUMVAL(ARC-CH8) >= DATE-DEBUT-EX
                           AND FUNCTION NUMVAL(ARC-CH7)
                               <= DATE-FIN-EX
                           MOVE ARC-CH4 TO SOURCE-FILENAME
                           PERFORM LIRE-FICHIER-SOURCE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARCHIVES-FILE
           END-IF.
           MOVE SOURCE-BASE TO SOURCE-FILENAME.
           PERFORM LIRE-FICHIER-SOURCE.
           EXIT PARAGRAPH.

       LIRE-FICHIER-SOURCE.
           OPEN INPUT SOURCE-FILE.
           IF SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ SOURCE-FILE
                   AT END EXIT PERFORM
               END-READ
               IF SOURCE-REC(1:1) IS NUMERIC
                   MOVE SPACES TO LG-CH1 LG-CH2 LG-CH3 LG-CH4 LG-CH5
                       LG-CH6 LG-CH7 LG-CH8 LG-CH9 LG-CH10 LG-CH11
                       LG-CH12
                   UNSTRING SOURCE-REC DELIMITED BY "|"
                       INTO LG-CH1 LG-CH2 LG-CH3 LG-CH4 LG-CH5
                           LG-CH6 LG-CH7 LG-CH8 LG-CH9 LG-CH10
                           LG-CH11 LG-CH12
                   END-UNSTRING
                   EVALUATE SOURCE-CODE
                       WHEN "FACTURES"
                           PERFORM RETENIR-FACTURE
                       WHEN "FLIGNES"
                           PERFORM CUMULER-LIGNE-FACTURE
                       WHEN "AVOIRS"
                           PERFORM CUMULER-AVOIR
                       WHEN "RECEPTIONS"
                           PERFORM CUMULER-RECEPTION
                       WHEN "BONS"
                           PERFORM CUMULER-BON-OUVERT
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE SOURCE-FILE.
           EXIT PARAGRAPH.

      *> Factures (FACTURE|COMMANDE|CLIENT|HT|TVA|TTC|DATE) datees
      *> dans l'exercice, pour dater leurs lignes.
       RETENIR-FACTURE.
           MOVE LG-CH7 TO DATE-W.
           IF DATE-W IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE DATE-W(1:6) TO MOIS-W.
           PERFORM RANG-DU-MOIS.
           IF RANG-W < 1 OR RANG-W > 12
               EXIT PARAGRAPH
           END-IF.
           IF NB-FACTURES >= 9000
               DISPLAY "Plus de 9000 factures sur l'exercice, la"
                   " suite est ignoree."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-FACTURES.
           MOVE FUNCTION NUMVAL(LG-CH1) TO FT-NUM(NB-FACTURES).
           MOVE FUNCTION NUMVAL(DATE-W) TO FT-DATE(NB-FACTURES).
           EXIT PARAGRAPH.

      *> Ligne facturee (FACTURE|COMMANDE|CLIENT|ARTICLE|QTE|
      *> PU-NET|TVA|POINTS) : vente et cout au PMP au mois de la
      *> facture.
       CUMULER-LIGNE-FACTURE.
           MOVE FUNCTION NUMVAL(LG-CH1) TO NUM-CHERCHE.
           MOVE 0 TO DATE-FACTURE.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NB-FACTURES
               IF FT-NUM(WS-J) = NUM-CHERCHE
                   MOVE FT-DATE(WS-J) TO DATE-FACTURE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF DATE-FACTURE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE DATE-FACTURE(1:6) TO MOIS-W.
           PERFORM RANG-DU-MOIS.
           MOVE LG-CH4 TO ARTICLE-W.
           PERFORM TROUVER-ARTICLE.
           MOVE FUNCTION NUMVAL(LG-CH5) TO QTE-W.
           COMPUTE MONTANT-W ROUNDED =
               QTE-W * FUNCTION NUMVAL(LG-CH6).
           COMPUTE COUT-W ROUNDED = QTE-W * PMP-W.
           PERFORM CUMULER-VENTE.
           EXIT PARAGRAPH.

      *> Avoir (AVOIR|FACTURE|COMMANDE|CLIENT|ARTICLE|QTE|HT|TVA|
      *> TTC|TAUX|DATE|DESTINATION) : HT en moins des ventes, cout
      *> en moins quand la marchandise revient en stock.
       CUMULER-AVOIR.
           MOVE LG-CH11 TO DATE-W.
           IF DATE-W IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE DATE-W(1:6) TO MOIS-W.
           PERFORM RANG-DU-MOIS.
           IF RANG-W < 1 OR RANG-W > 12
               EXIT PARAGRAPH
           END-IF.
           MOVE LG-CH5 TO ARTICLE-W.
           PERFORM TROUVER-ARTICLE.
           COMPUTE MONTANT-W = 0 - FUNCTION NUMVAL(LG-CH7).
           MOVE 0 TO COUT-W.
           IF FUNCTION TRIM(LG-CH12) = "STOCK"
               COMPUTE COUT-W ROUNDED =
                   0 - FUNCTION NUMVAL(LG-CH6) * PMP-W
           END-IF.
           PERFORM CUMULER-VENTE.
           EXIT PARAGRAPH.

       CUMULER-VENTE.
           IF RANG-W < 1 OR RANG-W > 12
               EXIT PARAGRAPH
           END-IF.
           MOVE RANG-W TO WS-M.
           ADD 1 TO NB-LIGNES-REEL.
           IF IDX-FAM > 0
               ADD MONTANT-W TO FM-VENTES(IDX-FAM, WS-M)
               ADD COUT-W TO FM-COUT(IDX-FAM, WS-M)
           END-IF.
           ADD MONTANT-W TO FM-VENTES(IDX-TOTAL, WS-M).
           ADD COUT-W TO FM-COUT(IDX-TOTAL, WS-M).
           EXIT PARAGRAPH.

      *> Reception (BON|FOURNISSEUR|ARTICLE|QTE|DATE-RECU|DATE-CDE|
      *> PU-ACHAT|MOTIF|FACTEUR) : QTE x PU-ACHAT, ou QTE x
      *> facteur x PMP quand le prix n'a pas ete saisi.
       CUMULER-RECEPTION.
           MOVE LG-CH5 TO DATE-W.
           IF DATE-W IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE DATE-W(1:6) TO MOIS-W.
           PERFORM RANG-DU-MOIS.
           IF RANG-W < 1 OR RANG-W > 12
               EXIT PARAGRAPH
           END-IF.
           MOVE RANG-W TO WS-M.
           MOVE LG-CH3 TO ARTICLE-W.
           PERFORM TROUVER-ARTICLE.
           PERFORM LIRE-FACTEUR-CH9.
           MOVE FUNCTION NUMVAL(LG-CH4) TO QTE-W.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LG-CH7)) = 0
               AND LG-CH7 NOT = SPACES
               COMPUTE MONTANT-W ROUNDED =
                   QTE-W * FUNCTION NUMVAL(LG-CH7)
           ELSE
               COMPUTE MONTANT-W ROUNDED = QTE-W * FACTEUR-W * PMP-W
           END-IF.
           ADD 1 TO NB-LIGNES-REEL.
           IF IDX-FAM > 0
               ADD MONTANT-W TO FM-ACHATS(IDX-FAM, WS-M)
           END-IF.
           ADD MONTANT-W TO FM-ACHATS(IDX-TOTAL, WS-M).
           EXIT PARAGRAPH.

      *> Bon ouvert (NUMERO|FOU|ARTICLE|QTE|DATE|STATUT|FACTEUR) :
      *> engage au PMP, quel que soit son mois.
       CUMULER-BON-OUVERT.
           MOVE LG-CH3 TO ARTICLE-W.
           PERFORM TROUVER-ARTICLE.
           MOVE 1 TO FACTEUR-W.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LG-CH7)) = 0
               AND LG-CH7 NOT = SPACES
               IF FUNCTION NUMVAL(LG-CH7) > 0
                   MOVE FUNCTION NUMVAL(LG-CH7) TO FACTEUR-W
               END-IF
           END-IF.
           COMPUTE MONTANT-W ROUNDED =
               FUNCTION NUMVAL(LG-CH4) * FACTEUR-W * PMP-W.
           IF IDX-FAM > 0
               ADD MONTANT-W TO FM-ENGAGE(IDX-FAM)
           END-IF.
           ADD MONTANT-W TO FM-ENGAGE(IDX-TOTAL).
           EXIT PARAGRAPH.

       LIRE-FACTEUR-CH9.
           MOVE 1 TO FACTEUR-W.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LG-CH9)) = 0
               AND LG-CH9 NOT = SPACES
               IF FUNCTION NUMVAL(LG-CH9) > 0
                   MOVE FUNCTION NUMVAL(LG-CH9) TO FACTEUR-W
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *> PMP catalogue et famille de ARTICLE-W (rang IDX-FAM).
       TROUVER-ARTICLE.
           MOVE 0 TO PMP-W.
           MOVE ARTICLE-W TO M-CODE.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 0 TO PMP-W
               NOT INVALID KEY
                   MOVE M-PMP TO PMP-W
           END-READ.
           MOVE "(SANS)" TO FAM-CHERCHEE.
           IF LIEN-OPEN-FLAG = 'O'
               MOVE ARTICLE-W TO FL-ART
               READ LIEN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FL-FAM NOT = SPACES
                           MOVE FL-FAM TO FAM-CHERCHEE
                       END-IF
               END-READ
           END-IF.
           PERFORM CHERCHER-FAMILLE.
           EXIT PARAGRAPH.

      *============================================================
      *  ECRIRE-RAPPORT : un bloc par famille ayant budget ou
      *  reel, puis le total ; trois lignes (ventes, marge,
      *  achats) et l'engage des bons ouverts.
      *============================================================
       ECRIRE-RAPPORT.
           MOVE SPACES TO RAPPORT-FILENAME.
           STRING "budget_reel_" MOIS-RAPPORT ".txt"
               DELIMITED BY SIZE INTO RAPPORT-FILENAME
           END-STRING.
           OPEN OUTPUT RAPPORT-FILE.
           MOVE SPACES TO RAPPORT-REC.
           STRING "BUDGET / REEL PAR FAMILLE - MOIS " MOIS-RAPPORT
               " - EXERCICE " EXERCICE " (du " DATE-DEBUT-EX
               ", mois " RANG-RAPPORT " sur 12) - EDITE LE " WS-TODAY
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           STRING "          "
               "------------------- MOIS -------------------- |"
               "------------ CUMUL EXERCICE ----------------- |"
               "---- FIN D'EXERCICE -----"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           STRING "                budget         reel        ecart"
               "  ecart%|       budget         reel        ecart"
               "  ecart%|    prevision       budget"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.

           MOVE 0 TO NB-FAM-ECRITES.
           PERFORM VARYING IDX-FAM FROM 1 BY 1
               UNTIL IDX-FAM > NB-FAMILLES
               PERFORM ECRIRE-FAMILLE
           END-PERFORM.
           MOVE IDX-TOTAL TO IDX-FAM.
           PERFORM ECRIRE-FAMILLE.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE "Prevision de fin d'exercice = reel cumule + budget"
               & " des mois restants. Marge = ventes HT - cout au"
               & " PMP catalogue." TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           CLOSE RAPPORT-FILE.
           MOVE RAPPORT-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           EXIT PARAGRAPH.

       ECRIRE-FAMILLE.
           MOVE 'N' TO MES-ACTIVE.
           IF FM-ENGAGE(IDX-FAM) NOT = 0 OR IDX-FAM = IDX-TOTAL
               MOVE 'O' TO MES-ACTIVE
           END-IF.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               IF FM-BUD-VENTES(IDX-FAM, WS-M) NOT = 0
                   OR FM-BUD-MARGE(IDX-FAM, WS-M) NOT = 0
                   OR FM-BUD-ACHATS(IDX-FAM, WS-M) NOT = 0
                   OR FM-VENTES(IDX-FAM, WS-M) NOT = 0
                   OR FM-COUT(IDX-FAM, WS-M) NOT = 0
                   OR FM-ACHATS(IDX-FAM, WS-M) NOT = 0
                   MOVE 'O' TO MES-ACTIVE
               END-IF
           END-PERFORM.
           IF MES-ACTIVE = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF IDX-FAM NOT = IDX-TOTAL
               ADD 1 TO NB-FAM-ECRITES
           END-IF.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           STRING FM-CODE(IDX-FAM) " " FUNCTION TRIM(FM-LIB(IDX-FAM))
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE "VENTES" TO MESURE-CODE.
           PERFORM ECRIRE-MESURE.
           MOVE "MARGE" TO MESURE-CODE.
           PERFORM ECRIRE-MESURE.
           MOVE "ACHATS" TO MESURE-CODE.
           PERFORM ECRIRE-MESURE.
           IF FM-ENGAGE(IDX-FAM) NOT = 0
               MOVE FM-ENGAGE(IDX-FAM) TO ED-MONTANT
               MOVE SPACES TO RAPPORT-REC
               STRING "  engage (bons ouverts au PMP) "
                   FUNCTION TRIM(ED-MONTANT)
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
           END-IF.
           EXIT PARAGRAPH.

      *> Une mesure : mois, cumul a fin de mois, prevision et
      *> budget annuel.
       ECRIRE-MESURE.
           MOVE 0 TO MES-BUD-M MES-REEL-M MES-BUD-C MES-REEL-C
               MES-BUD-A.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               EVALUATE MESURE-CODE
                   WHEN "VENTES"
                       MOVE FM-BUD-VENTES(IDX-FAM, WS-M) TO MONTANT-W
                       MOVE FM-VENTES(IDX-FAM, WS-M) TO COUT-W
                   WHEN "MARGE"
                       MOVE FM-BUD-MARGE(IDX-FAM, WS-M) TO MONTANT-W
                       COMPUTE COUT-W = FM-VENTES(IDX-FAM, WS-M)
                           - FM-COUT(IDX-FAM, WS-M)
                   WHEN "ACHATS"
                       MOVE FM-BUD-ACHATS(IDX-FAM, WS-M) TO MONTANT-W
                       MOVE FM-ACHATS(IDX-FAM, WS-M) TO COUT-W
               END-EVALUATE
               ADD MONTANT-W TO MES-BUD-A
               IF WS-M <= RANG-RAPPORT
                   ADD MONTANT-W TO MES-BUD-C
                   ADD COUT-W TO MES-REEL-C
               END-IF
               IF WS-M = RANG-RAPPORT
                   MOVE MONTANT-W TO MES-BUD-M
                   MOVE COUT-W TO MES-REEL-M
               END-IF
           END-PERFORM.
           COMPUTE MES-PREVISION = MES-REEL-C + MES-BUD-A - MES-BUD-C.

           MOVE MES-BUD-M TO ED-BUD-M.
           MOVE MES-REEL-M TO ED-REEL-M.
           COMPUTE MES-ECART = MES-REEL-M - MES-BUD-M.
           MOVE MES-ECART TO ED-ECART-M.
           MOVE 0 TO MES-PCT.
           IF MES-BUD-M NOT = 0
               COMPUTE MES-PCT ROUNDED = MES-ECART * 100 / MES-BUD-M
           END-IF.
           MOVE MES-PCT TO ED-PCT-M.
           MOVE MES-BUD-C TO ED-BUD-C.
           MOVE MES-REEL-C TO ED-REEL-C.
           COMPUTE MES-ECART = MES-REEL-C - MES-BUD-C.
           MOVE MES-ECART TO ED-ECART-C.
           MOVE 0 TO MES-PCT.
           IF MES-BUD-C NOT = 0
               COMPUTE MES-PCT ROUNDED = MES-ECART * 100 / MES-BUD-C
           END-IF.
           MOVE MES-PCT TO ED-PCT-C.
           MOVE MES-PREVISION TO ED-PREVISION.
           MOVE MES-BUD-A TO ED-BUD-A.
           MOVE SPACES TO RAPPORT-REC.
           STRING "  " MESURE-CODE "  " ED-BUD-M " " ED-REEL-M " "
               ED-ECART-M " " ED-PCT-M "|" ED-BUD-C " " ED-REEL-C " "
               ED-ECART-C " " ED-PCT-C "|" ED-PREVISION " " ED-BUD-A
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.
