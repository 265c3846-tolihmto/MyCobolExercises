      *  files. Same pipe-delimited UNSTRING convention as
      *  job_status_dashboard.cbl's "NOM-JOB|STATUT" rows, and the
      *  same default-filename-via-ARGUMENT-VALUE fallback.
      *
      *  Regimes d'eligibilite : le bureau gere plusieurs regimes
      *  (carte jeune, tarif senior, tarif etudiant...), chacun
      *  avec sa tranche d'age, sa date de reference et ses champs
      *  obligatoires, decrits dans eligibilite_regimes.txt :
      *    CODE|LIBELLE|AGE-MIN|AGE-MAX|DATE-REFERENCE|
      *    CHAMPS-REQUIS|STATUT-REQUIS|ACTIF
      *  AGE-MAX vide ou 0 = sans limite ; DATE-REFERENCE JOUR (ou
      *  vide) = date du run, MMJJ = ce jour de l'annee courante
      *  (0901 pour la rentree), AAAAMMJJ = date fixe ; CHAMPS-
      *  REQUIS = liste NAISSANCE,STATUT,JUSTIFICATIF separee par
      *  des virgules ; STATUT-REQUIS = situation declaree exigee
      *  (ETUDIANT...) ; ACTIF N = regime suspendu. La ligne
      *  personne accepte alors deux champs facultatifs :
      *    PRENOM|DATE-NAISSANCE[|STATUT|JUSTIFICATIF]
      *  (situation declaree, reference de la piece justificative).
      *  Chaque personne retenue est confrontee a chaque regime
      *  actif : une ligne de resultat par personne et par regime,
      *  ELIGIBLE ou INELIGIBLE avec le motif du refus
      *  (MANQUE-<CHAMP>, STATUT-DIFFERENT, AGE-INFERIEUR,
      *  AGE-SUPERIEUR), le code et le libelle du regime en champs
      *  5 et 6. Une ligne rejetee garde son unique ligne REJET.
      *  Sans fichier de regimes, le resultat reste la seule
      *  decision mineur/majeur de MINMAJ.
      *============================================================

       ENVIRONMENT DIVISION.
               NOM-FICHIER-RESULTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTATS-STATUS.
           SELECT REGIMES-FILE ASSIGN TO "eligibilite_regimes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGIMES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONNES-FILE.
       01  PERSONNE-REC             PIC X(120).
       FD  REJETS-FILE.
       01  REJET-REC                PIC X(140).
       FD  DOUBLONS-FILE.
       01  DOUBLON-REC              PIC X(160).
       FD  RESULTATS-FILE.
       01  RESULTAT-REC             PIC X(150).
       FD  REGIMES-FILE.
       01  REGIME-REC               PIC X(150).

       WORKING-STORAGE SECTION.
       01  NOM-FICHIER-PERSONNES   PIC X(100).
       01  WS-PRENOM                PIC X(16).
       01  WS-AGE-EDIT              PIC X(10).
       01  WS-AGE                   PIC 9(3).
       01  WS-STATUT                PIC X(12).
       01  WS-JUSTIFICATIF          PIC X(30).

      *> Calcul de l'age depuis la date de naissance et la date
      *> systeme, anniversaire non encore atteint compris.
       01  REJETS-STATUS            PIC XX.
       01  NOM-FICHIER-REJETS       PIC X(64) VALUE SPACES.
       01  REJETS-OUVERT            PIC X VALUE 'N'.
       01  MOTIF-REJET              PIC X(20) VALUE SPACES.
       01  NB-REJETS-NOM            PIC 9(4) VALUE 0.
       01  NB-REJETS-AGE            PIC 9(4) VALUE 0.
       01  NB-REJETS-DATE           PIC 9(4) VALUE 0.
       01  NOM-FICHIER-RESULTATS    PIC X(64) VALUE SPACES.
       01  RESULTAT-W               PIC X(10) VALUE SPACES.

      *> Regimes charges d'eligibilite_regimes.txt ; RG-REF-DATE est
      *> la date a laquelle l'age est calcule pour le regime.
       01  REGIMES-STATUS           PIC XX.
       01  NB-REGIMES               PIC 9(2) VALUE 0.
       01  TAB-REGIMES.
           05  ENTREE-REGIME OCCURS 20 TIMES.
               10  RG-CODE          PIC X(12).
               10  RG-LIBELLE       PIC X(30).
               10  RG-AGE-MIN       PIC 9(3).
               10  RG-AGE-MAX       PIC 9(3).
               10  RG-REF-DATE      PIC 9(8).
               10  RG-REQ-NAISSANCE PIC X.
               10  RG-REQ-STATUT    PIC X.
               10  RG-REQ-JUSTIF    PIC X.
               10  RG-STATUT        PIC X(12).
               10  RG-NB-ELIGIBLES  PIC 9(4).
               10  RG-NB-REFUS      PIC 9(4).
       01  WS-R                     PIC 9(2) VALUE 0.
       01  RGL-CH1                  PIC X(12).
       01  RGL-CH2                  PIC X(30).
       01  RGL-CH3                  PIC X(6).
       01  RGL-CH4                  PIC X(6).
       01  RGL-CH5                  PIC X(8).
       01  RGL-CH6                  PIC X(40).
       01  RGL-CH7                  PIC X(12).
       01  RGL-CH8                  PIC X(4).
       01  REGIME-W                 PIC X(12) VALUE SPACES.
       01  LIBELLE-REGIME-W         PIC X(30) VALUE SPACES.
       01  MOTIF-REFUS              PIC X(20) VALUE SPACES.
       01  NAISSANCE-CONNUE         PIC X VALUE 'N'.
       01  AGE-REFERENCE            PIC S9(4) VALUE 0.
       01  PTR-RESULTAT             PIC 9(3) VALUE 0.

       01  DOUBLONS-STATUS          PIC XX.
       01  NOM-FICHIER-DOUBLONS     PIC X(64) VALUE SPACES.
       01  DOUBLONS-OUVERT          PIC X VALUE 'N'.
               DELIMITED BY SIZE INTO NOM-FICHIER-RESULTATS
           END-STRING
           OPEN OUTPUT RESULTATS-FILE
           PERFORM CHARGER-REGIMES

           OPEN INPUT PERSONNES-FILE
           IF PERSONNES-FILE-STATUS NOT = "00"
           DISPLAY "Doublons : confirmes (exclus)="
               NB-DOUBLONS-EXACTS " probables (a revoir)="
               NB-DOUBLONS-PROCHES
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > NB-REGIMES
               DISPLAY "Regime " RG-CODE(WS-R) " "
                   FUNCTION TRIM(RG-LIBELLE(WS-R)) " : eligibles="
                   RG-NB-ELIGIBLES(WS-R) " refus="
                   RG-NB-REFUS(WS-R)
           END-PERFORM
           IF DOUBLONS-OUVERT = 'O'
               CLOSE DOUBLONS-FILE
               DISPLAY "Liste de revue des doublons : "

           MOVE SPACES TO WS-PRENOM
           MOVE SPACES TO WS-AGE-EDIT
           MOVE SPACES TO WS-STATUT WS-JUSTIFICATIF
           MOVE SPACES TO REGIME-W LIBELLE-REGIME-W
           MOVE 'N' TO NAISSANCE-CONNUE
           UNSTRING PERSONNE-REC DELIMITED BY "|"
               INTO WS-PRENOM WS-AGE-EDIT WS-STATUT
                   WS-JUSTIFICATIF
           END-UNSTRING
           INSPECT WS-STATUT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-PRENOM)) = 0
               MOVE "NOM-VIDE" TO MOTIF-REJET
                   EXIT PARAGRAPH
               END-IF
               PERFORM CALCULER-AGE-DEPUIS-NAISSANCE
               MOVE 'O' TO NAISSANCE-CONNUE
      *> dedoublonnage avant classement : un doublon confirme ne
      *> compte pas deux fois
               PERFORM DEDOUBLONNER
                   MOVE WS-AGE TO TAB-MAJEUR-AGE(NB-MAJEURS)
               END-IF
               MOVE "ELIGIBLE" TO RESULTAT-W
           ELSE
               IF NB-MINEURS < 200
                   ADD 1 TO NB-MINEURS
                   MOVE WS-AGE TO TAB-MINEUR-AGE(NB-MINEURS)
               END-IF
               MOVE "INELIGIBLE" TO RESULTAT-W
           END-IF
           MOVE SPACES TO MOTIF-REJET
           IF NB-REGIMES = 0
               PERFORM ECRIRE-RESULTAT
           ELSE
               PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > NB-REGIMES
                   PERFORM EVALUER-REGIME
               END-PERFORM
           END-IF
           .

      *> Confronte la personne au regime WS-R : champs requis,
      *> situation exigee, puis tranche d'age a la date de
      *> reference du regime (age saisi tel quel pour une ligne
      *> historique sans date de naissance).
       EVALUER-REGIME.
           MOVE SPACES TO MOTIF-REFUS
           EVALUATE TRUE
               WHEN RG-REQ-NAISSANCE(WS-R) = 'O'
                   AND NAISSANCE-CONNUE = 'N'
                   MOVE "MANQUE-NAISSANCE" TO MOTIF-REFUS
               WHEN RG-REQ-STATUT(WS-R) = 'O'
                   AND WS-STATUT = SPACES
                   MOVE "MANQUE-STATUT" TO MOTIF-REFUS
               WHEN RG-REQ-JUSTIF(WS-R) = 'O'
                   AND WS-JUSTIFICATIF = SPACES
                   MOVE "MANQUE-JUSTIFICATIF" TO MOTIF-REFUS
               WHEN RG-STATUT(WS-R) NOT = SPACES
                   AND WS-STATUT NOT = RG-STATUT(WS-R)
                   MOVE "STATUT-DIFFERENT" TO MOTIF-REFUS
           END-EVALUATE
           IF MOTIF-REFUS = SPACES
               IF NAISSANCE-CONNUE = 'O'
                   COMPUTE AGE-REFERENCE =
                       RG-REF-DATE(WS-R) / 10000
                       - WS-DATE-NAISSANCE / 10000
                   IF FUNCTION MOD(RG-REF-DATE(WS-R) 10000) <
                       FUNCTION MOD(WS-DATE-NAISSANCE 10000)
                       SUBTRACT 1 FROM AGE-REFERENCE
                   END-IF
               ELSE
                   MOVE WS-AGE TO AGE-REFERENCE
               END-IF
               IF AGE-REFERENCE < RG-AGE-MIN(WS-R)
                   MOVE "AGE-INFERIEUR" TO MOTIF-REFUS
               END-IF
               IF RG-AGE-MAX(WS-R) > 0
                   AND AGE-REFERENCE > RG-AGE-MAX(WS-R)
                   MOVE "AGE-SUPERIEUR" TO MOTIF-REFUS
               END-IF
           END-IF
           MOVE RG-CODE(WS-R) TO REGIME-W
           MOVE RG-LIBELLE(WS-R) TO LIBELLE-REGIME-W
           IF MOTIF-REFUS = SPACES
               MOVE "ELIGIBLE" TO RESULTAT-W
               ADD 1 TO RG-NB-ELIGIBLES(WS-R)
           ELSE
               MOVE "INELIGIBLE" TO RESULTAT-W
               ADD 1 TO RG-NB-REFUS(WS-R)
           END-IF
           MOVE MOTIF-REFUS TO MOTIF-REJET
           PERFORM ECRIRE-RESULTAT
           .

      *> Charge eligibilite_regimes.txt (absent = decision
      *> MINMAJ seule) ; un regime a la date de reference
      *> impossible est ecarte avec un avertissement.
       CHARGER-REGIMES.
           MOVE 0 TO NB-REGIMES
           OPEN INPUT REGIMES-FILE
           IF REGIMES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ REGIMES-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-REGIME
               END-READ
           END-PERFORM
           CLOSE REGIMES-FILE
           DISPLAY "Regimes actifs : " NB-REGIMES
           .

       CHARGER-LIGNE-REGIME.
           IF FUNCTION LENGTH(FUNCTION TRIM(REGIME-REC)) = 0
               OR REGIME-REC(1:1) = "*"
               OR REGIME-REC(1:5) = "code|"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RGL-CH1 RGL-CH2 RGL-CH3 RGL-CH4 RGL-CH5
               RGL-CH6 RGL-CH7 RGL-CH8
           UNSTRING REGIME-REC DELIMITED BY "|"
               INTO RGL-CH1 RGL-CH2 RGL-CH3 RGL-CH4 RGL-CH5
                   RGL-CH6 RGL-CH7 RGL-CH8
           END-UNSTRING
           INSPECT RGL-CH1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT RGL-CH5 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT RGL-CH6 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT RGL-CH7 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT RGL-CH8 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF RGL-CH1 = SPACES OR RGL-CH8(1:1) = "N"
               EXIT PARAGRAPH
           END-IF
           IF NB-REGIMES >= 20
               DISPLAY "Regime " FUNCTION TRIM(RGL-CH1)
                   " ignore : plus de 20 regimes actifs."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NB-REGIMES
           MOVE RGL-CH1 TO RG-CODE(NB-REGIMES)
           MOVE RGL-CH2 TO RG-LIBELLE(NB-REGIMES)
           IF RG-LIBELLE(NB-REGIMES) = SPACES
               MOVE RGL-CH1 TO RG-LIBELLE(NB-REGIMES)
           END-IF
           MOVE 0 TO RG-AGE-MIN(NB-REGIMES) RG-AGE-MAX(NB-REGIMES)
               RG-NB-ELIGIBLES(NB-REGIMES) RG-NB-REFUS(NB-REGIMES)
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(RGL-CH3)) = 0
               MOVE FUNCTION NUMVAL(RGL-CH3) TO RG-AGE-MIN(NB-REGIMES)
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(RGL-CH4)) = 0
               MOVE FUNCTION NUMVAL(RGL-CH4) TO RG-AGE-MAX(NB-REGIMES)
           END-IF
           MOVE 'N' TO RG-REQ-NAISSANCE(NB-REGIMES)
               RG-REQ-STATUT(NB-REGIMES) RG-REQ-JUSTIF(NB-REGIMES)
           MOVE 0 TO WS-C
           INSPECT RGL-CH6 TALLYING WS-C FOR ALL "NAISSANCE"
           IF WS-C > 0
               MOVE 'O' TO RG-REQ-NAISSANCE(NB-REGIMES)
           END-IF
           MOVE 0 TO WS-C
           INSPECT RGL-CH6 TALLYING WS-C FOR ALL "STATUT"
           IF WS-C > 0
               MOVE 'O' TO RG-REQ-STATUT(NB-REGIMES)
           END-IF
           MOVE 0 TO WS-C
           INSPECT RGL-CH6 TALLYING WS-C FOR ALL "JUSTIFICATIF"
           IF WS-C > 0
               MOVE 'O' TO RG-REQ-JUSTIF(NB-REGIMES)
           END-IF
           MOVE RGL-CH7 TO RG-STATUT(NB-REGIMES)
      *> date de reference : JOUR, MMJJ de l'annee ou AAAAMMJJ
           MOVE WS-TODAY TO RG-REF-DATE(NB-REGIMES)
           IF FUNCTION TRIM(RGL-CH5) NOT = SPACES
               AND FUNCTION TRIM(RGL-CH5) NOT = "JOUR"
               MOVE 0 TO DU-DATE-1
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(RGL-CH5)) = 0
                   EVALUATE FUNCTION LENGTH(FUNCTION TRIM(RGL-CH5))
                       WHEN 4
                           COMPUTE DU-DATE-1 =
                               FUNCTION NUMVAL(WS-TODAY(1:4)) * 10000
                               + FUNCTION NUMVAL(RGL-CH5)
                       WHEN 8
                           MOVE FUNCTION NUMVAL(RGL-CH5) TO DU-DATE-1
                   END-EVALUATE
               END-IF
               MOVE "VALIDER" TO DU-ACTION
               CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
                   DU-NOMBRE DU-RESULTAT
               IF DU-RESULTAT NOT = "00"
                   DISPLAY "Regime " FUNCTION TRIM(RGL-CH1)
                       " ignore : date de reference invalide ("
                       FUNCTION TRIM(RGL-CH5) ")."
                   SUBTRACT 1 FROM NB-REGIMES
                   MOVE 4 TO WS-JOBLOG-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE DU-DATE-1 TO RG-REF-DATE(NB-REGIMES)
           END-IF
           .

               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RESULTAT-REC
           MOVE 1 TO PTR-RESULTAT
           STRING FUNCTION TRIM(WS-PRENOM) "|"
               FUNCTION TRIM(WS-AGE-EDIT) "|"
               FUNCTION TRIM(RESULTAT-W) "|"
               FUNCTION TRIM(MOTIF-REJET)
               DELIMITED BY SIZE INTO RESULTAT-REC
               WITH POINTER PTR-RESULTAT
           END-STRING
      *> code et libelle du regime en champs 5 et 6
           IF REGIME-W NOT = SPACES
               STRING "|" FUNCTION TRIM(REGIME-W) "|"
                   FUNCTION TRIM(LIBELLE-REGIME-W)
                   DELIMITED BY SIZE INTO RESULTAT-REC
                   WITH POINTER PTR-RESULTAT
               END-STRING
           END-IF
           WRITE RESULTAT-REC
           .

