       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSEMBLAGE-KITS.

      *============================================================
      *  Ordres d'assemblage des coffrets et lots composes : un
      *  kit est un article du catalogue dont la nomenclature
      *  nomenclatures.txt (KIT|COMPOSANT|QTE-PAR-KIT, une ligne
      *  par composant) dit de quoi il est fait - plus de
      *  corrections de stock composant par composant a la main.
      *
      *    ./assemblage_kits LISTE [KIT] : nomenclatures connues,
      *        avec le cout de revient courant du kit (somme des
      *        M-PMP des composants) ;
      *    ./assemblage_kits ASSEMBLER <KIT> <QTE> : les composants
      *        sortent du stock (lots perissables en FEFO via
      *        LOT-STOCK), le kit entre au stock a un cout
      *        recompose des M-PMP des composants, moyenne avec le
      *        PMP du stock de kits deja present ; ordre refuse en
      *        entier si un composant manque ;
      *    ./assemblage_kits DESASSEMBLER <KIT> <QTE> : l'inverse -
      *        le kit sort (a son PMP), les composants rentrent a
      *        leur PMP courant (lots recredites via LOT-STOCK
      *        RENTREE).
      *
      *  Les deux modes de mouvement se font sous identification
      *  operateur et verrou du catalogue indexe, comme la sortie
      *  de DEMARQUE ; chaque mouvement part au journal des
      *  mouvements au motif ASSEMBLAGE ou DESASSEMBLAGE, et chaque
      *  ordre est trace dans assemblages.txt
      *  (ORDRE|DATE|MODE|KIT|QTE|COUT-UNITAIRE|OPERATEUR), numero
      *  d'ordre au compteur assemblage_counter.txt.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "inv_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-CODE
               FILE STATUS IS MASTER-STATUS.
           SELECT NOMENCLATURE-FILE ASSIGN TO "nomenclatures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOMENCLATURE-STATUS.
           SELECT ORDRES-FILE ASSIGN TO "assemblages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDRES-STATUS.
           SELECT COUNTER-FILE ASSIGN TO "assemblage_counter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       FD  NOMENCLATURE-FILE.
       01  NOMENCLATURE-REC        PIC X(80).
       FD  ORDRES-FILE.
       01  ORDRES-REC              PIC X(100).
       FD  COUNTER-FILE.
       01  COUNTER-REC             PIC X(20).

       WORKING-STORAGE SECTION.
       77  MASTER-STATUS           PIC X(2) VALUE SPACES.
       77  MASTER-OPEN-FLAG        PIC X VALUE 'N'.
       77  NOMENCLATURE-STATUS     PIC X(2) VALUE SPACES.
       77  ORDRES-STATUS           PIC X(2) VALUE SPACES.
       77  COUNTER-STATUS          PIC X(2) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  ARG-MODE                PIC X(16) VALUE SPACES.
       77  ARG-KIT                 PIC X(16) VALUE SPACES.
       77  ARG-QTE                 PIC X(16) VALUE SPACES.
       77  KIT-CODE                PIC X(10) VALUE SPACES.
       77  QTE-KITS                PIC S9(5) VALUE 0.
       77  NUM-ORDRE               PIC 9(6) VALUE 0.

      *> Nomenclature du kit traite ; un composant cite deux fois
      *> est cumule.
       77  NB-COMPO                PIC 9(3) VALUE 0.
       01  TAB-COMPO.
           05  CP-ENTREE OCCURS 50.
               10  CP-ART          PIC X(10).
               10  CP-QTE-KIT      PIC S9(5).
               10  CP-QTE-MVT      PIC S9(7).
       01  NM-CH1                  PIC X(16).
       01  NM-CH2                  PIC X(16).
       01  NM-CH3                  PIC X(16).
       77  NM-KIT                  PIC X(10) VALUE SPACES.
       77  NM-ART                  PIC X(10) VALUE SPACES.
       77  NM-QTE                  PIC S9(5) VALUE 0.
       77  IDX-COMPO               PIC 9(3) VALUE 0.
       77  NB-KITS-LISTES          PIC 9(4) VALUE 0.
       77  KIT-PRECEDENT           PIC X(10) VALUE SPACES.
       77  KIT-DEJA-LISTE          PIC X VALUE 'N'.
       01  TAB-KITS-LISTES.
           05  KL-KIT              PIC X(10) OCCURS 500.

      *> Controles et valorisation.
       77  NB-MANQUANTS            PIC 9(3) VALUE 0.
       77  COUT-KIT                PIC S9(7)V99 VALUE 0.
       77  COUT-UNITAIRE           PIC S9(5)V99 VALUE 0.
       77  NOUVEAU-PMP             PIC S9(5)V99 VALUE 0.
       77  STOCK-APRES             PIC S9(7) VALUE 0.
       77  QTE-EDIT                PIC Z(4)9.
       77  QTE-EDIT2               PIC -(6)9.
       77  PU-EDIT                 PIC -(5)9.99.
       77  ORDRE-EDIT              PIC 9(6).

      *> Journal des mouvements (STOCK-JOURNAL) et lots
      *> perissables (LOT-STOCK, "02" = article non suivi).
       77  JRN-ARTICLE             PIC X(10) VALUE SPACES.
       77  JRN-QTE                 PIC S9(5) VALUE 0.
       77  JRN-MOTIF               PIC X(16) VALUE SPACES.
       77  JRN-SOLDE               PIC S9(5) VALUE 0.
       77  LOT-ACTION              PIC X(8) VALUE SPACES.
       77  LOT-LOT                 PIC X(10) VALUE SPACES.
       77  LOT-QTE                 PIC S9(5) VALUE 0.
       77  LOT-DLC                 PIC 9(8) VALUE 0.
       77  LOT-RESULTAT            PIC X(2) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20) VALUE "ASSEMBLAGE-KITS".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

      *> Verrou partage sur le catalogue indexe et identification
      *> de l'operateur (modes ASSEMBLER et DESASSEMBLER).
       77  VERROU-RESSOURCE        PIC X(20) VALUE "inv_master".
       77  VERROU-ACTION           PIC X(8) VALUE SPACES.
       77  VERROU-RESULTAT         PIC X(2) VALUE SPACES.
       77  VERROU-TENU             PIC X VALUE 'N'.
       77  WS-OPERATEUR            PIC X(8) VALUE SPACES.
       77  SIGNON-RESULTAT         PIC X(2) VALUE SPACES.
       77  SIGNON-FAIT             PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           ACCEPT ARG-KIT FROM ARGUMENT-VALUE
           ACCEPT ARG-QTE FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT ARG-KIT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ARG-KIT(1:10) TO KIT-CODE
           EVALUATE FUNCTION TRIM(ARG-MODE)
               WHEN "LISTE"
                   PERFORM LISTER-NOMENCLATURES
               WHEN "ASSEMBLER"
                   PERFORM PREPARER-ORDRE
                   IF WS-JOBLOG-RC = 0
                       PERFORM ASSEMBLER-KITS
                   END-IF
               WHEN "DESASSEMBLER"
                   PERFORM PREPARER-ORDRE
                   IF WS-JOBLOG-RC = 0
                       PERFORM DESASSEMBLER-KITS
                   END-IF
               WHEN OTHER
                   DISPLAY "USAGE: assemblage_kits LISTE [KIT] |"
                       " ASSEMBLER <KIT> <QTE> |"
                       " DESASSEMBLER <KIT> <QTE>"
                   MOVE 4 TO WS-JOBLOG-RC
           END-EVALUATE
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           IF MASTER-OPEN-FLAG = 'O'
               CLOSE MASTER-FILE
               MOVE 'N' TO MASTER-OPEN-FLAG
           END-IF.
           IF VERROU-TENU = 'O'
               MOVE "UNLOCK" TO VERROU-ACTION
               CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
                   VERROU-RESULTAT
               MOVE 'N' TO VERROU-TENU
           END-IF.
           IF SIGNON-FAIT = 'O'
               CALL "OPERATOR-SIGNOFF"
           END-IF.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  LISTER-NOMENCLATURES : chaque kit avec ses composants et
      *  son cout de revient courant (catalogue en lecture seule).
      *============================================================
       LISTER-NOMENCLATURES.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS = "00"
               MOVE 'O' TO MASTER-OPEN-FLAG
           END-IF.
           OPEN INPUT NOMENCLATURE-FILE.
           IF NOMENCLATURE-STATUS NOT = "00"
               DISPLAY "Aucune nomenclature (nomenclatures.txt"
                   " absent)."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO KIT-PRECEDENT.
           PERFORM UNTIL 1 = 0
               READ NOMENCLATURE-FILE
                   AT END EXIT PERFORM
               END-READ
               PERFORM DECOUPER-LIGNE-NOMENCLATURE
               IF NM-KIT NOT = SPACES
                   AND (KIT-CODE = SPACES OR NM-KIT = KIT-CODE)
                   PERFORM CHERCHER-KIT-LISTE
                   IF KIT-DEJA-LISTE = 'N' AND NB-KITS-LISTES < 500
                       MOVE NM-KIT TO KIT-PRECEDENT
                       PERFORM LISTER-UN-KIT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE NOMENCLATURE-FILE.
           DISPLAY NB-KITS-LISTES " kit(s)."
           IF NB-KITS-LISTES = 0
               MOVE 4 TO WS-JOBLOG-RC
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  LISTER-UN-KIT : recharge la nomenclature complete du kit
      *  (les lignes d'un meme kit peuvent etre dispersees) dans
      *  un second passage par CHARGER-NOMENCLATURE.
      *------------------------------------------------------------
       CHERCHER-KIT-LISTE.
           MOVE 'N' TO KIT-DEJA-LISTE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-KITS-LISTES
               IF KL-KIT(WS-I) = NM-KIT
                   MOVE 'O' TO KIT-DEJA-LISTE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       LISTER-UN-KIT.
           ADD 1 TO NB-KITS-LISTES.
           MOVE NM-KIT TO KL-KIT(NB-KITS-LISTES).
           MOVE NM-KIT TO KIT-CODE.
           CLOSE NOMENCLATURE-FILE.
           PERFORM CHARGER-NOMENCLATURE.
           PERFORM VALORISER-KIT.
           MOVE COUT-UNITAIRE TO PU-EDIT.
           DISPLAY " ".
           DISPLAY "KIT " FUNCTION TRIM(KIT-CODE) " - "
               NB-COMPO " composant(s), cout de revient "
               FUNCTION TRIM(PU-EDIT).
           PERFORM VARYING IDX-COMPO FROM 1 BY 1
               UNTIL IDX-COMPO > NB-COMPO
               MOVE CP-QTE-KIT(IDX-COMPO) TO QTE-EDIT
               DISPLAY "  " CP-ART(IDX-COMPO) " x "
                   FUNCTION TRIM(QTE-EDIT)
           END-PERFORM.
      *> reprise de la lecture sequentielle apres la ligne courante
           OPEN INPUT NOMENCLATURE-FILE.
           PERFORM UNTIL 1 = 0
               READ NOMENCLATURE-FILE
                   AT END EXIT PERFORM
               END-READ
               PERFORM DECOUPER-LIGNE-NOMENCLATURE
               IF NM-KIT = KIT-PRECEDENT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF FUNCTION TRIM(ARG-KIT) = SPACES
               MOVE SPACES TO KIT-CODE
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  PREPARER-ORDRE : arguments, nomenclature, identification,
      *  verrou et ouverture du catalogue ; WS-JOBLOG-RC non nul
      *  arrete l'ordre.
      *============================================================
       PREPARER-ORDRE.
           MOVE 0 TO QTE-KITS.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-QTE)) = 0
               MOVE FUNCTION NUMVAL(ARG-QTE) TO QTE-KITS
           END-IF.
           IF KIT-CODE = SPACES OR QTE-KITS <= 0
               DISPLAY "USAGE: assemblage_kits "
                   FUNCTION TRIM(ARG-MODE) " <KIT> <QTE>"
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGER-NOMENCLATURE.
           IF NB-COMPO = 0
               DISPLAY "Pas de nomenclature pour le kit "
                   FUNCTION TRIM(KIT-CODE) " dans nomenclatures.txt."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT.
           IF SIGNON-RESULTAT = "91"
               DISPLAY "Identification operateur refusee, fin."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO SIGNON-FAIT.
           MOVE "LOCK" TO VERROU-ACTION.
           CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
               VERROU-RESULTAT.
           IF VERROU-RESULTAT NOT = "00"
               DISPLAY "Catalogue indexe verrouille par un autre"
                   " traitement (inv_master.lck), reessayez plus"
                   " tard."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO VERROU-TENU.
           OPEN I-O MASTER-FILE.
           IF MASTER-STATUS NOT = "00"
               DISPLAY "Catalogue indexe indisponible (status "
                   MASTER-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO MASTER-OPEN-FLAG.
           MOVE KIT-CODE TO M-CODE.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "Kit " FUNCTION TRIM(KIT-CODE)
                       " inconnu au catalogue."
                   MOVE 8 TO WS-JOBLOG-RC
                   EXIT PARAGRAPH
           END-READ.
           PERFORM VARYING IDX-COMPO FROM 1 BY 1
               UNTIL IDX-COMPO > NB-COMPO
               COMPUTE CP-QTE-MVT(IDX-COMPO) =
                   CP-QTE-KIT(IDX-COMPO) * QTE-KITS
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHARGER-NOMENCLATURE : composants de KIT-CODE ; une ligne
      *  dont le composant est le kit lui-meme est ignoree.
      *------------------------------------------------------------
       CHARGER-NOMENCLATURE.
           MOVE 0 TO NB-COMPO.
           OPEN INPUT NOMENCLATURE-FILE.
           IF NOMENCLATURE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ NOMENCLATURE-FILE
                   AT END EXIT PERFORM
               END-READ
               PERFORM DECOUPER-LIGNE-NOMENCLATURE
               IF NM-KIT = KIT-CODE AND NM-ART NOT = SPACES
                   AND NM-ART NOT = KIT-CODE AND NM-QTE > 0
                   PERFORM RETENIR-COMPOSANT
               END-IF
           END-PERFORM.
           CLOSE NOMENCLATURE-FILE.
           EXIT PARAGRAPH.

       DECOUPER-LIGNE-NOMENCLATURE.
           MOVE SPACES TO NM-CH1 NM-CH2 NM-CH3 NM-KIT NM-ART.
           MOVE 0 TO NM-QTE.
           IF FUNCTION LENGTH(FUNCTION TRIM(NOMENCLATURE-REC)) = 0
               EXIT PARAGRAPH
           END-IF.
           UNSTRING NOMENCLATURE-REC DELIMITED BY "|"
               INTO NM-CH1 NM-CH2 NM-CH3
           END-UNSTRING.
           INSPECT NM-CH1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT NM-CH2 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE NM-CH1(1:10) TO NM-KIT.
           MOVE NM-CH2(1:10) TO NM-ART.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(NM-CH3)) = 0
               MOVE FUNCTION NUMVAL(NM-CH3) TO NM-QTE
           END-IF.
           EXIT PARAGRAPH.

       RETENIR-COMPOSANT.
           PERFORM VARYING IDX-COMPO FROM 1 BY 1
               UNTIL IDX-COMPO > NB-COMPO
               IF CP-ART(IDX-COMPO) = NM-ART
                   ADD NM-QTE TO CP-QTE-KIT(IDX-COMPO)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF NB-COMPO >= 50
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-COMPO.
           MOVE NM-ART TO CP-ART(NB-COMPO).
           MOVE NM-QTE TO CP-QTE-KIT(NB-COMPO).
           MOVE 0 TO CP-QTE-MVT(NB-COMPO).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  VALORISER-KIT : cout de revient d'un kit = somme des
      *  quantites par kit x M-PMP des composants.
      *------------------------------------------------------------
       VALORISER-KIT.
           MOVE 0 TO COUT-KIT.
           IF MASTER-OPEN-FLAG = 'N'
               MOVE 0 TO COUT-UNITAIRE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX-COMPO FROM 1 BY 1
               UNTIL IDX-COMPO > NB-COMPO
               MOVE CP-ART(IDX-COMPO) TO M-CODE
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE COUT-KIT = COUT-KIT +
                           CP-QTE-KIT(IDX-COMPO) * M-PMP
               END-READ
           END-PERFORM.
           MOVE COUT-KIT TO COUT-UNITAIRE.
           EXIT PARAGRAPH.

      *============================================================
      *  ASSEMBLER-KITS : controle de disponibilite de tous les
      *  composants d'abord (l'ordre passe en entier ou pas du
      *  tout), puis sorties composants et entree du kit.
      *============================================================
       ASSEMBLER-KITS.
           MOVE 0 TO NB-MANQUANTS.
           PERFORM VARYING IDX-COMPO FROM 1 BY 1
               UNTIL IDX-COMPO > NB-COMPO
               MOVE CP-ART(IDX-COMPO) TO M-CODE
               READ MASTER-FILE
                   INVALID KEY
                       ADD 1 TO NB-MANQUANTS
                       DISPLAY "  Composant inconnu au catalogue : "
                           FUNCTION TRIM(CP-ART(IDX-COMPO))
                   NOT INVALID KEY
                       IF M-QTE < CP-QTE-MVT(IDX-COMPO)
                           ADD 1 TO NB-MANQUANTS
                           MOVE M-QTE TO QTE-EDIT2
                           MOVE CP-QTE-MVT(IDX-COMPO) TO QTE-EDIT
                           DISPLAY "  Stock insuffisant : "
                               FUNCTION TRIM(CP-ART(IDX-COMPO))
                               " besoin " FUNCTION TRIM(QTE-EDIT)
                               " stock " FUNCTION TRIM(QTE-EDIT2)
                       END-IF
               END-READ
           END-PERFORM.
           IF NB-MANQUANTS > 0
               DISPLAY "Assemblage refuse : " NB-MANQUANTS
                   " composant(s) manquant(s)."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.

           PERFORM VALORISER-KIT.
           MOVE "ASSEMBLAGE" TO JRN-MOTIF.
           PERFORM VARYING IDX-COMPO FROM 1 BY 1
               UNTIL IDX-COMPO > NB-COMPO
               MOVE CP-ART(IDX-COMPO) TO M-CODE
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               SUBTRACT CP-QTE-MVT(IDX-COMPO) FROM M-QTE
               PERFORM REECRIRE-ARTICLE
               COMPUTE JRN-QTE = 0 - CP-QTE-MVT(IDX-COMPO)
               PERFORM JOURNALISER-MOUVEMENT
               MOVE "SORTIE" TO LOT-ACTION
               MOVE CP-QTE-MVT(IDX-COMPO) TO LOT-QTE
               PERFORM MOUVEMENTER-LOTS
           END-PERFORM.

      *> entree du kit : PMP moyenne entre le stock de kits deja
      *> present et les kits assembles a leur cout recompose
           MOVE KIT-CODE TO M-CODE.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF M-QTE <= 0 OR M-PMP = 0
               MOVE COUT-UNITAIRE TO NOUVEAU-PMP
           ELSE
               COMPUTE NOUVEAU-PMP ROUNDED =
                   (M-QTE * M-PMP + QTE-KITS * COUT-UNITAIRE)
                   / (M-QTE + QTE-KITS)
           END-IF.
           MOVE NOUVEAU-PMP TO M-PMP.
           ADD QTE-KITS TO M-QTE.
           PERFORM REECRIRE-ARTICLE.
           MOVE QTE-KITS TO JRN-QTE.
           PERFORM JOURNALISER-MOUVEMENT.

           PERFORM ENREGISTRER-ORDRE.
           MOVE QTE-KITS TO QTE-EDIT.
           MOVE COUT-UNITAIRE TO PU-EDIT.
           DISPLAY "Ordre " ORDRE-EDIT " : " FUNCTION TRIM(QTE-EDIT)
               " kit(s) " FUNCTION TRIM(KIT-CODE) " assemble(s), cout"
               " unitaire " FUNCTION TRIM(PU-EDIT) ".".
           EXIT PARAGRAPH.

      *============================================================
      *  DESASSEMBLER-KITS : le kit sort a son PMP, les composants
      *  rentrent a leur PMP courant.
      *============================================================
       DESASSEMBLER-KITS.
           IF M-QTE < QTE-KITS
               MOVE M-QTE TO QTE-EDIT2
               DISPLAY "Desassemblage refuse : stock du kit "
                   FUNCTION TRIM(KIT-CODE) " insuffisant ("
                   FUNCTION TRIM(QTE-EDIT2) ")."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO NB-MANQUANTS.
           PERFORM VARYING IDX-COMPO FROM 1 BY 1
               UNTIL IDX-COMPO > NB-COMPO
               MOVE CP-ART(IDX-COMPO) TO M-CODE
               READ MASTER-FILE
                   INVALID KEY
                       ADD 1 TO NB-MANQUANTS
                       DISPLAY "  Composant inconnu au catalogue : "
                           FUNCTION TRIM(CP-ART(IDX-COMPO))
                   NOT INVALID KEY
                       COMPUTE STOCK-APRES =
                           M-QTE + CP-QTE-MVT(IDX-COMPO)
                       IF STOCK-APRES > 99999
                           ADD 1 TO NB-MANQUANTS
                           DISPLAY "  Capacite de stock depassee : "
                               FUNCTION TRIM(CP-ART(IDX-COMPO))
                       END-IF
               END-READ
           END-PERFORM.
           IF NB-MANQUANTS > 0
               DISPLAY "Desassemblage refuse : " NB-MANQUANTS
                   " composant(s) en anomalie."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.

           MOVE "DESASSEMBLAGE" TO JRN-MOTIF.
           MOVE KIT-CODE TO M-CODE.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE M-PMP TO COUT-UNITAIRE.
           SUBTRACT QTE-KITS FROM M-QTE.
           PERFORM REECRIRE-ARTICLE.
           COMPUTE JRN-QTE = 0 - QTE-KITS.
           PERFORM JOURNALISER-MOUVEMENT.
           MOVE "SORTIE" TO LOT-ACTION.
           MOVE QTE-KITS TO LOT-QTE.
           PERFORM MOUVEMENTER-LOTS.

           PERFORM VARYING IDX-COMPO FROM 1 BY 1
               UNTIL IDX-COMPO > NB-COMPO
               MOVE CP-ART(IDX-COMPO) TO M-CODE
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               ADD CP-QTE-MVT(IDX-COMPO) TO M-QTE
               PERFORM REECRIRE-ARTICLE
               MOVE CP-QTE-MVT(IDX-COMPO) TO JRN-QTE
               PERFORM JOURNALISER-MOUVEMENT
               MOVE "RENTREE" TO LOT-ACTION
               MOVE CP-QTE-MVT(IDX-COMPO) TO LOT-QTE
               PERFORM MOUVEMENTER-LOTS
           END-PERFORM.

           PERFORM ENREGISTRER-ORDRE.
           MOVE QTE-KITS TO QTE-EDIT.
           DISPLAY "Ordre " ORDRE-EDIT " : " FUNCTION TRIM(QTE-EDIT)
               " kit(s) " FUNCTION TRIM(KIT-CODE)
               " desassemble(s), composants remis en stock.".
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  REECRIRE-ARTICLE / JOURNALISER-MOUVEMENT /
      *  MOUVEMENTER-LOTS : l'article en cours (M-CODE) au
      *  catalogue, au journal au motif JRN-MOTIF, et aux lots.
      *------------------------------------------------------------
       REECRIRE-ARTICLE.
           REWRITE MASTER-REC
               INVALID KEY
                   DISPLAY "Erreur catalogue indexe ("
                       FUNCTION TRIM(M-CODE) ") : " MASTER-STATUS
                   MOVE 8 TO WS-JOBLOG-RC
           END-REWRITE.
           EXIT PARAGRAPH.

       JOURNALISER-MOUVEMENT.
           MOVE M-CODE TO JRN-ARTICLE.
           MOVE M-QTE TO JRN-SOLDE.
           CALL "STOCK-JOURNAL" USING JRN-ARTICLE JRN-QTE
               JRN-MOTIF JRN-SOLDE.
           EXIT PARAGRAPH.

       MOUVEMENTER-LOTS.
           MOVE M-CODE TO JRN-ARTICLE.
           MOVE SPACES TO LOT-LOT.
           MOVE 0 TO LOT-DLC.
           CALL "LOT-STOCK" USING LOT-ACTION JRN-ARTICLE
               LOT-LOT LOT-QTE LOT-DLC LOT-RESULTAT.
           IF LOT-RESULTAT = "04"
               DISPLAY "  Lots de " FUNCTION TRIM(M-CODE)
                   " insuffisants, ecart porte sur le premier lot."
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ENREGISTRER-ORDRE : numero d'ordre au compteur et trace
      *  dans assemblages.txt.
      *------------------------------------------------------------
       ENREGISTRER-ORDRE.
           PERFORM CHARGER-COMPTEUR.
           ADD 1 TO NUM-ORDRE.
           PERFORM SAUVER-COMPTEUR.
           MOVE NUM-ORDRE TO ORDRE-EDIT.
           OPEN EXTEND ORDRES-FILE.
           IF ORDRES-STATUS = "35"
               OPEN OUTPUT ORDRES-FILE
               MOVE "ordre|date|mode|kit|qte|cout_unitaire|operateur"
                   TO ORDRES-REC
               WRITE ORDRES-REC
           END-IF.
           IF ORDRES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE QTE-KITS TO QTE-EDIT.
           MOVE COUT-UNITAIRE TO PU-EDIT.
           MOVE SPACES TO ORDRES-REC.
           STRING ORDRE-EDIT "|" WS-TODAY "|"
               FUNCTION TRIM(ARG-MODE) "|" FUNCTION TRIM(KIT-CODE) "|"
               FUNCTION TRIM(QTE-EDIT) "|" FUNCTION TRIM(PU-EDIT) "|"
               FUNCTION TRIM(WS-OPERATEUR)
               DELIMITED BY SIZE INTO ORDRES-REC
           END-STRING.
           WRITE ORDRES-REC.
           CLOSE ORDRES-FILE.
           EXIT PARAGRAPH.

       CHARGER-COMPTEUR.
           MOVE 0 TO NUM-ORDRE.
           OPEN INPUT COUNTER-FILE.
           IF COUNTER-STATUS = "00"
               READ COUNTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(COUNTER-REC) TO NUM-ORDRE
               END-READ
               CLOSE COUNTER-FILE
           END-IF.
           EXIT PARAGRAPH.

       SAUVER-COMPTEUR.
           OPEN OUTPUT COUNTER-FILE.
           MOVE SPACES TO COUNTER-REC.
           MOVE NUM-ORDRE TO COUNTER-REC(1:6).
           WRITE COUNTER-REC.
           CLOSE COUNTER-FILE.
           EXIT PARAGRAPH.
