       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPROCHEMENTS-PROFILS.

      *============================================================
      *  Rapprochements permanents de la fenetre de nuit. Chaque
      *  rapprochement regulier (releve bancaire contre export GL
      *  des GAB, comptage de stock contre extrait inv_master,
      *  releve fournisseur contre fournisseurs a payer...) est
      *  decrit une fois pour toutes dans recon_profils.txt :
      *
      *    NOM|FICHIER-A|FICHIER-B|FICHIER-C|DICTIONNAIRE|
      *    TOLERANCE|CORRECTIONS|PREFIXE
      *
      *  (lignes * en commentaire ; FICHIER-C, DICTIONNAIRE et
      *  TOLERANCE facultatifs ; CORRECTIONS O pour emettre le
      *  fichier de corrections ; PREFIXE des fichiers de sortie,
      *  defaut recon_<nom>). Les fichiers d'entree d'un profil
      *  arrivent par le sas INTAKE-MANAGER, qui reconnait leurs
      *  noms dans ce meme fichier.
      *
      *  A chaque passage, un profil est execute quand tous ses
      *  fichiers d'entree ont ete acceptes par le sas
      *  (intake_registre.txt, disposition ACCEPTE) depuis sa
      *  derniere execution (recon_profils_etat.txt,
      *  NOM|HORODATAGE) et sont presents : COMPARE-FICHIERS est
      *  lance avec les entrees, le dictionnaire, la tolerance,
      *  l'indicateur de corrections et le prefixe du profil, et
      *  les compteurs du resume de <prefixe>_report.txt sont
      *  repris dans une synthese commune a tous les profils,
      *  rapprochements_AAAAMMJJ.txt, declaree au spool (type
      *  RAPPORT). Un profil dont une entree manque reste en
      *  attente jusqu'au passage suivant.
      *
      *  Code retour : 4 si un profil execute presente des ecarts
      *  ou des cles sans contrepartie, 8 si un rapprochement n'a
      *  pas pu s'executer.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFIL-FILE ASSIGN TO "recon_profils.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFIL-STATUS.
           SELECT ETAT-FILE ASSIGN TO "recon_profils_etat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-STATUS.
           SELECT REGISTRE-FILE ASSIGN TO "intake_registre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRE-STATUS.
           SELECT RESUME-FILE ASSIGN TO DYNAMIC RESUME-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESUME-STATUS.
           SELECT PRESENT-FILE ASSIGN TO DYNAMIC PRESENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRESENT-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFIL-FILE.
       01  PROFIL-REC              PIC X(250).
       FD  ETAT-FILE.
       01  ETAT-REC                PIC X(80).
       FD  REGISTRE-FILE.
       01  REGISTRE-REC            PIC X(200).
       FD  RESUME-FILE.
       01  RESUME-REC              PIC X(100).
       FD  PRESENT-FILE.
       01  PRESENT-REC             PIC X(80).
       FD  RAPPORT-FILE.
       01  RAPPORT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       77  PROFIL-STATUS           PIC X(2) VALUE SPACES.
       77  ETAT-STATUS             PIC X(2) VALUE SPACES.
       77  REGISTRE-STATUS         PIC X(2) VALUE SPACES.
       77  RESUME-STATUS           PIC X(2) VALUE SPACES.
       77  PRESENT-STATUS          PIC X(2) VALUE SPACES.
       77  RAPPORT-STATUS          PIC X(2) VALUE SPACES.
       77  RESUME-FILENAME         PIC X(64) VALUE SPACES.
       77  PRESENT-FILENAME        PIC X(64) VALUE SPACES.
       77  RAPPORT-FILENAME        PIC X(64) VALUE SPACES.
       77  WS-DATE                 PIC X(8).
       77  WS-TIME                 PIC X(8).
       77  HORODATAGE              PIC X(17) VALUE SPACES.
       77  WS-I                    PIC 9(3) VALUE 0.
       77  WS-J                    PIC 9(3) VALUE 0.
       77  CMD-W                   PIC X(400) VALUE SPACES.
       77  WS-EXIT-CODE            PIC S9(5) VALUE 0.
       77  RC-EDIT                 PIC Z(4)9.
       01  CH1                     PIC X(64).
       01  CH2                     PIC X(64).
       01  CH3                     PIC X(64).
       01  CH4                     PIC X(64).
       01  CH5                     PIC X(64).
       01  CH6                     PIC X(64).
       01  CH7                     PIC X(64).
       01  CH8                     PIC X(64).

      *> Profils de recon_profils.txt.
       77  NB-PROFILS              PIC 9(2) VALUE 0.
       01  TAB-PROFILS OCCURS 30.
           05  PR-NOM              PIC X(20).
           05  PR-FICHIER-A        PIC X(64).
           05  PR-FICHIER-B        PIC X(64).
           05  PR-FICHIER-C        PIC X(64).
           05  PR-DICT             PIC X(64).
           05  PR-TOLERANCE        PIC X(16).
           05  PR-CORRECTIONS      PIC X.
           05  PR-PREFIXE          PIC X(40).
           05  PR-DERNIER          PIC X(17).
           05  PR-ETAT             PIC X(10).
           05  PR-MANQUE           PIC X(64).
           05  PR-MATCHED          PIC 9(7).
           05  PR-MISMATCH         PIC 9(7).
           05  PR-A-ONLY           PIC 9(7).
           05  PR-B-ONLY           PIC 9(7).
           05  PR-C-ONLY           PIC 9(7).
       77  IDX-PR                  PIC 9(2) VALUE 0.

      *> Derniere acceptation de chaque fichier par le sas.
       77  NB-ARRIVEES             PIC 9(4) VALUE 0.
       01  TAB-ARRIVEES OCCURS 1000.
           05  AR-FICHIER          PIC X(64).
           05  AR-HORODATAGE       PIC X(17).
       77  IDX-AR                  PIC 9(4) VALUE 0.
       77  FICHIER-W               PIC X(64) VALUE SPACES.
       77  FICHIER-ARRIVE          PIC X VALUE 'N'.

      *> Totaux de la synthese.
       77  NB-EXECUTES             PIC 9(3) VALUE 0.
       77  NB-EN-ATTENTE           PIC 9(3) VALUE 0.
       77  NB-ERREURS              PIC 9(3) VALUE 0.
       77  TOT-MATCHED             PIC 9(8) VALUE 0.
       77  TOT-MISMATCH            PIC 9(8) VALUE 0.
       77  TOT-A-ONLY              PIC 9(8) VALUE 0.
       77  TOT-B-ONLY              PIC 9(8) VALUE 0.
       77  TOT-C-ONLY              PIC 9(8) VALUE 0.
       77  CPT-EDIT1               PIC Z(7)9.
       77  CPT-EDIT2               PIC Z(7)9.
       77  CPT-EDIT3               PIC Z(7)9.
       77  CPT-EDIT4               PIC Z(7)9.
       77  CPT-EDIT5               PIC Z(7)9.

      *> La synthese est declaree au spool des documents
      *> (sous-programme SPOOL-REGISTER).
       77  SPOOL-TYPE              PIC X(12) VALUE "RAPPORT".
       77  SPOOL-FICHIER           PIC X(64) VALUE SPACES.
       77  SPOOL-NUMERO            PIC 9(6) VALUE 0.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
           VALUE "RAPPROCHEMENTS".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO HORODATAGE
           STRING WS-DATE " " WS-TIME(1:2) ":" WS-TIME(3:2) ":"
               WS-TIME(5:2)
               DELIMITED BY SIZE INTO HORODATAGE
           END-STRING

           PERFORM CHARGER-PROFILS
           IF NB-PROFILS = 0
               DISPLAY "Aucun profil dans recon_profils.txt."
               MOVE 4 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           PERFORM CHARGER-ETAT
           PERFORM CHARGER-ARRIVEES

           PERFORM VARYING IDX-PR FROM 1 BY 1
               UNTIL IDX-PR > NB-PROFILS
               PERFORM TRAITER-PROFIL
           END-PERFORM

           PERFORM REECRIRE-ETAT
           PERFORM ECRIRE-SYNTHESE
           DISPLAY "Rapprochements : " NB-EXECUTES " execute(s), "
               NB-EN-ATTENTE " en attente, " NB-ERREURS
               " en erreur."
           IF NB-ERREURS > 0
               MOVE 8 TO WS-JOBLOG-RC
           ELSE
               IF TOT-MISMATCH > 0 OR TOT-A-ONLY > 0
                   OR TOT-B-ONLY > 0 OR TOT-C-ONLY > 0
                   MOVE 4 TO WS-JOBLOG-RC
               END-IF
           END-IF
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  CHARGER-PROFILS : recon_profils.txt en table.
      *============================================================
       CHARGER-PROFILS.
           MOVE 0 TO NB-PROFILS.
           OPEN INPUT PROFIL-FILE.
           IF PROFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ PROFIL-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-PROFIL
               END-READ
           END-PERFORM.
           CLOSE PROFIL-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-PROFIL.
           IF FUNCTION LENGTH(FUNCTION TRIM(PROFIL-REC)) = 0
               OR PROFIL-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CH1 CH2 CH3 CH4 CH5 CH6 CH7 CH8.
           UNSTRING PROFIL-REC DELIMITED BY "|"
               INTO CH1 CH2 CH3 CH4 CH5 CH6 CH7 CH8
           END-UNSTRING.
           IF CH1 = SPACES OR CH2 = SPACES OR CH3 = SPACES
               DISPLAY "Profil incomplet ignore : "
                   FUNCTION TRIM(PROFIL-REC)
               EXIT PARAGRAPH
           END-IF.
           IF NB-PROFILS >= 30
               DISPLAY "Plus de 30 profils, ignore : "
                   FUNCTION TRIM(CH1)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-PROFILS.
           MOVE FUNCTION TRIM(CH1) TO PR-NOM(NB-PROFILS).
           MOVE FUNCTION TRIM(CH2) TO PR-FICHIER-A(NB-PROFILS).
           MOVE FUNCTION TRIM(CH3) TO PR-FICHIER-B(NB-PROFILS).
           MOVE FUNCTION TRIM(CH4) TO PR-FICHIER-C(NB-PROFILS).
           MOVE FUNCTION TRIM(CH5) TO PR-DICT(NB-PROFILS).
           MOVE FUNCTION TRIM(CH6) TO PR-TOLERANCE(NB-PROFILS).
           INSPECT CH7 CONVERTING "o" TO "O".
           IF FUNCTION TRIM(CH7) = "O"
               MOVE "O" TO PR-CORRECTIONS(NB-PROFILS)
           ELSE
               MOVE "N" TO PR-CORRECTIONS(NB-PROFILS)
           END-IF.
           IF CH8 = SPACES
               STRING "recon_" FUNCTION TRIM(CH1)
                   DELIMITED BY SIZE INTO CH8
               END-STRING
           END-IF.
           MOVE FUNCTION TRIM(CH8) TO PR-PREFIXE(NB-PROFILS).
           MOVE SPACES TO PR-DERNIER(NB-PROFILS) PR-MANQUE(NB-PROFILS).
           MOVE "ATTENTE" TO PR-ETAT(NB-PROFILS).
           MOVE 0 TO PR-MATCHED(NB-PROFILS) PR-MISMATCH(NB-PROFILS)
               PR-A-ONLY(NB-PROFILS) PR-B-ONLY(NB-PROFILS)
               PR-C-ONLY(NB-PROFILS).
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-ETAT : derniere execution de chaque profil.
      *============================================================
       CHARGER-ETAT.
           OPEN INPUT ETAT-FILE.
           IF ETAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ ETAT-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO CH1 CH2
                       UNSTRING ETAT-REC DELIMITED BY "|"
                           INTO CH1 CH2
                       END-UNSTRING
                       PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > NB-PROFILS
                           IF PR-NOM(WS-I) = CH1(1:20)
                               MOVE CH2(1:17) TO PR-DERNIER(WS-I)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE ETAT-FILE.
           EXIT PARAGRAPH.

       REECRIRE-ETAT.
           OPEN OUTPUT ETAT-FILE.
           IF ETAT-STATUS NOT = "00"
               DISPLAY "recon_profils_etat.txt inouvrable (status "
                   ETAT-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX-PR FROM 1 BY 1
               UNTIL IDX-PR > NB-PROFILS
               IF PR-DERNIER(IDX-PR) NOT = SPACES
                   MOVE SPACES TO ETAT-REC
                   STRING FUNCTION TRIM(PR-NOM(IDX-PR)) "|"
                       PR-DERNIER(IDX-PR)
                       DELIMITED BY SIZE INTO ETAT-REC
                   END-STRING
                   WRITE ETAT-REC
               END-IF
           END-PERFORM.
           CLOSE ETAT-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-ARRIVEES : derniere acceptation de chaque fichier
      *  au registre du sas (horodatage|fichier|taille|
      *  disposition|motif).
      *============================================================
       CHARGER-ARRIVEES.
           MOVE 0 TO NB-ARRIVEES.
           OPEN INPUT REGISTRE-FILE.
           IF REGISTRE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ REGISTRE-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-REGISTRE
               END-READ
           END-PERFORM.
           CLOSE REGISTRE-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-REGISTRE.
           MOVE SPACES TO CH1 CH2 CH3 CH4.
           UNSTRING REGISTRE-REC DELIMITED BY "|"
               INTO CH1 CH2 CH3 CH4
           END-UNSTRING.
           IF FUNCTION TRIM(CH4) NOT = "ACCEPTE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX-AR FROM 1 BY 1
               UNTIL IDX-AR > NB-ARRIVEES
               IF AR-FICHIER(IDX-AR) = CH2
                   MOVE CH1(1:17) TO AR-HORODATAGE(IDX-AR)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF NB-ARRIVEES >= 1000
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-ARRIVEES.
           MOVE CH2 TO AR-FICHIER(NB-ARRIVEES).
           MOVE CH1(1:17) TO AR-HORODATAGE(NB-ARRIVEES).
           EXIT PARAGRAPH.

      *============================================================
      *  TRAITER-PROFIL : execute le profil IDX-PR si toutes ses
      *  entrees sont arrivees depuis son dernier passage.
      *============================================================
       TRAITER-PROFIL.
           MOVE PR-FICHIER-A(IDX-PR) TO FICHIER-W.
           PERFORM VERIFIER-ARRIVEE.
           IF FICHIER-ARRIVE = 'O'
               MOVE PR-FICHIER-B(IDX-PR) TO FICHIER-W
               PERFORM VERIFIER-ARRIVEE
           END-IF.
           IF FICHIER-ARRIVE = 'O' AND PR-FICHIER-C(IDX-PR) NOT = SPACES
               MOVE PR-FICHIER-C(IDX-PR) TO FICHIER-W
               PERFORM VERIFIER-ARRIVEE
           END-IF.
           IF FICHIER-ARRIVE = 'N'
               ADD 1 TO NB-EN-ATTENTE
               MOVE "ATTENTE" TO PR-ETAT(IDX-PR)
               MOVE FICHIER-W TO PR-MANQUE(IDX-PR)
               DISPLAY "Profil " FUNCTION TRIM(PR-NOM(IDX-PR))
                   " en attente de " FUNCTION TRIM(FICHIER-W)
               EXIT PARAGRAPH
           END-IF.

      *> fichier C absent du profil : /dev/null tient lieu de flux
      *> vide, sinon COMPARE-FICHIERS prendrait son C.TXT par defaut
           MOVE SPACES TO CMD-W.
           STRING "./fusion_fichier/fusion_fichier '"
               FUNCTION TRIM(PR-FICHIER-A(IDX-PR)) "' '"
               FUNCTION TRIM(PR-FICHIER-B(IDX-PR)) "' '"
               DELIMITED BY SIZE INTO CMD-W
           END-STRING.
           IF PR-FICHIER-C(IDX-PR) = SPACES
               STRING FUNCTION TRIM(CMD-W) "/dev/null' '"
                   DELIMITED BY SIZE INTO CMD-W
               END-STRING
           ELSE
               STRING FUNCTION TRIM(CMD-W)
                   FUNCTION TRIM(PR-FICHIER-C(IDX-PR)) "' '"
                   DELIMITED BY SIZE INTO CMD-W
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(CMD-W)
               FUNCTION TRIM(PR-DICT(IDX-PR)) "' '"
               DELIMITED BY SIZE INTO CMD-W
           END-STRING.
           IF PR-CORRECTIONS(IDX-PR) = "O"
               STRING FUNCTION TRIM(CMD-W) "O' '"
                   DELIMITED BY SIZE INTO CMD-W
               END-STRING
           ELSE
               STRING FUNCTION TRIM(CMD-W) "' '"
                   DELIMITED BY SIZE INTO CMD-W
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(CMD-W)
               FUNCTION TRIM(PR-TOLERANCE(IDX-PR)) "' '"
               FUNCTION TRIM(PR-PREFIXE(IDX-PR))
               "' >/dev/null 2>&1"
               DELIMITED BY SIZE INTO CMD-W
           END-STRING.
           CALL "SYSTEM" USING CMD-W.
           COMPUTE WS-EXIT-CODE = RETURN-CODE / 256.
           IF WS-EXIT-CODE > 4
               ADD 1 TO NB-ERREURS
               MOVE "ERREUR" TO PR-ETAT(IDX-PR)
               MOVE WS-EXIT-CODE TO RC-EDIT
               DISPLAY "Profil " FUNCTION TRIM(PR-NOM(IDX-PR))
                   " : COMPARE-FICHIERS en erreur (code "
                   FUNCTION TRIM(RC-EDIT) ")."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-EXECUTES.
           MOVE "EXECUTE" TO PR-ETAT(IDX-PR).
           MOVE HORODATAGE TO PR-DERNIER(IDX-PR).
           PERFORM LIRE-RESUME-PROFIL.
           ADD PR-MATCHED(IDX-PR) TO TOT-MATCHED.
           ADD PR-MISMATCH(IDX-PR) TO TOT-MISMATCH.
           ADD PR-A-ONLY(IDX-PR) TO TOT-A-ONLY.
           ADD PR-B-ONLY(IDX-PR) TO TOT-B-ONLY.
           ADD PR-C-ONLY(IDX-PR) TO TOT-C-ONLY.
           DISPLAY "Profil " FUNCTION TRIM(PR-NOM(IDX-PR))
               " execute : " PR-MISMATCH(IDX-PR) " ecart(s).".
           EXIT PARAGRAPH.

      *> FICHIER-ARRIVE = 'O' si FICHIER-W a ete accepte par le sas
      *> depuis le dernier passage du profil et se trouve bien dans
      *> le dossier de travail.
       VERIFIER-ARRIVEE.
           MOVE 'N' TO FICHIER-ARRIVE.
           PERFORM VARYING IDX-AR FROM 1 BY 1
               UNTIL IDX-AR > NB-ARRIVEES
               IF AR-FICHIER(IDX-AR) = FICHIER-W
                   IF AR-HORODATAGE(IDX-AR) > PR-DERNIER(IDX-PR)
                       MOVE 'O' TO FICHIER-ARRIVE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF FICHIER-ARRIVE = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE FICHIER-W TO PRESENT-FILENAME.
           OPEN INPUT PRESENT-FILE.
           IF PRESENT-STATUS = "00"
               CLOSE PRESENT-FILE
           ELSE
               MOVE 'N' TO FICHIER-ARRIVE
           END-IF.
           EXIT PARAGRAPH.

      *> Compteurs du bloc RESUME de <prefixe>_report.txt.
       LIRE-RESUME-PROFIL.
           MOVE SPACES TO RESUME-FILENAME.
           STRING FUNCTION TRIM(PR-PREFIXE(IDX-PR)) "_report.txt"
               DELIMITED BY SIZE INTO RESUME-FILENAME
           END-STRING.
           OPEN INPUT RESUME-FILE.
           IF RESUME-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ RESUME-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM LIRE-LIGNE-RESUME
               END-READ
           END-PERFORM.
           CLOSE RESUME-FILE.
           EXIT PARAGRAPH.

       LIRE-LIGNE-RESUME.
           IF RESUME-REC(1:4) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CH1 CH2.
           UNSTRING RESUME-REC DELIMITED BY ":"
               INTO CH1 CH2
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(CH2)) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN CH1(5:15) = "Correspondances"
                   MOVE FUNCTION NUMVAL(CH2) TO PR-MATCHED(IDX-PR)
               WHEN CH1(5:6) = "Ecarts"
                   MOVE FUNCTION NUMVAL(CH2) TO PR-MISMATCH(IDX-PR)
               WHEN CH1(5:18) = "Uniquement dans A "
                   MOVE FUNCTION NUMVAL(CH2) TO PR-A-ONLY(IDX-PR)
               WHEN CH1(5:18) = "Uniquement dans B "
                   MOVE FUNCTION NUMVAL(CH2) TO PR-B-ONLY(IDX-PR)
               WHEN CH1(5:18) = "Uniquement dans C "
                   MOVE FUNCTION NUMVAL(CH2) TO PR-C-ONLY(IDX-PR)
           END-EVALUATE.
           EXIT PARAGRAPH.

      *============================================================
      *  ECRIRE-SYNTHESE : une ligne par profil, totaux communs.
      *============================================================
       ECRIRE-SYNTHESE.
           MOVE SPACES TO RAPPORT-FILENAME.
           STRING "rapprochements_" WS-DATE ".txt"
               DELIMITED BY SIZE INTO RAPPORT-FILENAME
           END-STRING.
           OPEN OUTPUT RAPPORT-FILE.
           IF RAPPORT-STATUS NOT = "00"
               DISPLAY "Synthese inouvrable (status " RAPPORT-STATUS
                   ")."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RAPPORT-REC.
           STRING "SYNTHESE DES RAPPROCHEMENTS DU " HORODATAGE
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           STRING "PROFIL               ETAT        CORRESP.   ECARTS"
               "    SEUL A    SEUL B    SEUL C  RAPPORT"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           PERFORM VARYING IDX-PR FROM 1 BY 1
               UNTIL IDX-PR > NB-PROFILS
               PERFORM ECRIRE-LIGNE-PROFIL
           END-PERFORM.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE TOT-MATCHED TO CPT-EDIT1.
           MOVE TOT-MISMATCH TO CPT-EDIT2.
           MOVE TOT-A-ONLY TO CPT-EDIT3.
           MOVE TOT-B-ONLY TO CPT-EDIT4.
           MOVE TOT-C-ONLY TO CPT-EDIT5.
           MOVE SPACES TO RAPPORT-REC.
           STRING "TOTAL                           " CPT-EDIT1 " "
               CPT-EDIT2 "  " CPT-EDIT3 "  " CPT-EDIT4 "  "
               CPT-EDIT5
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           STRING NB-EXECUTES " profil(s) execute(s), "
               NB-EN-ATTENTE " en attente, " NB-ERREURS
               " en erreur."
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           CLOSE RAPPORT-FILE.
           MOVE RAPPORT-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           DISPLAY "Synthese : " FUNCTION TRIM(RAPPORT-FILENAME)
               " (spool " SPOOL-NUMERO ").".
           EXIT PARAGRAPH.

       ECRIRE-LIGNE-PROFIL.
           MOVE SPACES TO RAPPORT-REC.
           IF PR-ETAT(IDX-PR) = "EXECUTE"
               MOVE PR-MATCHED(IDX-PR) TO CPT-EDIT1
               MOVE PR-MISMATCH(IDX-PR) TO CPT-EDIT2
               MOVE PR-A-ONLY(IDX-PR) TO CPT-EDIT3
               MOVE PR-B-ONLY(IDX-PR) TO CPT-EDIT4
               MOVE PR-C-ONLY(IDX-PR) TO CPT-EDIT5
               STRING PR-NOM(IDX-PR) " " PR-ETAT(IDX-PR) " "
                   CPT-EDIT1 " " CPT-EDIT2 "  " CPT-EDIT3 "  "
                   CPT-EDIT4 "  " CPT-EDIT5 "  "
                   FUNCTION TRIM(PR-PREFIXE(IDX-PR)) "_report.txt"
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
           ELSE
               IF PR-ETAT(IDX-PR) = "ATTENTE"
                   STRING PR-NOM(IDX-PR) " " PR-ETAT(IDX-PR)
                       " fichier non arrive : "
                       FUNCTION TRIM(PR-MANQUE(IDX-PR))
                       DELIMITED BY SIZE INTO RAPPORT-REC
                   END-STRING
               ELSE
                   STRING PR-NOM(IDX-PR) " " PR-ETAT(IDX-PR)
                       " COMPARE-FICHIERS n'a pas abouti"
                       DELIMITED BY SIZE INTO RAPPORT-REC
                   END-STRING
               END-IF
           END-IF.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.
