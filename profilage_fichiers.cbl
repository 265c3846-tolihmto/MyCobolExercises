       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFILAGE-FICHIERS.

      *============================================================
      *  Profil de qualite d'un fichier entrant, champ par champ,
      *  avant qu'un programme consommateur ne le lise : un fichier
      *  aux montants decales d'une colonne ne cassait qu'au
      *  traitement. Le dessin est decrit dans le format de
      *  dictionnaire de COMPARE-FICHIERS :
      *
      *    NOM|DEBUT|LONGUEUR|TYPE[|OBLIGATOIRE|MIN|MAX]
      *
      *    DEBUT/LONGUEUR : position dans l'enregistrement ; une
      *        LONGUEUR 0 designe la colonne DEBUT d'un fichier a
      *        separateur pipe ;
      *    TYPE : N numerique (virgule decimale admise), D date
      *        AAAAMMJJ (controlee par DATE-UTILS), C caractere,
      *        G (cle de regroupement du rapprochement) traite
      *        comme caractere ;
      *    OBLIGATOIRE : O si le champ ne peut etre vide ;
      *    MIN/MAX : bornes facultatives des champs N et D.
      *
      *  Chaque enregistrement est controle sur chaque champ :
      *  numerique non numerique, date invalide, obligatoire vide,
      *  valeur hors bornes ; le rapport profilage_<fichier>.txt
      *  (declare au spool, type RAPPORT) donne par champ les
      *  compteurs d'anomalies, le nombre de valeurs distinctes et
      *  les valeurs les plus frequentes, puis le detail des
      *  premieres anomalies.
      *
      *  Appel : profilage_fichiers <fichier> <dictionnaire>
      *          [<seuil %>]
      *  Le seuil (defaut PROFIL-SEUIL-ERREURS de parametres.txt,
      *  5 %) porte sur la part d'enregistrements en anomalie.
      *  Code retour : 0 fichier propre, 4 anomalies sous le
      *  seuil, 8 seuil depasse ou fichier illisible - INTAKE-
      *  MANAGER met alors le fichier en quarantaine.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRANT-FILE ASSIGN TO DYNAMIC ENTRANT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRANT-STATUS.
           SELECT DICT-FILE ASSIGN TO DYNAMIC DICT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DICT-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-STATUS.
           SELECT DETAIL-FILE ASSIGN TO "profilage_detail.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DETAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRANT-FILE.
       01  ENTRANT-REC             PIC X(250).
       FD  DICT-FILE.
       01  DICT-REC                PIC X(80).
       FD  RAPPORT-FILE.
       01  RAPPORT-REC             PIC X(132).
       FD  DETAIL-FILE.
       01  DETAIL-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       77  ENTRANT-STATUS          PIC X(2) VALUE SPACES.
       77  DICT-STATUS             PIC X(2) VALUE SPACES.
       77  RAPPORT-STATUS          PIC X(2) VALUE SPACES.
       77  DETAIL-STATUS           PIC X(2) VALUE SPACES.
       77  ENTRANT-FILENAME        PIC X(80) VALUE SPACES.
       77  DICT-FILENAME           PIC X(80) VALUE SPACES.
       77  RAPPORT-FILENAME        PIC X(80) VALUE SPACES.
       77  NOM-BASE                PIC X(64) VALUE SPACES.
       77  ARG-SEUIL               PIC X(16) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(3) VALUE 0.
       77  WS-J                    PIC 9(3) VALUE 0.
       77  WS-K                    PIC 9(3) VALUE 0.
       77  WS-POS                  PIC 9(3) VALUE 0.
       77  WS-MAX                  PIC 9(7) VALUE 0.
       77  WS-RANG                 PIC 9(1) VALUE 0.
       01  CH1                     PIC X(30).
       01  CH2                     PIC X(30).
       01  CH3                     PIC X(30).
       01  CH4                     PIC X(30).
       01  CH5                     PIC X(30).
       01  CH6                     PIC X(30).
       01  CH7                     PIC X(30).

      *> Seuil d'anomalies (pourcentage d'enregistrements).
       77  SEUIL-ERREURS           PIC 9(3)V99 VALUE 5.
       77  TAUX-ERREURS            PIC 9(3)V99 VALUE 0.
       77  TAUX-EDIT               PIC ZZ9.99.
       77  SEUIL-EDIT              PIC ZZ9.99.
       77  PRM-CLE                 PIC X(24) VALUE SPACES.
       77  PRM-DEFAUT              PIC X(40) VALUE SPACES.
       77  PRM-VALEUR              PIC X(40) VALUE SPACES.
       77  PRM-RESULTAT            PIC X(2) VALUE SPACES.

      *> Champs du dictionnaire et leurs statistiques.
       77  NB-CHAMPS               PIC 9(2) VALUE 0.
       01  TAB-CHAMPS OCCURS 20.
           05  PC-NOM              PIC X(16).
           05  PC-DEBUT            PIC 9(3).
           05  PC-LONG             PIC 9(3).
           05  PC-TYPE             PIC X.
           05  PC-OBLIG            PIC X.
           05  PC-A-MIN            PIC X.
           05  PC-MIN              PIC S9(11)V99.
           05  PC-A-MAX            PIC X.
           05  PC-MAX              PIC S9(11)V99.
           05  PC-RENSEIGNES       PIC 9(7).
           05  PC-VIDES            PIC 9(7).
           05  PC-NON-NUM          PIC 9(7).
           05  PC-DATE-INV         PIC 9(7).
           05  PC-OBLIG-VIDE       PIC 9(7).
           05  PC-HORS-BORNES      PIC 9(7).
           05  PC-NB-DISTINCTES    PIC 9(3).
           05  PC-DEBORDE          PIC X.
           05  PC-VALEURS OCCURS 100.
               10  PV-VALEUR       PIC X(30).
               10  PV-NOMBRE       PIC 9(7).
               10  PV-PRIS         PIC X.
       77  IDX-CH                  PIC 9(2) VALUE 0.
       01  COL-W                   OCCURS 20 PIC X(60).
       77  VALEUR-W                PIC X(60) VALUE SPACES.
       77  NUM-W                   PIC S9(11)V99 VALUE 0.
       77  MOTIF-W                 PIC X(24) VALUE SPACES.

      *> Compteurs du fichier.
       77  NB-ENREG                PIC 9(7) VALUE 0.
       77  NB-ENREG-KO             PIC 9(7) VALUE 0.
       77  NB-ANOMALIES            PIC 9(7) VALUE 0.
       77  NB-DETAILS              PIC 9(3) VALUE 0.
       77  DETAILS-MAX             PIC 9(3) VALUE 100.
       77  ENREG-KO                PIC X VALUE 'N'.
       77  CPT-EDIT                PIC Z(6)9.
       77  CPT-EDIT2               PIC Z(6)9.
       77  CPT-EDIT3               PIC Z(6)9.
       77  CPT-EDIT4               PIC Z(6)9.
       77  CPT-EDIT5               PIC Z(6)9.
       77  CPT-EDIT6               PIC Z(6)9.

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

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
           VALUE "PROFILAGE-FICHIERS".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           ACCEPT ENTRANT-FILENAME FROM ARGUMENT-VALUE
           ACCEPT DICT-FILENAME FROM ARGUMENT-VALUE
           ACCEPT ARG-SEUIL FROM ARGUMENT-VALUE
           IF ENTRANT-FILENAME = SPACES OR DICT-FILENAME = SPACES
               DISPLAY "USAGE: profilage_fichiers <fichier>"
                   " <dictionnaire> [<seuil %>]"
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           PERFORM CHARGER-SEUIL
           PERFORM CHARGER-DICTIONNAIRE
           IF NB-CHAMPS = 0
               DISPLAY "Dictionnaire vide ou illisible : "
                   FUNCTION TRIM(DICT-FILENAME)
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF

           OPEN INPUT ENTRANT-FILE
           IF ENTRANT-STATUS NOT = "00"
               DISPLAY "Fichier illisible : "
                   FUNCTION TRIM(ENTRANT-FILENAME)
                   " (status " ENTRANT-STATUS ")"
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           OPEN OUTPUT DETAIL-FILE
           PERFORM UNTIL 1 = 0
               READ ENTRANT-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION LENGTH
                           (FUNCTION TRIM(ENTRANT-REC)) > 0
                           PERFORM PROFILER-ENREGISTREMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTRANT-FILE DETAIL-FILE

           IF NB-ENREG > 0
               COMPUTE TAUX-ERREURS ROUNDED =
                   NB-ENREG-KO * 100 / NB-ENREG
           END-IF
           PERFORM ECRIRE-RAPPORT
           CALL "SYSTEM" USING "rm -f profilage_detail.tmp"

           MOVE TAUX-ERREURS TO TAUX-EDIT
           MOVE SEUIL-ERREURS TO SEUIL-EDIT
           DISPLAY "Profil " FUNCTION TRIM(NOM-BASE) " : " NB-ENREG
               " enregistrement(s), " NB-ENREG-KO " en anomalie ("
               FUNCTION TRIM(TAUX-EDIT) " %, seuil "
               FUNCTION TRIM(SEUIL-EDIT) " %)."
           IF NB-ENREG = 0
               DISPLAY "Fichier vide."
               MOVE 8 TO WS-JOBLOG-RC
           ELSE
               IF TAUX-ERREURS > SEUIL-ERREURS
                   DISPLAY "Seuil d'anomalies depasse."
                   MOVE 8 TO WS-JOBLOG-RC
               ELSE
                   IF NB-ENREG-KO > 0
                       MOVE 4 TO WS-JOBLOG-RC
                   END-IF
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
      *  CHARGER-SEUIL : argument 3, sinon PROFIL-SEUIL-ERREURS.
      *============================================================
       CHARGER-SEUIL.
           IF ARG-SEUIL NOT = SPACES
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-SEUIL)) = 0
               MOVE FUNCTION NUMVAL(ARG-SEUIL) TO SEUIL-ERREURS
               EXIT PARAGRAPH
           END-IF.
           MOVE "PROFIL-SEUIL-ERREURS" TO PRM-CLE.
           MOVE "5" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO SEUIL-ERREURS
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-DICTIONNAIRE : NOM|DEBUT|LONGUEUR|TYPE
      *  [|OBLIGATOIRE|MIN|MAX], lignes * en commentaire.
      *============================================================
       CHARGER-DICTIONNAIRE.
           MOVE 0 TO NB-CHAMPS.
           OPEN INPUT DICT-FILE.
           IF DICT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ DICT-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-DICT
               END-READ
           END-PERFORM.
           CLOSE DICT-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-DICT.
           IF FUNCTION LENGTH(FUNCTION TRIM(DICT-REC)) = 0
               OR DICT-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF.
           IF NB-CHAMPS >= 20
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CH1 CH2 CH3 CH4 CH5 CH6 CH7.
           UNSTRING DICT-REC DELIMITED BY "|"
               INTO CH1 CH2 CH3 CH4 CH5 CH6 CH7
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(CH2)) NOT = 0
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(CH3)) NOT = 0
               DISPLAY "Ligne de dictionnaire ignoree : "
                   FUNCTION TRIM(DICT-REC)
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(CH2) < 1
               OR FUNCTION NUMVAL(CH2) + FUNCTION NUMVAL(CH3) > 251
               OR (FUNCTION NUMVAL(CH3) = 0
                   AND FUNCTION NUMVAL(CH2) > 20)
               DISPLAY "Position hors enregistrement, ignoree : "
                   FUNCTION TRIM(DICT-REC)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-CHAMPS.
           INITIALIZE TAB-CHAMPS(NB-CHAMPS).
           MOVE CH1 TO PC-NOM(NB-CHAMPS).
           MOVE FUNCTION NUMVAL(CH2) TO PC-DEBUT(NB-CHAMPS).
           MOVE FUNCTION NUMVAL(CH3) TO PC-LONG(NB-CHAMPS).
           INSPECT CH4 CONVERTING "ncdg" TO "NCDG".
           MOVE CH4(1:1) TO PC-TYPE(NB-CHAMPS).
           IF PC-TYPE(NB-CHAMPS) NOT = "N"
               AND PC-TYPE(NB-CHAMPS) NOT = "D"
               MOVE "C" TO PC-TYPE(NB-CHAMPS)
           END-IF.
           INSPECT CH5 CONVERTING "o" TO "O".
           IF CH5(1:1) = "O"
               MOVE "O" TO PC-OBLIG(NB-CHAMPS)
           ELSE
               MOVE "N" TO PC-OBLIG(NB-CHAMPS)
           END-IF.
           MOVE "N" TO PC-A-MIN(NB-CHAMPS) PC-A-MAX(NB-CHAMPS)
               PC-DEBORDE(NB-CHAMPS).
           IF CH6 NOT = SPACES
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(CH6)) = 0
               MOVE "O" TO PC-A-MIN(NB-CHAMPS)
               MOVE FUNCTION NUMVAL(CH6) TO PC-MIN(NB-CHAMPS)
           END-IF.
           IF CH7 NOT = SPACES
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(CH7)) = 0
               MOVE "O" TO PC-A-MAX(NB-CHAMPS)
               MOVE FUNCTION NUMVAL(CH7) TO PC-MAX(NB-CHAMPS)
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  PROFILER-ENREGISTREMENT : chaque champ du dictionnaire.
      *============================================================
       PROFILER-ENREGISTREMENT.
           ADD 1 TO NB-ENREG.
           MOVE 'N' TO ENREG-KO.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 20
               MOVE SPACES TO COL-W(WS-I)
           END-PERFORM.
           UNSTRING ENTRANT-REC DELIMITED BY "|"
               INTO COL-W(1) COL-W(2) COL-W(3) COL-W(4) COL-W(5)
                   COL-W(6) COL-W(7) COL-W(8) COL-W(9) COL-W(10)
                   COL-W(11) COL-W(12) COL-W(13) COL-W(14)
                   COL-W(15) COL-W(16) COL-W(17) COL-W(18)
                   COL-W(19) COL-W(20)
           END-UNSTRING.
           PERFORM VARYING IDX-CH FROM 1 BY 1
               UNTIL IDX-CH > NB-CHAMPS
               PERFORM PROFILER-CHAMP
           END-PERFORM.
           IF ENREG-KO = 'O'
               ADD 1 TO NB-ENREG-KO
           END-IF.
           EXIT PARAGRAPH.

       PROFILER-CHAMP.
           MOVE SPACES TO VALEUR-W.
           IF PC-LONG(IDX-CH) = 0
               MOVE COL-W(PC-DEBUT(IDX-CH)) TO VALEUR-W
           ELSE
               IF PC-LONG(IDX-CH) > 60
                   MOVE ENTRANT-REC(PC-DEBUT(IDX-CH):60) TO VALEUR-W
               ELSE
                   MOVE ENTRANT-REC(PC-DEBUT(IDX-CH):PC-LONG(IDX-CH))
                       TO VALEUR-W
               END-IF
           END-IF.
           MOVE FUNCTION TRIM(VALEUR-W) TO VALEUR-W.
           IF VALEUR-W = SPACES
               ADD 1 TO PC-VIDES(IDX-CH)
               IF PC-OBLIG(IDX-CH) = "O"
                   ADD 1 TO PC-OBLIG-VIDE(IDX-CH)
                   MOVE "obligatoire vide" TO MOTIF-W
                   PERFORM NOTER-ANOMALIE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PC-RENSEIGNES(IDX-CH).
           PERFORM COMPTER-VALEUR.
           EVALUATE PC-TYPE(IDX-CH)
               WHEN "N"
                   PERFORM CONTROLER-NUMERIQUE
               WHEN "D"
                   PERFORM CONTROLER-DATE
           END-EVALUATE.
           EXIT PARAGRAPH.

       CONTROLER-NUMERIQUE.
           INSPECT VALEUR-W REPLACING ALL "," BY ".".
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(VALEUR-W)) NOT = 0
               ADD 1 TO PC-NON-NUM(IDX-CH)
               MOVE "non numerique" TO MOTIF-W
               PERFORM NOTER-ANOMALIE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(VALEUR-W) TO NUM-W.
           PERFORM CONTROLER-BORNES.
           EXIT PARAGRAPH.

       CONTROLER-DATE.
           IF FUNCTION LENGTH(FUNCTION TRIM(VALEUR-W)) NOT = 8
               OR VALEUR-W(1:8) IS NOT NUMERIC
               ADD 1 TO PC-DATE-INV(IDX-CH)
               MOVE "date invalide" TO MOTIF-W
               PERFORM NOTER-ANOMALIE
               EXIT PARAGRAPH
           END-IF.
           MOVE "VALIDER" TO DU-ACTION.
           MOVE VALEUR-W(1:8) TO DU-DATE-1.
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
               DU-NOMBRE DU-RESULTAT.
           IF DU-RESULTAT NOT = "00"
               ADD 1 TO PC-DATE-INV(IDX-CH)
               MOVE "date invalide" TO MOTIF-W
               PERFORM NOTER-ANOMALIE
               EXIT PARAGRAPH
           END-IF.
           MOVE DU-DATE-1 TO NUM-W.
           PERFORM CONTROLER-BORNES.
           EXIT PARAGRAPH.

       CONTROLER-BORNES.
           IF (PC-A-MIN(IDX-CH) = "O" AND NUM-W < PC-MIN(IDX-CH))
               OR (PC-A-MAX(IDX-CH) = "O"
                   AND NUM-W > PC-MAX(IDX-CH))
               ADD 1 TO PC-HORS-BORNES(IDX-CH)
               MOVE "hors bornes" TO MOTIF-W
               PERFORM NOTER-ANOMALIE
           END-IF.
           EXIT PARAGRAPH.

      *> Repartition des valeurs : les 100 premieres valeurs
      *> distinctes sont comptees, au-dela le champ est note
      *> "100+".
       COMPTER-VALEUR.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > PC-NB-DISTINCTES(IDX-CH)
               IF PV-VALEUR(IDX-CH, WS-J) = VALEUR-W(1:30)
                   ADD 1 TO PV-NOMBRE(IDX-CH, WS-J)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF PC-NB-DISTINCTES(IDX-CH) >= 100
               MOVE "O" TO PC-DEBORDE(IDX-CH)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PC-NB-DISTINCTES(IDX-CH).
           MOVE PC-NB-DISTINCTES(IDX-CH) TO WS-J.
           MOVE VALEUR-W(1:30) TO PV-VALEUR(IDX-CH, WS-J).
           MOVE 1 TO PV-NOMBRE(IDX-CH, WS-J).
           EXIT PARAGRAPH.

       NOTER-ANOMALIE.
           MOVE 'O' TO ENREG-KO.
           ADD 1 TO NB-ANOMALIES.
           IF NB-DETAILS >= DETAILS-MAX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-DETAILS.
           MOVE NB-ENREG TO CPT-EDIT.
           MOVE SPACES TO DETAIL-REC.
           STRING "  enreg. " CPT-EDIT "  " PC-NOM(IDX-CH) " "
               MOTIF-W " [" FUNCTION TRIM(VALEUR-W) "]"
               DELIMITED BY SIZE INTO DETAIL-REC
           END-STRING.
           WRITE DETAIL-REC.
           EXIT PARAGRAPH.

      *============================================================
      *  ECRIRE-RAPPORT : profilage_<fichier>.txt.
      *============================================================
       ECRIRE-RAPPORT.
           MOVE ENTRANT-FILENAME TO NOM-BASE.
           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 80
               IF ENTRANT-FILENAME(WS-I:1) = "/"
                   MOVE WS-I TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS > 0
               MOVE ENTRANT-FILENAME(WS-POS + 1:) TO NOM-BASE
           END-IF.
           MOVE SPACES TO RAPPORT-FILENAME.
           STRING "profilage_" FUNCTION TRIM(NOM-BASE)
               DELIMITED BY SIZE INTO RAPPORT-FILENAME
           END-STRING.
           OPEN OUTPUT RAPPORT-FILE.
           IF RAPPORT-STATUS NOT = "00"
               DISPLAY "Rapport inouvrable (status " RAPPORT-STATUS
                   ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RAPPORT-REC.
           STRING "PROFIL DE DONNEES DE " FUNCTION TRIM(
               ENTRANT-FILENAME) " DU " WS-TODAY " (dictionnaire "
               FUNCTION TRIM(DICT-FILENAME) ")"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE NB-ENREG TO CPT-EDIT.
           MOVE NB-ENREG-KO TO CPT-EDIT2.
           MOVE NB-ANOMALIES TO CPT-EDIT3.
           MOVE TAUX-ERREURS TO TAUX-EDIT.
           MOVE SEUIL-ERREURS TO SEUIL-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING FUNCTION TRIM(CPT-EDIT) " enregistrement(s), "
               FUNCTION TRIM(CPT-EDIT2) " en anomalie ("
               FUNCTION TRIM(TAUX-EDIT) " %, seuil "
               FUNCTION TRIM(SEUIL-EDIT) " %), "
               FUNCTION TRIM(CPT-EDIT3) " anomalie(s)"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           IF NB-ENREG > 0 AND TAUX-ERREURS > SEUIL-ERREURS
               MOVE "*** SEUIL DEPASSE : FICHIER EN QUARANTAINE"
                   TO RAPPORT-REC
               WRITE RAPPORT-REC
           END-IF.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           STRING "CHAMP            T O  RENSEIGNES   VIDES  NON-NUM"
               "  DATE-INV  OBLIG-VIDE  HORS-BORNES  DISTINCTES"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           PERFORM VARYING IDX-CH FROM 1 BY 1
               UNTIL IDX-CH > NB-CHAMPS
               PERFORM ECRIRE-LIGNE-CHAMP
           END-PERFORM.

           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE "VALEURS LES PLUS FREQUENTES" TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           PERFORM VARYING IDX-CH FROM 1 BY 1
               UNTIL IDX-CH > NB-CHAMPS
               PERFORM ECRIRE-VALEURS-CHAMP
           END-PERFORM.

           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE NB-DETAILS TO CPT-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "DETAIL DES ANOMALIES (" FUNCTION TRIM(CPT-EDIT)
               " premiere(s))"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           OPEN INPUT DETAIL-FILE.
           IF DETAIL-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ DETAIL-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           MOVE DETAIL-REC TO RAPPORT-REC
                           WRITE RAPPORT-REC
                   END-READ
               END-PERFORM
               CLOSE DETAIL-FILE
           END-IF.
           CLOSE RAPPORT-FILE.
           MOVE RAPPORT-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           DISPLAY "Rapport : " FUNCTION TRIM(RAPPORT-FILENAME)
               " (spool " SPOOL-NUMERO ").".
           EXIT PARAGRAPH.

       ECRIRE-LIGNE-CHAMP.
           MOVE PC-RENSEIGNES(IDX-CH) TO CPT-EDIT.
           MOVE PC-VIDES(IDX-CH) TO CPT-EDIT2.
           MOVE PC-NON-NUM(IDX-CH) TO CPT-EDIT3.
           MOVE PC-DATE-INV(IDX-CH) TO CPT-EDIT4.
           MOVE PC-OBLIG-VIDE(IDX-CH) TO CPT-EDIT5.
           MOVE PC-HORS-BORNES(IDX-CH) TO CPT-EDIT6.
           MOVE SPACES TO RAPPORT-REC.
           STRING PC-NOM(IDX-CH) " " PC-TYPE(IDX-CH) " "
               PC-OBLIG(IDX-CH) "     " CPT-EDIT " " CPT-EDIT2 "  "
               CPT-EDIT3 "  " CPT-EDIT4 "     " CPT-EDIT5 "      "
               CPT-EDIT6 "         " PC-NB-DISTINCTES(IDX-CH)
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           IF PC-DEBORDE(IDX-CH) = "O"
               STRING FUNCTION TRIM(RAPPORT-REC, TRAILING) "+"
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
           END-IF.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.

      *> Les trois valeurs les plus frequentes du champ IDX-CH.
       ECRIRE-VALEURS-CHAMP.
           MOVE SPACES TO RAPPORT-REC.
           STRING "  " PC-NOM(IDX-CH) ":"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > PC-NB-DISTINCTES(IDX-CH)
               MOVE "N" TO PV-PRIS(IDX-CH, WS-J)
           END-PERFORM.
           PERFORM VARYING WS-RANG FROM 1 BY 1 UNTIL WS-RANG > 3
               MOVE 0 TO WS-K WS-MAX
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > PC-NB-DISTINCTES(IDX-CH)
                   IF PV-PRIS(IDX-CH, WS-J) = "N"
                       AND PV-NOMBRE(IDX-CH, WS-J) > WS-MAX
                       MOVE PV-NOMBRE(IDX-CH, WS-J) TO WS-MAX
                       MOVE WS-J TO WS-K
                   END-IF
               END-PERFORM
               IF WS-K = 0
                   EXIT PERFORM
               END-IF
               MOVE "O" TO PV-PRIS(IDX-CH, WS-K)
               MOVE WS-MAX TO CPT-EDIT
               STRING FUNCTION TRIM(RAPPORT-REC, TRAILING) " ["
                   FUNCTION TRIM(PV-VALEUR(IDX-CH, WS-K)) "] x"
                   FUNCTION TRIM(CPT-EDIT)
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
           END-PERFORM.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.
