       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAPPRO-EMPLACEMENTS.

      *============================================================
      *  Reappro des faces de picking depuis la reserve, a lancer
      *  avant chaque vague de picking pour que le preparateur ne
      *  trouve plus de face vide en cours de liste.
      *
      *    ./reappro_emplacements [CALCULER] : pour chaque face de
      *        picking (emp_lieux.dat type P) dont la quantite,
      *        taches deja ouvertes comprises, est sous son
      *        minimum, genere des taches de deplacement depuis les
      *        reserves (type R) de l'article pour la remonter a
      *        son maximum. Les taches sont numerotees (compteur
      *        reappro_counter.txt), ajoutees au registre
      *        taches_reappro.txt
      *        (TACHE|DATE|ARTICLE|DE|VERS|QTE|STATUT|OPERATEUR)
      *        et listees dans l'ordre de marche (site, allee,
      *        etagere, casier de la reserve a vider). Une face que
      *        la reserve ne couvre pas est signalee (RC 4) ;
      *    ./reappro_emplacements LISTE : taches encore ouvertes ;
      *    ./reappro_emplacements CONFIRMER <TACHE> [<QTE>] : le
      *        cariste confirme le deplacement (quantite reellement
      *        deplacee, celle de la tache a defaut, 0 pour
      *        annuler) ; la reserve est debitee, la face creditee,
      *        la tache passe FAITE (ou ANNULEE) avec l'operateur.
      *
      *  Le stock total de l'article ne change pas : ni M-QTE ni le
      *  journal des mouvements ne sont touches.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIEU-FILE ASSIGN TO "emp_lieux.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-CLE
               FILE STATUS IS LIEU-STATUS.
           SELECT TACHE-FILE ASSIGN TO "taches_reappro.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TACHE-STATUS.
           SELECT COUNTER-FILE ASSIGN TO "reappro_counter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIEU-FILE.
       01  LIEU-REC.
           05  EL-CLE.
               10  EL-ART          PIC X(10).
               10  EL-EMPL.
                   15  EL-SITE     PIC X(8).
                   15  EL-ALLEE    PIC X(4).
                   15  EL-ETAGERE  PIC X(4).
                   15  EL-CASIER   PIC X(4).
           05  EL-TYPE             PIC X.
           05  EL-MIN              PIC S9(5).
           05  EL-MAX              PIC S9(5).
           05  EL-QTE              PIC S9(5).
       FD  TACHE-FILE.
       01  TACHE-REC               PIC X(120).
       FD  COUNTER-FILE.
       01  COUNTER-REC             PIC X(20).

       WORKING-STORAGE SECTION.
       77  LIEU-STATUS             PIC X(2) VALUE SPACES.
       77  TACHE-STATUS            PIC X(2) VALUE SPACES.
       77  COUNTER-STATUS          PIC X(2) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  WS-J                    PIC 9(4) VALUE 0.
       77  WS-K                    PIC 9(4) VALUE 0.
       77  ARG-MODE                PIC X(16) VALUE SPACES.
       77  ARG-TACHE-ALPHA         PIC X(16) VALUE SPACES.
       77  ARG-QTE-ALPHA           PIC X(16) VALUE SPACES.
       77  NUM-TACHE               PIC 9(6) VALUE 0.
       77  IDX-TACHE               PIC 9(4) VALUE 0.
       77  QTE-DEPLACEE            PIC S9(5) VALUE 0.
       77  NB-FACES-BASSES         PIC 9(4) VALUE 0.
       77  NB-NON-COUVERTES        PIC 9(4) VALUE 0.
       77  NB-OUVERTES             PIC 9(4) VALUE 0.

      *> Registre des taches charge en memoire :
      *> TACHE|DATE|ARTICLE|DE|VERS|QTE|STATUT|OPERATEUR ; DE et
      *> VERS sont la partie emplacement de la cle de emp_lieux.dat
      *> (SITE X8, ALLEE X4, ETAGERE X4, CASIER X4).
       77  NB-TACHES               PIC 9(4) VALUE 0.
       01  TAB-TACHES OCCURS 1000.
           05  TA-NUM              PIC 9(6).
           05  TA-DATE             PIC 9(8).
           05  TA-ART              PIC X(10).
           05  TA-DE               PIC X(20).
           05  TA-VERS             PIC X(20).
           05  TA-QTE              PIC S9(5).
           05  TA-STATUT           PIC X(8).
           05  TA-OPERATEUR        PIC X(8).
       01  TA-CH1                  PIC X(16).
       01  TA-CH2                  PIC X(16).
       01  TA-CH3                  PIC X(16).
       01  TA-CH4                  PIC X(20).
       01  TA-CH5                  PIC X(20).
       01  TA-CH6                  PIC X(16).
       01  TA-CH7                  PIC X(16).
       01  TA-CH8                  PIC X(16).

      *> Emplacements de l'article en cours d'examen.
       77  ART-COURANT             PIC X(10) VALUE SPACES.
       77  NB-EMPL                 PIC 9(3) VALUE 0.
       01  TAB-EMPL OCCURS 50.
           05  TE-EMPL             PIC X(20).
           05  TE-TYPE             PIC X.
           05  TE-MIN              PIC S9(5).
           05  TE-MAX              PIC S9(5).
           05  TE-QTE              PIC S9(5).
       77  QTE-PREVUE              PIC S9(7) VALUE 0.
       77  QTE-BESOIN              PIC S9(7) VALUE 0.
       77  QTE-DISPO               PIC S9(7) VALUE 0.
       77  QTE-PRISE               PIC S9(7) VALUE 0.

      *> Taches generees par ce passage, triees dans l'ordre de
      *> marche avant numerotation.
       77  NB-NOUVELLES            PIC 9(4) VALUE 0.
       01  TAB-NOUVELLES OCCURS 500.
           05  NV-DE               PIC X(20).
           05  NV-ART              PIC X(10).
           05  NV-VERS             PIC X(20).
           05  NV-QTE              PIC S9(5).
       01  NV-ECHANGE.
           05  NE-DE               PIC X(20).
           05  NE-ART              PIC X(10).
           05  NE-VERS             PIC X(20).
           05  NE-QTE              PIC S9(5).

       01  EMPL-AFFICHE            PIC X(24).
       01  EMPL-AFFICHE2           PIC X(24).
       01  EMPL-SOURCE             PIC X(20).
       77  QTE-EDIT                PIC Z(4)9.
       77  QTE-EDIT2               PIC -(4)9.

      *> Identification de l'operateur (OPERATOR-SIGNON).
       77  WS-OPERATEUR            PIC X(8) VALUE SPACES.
       77  SIGNON-RESULTAT         PIC X(2) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
           VALUE "REAPPRO-EMPLACEMENTS".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM(ARG-MODE) = SPACES
               MOVE "CALCULER" TO ARG-MODE
           END-IF

           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM CHARGER-TACHES

           EVALUATE FUNCTION TRIM(ARG-MODE)
               WHEN "CALCULER"
                   PERFORM CALCULER-REAPPRO
               WHEN "LISTE"
                   PERFORM LISTER-OUVERTES
               WHEN "CONFIRMER"
                   ACCEPT ARG-TACHE-ALPHA FROM ARGUMENT-VALUE
                   ACCEPT ARG-QTE-ALPHA FROM ARGUMENT-VALUE
                   PERFORM CONFIRMER-TACHE
               WHEN OTHER
                   DISPLAY "USAGE: reappro_emplacements [CALCULER]"
                       " | LISTE | CONFIRMER <TACHE> [<QTE>]"
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
      *  CHARGER-TACHES : registre taches_reappro.txt en memoire ;
      *  un registre absent laisse la table vide.
      *============================================================
       CHARGER-TACHES.
           MOVE 0 TO NB-TACHES.
           OPEN INPUT TACHE-FILE.
           IF TACHE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ TACHE-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-TACHE
               END-READ
           END-PERFORM.
           CLOSE TACHE-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-TACHE.
           IF FUNCTION LENGTH(FUNCTION TRIM(TACHE-REC)) = 0
               EXIT PARAGRAPH
           END-IF.
           IF NB-TACHES >= 1000
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TA-CH1 TA-CH2 TA-CH3 TA-CH4 TA-CH5 TA-CH6
               TA-CH7 TA-CH8.
           UNSTRING TACHE-REC DELIMITED BY "|"
               INTO TA-CH1 TA-CH2 TA-CH3 TA-CH4 TA-CH5 TA-CH6
                   TA-CH7 TA-CH8
           END-UNSTRING.
           ADD 1 TO NB-TACHES.
           MOVE FUNCTION NUMVAL(TA-CH1) TO TA-NUM(NB-TACHES).
           MOVE FUNCTION NUMVAL(TA-CH2) TO TA-DATE(NB-TACHES).
           MOVE TA-CH3 TO TA-ART(NB-TACHES).
           MOVE TA-CH4 TO TA-DE(NB-TACHES).
           MOVE TA-CH5 TO TA-VERS(NB-TACHES).
           MOVE FUNCTION NUMVAL(TA-CH6) TO TA-QTE(NB-TACHES).
           MOVE TA-CH7 TO TA-STATUT(NB-TACHES).
           MOVE TA-CH8 TO TA-OPERATEUR(NB-TACHES).
           EXIT PARAGRAPH.

      *============================================================
      *  CALCULER-REAPPRO : parcours de emp_lieux.dat dans l'ordre
      *  de la cle ; les emplacements d'un meme article sont
      *  regroupes puis examines ensemble.
      *============================================================
       CALCULER-REAPPRO.
           OPEN INPUT LIEU-FILE.
           IF LIEU-STATUS NOT = "00"
               DISPLAY "Aucun emplacement multiple (emp_lieux.dat"
                   " absent) : lancer EMPLACEMENTS."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ART-COURANT.
           MOVE 0 TO NB-EMPL.
           PERFORM UNTIL 1 = 0
               READ LIEU-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF EL-ART NOT = ART-COURANT
                   IF NB-EMPL > 0
                       PERFORM EXAMINER-ARTICLE
                   END-IF
                   MOVE EL-ART TO ART-COURANT
                   MOVE 0 TO NB-EMPL
               END-IF
               IF NB-EMPL < 50
                   ADD 1 TO NB-EMPL
                   MOVE EL-EMPL TO TE-EMPL(NB-EMPL)
                   MOVE EL-TYPE TO TE-TYPE(NB-EMPL)
                   MOVE EL-MIN TO TE-MIN(NB-EMPL)
                   MOVE EL-MAX TO TE-MAX(NB-EMPL)
                   MOVE EL-QTE TO TE-QTE(NB-EMPL)
               END-IF
           END-PERFORM.
           IF NB-EMPL > 0
               PERFORM EXAMINER-ARTICLE
           END-IF.
           CLOSE LIEU-FILE.

           PERFORM TRIER-NOUVELLES.
           PERFORM ENREGISTRER-NOUVELLES.
           DISPLAY NB-FACES-BASSES " face(s) sous le minimum, "
               NB-NOUVELLES " tache(s) generee(s), "
               NB-NON-COUVERTES " face(s) non couverte(s) par la"
               " reserve.".
           IF NB-NON-COUVERTES > 0
               MOVE 4 TO WS-JOBLOG-RC
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  EXAMINER-ARTICLE : chaque face sous son minimum (taches
      *  ouvertes vers elle comprises) est remontee a son maximum
      *  depuis les reserves, dans l'ordre de la cle.
      *------------------------------------------------------------
       EXAMINER-ARTICLE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-EMPL
               IF TE-TYPE(WS-I) = "P" AND TE-MIN(WS-I) > 0
                   MOVE TE-QTE(WS-I) TO QTE-PREVUE
                   PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > NB-TACHES
                       IF TA-STATUT(WS-K) = "OUVERTE"
                           AND TA-ART(WS-K) = ART-COURANT
                           AND TA-VERS(WS-K) = TE-EMPL(WS-I)
                           ADD TA-QTE(WS-K) TO QTE-PREVUE
                       END-IF
                   END-PERFORM
                   IF QTE-PREVUE < TE-MIN(WS-I)
                       ADD 1 TO NB-FACES-BASSES
                       COMPUTE QTE-BESOIN = TE-MAX(WS-I) - QTE-PREVUE
                       PERFORM PUISER-RESERVES
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       PUISER-RESERVES.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NB-EMPL
               OR QTE-BESOIN <= 0
               IF TE-TYPE(WS-J) = "R" AND TE-QTE(WS-J) > 0
                   PERFORM CALCULER-DISPO-RESERVE
                   IF QTE-DISPO > 0
                       IF QTE-DISPO >= QTE-BESOIN
                           MOVE QTE-BESOIN TO QTE-PRISE
                       ELSE
                           MOVE QTE-DISPO TO QTE-PRISE
                       END-IF
                       PERFORM AJOUTER-NOUVELLE
                       SUBTRACT QTE-PRISE FROM QTE-BESOIN
                   END-IF
               END-IF
           END-PERFORM.
           IF QTE-BESOIN > 0
               ADD 1 TO NB-NON-COUVERTES
               MOVE TE-EMPL(WS-I) TO EMPL-SOURCE
               PERFORM FORMATER-EMPLACEMENT
               MOVE QTE-BESOIN TO QTE-EDIT
               DISPLAY "  Face " FUNCTION TRIM(ART-COURANT) " "
                   EMPL-AFFICHE " : manque " QTE-EDIT
                   " en reserve."
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CALCULER-DISPO-RESERVE : quantite de la reserve WS-J moins
      *  ce que les taches ouvertes et celles de ce passage en
      *  retirent deja.
      *------------------------------------------------------------
       CALCULER-DISPO-RESERVE.
           MOVE TE-QTE(WS-J) TO QTE-DISPO.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > NB-TACHES
               IF TA-STATUT(WS-K) = "OUVERTE"
                   AND TA-ART(WS-K) = ART-COURANT
                   AND TA-DE(WS-K) = TE-EMPL(WS-J)
                   SUBTRACT TA-QTE(WS-K) FROM QTE-DISPO
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > NB-NOUVELLES
               IF NV-ART(WS-K) = ART-COURANT
                   AND NV-DE(WS-K) = TE-EMPL(WS-J)
                   SUBTRACT NV-QTE(WS-K) FROM QTE-DISPO
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       AJOUTER-NOUVELLE.
           IF NB-NOUVELLES >= 500
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-NOUVELLES.
           MOVE TE-EMPL(WS-J) TO NV-DE(NB-NOUVELLES).
           MOVE ART-COURANT TO NV-ART(NB-NOUVELLES).
           MOVE TE-EMPL(WS-I) TO NV-VERS(NB-NOUVELLES).
           MOVE QTE-PRISE TO NV-QTE(NB-NOUVELLES).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  TRIER-NOUVELLES : ordre de marche = emplacement de reserve
      *  (site, allee, etagere, casier), puis article.
      *------------------------------------------------------------
       TRIER-NOUVELLES.
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > NB-NOUVELLES
               MOVE TAB-NOUVELLES(WS-I) TO NV-ECHANGE
               MOVE WS-I TO WS-J
               PERFORM UNTIL WS-J < 2
                   IF NV-DE(WS-J - 1) < NE-DE
                       OR (NV-DE(WS-J - 1) = NE-DE
                           AND NV-ART(WS-J - 1) <= NE-ART)
                       EXIT PERFORM
                   END-IF
                   MOVE TAB-NOUVELLES(WS-J - 1)
                       TO TAB-NOUVELLES(WS-J)
                   SUBTRACT 1 FROM WS-J
               END-PERFORM
               MOVE NV-ECHANGE TO TAB-NOUVELLES(WS-J)
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ENREGISTRER-NOUVELLES : numerotation, ajout au registre et
      *  liste de travail du cariste.
      *------------------------------------------------------------
       ENREGISTRER-NOUVELLES.
           IF NB-NOUVELLES = 0
               DISPLAY "Aucune tache de reappro a generer."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGER-COMPTEUR.
           OPEN EXTEND TACHE-FILE.
           IF TACHE-STATUS = "35"
               OPEN OUTPUT TACHE-FILE
           END-IF.
           DISPLAY "=== TACHES DE REAPPRO DU " WS-TODAY " ===".
           DISPLAY "Tache  Article    De                       "
               "Vers                     Qte".
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-NOUVELLES
               ADD 1 TO NUM-TACHE
               MOVE NV-QTE(WS-I) TO QTE-EDIT
               MOVE SPACES TO TACHE-REC
               STRING NUM-TACHE "|" WS-TODAY "|" NV-ART(WS-I) "|"
                   NV-DE(WS-I) "|" NV-VERS(WS-I) "|" QTE-EDIT
                   "|OUVERTE|"
                   DELIMITED BY SIZE INTO TACHE-REC
               END-STRING
               WRITE TACHE-REC
               MOVE NV-DE(WS-I) TO EMPL-SOURCE
               PERFORM FORMATER-EMPLACEMENT
               MOVE EMPL-AFFICHE TO EMPL-AFFICHE2
               MOVE NV-VERS(WS-I) TO EMPL-SOURCE
               PERFORM FORMATER-EMPLACEMENT
               DISPLAY NUM-TACHE " " NV-ART(WS-I) " " EMPL-AFFICHE2
                   " " EMPL-AFFICHE " " QTE-EDIT
           END-PERFORM.
           CLOSE TACHE-FILE.
           PERFORM SAUVER-COMPTEUR.
           EXIT PARAGRAPH.

       FORMATER-EMPLACEMENT.
           MOVE SPACES TO EMPL-AFFICHE.
           STRING EMPL-SOURCE(1:8) " " EMPL-SOURCE(9:4) "-"
               EMPL-SOURCE(13:4) "-" EMPL-SOURCE(17:4)
               DELIMITED BY SIZE INTO EMPL-AFFICHE
           END-STRING.
           EXIT PARAGRAPH.

      *============================================================
      *  LISTER-OUVERTES : taches encore a faire, dans l'ordre du
      *  registre (l'ordre de marche de chaque passage).
      *============================================================
       LISTER-OUVERTES.
           DISPLAY "=== TACHES DE REAPPRO OUVERTES ===".
           MOVE 0 TO NB-OUVERTES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-TACHES
               IF TA-STATUT(WS-I) = "OUVERTE"
                   ADD 1 TO NB-OUVERTES
                   MOVE TA-QTE(WS-I) TO QTE-EDIT
                   MOVE TA-DE(WS-I) TO EMPL-SOURCE
                   PERFORM FORMATER-EMPLACEMENT
                   MOVE EMPL-AFFICHE TO EMPL-AFFICHE2
                   MOVE TA-VERS(WS-I) TO EMPL-SOURCE
                   PERFORM FORMATER-EMPLACEMENT
                   DISPLAY TA-NUM(WS-I) " " TA-DATE(WS-I) " "
                       TA-ART(WS-I) " " EMPL-AFFICHE2 " "
                       EMPL-AFFICHE " " QTE-EDIT
               END-IF
           END-PERFORM.
           IF NB-OUVERTES = 0
               DISPLAY "  (aucune)"
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  CONFIRMER-TACHE : deplacement reel reserve -> face, sous
      *  l'identite de l'operateur.
      *============================================================
       CONFIRMER-TACHE.
           MOVE FUNCTION NUMVAL(ARG-TACHE-ALPHA) TO NUM-TACHE.
           MOVE 0 TO IDX-TACHE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-TACHES
               IF TA-NUM(WS-I) = NUM-TACHE
                   AND TA-STATUT(WS-I) = "OUVERTE"
                   MOVE WS-I TO IDX-TACHE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF IDX-TACHE = 0
               DISPLAY "Tache " NUM-TACHE " inconnue ou deja soldee."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE TA-QTE(IDX-TACHE) TO QTE-DEPLACEE.
           IF FUNCTION TRIM(ARG-QTE-ALPHA) NOT = SPACES
               MOVE FUNCTION NUMVAL(ARG-QTE-ALPHA) TO QTE-DEPLACEE
           END-IF.
           IF QTE-DEPLACEE < 0
               DISPLAY "Quantite negative refusee."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.

           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT.
           IF SIGNON-RESULTAT = "91"
               DISPLAY "Identification operateur refusee, fin."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.

           IF QTE-DEPLACEE = 0
               MOVE "ANNULEE" TO TA-STATUT(IDX-TACHE)
               MOVE WS-OPERATEUR TO TA-OPERATEUR(IDX-TACHE)
               PERFORM REECRIRE-TACHES
               DISPLAY "Tache " NUM-TACHE " annulee."
               CALL "OPERATOR-SIGNOFF"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O LIEU-FILE.
           IF LIEU-STATUS NOT = "00"
               DISPLAY "Fichier emp_lieux.dat indisponible (status "
                   LIEU-STATUS ")."
               CALL "OPERATOR-SIGNOFF"
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE TA-ART(IDX-TACHE) TO EL-ART.
           MOVE TA-DE(IDX-TACHE) TO EL-EMPL.
           READ LIEU-FILE
               INVALID KEY
                   DISPLAY "Emplacement de reserve disparu de"
                       " emp_lieux.dat."
                   CLOSE LIEU-FILE
                   CALL "OPERATOR-SIGNOFF"
                   MOVE 8 TO WS-JOBLOG-RC
                   EXIT PARAGRAPH
           END-READ.
           IF EL-QTE < QTE-DEPLACEE
               MOVE EL-QTE TO QTE-EDIT2
               DISPLAY "La reserve ne contient que " QTE-EDIT2
                   " : recompter l'emplacement."
               CLOSE LIEU-FILE
               CALL "OPERATOR-SIGNOFF"
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT QTE-DEPLACEE FROM EL-QTE.
           REWRITE LIEU-REC
               INVALID KEY
                   DISPLAY "Erreur fichier emp_lieux (status "
                       LIEU-STATUS ")."
           END-REWRITE.
           MOVE TA-ART(IDX-TACHE) TO EL-ART.
           MOVE TA-VERS(IDX-TACHE) TO EL-EMPL.
           READ LIEU-FILE
               INVALID KEY
                   DISPLAY "Face de picking disparue de"
                       " emp_lieux.dat : quantite non creditee."
                   MOVE 8 TO WS-JOBLOG-RC
               NOT INVALID KEY
                   ADD QTE-DEPLACEE TO EL-QTE
                   REWRITE LIEU-REC
                       INVALID KEY
                           DISPLAY "Erreur fichier emp_lieux"
                               " (status " LIEU-STATUS ")."
                   END-REWRITE
           END-READ.
           CLOSE LIEU-FILE.

           MOVE QTE-DEPLACEE TO TA-QTE(IDX-TACHE).
           MOVE "FAITE" TO TA-STATUT(IDX-TACHE).
           MOVE WS-OPERATEUR TO TA-OPERATEUR(IDX-TACHE).
           PERFORM REECRIRE-TACHES.
           MOVE QTE-DEPLACEE TO QTE-EDIT.
           DISPLAY "Tache " NUM-TACHE " faite : "
               FUNCTION TRIM(QTE-EDIT) " "
               FUNCTION TRIM(TA-ART(IDX-TACHE))
               " deplace(s) vers la face de picking.".
           CALL "OPERATOR-SIGNOFF".
           EXIT PARAGRAPH.

       REECRIRE-TACHES.
           OPEN OUTPUT TACHE-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-TACHES
               MOVE TA-QTE(WS-I) TO QTE-EDIT
               MOVE SPACES TO TACHE-REC
               STRING TA-NUM(WS-I) "|" TA-DATE(WS-I) "|"
                   TA-ART(WS-I) "|" TA-DE(WS-I) "|" TA-VERS(WS-I)
                   "|" QTE-EDIT "|" FUNCTION TRIM(TA-STATUT(WS-I))
                   "|" FUNCTION TRIM(TA-OPERATEUR(WS-I))
                   DELIMITED BY SIZE INTO TACHE-REC
               END-STRING
               WRITE TACHE-REC
           END-PERFORM.
           CLOSE TACHE-FILE.
           EXIT PARAGRAPH.

       CHARGER-COMPTEUR.
           MOVE 0 TO NUM-TACHE.
           OPEN INPUT COUNTER-FILE.
           IF COUNTER-STATUS = "00"
               READ COUNTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(COUNTER-REC) TO NUM-TACHE
               END-READ
               CLOSE COUNTER-FILE
           END-IF.
           EXIT PARAGRAPH.

       SAUVER-COMPTEUR.
           OPEN OUTPUT COUNTER-FILE.
           MOVE SPACES TO COUNTER-REC.
           MOVE NUM-TACHE TO COUNTER-REC(1:6).
           WRITE COUNTER-REC.
           CLOSE COUNTER-FILE.
           EXIT PARAGRAPH.
