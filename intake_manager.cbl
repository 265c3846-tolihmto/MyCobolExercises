      *    - un fichier inconnu au motif reste dans inbox/ et est
      *      signale.
      *
      *  Les avis d'expedition des fournisseurs
      *  (avis_expedition*, lignes AVIS|BON|ARTICLE|QTE|LOT|DLC)
      *  ne sont pas deplaces mais integres : chaque ligne doit
      *  tomber sur une ligne ouverte et approuvee de po_en_cours.txt
      *  sans depasser son reliquat ; elle rejoint alors le fichier
      *  des receptions attendues receptions_attendues.txt
      *  (AVIS|BON|FOURNISSEUR|ARTICLE|QTE|LOT|DLC|DATE-AVIS), que
      *  RECEPTION-LIVRAISONS ouvre par numero d'avis. Une ligne
      *  refusee part avec son motif dans avis_rejets.txt ; un avis
      *  dont aucune ligne ne passe va en quarantaine.
      *
      *  Les fichiers d'entree des rapprochements permanents
      *  (colonnes FICHIER-A/B/C de recon_profils.txt, voir
      *  RAPPROCHEMENTS-PROFILS) sont reconnus a leur nom exact et
      *  liberes sous ce nom, sans controle de structure.
      *
      *  Quand un dessin d'enregistrement est declare pour le motif
      *  dans intake_dictionnaires.txt (MOTIF|DICTIONNAIRE|SEUIL),
      *  le contenu est profile champ par champ par
      *  PROFILAGE-FICHIERS (rapport profilage_<fichier>) ; un
      *  fichier au-dela du seuil d'anomalies part en quarantaine
      *  avant qu'un consommateur ne le lise.
      *
      *  Les commandes electroniques des clients (commande_client*,
      *  lignes CLIENT|REFERENCE|ARTICLE|QTE|DATE-SOUHAITEE) sont
      *  liberees dans commandes_entrantes/ sous leur nom ; en fin
      *  de passage, s'il en est arrive, COMMANDES-CLIENTS
      *  ENTRANTES les transforme aussitot en commandes et emet les
      *  accuses de reception.
      *
      *  Chaque fichier laisse sa ligne au registre d'entree
      *  intake_registre.txt
      *  (horodatage|fichier|taille|disposition|motif).
           SELECT TAILLE-FILE ASSIGN TO "intake_taille.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAILLE-STATUS.
           SELECT PO-FILE ASSIGN TO "po_en_cours.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-STATUS.
           SELECT ATTENDU-FILE ASSIGN TO "receptions_attendues.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTENDU-STATUS.
           SELECT REJET-FILE ASSIGN TO "avis_rejets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJET-STATUS.
           SELECT PROFIL-FILE ASSIGN TO "recon_profils.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFIL-STATUS.
           SELECT DICTS-FILE ASSIGN TO "intake_dictionnaires.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DICTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  REGISTRE-REC            PIC X(200).
       FD  TAILLE-FILE.
       01  TAILLE-REC              PIC X(40).
       FD  PO-FILE.
       01  PO-REC                  PIC X(80).
       FD  ATTENDU-FILE.
       01  ATTENDU-REC             PIC X(120).
       FD  REJET-FILE.
       01  REJET-REC               PIC X(160).
       FD  PROFIL-FILE.
       01  PROFIL-REC              PIC X(250).
       FD  DICTS-FILE.
       01  DICTS-REC               PIC X(160).

       WORKING-STORAGE SECTION.
       77  LIST-STATUS             PIC X(2) VALUE SPACES.
       77  NB-ACCEPTES             PIC 9(3) VALUE 0.
       77  NB-REJETES              PIC 9(3) VALUE 0.
       77  NB-INCONNUS             PIC 9(3) VALUE 0.
       77  NB-CDE-ENTRANTES        PIC 9(3) VALUE 0.
       77  CDE-RC                  PIC S9(5) VALUE 0.

      *> Fichier en cours d'examen.
       77  NOM-COMPLET             PIC X(80) VALUE SPACES.
       77  NB-COLONNES             PIC 9(2) VALUE 0.
       01  COL-W                   OCCURS 10 PIC X(40).

      *> Integration des avis d'expedition : bons ouverts
      *> (po_en_cours.txt, reliquat diminue des quantites deja
      *> annoncees) et lignes deja attendues.
       77  PO-STATUS               PIC X(2) VALUE SPACES.
       77  ATTENDU-STATUS          PIC X(2) VALUE SPACES.
       77  REJET-STATUS            PIC X(2) VALUE SPACES.
       77  NB-PO                   PIC 9(3) VALUE 0.
       01  TAB-PO.
           05  PO-ENTREE OCCURS 999.
               10  PO-NUM          PIC 9(6).
               10  PO-FOU          PIC X(8).
               10  PO-ART          PIC X(10).
               10  PO-RELIQUAT     PIC S9(5).
               10  PO-STATUT       PIC X(12).
       77  NB-ATT                  PIC 9(4) VALUE 0.
       01  TAB-ATTENDUS.
           05  AT-CLE OCCURS 2000  PIC X(40).
       77  IDX-PO                  PIC 9(4) VALUE 0.
       77  IDX-ATT                 PIC 9(4) VALUE 0.
       77  AV-NUM                  PIC X(16) VALUE SPACES.
       77  AV-PO                   PIC 9(6) VALUE 0.
       77  AV-ART                  PIC X(10) VALUE SPACES.
       77  AV-QTE                  PIC S9(5) VALUE 0.
       77  AV-CLE                  PIC X(40) VALUE SPACES.
       77  AV-MOTIF                PIC X(50) VALUE SPACES.
       77  AV-DEJA                 PIC X VALUE 'N'.
       77  NB-AV-CHARGEES          PIC 9(4) VALUE 0.
       77  NB-AV-REJETEES          PIC 9(4) VALUE 0.
       77  NB-AV-REJ-TOTAL         PIC 9(4) VALUE 0.
       77  QTE-EDIT                PIC Z(4)9.
       77  QTE-EDIT2               PIC Z(4)9.

      *> Table des types reconnus : motif de debut de nom, nom de
      *> destination ("=" = conserver le nom d'origine), nombre
      *> minimal de colonnes pipe (0 = pas de controle de
      *> structure) et indice de la colonne qui doit etre
      *> numerique (0 = aucune).
       77  NB-TYPES                PIC 9(2) VALUE 0.
       01  TAB-TYPES OCCURS 60.
           05  TY-MOTIF            PIC X(24).
           05  TY-DEST             PIC X(32).
           05  TY-MIN-COLS         PIC 9(2).
           05  TY-COL-NUM          PIC 9(2).

      *> Noms des entrees des profils de rapprochement.
       77  PROFIL-STATUS           PIC X(2) VALUE SPACES.
       01  PF-COL                  OCCURS 4 PIC X(64).
       77  PF-I                    PIC 9(1) VALUE 0.

      *> Dessins declares pour le profilage du contenu
      *> (intake_dictionnaires.txt : MOTIF|DICTIONNAIRE|SEUIL).
       77  DICTS-STATUS            PIC X(2) VALUE SPACES.
       77  NB-DICTS                PIC 9(2) VALUE 0.
       01  TAB-DICTS OCCURS 30.
           05  DI-MOTIF            PIC X(24).
           05  DI-DICT             PIC X(64).
           05  DI-SEUIL            PIC X(8).
       77  IDX-DICT                PIC 9(2) VALUE 0.
       77  PROFIL-RC               PIC S9(5) VALUE 0.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20) VALUE "INTAKE-MANAGER".
               WS-JOBLOG-RC
           ACCEPT WS-DATE FROM DATE YYYYMMDD

      *> les noms exacts des profils passent avant les motifs
      *> generiques (un releve "livraison_..." d'un profil ne doit
      *> pas partir vers livraisons.txt)
           PERFORM CHARGER-TYPES-PROFILS
           PERFORM INITIALISER-TYPES
           PERFORM CHARGER-DICTIONNAIRES
           CALL "SYSTEM" USING
               "sh -c 'mkdir -p inbox quarantine commandes_entrantes'"
           CALL "SYSTEM" USING
               "sh -c 'ls inbox 2>/dev/null > intake.lst'"

           DISPLAY "Sas d'entree : " NB-ACCEPTES " accepte(s), "
               NB-REJETES " en quarantaine, " NB-INCONNUS
               " inconnu(s) laisse(s) dans inbox."
           IF NB-AV-REJ-TOTAL > 0
               DISPLAY NB-AV-REJ-TOTAL " ligne(s) d'avis d'expedition"
                   " rejetee(s), motifs dans avis_rejets.txt."
           END-IF
           IF NB-REJETES > 0 OR NB-INCONNUS > 0 OR NB-AV-REJ-TOTAL > 0
               MOVE 4 TO WS-JOBLOG-RC
           END-IF
           IF NB-CDE-ENTRANTES > 0
               PERFORM LANCER-COMMANDES-ENTRANTES
           END-IF
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE 3 TO TY-MIN-COLS(NB-TYPES).
           MOVE 2 TO TY-COL-NUM(NB-TYPES).
           PERFORM AJOUTER-TYPE.
           MOVE "nomenclatures.txt" TO TY-MOTIF(NB-TYPES).
           MOVE "nomenclatures.txt" TO TY-DEST(NB-TYPES).
           MOVE 3 TO TY-MIN-COLS(NB-TYPES).
           MOVE 3 TO TY-COL-NUM(NB-TYPES).
      *> avis d'expedition : integre a receptions_attendues.txt
      *> (voir INTEGRER-AVIS), pas de destination propre
           PERFORM AJOUTER-TYPE.
           MOVE "avis_expedition" TO TY-MOTIF(NB-TYPES).
           MOVE "receptions_attendues.txt" TO TY-DEST(NB-TYPES).
           MOVE 4 TO TY-MIN-COLS(NB-TYPES).
           MOVE 4 TO TY-COL-NUM(NB-TYPES).
           PERFORM AJOUTER-TYPE.
           MOVE "facture_fournisseur" TO TY-MOTIF(NB-TYPES).
           MOVE "facture_fournisseur.txt" TO TY-DEST(NB-TYPES).
           MOVE 5 TO TY-MIN-COLS(NB-TYPES).
           MOVE "clearing_in.txt" TO TY-DEST(NB-TYPES).
           MOVE 4 TO TY-MIN-COLS(NB-TYPES).
           MOVE 4 TO TY-COL-NUM(NB-TYPES).
      *> liste des sanctions (ID|NOM|TYPE|PROGRAMME|DATE) :
      *> remplace la liste en service, ATM-SANCTIONS RESCREEN
      *> repasse les titulaires au prochain passage
           PERFORM AJOUTER-TYPE.
           MOVE "sanctions_watchlist" TO TY-MOTIF(NB-TYPES).
           MOVE "atm_watchlist.txt" TO TY-DEST(NB-TYPES).
           MOVE 2 TO TY-MIN-COLS(NB-TYPES).
           MOVE 0 TO TY-COL-NUM(NB-TYPES).
           PERFORM AJOUTER-TYPE.
           MOVE "membres.txt" TO TY-MOTIF(NB-TYPES).
           MOVE "membres.txt" TO TY-DEST(NB-TYPES).
           MOVE "promotions.txt" TO TY-DEST(NB-TYPES).
           MOVE 4 TO TY-MIN-COLS(NB-TYPES).
           MOVE 3 TO TY-COL-NUM(NB-TYPES).
      *> commandes electroniques des clients : gardent leur nom
      *> dans commandes_entrantes/, COMMANDES-CLIENTS ENTRANTES
      *> les traite en fin de passage
           PERFORM AJOUTER-TYPE.
           MOVE "commande_client" TO TY-MOTIF(NB-TYPES).
           MOVE "commandes_entrantes/" TO TY-DEST(NB-TYPES).
           MOVE 4 TO TY-MIN-COLS(NB-TYPES).
           MOVE 4 TO TY-COL-NUM(NB-TYPES).
      *> les extraits du rapprochement et les imports libres
      *> d'INVENTAIRE passent sans controle de structure (layouts
      *> libres, c'est leur consommateur qui valide) et gardent
           MOVE 0 TO TY-COL-NUM(NB-TYPES).
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-TYPES-PROFILS : un type par fichier d'entree de
      *  recon_profils.txt (NOM|FICHIER-A|FICHIER-B|FICHIER-C|...),
      *  libere sous son nom d'origine, sans controle de structure.
      *============================================================
       CHARGER-TYPES-PROFILS.
           OPEN INPUT PROFIL-FILE.
           IF PROFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ PROFIL-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION LENGTH
                           (FUNCTION TRIM(PROFIL-REC)) > 0
                           AND PROFIL-REC(1:1) NOT = "*"
                           PERFORM CHARGER-LIGNE-PROFIL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROFIL-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-PROFIL.
           MOVE SPACES TO PF-COL(1) PF-COL(2) PF-COL(3) PF-COL(4).
           UNSTRING PROFIL-REC DELIMITED BY "|"
               INTO PF-COL(1) PF-COL(2) PF-COL(3) PF-COL(4)
           END-UNSTRING.
           PERFORM VARYING PF-I FROM 2 BY 1 UNTIL PF-I > 4
               IF PF-COL(PF-I) NOT = SPACES
                   PERFORM AJOUTER-TYPE-PROFIL
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       AJOUTER-TYPE-PROFIL.
           MOVE FUNCTION TRIM(PF-COL(PF-I)) TO NOM-COURT.
           PERFORM RECONNAITRE-TYPE.
           IF IDX-TYPE > 0
               IF TY-MOTIF(IDX-TYPE) = NOM-COURT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF NB-TYPES >= 60
               DISPLAY "Table des types pleine, profil ignore : "
                   FUNCTION TRIM(NOM-COURT)
               EXIT PARAGRAPH
           END-IF.
           PERFORM AJOUTER-TYPE.
           MOVE NOM-COURT TO TY-MOTIF(NB-TYPES).
           MOVE "=" TO TY-DEST(NB-TYPES).
           MOVE 0 TO TY-MIN-COLS(NB-TYPES).
           MOVE 0 TO TY-COL-NUM(NB-TYPES).
           EXIT PARAGRAPH.

      *============================================================
      *  TRAITER-ENTRANT : un fichier d'inbox - reconnaissance,
      *  validation, liberation ou quarantaine, registre.
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDER-STRUCTURE.
           IF FICHIER-VALIDE = 'O'
               PERFORM PROFILER-CONTENU
           END-IF.
           IF FICHIER-VALIDE = 'N'
               ADD 1 TO NB-REJETES
               DISPLAY "En quarantaine : "
               PERFORM ENREGISTRER-DISPOSITION
               EXIT PARAGRAPH
           END-IF.
           IF TY-MOTIF(IDX-TYPE) = "avis_expedition"
               PERFORM INTEGRER-AVIS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-ACCEPTES.
           MOVE SPACES TO CMD-W.
           IF TY-DEST(IDX-TYPE) = "="
           END-IF.
           CALL "SYSTEM" USING CMD-W.
           DISPLAY "Accepte : " FUNCTION TRIM(NOM-COURT).
           IF TY-MOTIF(IDX-TYPE) = "commande_client"
               ADD 1 TO NB-CDE-ENTRANTES
           END-IF.
           MOVE SPACES TO MOTIF-REJET.
           MOVE "ACCEPTE" TO CMD-W.
           PERFORM ENREGISTRER-DISPOSITION.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  LANCER-COMMANDES-ENTRANTES : les commandes clients liberees
      *  ce passage sont creees sans attendre ; COMMANDES-CLIENTS
      *  rend 4 sur rejet ou souffrance, 8 si le catalogue est
      *  indisponible (les fichiers restent alors en attente dans
      *  commandes_entrantes/ pour le prochain passage).
      *------------------------------------------------------------
       LANCER-COMMANDES-ENTRANTES.
           DISPLAY NB-CDE-ENTRANTES " fichier(s) de commandes clients,"
               " lancement de COMMANDES-CLIENTS ENTRANTES."
           CALL "SYSTEM" USING
               "./commandes_clients ENTRANTES >/dev/null 2>&1"
           COMPUTE CDE-RC = RETURN-CODE / 256
           EVALUATE TRUE
               WHEN CDE-RC = 0
                   DISPLAY "Commandes entrantes creees."
               WHEN CDE-RC <= 4
                   DISPLAY "Commandes entrantes creees avec rejets ou"
                       " souffrances, voir le compte rendu"
                       " entrantes_*.txt."
                   MOVE 4 TO WS-JOBLOG-RC
               WHEN OTHER
                   DISPLAY "Commandes entrantes non traitees (code "
                       CDE-RC "), fichiers laisses dans"
                       " commandes_entrantes/."
                   MOVE 4 TO WS-JOBLOG-RC
           END-EVALUATE.
           EXIT PARAGRAPH.

       RECONNAITRE-TYPE.
           MOVE 0 TO IDX-TYPE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-TYPES
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHARGER-DICTIONNAIRES / PROFILER-CONTENU : le premier
      *  motif de intake_dictionnaires.txt qui commence le nom du
      *  fichier donne son dessin ; PROFILAGE-FICHIERS rend 8 au
      *  dela du seuil d'anomalies (ou fichier illisible).
      *------------------------------------------------------------
       CHARGER-DICTIONNAIRES.
           MOVE 0 TO NB-DICTS.
           OPEN INPUT DICTS-FILE.
           IF DICTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ DICTS-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF FUNCTION LENGTH
                           (FUNCTION TRIM(DICTS-REC)) > 0
                           AND DICTS-REC(1:1) NOT = "*"
                           AND NB-DICTS < 30
                           ADD 1 TO NB-DICTS
                           MOVE SPACES TO COL-W(1) COL-W(2) COL-W(3)
                           UNSTRING DICTS-REC DELIMITED BY "|"
                               INTO COL-W(1) COL-W(2) COL-W(3)
                           END-UNSTRING
                           MOVE FUNCTION TRIM(COL-W(1))
                               TO DI-MOTIF(NB-DICTS)
                           MOVE FUNCTION TRIM(COL-W(2))
                               TO DI-DICT(NB-DICTS)
                           MOVE FUNCTION TRIM(COL-W(3))
                               TO DI-SEUIL(NB-DICTS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DICTS-FILE.
           EXIT PARAGRAPH.

       PROFILER-CONTENU.
           MOVE 0 TO IDX-DICT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-DICTS
               IF NOM-COURT(1:FUNCTION LENGTH(
                   FUNCTION TRIM(DI-MOTIF(WS-I)))) =
                   FUNCTION TRIM(DI-MOTIF(WS-I))
                   MOVE WS-I TO IDX-DICT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF IDX-DICT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CMD-W.
           STRING "./profilage_fichiers " FUNCTION TRIM(NOM-COMPLET)
               " " FUNCTION TRIM(DI-DICT(IDX-DICT)) " "
               FUNCTION TRIM(DI-SEUIL(IDX-DICT)) " >/dev/null 2>&1"
               DELIMITED BY SIZE INTO CMD-W
           END-STRING.
           CALL "SYSTEM" USING CMD-W.
           COMPUTE PROFIL-RC = RETURN-CODE / 256.
           IF PROFIL-RC > 4
               MOVE 'N' TO FICHIER-VALIDE
               MOVE "profil de donnees hors seuil" TO MOTIF-REJET
           END-IF.
           EXIT PARAGRAPH.

       MESURER-TAILLE.
           MOVE SPACES TO TAILLE-OCTETS.
           MOVE SPACES TO CMD-W.
           WRITE REGISTRE-REC.
           CLOSE REGISTRE-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  INTEGRER-AVIS : un avis d'expedition valide en structure.
      *  Les lignes rapprochees d'un bon ouvert rejoignent les
      *  receptions attendues, les autres avis_rejets.txt ; le
      *  fichier quitte inbox (quarantaine si rien n'est passe).
      *============================================================
       INTEGRER-AVIS.
           PERFORM CHARGER-BONS-OUVERTS.
           PERFORM CHARGER-ATTENDUS.
           MOVE 0 TO NB-AV-CHARGEES NB-AV-REJETEES.
           MOVE NOM-COMPLET TO ENTRANT-FILENAME.
           OPEN INPUT ENTRANT-FILE.
           OPEN EXTEND ATTENDU-FILE.
           IF ATTENDU-STATUS = "35"
               OPEN OUTPUT ATTENDU-FILE
           END-IF.
           PERFORM UNTIL 1 = 0
               READ ENTRANT-FILE
                   AT END EXIT PERFORM
               END-READ
               IF FUNCTION LENGTH(FUNCTION TRIM(ENTRANT-REC)) > 0
                   PERFORM INTEGRER-LIGNE-AVIS
               END-IF
           END-PERFORM.
           CLOSE ATTENDU-FILE.
           CLOSE ENTRANT-FILE.
           ADD NB-AV-REJETEES TO NB-AV-REJ-TOTAL.

           MOVE NB-AV-CHARGEES TO QTE-EDIT.
           MOVE NB-AV-REJETEES TO QTE-EDIT2.
           MOVE SPACES TO MOTIF-REJET.
           STRING FUNCTION TRIM(QTE-EDIT) " ligne(s) attendue(s), "
               FUNCTION TRIM(QTE-EDIT2) " rejetee(s)"
               DELIMITED BY SIZE INTO MOTIF-REJET
           END-STRING.
           MOVE SPACES TO CMD-W.
           IF NB-AV-CHARGEES = 0
               ADD 1 TO NB-REJETES
               DISPLAY "Avis d'expedition en quarantaine : "
                   FUNCTION TRIM(NOM-COURT) " ("
                   FUNCTION TRIM(MOTIF-REJET) ")"
               STRING "mv " FUNCTION TRIM(NOM-COMPLET)
                   " quarantine/"
                   DELIMITED BY SIZE INTO CMD-W
               END-STRING
               CALL "SYSTEM" USING CMD-W
               MOVE "QUARANTAINE" TO CMD-W
           ELSE
               ADD 1 TO NB-ACCEPTES
               DISPLAY "Avis d'expedition integre : "
                   FUNCTION TRIM(NOM-COURT) " ("
                   FUNCTION TRIM(MOTIF-REJET) ")"
               STRING "rm -f " FUNCTION TRIM(NOM-COMPLET)
                   DELIMITED BY SIZE INTO CMD-W
               END-STRING
               CALL "SYSTEM" USING CMD-W
               MOVE "ACCEPTE" TO CMD-W
           END-IF.
           PERFORM ENREGISTRER-DISPOSITION.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHARGER-BONS-OUVERTS : reliquats de po_en_cours.txt avec
      *  leur statut d'approbation.
      *------------------------------------------------------------
       CHARGER-BONS-OUVERTS.
           MOVE 0 TO NB-PO.
           OPEN INPUT PO-FILE.
           IF PO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ PO-FILE
                   AT END EXIT PERFORM
               END-READ
               IF FUNCTION LENGTH(FUNCTION TRIM(PO-REC)) > 0
                   AND NB-PO < 999
                   PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 10
                       MOVE SPACES TO COL-W(WS-J)
                   END-PERFORM
                   UNSTRING PO-REC DELIMITED BY "|"
                       INTO COL-W(1) COL-W(2) COL-W(3) COL-W(4)
                           COL-W(5) COL-W(6)
                   END-UNSTRING
                   ADD 1 TO NB-PO
                   MOVE FUNCTION NUMVAL(COL-W(1)) TO PO-NUM(NB-PO)
                   MOVE COL-W(2) TO PO-FOU(NB-PO)
                   MOVE COL-W(3) TO PO-ART(NB-PO)
                   MOVE FUNCTION NUMVAL(COL-W(4))
                       TO PO-RELIQUAT(NB-PO)
                   MOVE COL-W(6) TO PO-STATUT(NB-PO)
               END-IF
           END-PERFORM.
           CLOSE PO-FILE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHARGER-ATTENDUS : les lignes deja annoncees (cle
      *  AVIS|BON|ARTICLE) et leur quantite, deduite du reliquat
      *  disponible pour un nouvel avis.
      *------------------------------------------------------------
       CHARGER-ATTENDUS.
           MOVE 0 TO NB-ATT.
           OPEN INPUT ATTENDU-FILE.
           IF ATTENDU-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ ATTENDU-FILE
                   AT END EXIT PERFORM
               END-READ
               IF FUNCTION LENGTH(FUNCTION TRIM(ATTENDU-REC)) > 0
                   PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 10
                       MOVE SPACES TO COL-W(WS-J)
                   END-PERFORM
                   UNSTRING ATTENDU-REC DELIMITED BY "|"
                       INTO COL-W(1) COL-W(2) COL-W(3) COL-W(4)
                           COL-W(5)
                   END-UNSTRING
                   IF NB-ATT < 2000
                       ADD 1 TO NB-ATT
                       MOVE SPACES TO AT-CLE(NB-ATT)
                       STRING FUNCTION TRIM(COL-W(1)) "|"
                           FUNCTION TRIM(COL-W(2)) "|"
                           FUNCTION TRIM(COL-W(4))
                           DELIMITED BY SIZE INTO AT-CLE(NB-ATT)
                       END-STRING
                   END-IF
                   MOVE FUNCTION NUMVAL(COL-W(2)) TO AV-PO
                   MOVE COL-W(4) TO AV-ART
                   PERFORM CHERCHER-BON-OUVERT
                   IF IDX-PO > 0
                       SUBTRACT FUNCTION NUMVAL(COL-W(5))
                           FROM PO-RELIQUAT(IDX-PO)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ATTENDU-FILE.
           EXIT PARAGRAPH.

       CHERCHER-BON-OUVERT.
           MOVE 0 TO IDX-PO.
           PERFORM VARYING IDX-ATT FROM 1 BY 1 UNTIL IDX-ATT > NB-PO
               IF PO-NUM(IDX-ATT) = AV-PO
                   AND PO-ART(IDX-ATT) = AV-ART
                   MOVE IDX-ATT TO IDX-PO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  INTEGRER-LIGNE-AVIS : AVIS|BON|ARTICLE|QTE|LOT|DLC.
      *------------------------------------------------------------
       INTEGRER-LIGNE-AVIS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 10
               MOVE SPACES TO COL-W(WS-J)
           END-PERFORM.
           UNSTRING ENTRANT-REC DELIMITED BY "|"
               INTO COL-W(1) COL-W(2) COL-W(3) COL-W(4) COL-W(5)
                   COL-W(6)
           END-UNSTRING.
           MOVE COL-W(1) TO AV-NUM.
           MOVE COL-W(3) TO AV-ART.
           INSPECT AV-ART CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO AV-PO AV-QTE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(COL-W(2))) = 0
               MOVE FUNCTION NUMVAL(COL-W(2)) TO AV-PO
           END-IF.
           MOVE COL-W(4) TO TAILLE-REC.
           INSPECT TAILLE-REC REPLACING ALL "," BY ".".
           MOVE FUNCTION NUMVAL(TAILLE-REC) TO AV-QTE.
           MOVE SPACES TO AV-MOTIF.
           PERFORM CHERCHER-BON-OUVERT.
           MOVE SPACES TO AV-CLE.
           STRING FUNCTION TRIM(AV-NUM) "|" AV-PO "|"
               FUNCTION TRIM(AV-ART)
               DELIMITED BY SIZE INTO AV-CLE
           END-STRING.
           MOVE 'N' TO AV-DEJA.
           PERFORM VARYING IDX-ATT FROM 1 BY 1 UNTIL IDX-ATT > NB-ATT
               IF AT-CLE(IDX-ATT) = AV-CLE
                   MOVE 'O' TO AV-DEJA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN FUNCTION LENGTH(FUNCTION TRIM(AV-NUM)) = 0
                   MOVE "numero d'avis absent" TO AV-MOTIF
               WHEN AV-QTE <= 0
                   MOVE "quantite nulle ou negative" TO AV-MOTIF
               WHEN IDX-PO = 0
                   MOVE "aucune ligne ouverte pour ce bon et cet"
                       & " article" TO AV-MOTIF
               WHEN PO-STATUT(IDX-PO) = "A-APPROUVER"
                   MOVE "bon en attente d'approbation" TO AV-MOTIF
               WHEN AV-DEJA = 'O'
                   MOVE "ligne deja annoncee sous cet avis"
                       TO AV-MOTIF
               WHEN AV-QTE > PO-RELIQUAT(IDX-PO)
                   MOVE PO-RELIQUAT(IDX-PO) TO QTE-EDIT
                   STRING "quantite superieure au reliquat ("
                       FUNCTION TRIM(QTE-EDIT) ")"
                       DELIMITED BY SIZE INTO AV-MOTIF
                   END-STRING
               WHEN FUNCTION LENGTH(FUNCTION TRIM(COL-W(6))) > 0
                   AND (FUNCTION TRIM(COL-W(6)) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(COL-W(6))) NOT = 8)
                   MOVE "date limite invalide (AAAAMMJJ attendu)"
                       TO AV-MOTIF
           END-EVALUATE.
           IF AV-MOTIF NOT = SPACES
               PERFORM REJETER-LIGNE-AVIS
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT AV-QTE FROM PO-RELIQUAT(IDX-PO).
           IF NB-ATT < 2000
               ADD 1 TO NB-ATT
               MOVE AV-CLE TO AT-CLE(NB-ATT)
           END-IF.
           MOVE AV-QTE TO QTE-EDIT.
           MOVE SPACES TO ATTENDU-REC.
           STRING FUNCTION TRIM(AV-NUM) "|" AV-PO "|"
               FUNCTION TRIM(PO-FOU(IDX-PO)) "|"
               FUNCTION TRIM(AV-ART) "|" FUNCTION TRIM(QTE-EDIT) "|"
               FUNCTION TRIM(COL-W(5)) "|" FUNCTION TRIM(COL-W(6))
               "|" WS-DATE
               DELIMITED BY SIZE INTO ATTENDU-REC
           END-STRING.
           WRITE ATTENDU-REC.
           ADD 1 TO NB-AV-CHARGEES.
           EXIT PARAGRAPH.

       REJETER-LIGNE-AVIS.
           ADD 1 TO NB-AV-REJETEES.
           DISPLAY "  Avis " FUNCTION TRIM(AV-NUM) " bon "
               FUNCTION TRIM(COL-W(2)) " article "
               FUNCTION TRIM(AV-ART) " rejete : "
               FUNCTION TRIM(AV-MOTIF).
           OPEN EXTEND REJET-FILE.
           IF REJET-STATUS = "35"
               OPEN OUTPUT REJET-FILE
               MOVE "date|fichier|avis|bon|article|qte|motif"
                   TO REJET-REC
               WRITE REJET-REC
           END-IF.
           IF REJET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REJET-REC.
           STRING WS-DATE "|" FUNCTION TRIM(NOM-COURT) "|"
               FUNCTION TRIM(AV-NUM) "|" FUNCTION TRIM(COL-W(2)) "|"
               FUNCTION TRIM(AV-ART) "|" FUNCTION TRIM(COL-W(4)) "|"
               FUNCTION TRIM(AV-MOTIF)
               DELIMITED BY SIZE INTO REJET-REC
           END-STRING.
           WRITE REJET-REC.
           CLOSE REJET-FILE.
           EXIT PARAGRAPH.
