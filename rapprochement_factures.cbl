      *  cout moyen pondere M-PMP a defaut, tolerance 2 %) et des
      *  ecarts de quantite (facture contre recu), pour que seules
      *  les exceptions passent devant un humain.
      *  Quantites et prix de la facture sont en unite d'achat du
      *  fournisseur, comme le bon et receptions.txt ; le PMP de
      *  repli, en unite de stock, est multiplie par le facteur
      *  d'achat du catalogue fournisseur.
      *
      *  Une facture entierement saine (aucun ecart, aucune ligne
      *  sans bon, un seul fournisseur) dont la reference
      *  fournisseur est donnee en argument 2 est portee au grand
      *  livre fournisseurs fou_factures.txt
      *  (PIECE|FOU|REF|DATE-FACTURE|ECHEANCE|DEVISE|HT|TVA|TTC|
      *  DATE-SAISIE), numero de piece au compteur
      *  fou_piece_counter.txt. La date de facture vient de
      *  l'argument 3 (AAAAMMJJ, date du jour a defaut) ;
      *  l'echeance applique les conditions de paiement de
      *  fou_master.dat (F-TERME-JOURS jours, reportes en fin de
      *  mois quand F-TERME-FDM = 'O'). Montants dans la devise du
      *  fournisseur ; TVA deductible aux taux M-TVA du catalogue
      *  pour un fournisseur en euro, sans TVA sinon. Une meme
      *  reference deja saisie pour le fournisseur est refusee.
      *  Les avoirs a recevoir du fournisseur (retours emis par
      *  RETOURS-FOURNISSEURS, non encore imputes dans
      *  fou_paiements.txt) sont rappeles au rapport : ils seront
      *  deduits du prochain reglement.
      *  PAIEMENTS-FOURNISSEURS propose ensuite les reglements.
      *============================================================

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CLE
               FILE STATUS IS CATFOU-STATUS.
           SELECT FOU-FILE ASSIGN TO "fou_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CODE
               FILE STATUS IS FOU-STATUS.
           SELECT FACFOU-FILE ASSIGN TO "fou_factures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACFOU-STATUS.
           SELECT COUNTER-FILE ASSIGN TO "fou_piece_counter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTER-STATUS.
           SELECT PAYE-FILE ASSIGN TO "fou_paiements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  M-TVA               PIC 9(3).
           05  M-PMP               PIC S9(5)V99.
           05  M-EAN               PIC X(13).
           05  M-POIDS             PIC 9(4)V999.
           05  M-SERIE             PIC X.
           05  M-STATUT            PIC X.
       FD  FACTURE-FILE.
       01  FACTURE-REC             PIC X(120).
       FD  REGISTRE-FILE.
           05  CT-PU               PIC S9(5)V99.
           05  CT-MIN              PIC S9(5).
           05  CT-MULTIPLE         PIC S9(5).
           05  CT-UNITE            PIC X(6).
           05  CT-FACTEUR          PIC 9(5).
       FD  FOU-FILE.
       01  FOU-REC.
           05  F-CODE              PIC X(8).
           05  F-NOM               PIC X(30).
           05  F-DELAI             PIC 9(3).
           05  F-DEVISE            PIC X(3).
           05  F-TERME-JOURS       PIC 9(3).
           05  F-TERME-FDM         PIC X.
       FD  FACFOU-FILE.
       01  FACFOU-REC              PIC X(132).
       FD  COUNTER-FILE.
       01  COUNTER-REC             PIC X(20).
       FD  PAYE-FILE.
       01  PAYE-REC                PIC X(100).

       WORKING-STORAGE SECTION.
       77  MASTER-STATUS           PIC X(2) VALUE SPACES.
      *> une fiche chez ce fournisseur, M-PMP a defaut.
       77  CATFOU-STATUS           PIC X(2) VALUE SPACES.
       77  CATFOU-OPEN-FLAG        PIC X VALUE 'N'.
       77  FACTEUR-REFERENCE       PIC 9(5) VALUE 1.
       77  PRIX-REFERENCE          PIC S9(5)V99 VALUE 0.
       77  ECART-PRIX              PIC S9(5)V99 VALUE 0.
       77  SEUIL-PRIX              PIC S9(5)V99 VALUE 0.
       77  PU-EDIT                 PIC -(5)9.99.
       77  PU-EDIT2                PIC -(5)9.99.

      *> Passage au grand livre fournisseurs d'une facture saine.
       77  FOU-STATUS              PIC X(2) VALUE SPACES.
       77  FACFOU-STATUS           PIC X(2) VALUE SPACES.
       77  COUNTER-STATUS          PIC X(2) VALUE SPACES.
       77  ARG-REF                 PIC X(16) VALUE SPACES.
       77  ARG-DATE-ALPHA          PIC X(16) VALUE SPACES.
       77  DATE-FACTURE            PIC 9(8) VALUE 0.
       77  FOU-FACTURE             PIC X(8) VALUE SPACES.
       77  MULTI-FOU               PIC X VALUE 'N'.
       77  MOTIF-REFUS             PIC X(40) VALUE SPACES.
       77  DEJA-SAISIE             PIC X VALUE 'N'.
       77  NUM-PIECE               PIC 9(6) VALUE 0.
       77  LIGNE-HT                PIC S9(9)V99 VALUE 0.
       77  LIGNE-TVA               PIC S9(9)V99 VALUE 0.
       77  FAC-TOTAL-HT            PIC S9(9)V99 VALUE 0.
       77  FAC-TOTAL-TVA           PIC S9(9)V99 VALUE 0.
       77  FAC-TOTAL-TTC           PIC S9(9)V99 VALUE 0.
       77  MONTANT-EDIT            PIC -(8)9.99.
       77  MONTANT-EDIT2           PIC -(8)9.99.
       77  MONTANT-EDIT3           PIC -(8)9.99.
       01  ECHEANCE                PIC 9(8) VALUE 0.
       01  ECHEANCE-R REDEFINES ECHEANCE.
           05  ECH-AAAA            PIC 9(4).
           05  ECH-MM              PIC 9(2).
           05  ECH-JJ              PIC 9(2).
       01  LF-CH1                  PIC X(16).
       01  LF-CH2                  PIC X(16).
       01  LF-CH3                  PIC X(16).
       01  LF-CH4                  PIC X(16).
       01  LF-CH5                  PIC X(16).
       01  LF-CH6                  PIC X(16).
       01  LF-CH7                  PIC X(16).
       01  LF-CH8                  PIC X(16).
       01  LF-CH9                  PIC X(16).

      *> Avoirs a recevoir du fournisseur (pieces negatives de
      *> fou_factures.txt absentes de fou_paiements.txt).
       77  PAYE-STATUS             PIC X(2) VALUE SPACES.
       77  NB-PAYES                PIC 9(4) VALUE 0.
       01  TAB-PAYES.
           05  PY-PIECE            PIC 9(6) OCCURS 2000.
       77  WS-P                    PIC 9(4) VALUE 0.
       77  PIECE-LUE               PIC 9(6) VALUE 0.
       77  DEJA-PAYEE              PIC X VALUE 'N'.
       77  NB-AVOIRS               PIC 9(4) VALUE 0.
       77  TOTAL-AVOIRS            PIC S9(9)V99 VALUE 0.

      *> Appels au sous-programme partage DATE-UTILS (date de
      *> facture, echeance).
       01  DU-ACTION               PIC X(8) VALUE SPACES.
       01  DU-DATE-1               PIC 9(8) VALUE 0.
       01  DU-DATE-2               PIC 9(8) VALUE 0.
       01  DU-NOMBRE               PIC S9(7) VALUE 0.
       01  DU-RESULTAT             PIC X(2) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
           IF FUNCTION TRIM(FACTURE-FILENAME) = SPACES
               MOVE "facture_fournisseur.txt" TO FACTURE-FILENAME
           END-IF
           ACCEPT ARG-REF FROM ARGUMENT-VALUE
           ACCEPT ARG-DATE-ALPHA FROM ARGUMENT-VALUE
           MOVE WS-TODAY TO DATE-FACTURE
           IF FUNCTION TRIM(ARG-DATE-ALPHA) NOT = SPACES
               MOVE FUNCTION NUMVAL(ARG-DATE-ALPHA) TO DATE-FACTURE
               MOVE "VALIDER" TO DU-ACTION
               MOVE DATE-FACTURE TO DU-DATE-1
               CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1
                   DU-DATE-2 DU-NOMBRE DU-RESULTAT
               IF DU-RESULTAT NOT = "00"
                   DISPLAY "Date de facture invalide : "
                       FUNCTION TRIM(ARG-DATE-ALPHA)
                       " (AAAAMMJJ attendu)."
                   MOVE 8 TO WS-JOBLOG-RC
                   PERFORM FIN-PROGRAMME
               END-IF
           END-IF
           OPEN INPUT FACTURE-FILE
           IF FACTURE-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir "
           IF CATFOU-STATUS = "00"
               MOVE 'O' TO CATFOU-OPEN-FLAG
           END-IF
           IF CATFOU-STATUS = "39"
               DISPLAY "fou_catalogue.dat a l'ancien dessin (status"
                   " 39) : lancer FOU-CAT-CONVERT une fois ; prix"
                   " controles au PMP."
           END-IF
           PERFORM OUVRIR-RAPPORT

           PERFORM UNTIL 1 = 0
           CLOSE FACTURE-FILE

           PERFORM ECRIRE-RESUME
           PERFORM ENREGISTRER-FACTURE
           CLOSE RAPPORT-FILE
           IF MASTER-OPEN-FLAG = 'O'
               CLOSE MASTER-FILE
           INSPECT INP-CH5 REPLACING ALL "," BY ".".
           MOVE FUNCTION NUMVAL(INP-CH5) TO FAC-PU.
           ADD 1 TO NB-LIGNES.
           PERFORM CUMULER-FACTURE.

           PERFORM CHERCHER-BON
           IF BON-CONNU = 'N'
      *------------------------------------------------------------
       CONTROLER-PRIX.
           MOVE 0 TO PRIX-REFERENCE.
           MOVE 1 TO FACTEUR-REFERENCE.
           IF CATFOU-OPEN-FLAG = 'O'
               MOVE FAC-FOU TO CT-FOU
               MOVE FAC-ART TO CT-ART
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CT-PU TO PRIX-REFERENCE
                       IF CT-FACTEUR > 1
                           MOVE CT-FACTEUR TO FACTEUR-REFERENCE
                       END-IF
               END-READ
           END-IF.
           IF PRIX-REFERENCE = 0 AND MASTER-OPEN-FLAG = 'O'
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
      *> facture en unite d'achat, PMP en unite de stock
                   NOT INVALID KEY
                       COMPUTE PRIX-REFERENCE =
                           M-PMP * FACTEUR-REFERENCE
               END-READ
           END-IF.
           IF PRIX-REFERENCE = 0
           END-STRING.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CUMULER-FACTURE : totaux HT et TVA de la facture (taux
      *  M-TVA de l'article, pas de TVA pour un article inconnu)
      *  et controle qu'elle ne porte qu'un fournisseur.
      *------------------------------------------------------------
       CUMULER-FACTURE.
           IF FOU-FACTURE = SPACES
               MOVE FAC-FOU TO FOU-FACTURE
           ELSE
               IF FAC-FOU NOT = FOU-FACTURE
                   MOVE 'O' TO MULTI-FOU
               END-IF
           END-IF.
           COMPUTE LIGNE-HT ROUNDED = FAC-QTE * FAC-PU.
           ADD LIGNE-HT TO FAC-TOTAL-HT.
           IF MASTER-OPEN-FLAG = 'O'
               MOVE FAC-ART TO M-CODE
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE LIGNE-TVA ROUNDED =
                           LIGNE-HT * M-TVA / 100
                       ADD LIGNE-TVA TO FAC-TOTAL-TVA
               END-READ
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  ENREGISTRER-FACTURE : porte la facture saine au grand
      *  livre fournisseurs fou_factures.txt avec son echeance. Une
      *  facture a exceptions, sans reference, multi-fournisseurs,
      *  deja saisie ou d'un fournisseur inconnu reste hors grand
      *  livre, avec le motif au rapport.
      *============================================================
       ENREGISTRER-FACTURE.
           IF NB-LIGNES = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           IF NB-ECARTS-PRIX > 0 OR NB-ECARTS-QTE > 0
               OR NB-SANS-BON > 0
               MOVE "exceptions a lever d'abord." TO MOTIF-REFUS
               PERFORM ECRIRE-REFUS
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(ARG-REF) = SPACES
               MOVE "reference fournisseur absente."
                   TO MOTIF-REFUS
               PERFORM ECRIRE-REFUS
               DISPLAY "Facture saine mais sans reference"
                   " fournisseur (argument 2) : non portee au grand"
                   " livre fournisseurs."
               EXIT PARAGRAPH
           END-IF.
           IF MULTI-FOU = 'O'
               MOVE "plusieurs fournisseurs." TO MOTIF-REFUS
               PERFORM ECRIRE-REFUS
               DISPLAY "Facture sur plusieurs fournisseurs : non"
                   " portee au grand livre fournisseurs."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FOU-FILE.
           IF FOU-STATUS NOT = "00"
               DISPLAY "Referentiel fournisseurs indisponible"
                   " (status " FOU-STATUS ") : facture non portee"
                   " au grand livre fournisseurs."
               IF FOU-STATUS = "39"
                   DISPLAY "(fichier a l'ancien dessin : lancer"
                       " FOU-MASTER-CONVERT une fois.)"
               END-IF
               MOVE "referentiel fournisseurs indisponible."
                   TO MOTIF-REFUS
               PERFORM ECRIRE-REFUS
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE FOU-FACTURE TO F-CODE.
           READ FOU-FILE
               INVALID KEY
                   CLOSE FOU-FILE
                   DISPLAY "Fournisseur " FUNCTION TRIM(FOU-FACTURE)
                       " inconnu de fou_master.dat : facture non"
                       " portee au grand livre fournisseurs."
                   MOVE "fournisseur inconnu." TO MOTIF-REFUS
                   PERFORM ECRIRE-REFUS
                   MOVE 4 TO WS-JOBLOG-RC
                   EXIT PARAGRAPH
           END-READ.
           CLOSE FOU-FILE.

           PERFORM CHERCHER-DEJA-SAISIE.
           IF DEJA-SAISIE = 'O'
               DISPLAY "Facture " FUNCTION TRIM(ARG-REF)
                   " du fournisseur " FUNCTION TRIM(FOU-FACTURE)
                   " deja au grand livre fournisseurs."
               MOVE "reference deja saisie." TO MOTIF-REFUS
               PERFORM ECRIRE-REFUS
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.

           IF F-DEVISE NOT = "EUR" AND F-DEVISE NOT = SPACES
               MOVE 0 TO FAC-TOTAL-TVA
           END-IF.
           IF F-DEVISE = SPACES
               MOVE "EUR" TO F-DEVISE
           END-IF.
           COMPUTE FAC-TOTAL-TTC = FAC-TOTAL-HT + FAC-TOTAL-TVA.
           PERFORM CALCULER-ECHEANCE.

           PERFORM CHARGER-COMPTEUR.
           ADD 1 TO NUM-PIECE.
           PERFORM SAUVER-COMPTEUR.

           OPEN EXTEND FACFOU-FILE.
           IF FACFOU-STATUS = "35"
               OPEN OUTPUT FACFOU-FILE
               MOVE SPACES TO FACFOU-REC
               STRING "piece|fournisseur|reference|date_facture"
                   "|echeance|devise|ht|tva|ttc|date_saisie"
                   DELIMITED BY SIZE INTO FACFOU-REC
               END-STRING
               WRITE FACFOU-REC
           END-IF.
           MOVE FAC-TOTAL-HT TO MONTANT-EDIT.
           MOVE FAC-TOTAL-TVA TO MONTANT-EDIT2.
           MOVE FAC-TOTAL-TTC TO MONTANT-EDIT3.
           MOVE SPACES TO FACFOU-REC.
           STRING NUM-PIECE "|" FUNCTION TRIM(FOU-FACTURE) "|"
               FUNCTION TRIM(ARG-REF) "|" DATE-FACTURE "|"
               ECHEANCE "|" F-DEVISE "|"
               FUNCTION TRIM(MONTANT-EDIT) "|"
               FUNCTION TRIM(MONTANT-EDIT2) "|"
               FUNCTION TRIM(MONTANT-EDIT3) "|" WS-TODAY
               DELIMITED BY SIZE INTO FACFOU-REC
           END-STRING.
           WRITE FACFOU-REC.
           CLOSE FACFOU-FILE.

           MOVE SPACES TO RAPPORT-REC.
           STRING "FACTURE PORTEE AU GRAND LIVRE FOURNISSEURS : piece "
               NUM-PIECE " ref " FUNCTION TRIM(ARG-REF) " "
               FUNCTION TRIM(MONTANT-EDIT3) " " F-DEVISE
               " TTC, echeance " ECHEANCE
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           DISPLAY "Facture " FUNCTION TRIM(ARG-REF) " portee au"
               " grand livre fournisseurs : piece " NUM-PIECE ", "
               FUNCTION TRIM(MONTANT-EDIT3) " " F-DEVISE
               " TTC, echeance " ECHEANCE ".".
           PERFORM SIGNALER-AVOIRS.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  SIGNALER-AVOIRS : avoirs a recevoir du fournisseur, qui
      *  viendront en deduction de son prochain reglement.
      *------------------------------------------------------------
       SIGNALER-AVOIRS.
           MOVE 0 TO NB-AVOIRS TOTAL-AVOIRS NB-PAYES.
           OPEN INPUT PAYE-FILE.
           IF PAYE-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ PAYE-FILE
                       AT END EXIT PERFORM
                   END-READ
                   MOVE SPACES TO LF-CH1 LF-CH2
                   UNSTRING PAYE-REC DELIMITED BY "|"
                       INTO LF-CH1 LF-CH2
                   END-UNSTRING
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LF-CH2)) = 0
                       AND NB-PAYES < 2000
                       ADD 1 TO NB-PAYES
                       MOVE FUNCTION NUMVAL(LF-CH2)
                           TO PY-PIECE(NB-PAYES)
                   END-IF
               END-PERFORM
               CLOSE PAYE-FILE
           END-IF.
           OPEN INPUT FACFOU-FILE.
           IF FACFOU-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ FACFOU-FILE
                   AT END EXIT PERFORM
               END-READ
               MOVE SPACES TO LF-CH1 LF-CH2 LF-CH3 LF-CH4 LF-CH5
                   LF-CH6 LF-CH7 LF-CH8 LF-CH9
               UNSTRING FACFOU-REC DELIMITED BY "|"
                   INTO LF-CH1 LF-CH2 LF-CH3 LF-CH4 LF-CH5
                       LF-CH6 LF-CH7 LF-CH8 LF-CH9
               END-UNSTRING
               IF FUNCTION TRIM(LF-CH2) = FUNCTION TRIM(FOU-FACTURE)
                   AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(LF-CH1)) = 0
                   AND FUNCTION NUMVAL(LF-CH9) < 0
                   MOVE FUNCTION NUMVAL(LF-CH1) TO PIECE-LUE
                   MOVE 'N' TO DEJA-PAYEE
                   PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > NB-PAYES
                       IF PY-PIECE(WS-P) = PIECE-LUE
                           MOVE 'O' TO DEJA-PAYEE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF DEJA-PAYEE = 'N'
                       ADD 1 TO NB-AVOIRS
                       ADD FUNCTION NUMVAL(LF-CH9) TO TOTAL-AVOIRS
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FACFOU-FILE.
           IF NB-AVOIRS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE TOTAL-AVOIRS TO MONTANT-EDIT.
           MOVE SPACES TO RAPPORT-REC.
           STRING "AVOIRS A RECEVOIR DU FOURNISSEUR : " NB-AVOIRS
               " piece(s), " FUNCTION TRIM(MONTANT-EDIT) " "
               F-DEVISE " - deduits du prochain reglement"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           DISPLAY "Avoirs a recevoir de " FUNCTION TRIM(FOU-FACTURE)
               " : " FUNCTION TRIM(MONTANT-EDIT) " " F-DEVISE
               ", deduits du prochain reglement.".
           EXIT PARAGRAPH.

       ECRIRE-REFUS.
           MOVE SPACES TO RAPPORT-REC.
           STRING "FACTURE NON PORTEE AU GRAND LIVRE FOURNISSEURS : "
               FUNCTION TRIM(MOTIF-REFUS)
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHERCHER-DEJA-SAISIE : meme fournisseur et meme reference
      *  deja presents dans fou_factures.txt.
      *------------------------------------------------------------
       CHERCHER-DEJA-SAISIE.
           MOVE 'N' TO DEJA-SAISIE.
           OPEN INPUT FACFOU-FILE.
           IF FACFOU-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ FACFOU-FILE
                   AT END EXIT PERFORM
               END-READ
               MOVE SPACES TO LF-CH1 LF-CH2 LF-CH3
               UNSTRING FACFOU-REC DELIMITED BY "|"
                   INTO LF-CH1 LF-CH2 LF-CH3
               END-UNSTRING
               IF FUNCTION TRIM(LF-CH2) = FUNCTION TRIM(FOU-FACTURE)
                   AND FUNCTION TRIM(LF-CH3) = FUNCTION TRIM(ARG-REF)
                   MOVE 'O' TO DEJA-SAISIE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           CLOSE FACFOU-FILE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CALCULER-ECHEANCE : date de facture + F-TERME-JOURS (30
      *  a defaut) ; en fin de mois, dernier jour du mois atteint
      *  (premier du mois suivant moins un jour).
      *------------------------------------------------------------
       CALCULER-ECHEANCE.
           IF F-TERME-JOURS NOT NUMERIC
               MOVE 30 TO F-TERME-JOURS
           END-IF.
           MOVE "AJOUTER" TO DU-ACTION.
           MOVE DATE-FACTURE TO DU-DATE-1.
           MOVE F-TERME-JOURS TO DU-NOMBRE.
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
               DU-NOMBRE DU-RESULTAT.
           MOVE DU-DATE-2 TO ECHEANCE.
           IF F-TERME-FDM NOT = 'O'
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO ECH-JJ.
           IF ECH-MM = 12
               MOVE 1 TO ECH-MM
               ADD 1 TO ECH-AAAA
           ELSE
               ADD 1 TO ECH-MM
           END-IF.
           MOVE "AJOUTER" TO DU-ACTION.
           MOVE ECHEANCE TO DU-DATE-1.
           MOVE -1 TO DU-NOMBRE.
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
               DU-NOMBRE DU-RESULTAT.
           MOVE DU-DATE-2 TO ECHEANCE.
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-COMPTEUR / SAUVER-COMPTEUR : numerotation des
      *  pieces fournisseurs persistee dans fou_piece_counter.txt,
      *  meme idiome que cde_counter.txt de COMMANDES-CLIENTS.
      *============================================================
       CHARGER-COMPTEUR.
           MOVE 0 TO NUM-PIECE.
           OPEN INPUT COUNTER-FILE.
           IF COUNTER-STATUS = "00"
               READ COUNTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(COUNTER-REC) TO NUM-PIECE
               END-READ
               CLOSE COUNTER-FILE
           END-IF.
           EXIT PARAGRAPH.

       SAUVER-COMPTEUR.
           OPEN OUTPUT COUNTER-FILE.
           MOVE SPACES TO COUNTER-REC.
           MOVE NUM-PIECE TO COUNTER-REC(1:6).
           WRITE COUNTER-REC.
           CLOSE COUNTER-FILE.
           EXIT PARAGRAPH.
