      *  Fichier de modeles absent = courriers types integres.
      *  Le run se termine sur le recapitulatif des courriers
      *  produits par resultat.
      *
      *  Un run a regimes d'eligibilite donne une ligne par
      *  personne et par regime (champs 5 et 6 : code et libelle
      *  du regime) : le courrier prend la section [CODE:RESULTAT]
      *  du regime (par exemple [JEUNE:ELIGIBLE],
      *  [ETUDIANT:INELIGIBLE]), a defaut la section commune aux
      *  regimes [*:RESULTAT], a defaut [RESULTAT] ; balise
      *  supplementaire <REGIME> (libelle du regime), et <MOTIF>
      *  porte le motif du refus.
      *============================================================

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULTATS-FILE.
       01  RESULTAT-REC            PIC X(150).
       FD  MODELES-FILE.
       01  MODELE-REC              PIC X(100).
       FD  LETTRES-FILE.
       77  WS-I                    PIC 9(3) VALUE 0.
       77  WS-J                    PIC 9(3) VALUE 0.

      *> Modeles charges en memoire : les trois sections de base,
      *> les deux sections communes aux regimes ([*:ELIGIBLE],
      *> [*:INELIGIBLE]) puis celles des regimes, dans l'ordre du
      *> fichier.
       01  TAB-MODELES.
           05  SECTION-MODELE OCCURS 30.
               10  MD-RESULTAT     PIC X(24).
               10  MD-NB-LIGNES    PIC 9(2).
               10  MD-LIGNE OCCURS 15 PIC X(100).
       77  NB-SECTIONS             PIC 9(2) VALUE 0.
       77  IDX-SECTION             PIC 9(2) VALUE 0.
       77  CLE-SECTION             PIC X(24) VALUE SPACES.

      *> Personne en cours et substitution des balises.
       01  RES-CH1                 PIC X(20).
       01  RES-CH2                 PIC X(12).
       01  RES-CH3                 PIC X(12).
       01  RES-CH4                 PIC X(20).
       01  RES-CH5                 PIC X(12).
       01  RES-CH6                 PIC X(30).
       77  LIGNE-TRAVAIL           PIC X(132) VALUE SPACES.
       77  LIGNE-SORTIE            PIC X(132) VALUE SPACES.
       77  POS-BALISE              PIC 9(3) VALUE 0.
       77  LONG-LIGNE              PIC 9(3) VALUE 0.
       77  BALISE-W                PIC X(14) VALUE SPACES.
       77  LONG-BALISE             PIC 9(2) VALUE 0.
       77  VALEUR-BALISE           PIC X(30) VALUE SPACES.
       77  LONG-VALEUR             PIC 9(2) VALUE 0.
       77  DATE-LIMITE-X           PIC X(8) VALUE SPACES.

           MOVE "ELIGIBLE" TO MD-RESULTAT(1).
           MOVE "INELIGIBLE" TO MD-RESULTAT(2).
           MOVE "REJET" TO MD-RESULTAT(3).
           MOVE "*:ELIGIBLE" TO MD-RESULTAT(4).
           MOVE "*:INELIGIBLE" TO MD-RESULTAT(5).
           MOVE 5 TO NB-SECTIONS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 30
               MOVE 0 TO MD-NB-LIGNES(WS-I)
           END-PERFORM.
           OPEN INPUT MODELES-FILE.
               END-PERFORM
               CLOSE MODELES-FILE
           END-IF.
      *> courriers types des regimes seulement si le fichier ne
      *> fournit pas non plus la section generique du resultat
           PERFORM VARYING WS-I FROM 5 BY -1 UNTIL WS-I < 1
               IF MD-NB-LIGNES(WS-I) = 0
                   IF WS-I < 4
                       OR MD-NB-LIGNES(WS-I - 3) = 0
                       PERFORM GARNIR-MODELE-TYPE
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-MODELE.
           IF MODELE-REC(1:1) = "["
               MOVE SPACES TO CLE-SECTION
               UNSTRING MODELE-REC(2:) DELIMITED BY "]"
                   INTO CLE-SECTION
               END-UNSTRING
               INSPECT CLE-SECTION CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM CHERCHER-SECTION
               IF IDX-SECTION = 0 AND NB-SECTIONS < 30
                   ADD 1 TO NB-SECTIONS
                   MOVE NB-SECTIONS TO IDX-SECTION
                   MOVE CLE-SECTION TO MD-RESULTAT(IDX-SECTION)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF IDX-SECTION > 0
               AND MD-NB-LIGNES(IDX-SECTION) < 15
               ADD 1 TO MD-NB-LIGNES(IDX-SECTION)
               MOVE MODELE-REC TO MD-LIGNE(IDX-SECTION
                   MD-NB-LIGNES(IDX-SECTION))
           END-IF.
           EXIT PARAGRAPH.

      *> IDX-SECTION = rang de la section CLE-SECTION, 0 si absente.
       CHERCHER-SECTION.
           MOVE 0 TO IDX-SECTION.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-SECTIONS
               IF MD-RESULTAT(WS-I) = CLE-SECTION
                   MOVE WS-I TO IDX-SECTION
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *> Courriers types integres quand la section manque au
                   MOVE "Merci de le representer avant le"
                       & " <DATE-LIMITE>." TO MD-LIGNE(3 3)
                   MOVE "Cordialement." TO MD-LIGNE(3 4)
               WHEN 4
                   MOVE 3 TO MD-NB-LIGNES(4)
                   MOVE "Bonjour <NOM>," TO MD-LIGNE(4 1)
                   MOVE "Votre demande au titre du regime <REGIME>"
                       & " est acceptee." TO MD-LIGNE(4 2)
                   MOVE "Cordialement." TO MD-LIGNE(4 3)
               WHEN 5
                   MOVE 3 TO MD-NB-LIGNES(5)
                   MOVE "Bonjour <NOM>," TO MD-LIGNE(5 1)
                   MOVE "Votre demande au titre du regime <REGIME>"
                       & " n'est pas retenue (motif <MOTIF>)."
                       TO MD-LIGNE(5 2)
                   MOVE "Cordialement." TO MD-LIGNE(5 3)
           END-EVALUATE.
           EXIT PARAGRAPH.

           IF FUNCTION LENGTH(FUNCTION TRIM(RESULTAT-REC)) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RES-CH1 RES-CH2 RES-CH3 RES-CH4 RES-CH5
               RES-CH6.
           UNSTRING RESULTAT-REC DELIMITED BY "|"
               INTO RES-CH1 RES-CH2 RES-CH3 RES-CH4 RES-CH5 RES-CH6
           END-UNSTRING.
           EVALUATE FUNCTION TRIM(RES-CH3)
               WHEN "ELIGIBLE"
                   ADD 1 TO NB-ELIGIBLES
               WHEN "INELIGIBLE"
                   ADD 1 TO NB-INELIGIBLES
               WHEN "REJET"
                   ADD 1 TO NB-REJETS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM CHOISIR-SECTION.
           MOVE SPACES TO LETTRE-REC.
           IF RES-CH5 = SPACES
               STRING "--- COURRIER DU " WS-TODAY " - "
                   FUNCTION TRIM(RES-CH1) " ---"
                   DELIMITED BY SIZE INTO LETTRE-REC
               END-STRING
           ELSE
               STRING "--- COURRIER DU " WS-TODAY " - "
                   FUNCTION TRIM(RES-CH1) " - REGIME "
                   FUNCTION TRIM(RES-CH5) " ---"
                   DELIMITED BY SIZE INTO LETTRE-REC
               END-STRING
           END-IF.
           WRITE LETTRE-REC.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > MD-NB-LIGNES(IDX-SECTION)
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHOISIR-SECTION : [CODE:RESULTAT] du regime, sinon
      *  [*:RESULTAT] pour une ligne a regime, sinon [RESULTAT].
      *------------------------------------------------------------
       CHOISIR-SECTION.
           MOVE 0 TO IDX-SECTION.
           IF RES-CH5 NOT = SPACES
               MOVE SPACES TO CLE-SECTION
               STRING FUNCTION TRIM(RES-CH5) ":"
                   FUNCTION TRIM(RES-CH3)
                   DELIMITED BY SIZE INTO CLE-SECTION
               END-STRING
               PERFORM CHERCHER-SECTION
               IF IDX-SECTION > 0
                   AND MD-NB-LIGNES(IDX-SECTION) = 0
                   MOVE 0 TO IDX-SECTION
               END-IF
               IF IDX-SECTION = 0
                   MOVE SPACES TO CLE-SECTION
                   STRING "*:" FUNCTION TRIM(RES-CH3)
                       DELIMITED BY SIZE INTO CLE-SECTION
                   END-STRING
                   PERFORM CHERCHER-SECTION
               END-IF
               IF IDX-SECTION > 0
                   AND MD-NB-LIGNES(IDX-SECTION) = 0
                   MOVE 0 TO IDX-SECTION
               END-IF
           END-IF.
           IF IDX-SECTION = 0
               MOVE RES-CH3 TO CLE-SECTION
               PERFORM CHERCHER-SECTION
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  SUBSTITUER-BALISES : remplace chacune des six balises de
      *  LIGNE-TRAVAIL par sa valeur (boucle tant qu'il en reste).
      *------------------------------------------------------------
       SUBSTITUER-BALISES.
           MOVE 13 TO LONG-BALISE.
           MOVE DATE-LIMITE-X TO VALEUR-BALISE.
           PERFORM REMPLACER-UNE-BALISE.
           MOVE "<REGIME>" TO BALISE-W.
           MOVE 8 TO LONG-BALISE.
           MOVE RES-CH6 TO VALEUR-BALISE.
           IF VALEUR-BALISE = SPACES
               MOVE RES-CH5 TO VALEUR-BALISE
           END-IF.
           PERFORM REMPLACER-UNE-BALISE.
           EXIT PARAGRAPH.

       REMPLACER-UNE-BALISE.
