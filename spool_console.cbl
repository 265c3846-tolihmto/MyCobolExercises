      *        l'exemplaire a re-remettre au guichet ;
      *    PURGER : retire du registre les entrees dont le fichier
      *        a ete recycle par l'entretien (HOUSEKEEPING), pour
      *        que le spool vieillisse avec la retention existante ;
      *    NONDIFFUSES : les documents clients que DIFFUSION-
      *        DOCUMENTS n'a pas pu diffuser (ECHEC, avec le motif)
      *        ou pas encore traites.
      *
      *  LISTE affiche aussi le resultat de diffusion (colonnes
      *  6 a 8 du registre) des documents clients deja traites.
      *============================================================

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRE-FILE.
       01  REGISTRE-REC            PIC X(250).
       FD  RESTE-FILE.
       01  RESTE-REC               PIC X(250).
       FD  DOC-FILE.
       01  DOC-REC                 PIC X(200).
       FD  COPIE-FILE.
       77  NUM-CHERCHE             PIC 9(6) VALUE 0.
       77  NB-LISTEES              PIC 9(4) VALUE 0.
       77  NB-PURGEES              PIC 9(4) VALUE 0.
       77  NB-NON-DIFFUSES         PIC 9(4) VALUE 0.
       77  SPOOL-TROUVE            PIC X VALUE 'N'.
       77  FICHIER-PRESENT         PIC X VALUE 'N'.
       77  CMD-W                   PIC X(200) VALUE SPACES.
       01  SPL-CH3                 PIC X(12).
       01  SPL-CH4                 PIC X(64).
       01  SPL-CH5                 PIC X(20).
       01  SPL-CH6                 PIC X(8).
       01  SPL-CH7                 PIC X(8).
       01  SPL-CH8                 PIC X(60).

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
                   PERFORM REIMPRIMER-DOCUMENT
               WHEN "PURGER"
                   PERFORM PURGER-REGISTRE
               WHEN "NONDIFFUSES"
                   PERFORM LISTER-NON-DIFFUSES
               WHEN OTHER
                   PERFORM LISTER-SPOOL
           END-EVALUATE
               OR REGISTRE-REC(1:7) = "numero|"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SPL-CH1 SPL-CH2 SPL-CH3 SPL-CH4 SPL-CH5
               SPL-CH6 SPL-CH7 SPL-CH8.
           UNSTRING REGISTRE-REC DELIMITED BY "|"
               INTO SPL-CH1 SPL-CH2 SPL-CH3 SPL-CH4 SPL-CH5
                   SPL-CH6 SPL-CH7 SPL-CH8
           END-UNSTRING.
           IF FUNCTION LENGTH(FUNCTION TRIM(ARG-2)) > 0
               AND FUNCTION TRIM(SPL-CH3) NOT =
               FUNCTION TRIM(SPL-CH2) "  " SPL-CH3 "  "
               FUNCTION TRIM(SPL-CH4) "  ("
               FUNCTION TRIM(SPL-CH5) ")".
           IF SPL-CH6 NOT = SPACES
               DISPLAY "          diffusion "
                   FUNCTION TRIM(SPL-CH6) " client "
                   FUNCTION TRIM(SPL-CH7) " : "
                   FUNCTION TRIM(SPL-CH8)
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  LISTER-NON-DIFFUSES : documents clients (factures,
      *  avoirs, BL, relances, releves, accuses, avis de rappel)
      *  en ECHEC de diffusion ou pas encore passes par
      *  DIFFUSION-DOCUMENTS.
      *============================================================
       LISTER-NON-DIFFUSES.
           OPEN INPUT REGISTRE-FILE.
           IF REGISTRE-STATUS NOT = "00"
               DISPLAY "Spool vide (spool_registre.txt absent)."
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "=== DOCUMENTS NON DIFFUSES ===".
           PERFORM UNTIL 1 = 0
               READ REGISTRE-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM LISTER-UNE-NON-DIFFUSEE
               END-READ
           END-PERFORM.
           CLOSE REGISTRE-FILE.
           DISPLAY NB-NON-DIFFUSES " document(s) non diffuse(s).".
           IF NB-NON-DIFFUSES > 0
               MOVE 4 TO WS-JOBLOG-RC
           END-IF.
           EXIT PARAGRAPH.

       LISTER-UNE-NON-DIFFUSEE.
           IF FUNCTION LENGTH(FUNCTION TRIM(REGISTRE-REC)) = 0
               OR REGISTRE-REC(1:7) = "numero|"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SPL-CH1 SPL-CH2 SPL-CH3 SPL-CH4 SPL-CH5
               SPL-CH6 SPL-CH7 SPL-CH8.
           UNSTRING REGISTRE-REC DELIMITED BY "|"
               INTO SPL-CH1 SPL-CH2 SPL-CH3 SPL-CH4 SPL-CH5
                   SPL-CH6 SPL-CH7 SPL-CH8
           END-UNSTRING.
           IF SPL-CH3 NOT = "FACTURE" AND NOT = "AVOIR"
               AND NOT = "LIVRAISON" AND NOT = "RELANCE"
               AND NOT = "RELEVE" AND NOT = "ACCUSE"
               AND NOT = "RAPPEL"
               EXIT PARAGRAPH
           END-IF.
           IF SPL-CH6 NOT = SPACES AND SPL-CH6 NOT = "ECHEC"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-NON-DIFFUSES.
           IF SPL-CH6 = "ECHEC"
               DISPLAY "  " FUNCTION TRIM(SPL-CH1) "  "
                   FUNCTION TRIM(SPL-CH2) "  " SPL-CH3 "  "
                   FUNCTION TRIM(SPL-CH4) "  ECHEC : "
                   FUNCTION TRIM(SPL-CH8)
           ELSE
               DISPLAY "  " FUNCTION TRIM(SPL-CH1) "  "
                   FUNCTION TRIM(SPL-CH2) "  " SPL-CH3 "  "
                   FUNCTION TRIM(SPL-CH4) "  en attente de diffusion"
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
