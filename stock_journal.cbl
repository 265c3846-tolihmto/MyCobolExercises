      *> a stock_journal.txt, avec le meme idiome OPEN EXTEND +
      *> status 35 entete-a-la-creation. KARDEX-REPORT restitue
      *> ensuite le kardex mensuel d'un article depuis ce fichier.
      *> Un mouvement du jour tombant dans une periode comptable
      *> close (PERIODE-CONTROLE) est date du premier jour de la
      *> premiere periode ouverte, avec un avertissement : le
      *> mouvement est deja fait, il ne peut plus etre refuse ici.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  QTE-EDIT                 PIC -(4)9.
       01  SOLDE-EDIT               PIC -(4)9.

      *> Controle de la periode comptable du mouvement.
       01  PC-ORIGINE               PIC X(8) VALUE "JOURNAL".
       01  PC-DATE                  PIC 9(8) VALUE 0.
       01  PC-DATE-RETENUE          PIC 9(8) VALUE 0.
       01  PC-RESULTAT              PIC X(2) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-ARTICLE               PIC X(10).
       01  LS-QTE                   PIC S9(5).
       01  LS-MOTIF                 PIC X(16).
       01  LS-SOLDE                 PIC S9(5).

       PROCEDURE DIVISION USING LS-ARTICLE LS-QTE LS-MOTIF LS-SOLDE.

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO PC-DATE
           CALL "PERIODE-CONTROLE" USING PC-ORIGINE PC-DATE
               PC-DATE-RETENUE PC-RESULTAT
           IF PC-RESULTAT = "04"
               DISPLAY "Periode " WS-DATE(1:6) " close : mouvement "
                   FUNCTION TRIM(LS-ARTICLE) " date au "
                   PC-DATE-RETENUE "."
               MOVE PC-DATE-RETENUE TO WS-DATE
           END-IF
           MOVE SPACES TO HORODATAGE
           STRING WS-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
