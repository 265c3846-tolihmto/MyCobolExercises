      *  resultant de chaque mouvement), chaque mouvement du mois
      *  avec son motif, et le solde de cloture. Sans mois en
      *  argument 2, tout l'historique de l'article est restitue.
      *
      *  Les ajustements de cout sans mouvement de quantite (frais
      *  d'approche repartis par FRAIS-APPROCHE, motif FRAIS-APPRO
      *  au journal) sont detailles en fin de kardex depuis
      *  ajustements_pmp.txt : dossier, bon, montant incorpore et
      *  cout moyen pondere avant / apres.
      *============================================================

       ENVIRONMENT DIVISION.
           SELECT JOURNAL-FILE ASSIGN TO "stock_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT AJUST-FILE ASSIGN TO "ajustements_pmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AJUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC             PIC X(80).
       FD  AJUST-FILE.
       01  AJUST-REC               PIC X(100).

       WORKING-STORAGE SECTION.
       77  JOURNAL-STATUS          PIC X(2) VALUE SPACES.
       01  J-HORODATAGE            PIC X(20).
       01  J-CODE                  PIC X(12).
       01  J-QTE-ALPHA             PIC X(12).
       01  J-MOTIF                 PIC X(16).
       01  J-SOLDE-ALPHA           PIC X(12).
       01  J-QTE                   PIC S9(5) VALUE 0.
       01  J-SOLDE                 PIC S9(5) VALUE 0.

      *> Une ligne d'ajustement de cout eclatee
      *> (DATE|ARTICLE|DOSSIER|BON|PART|INCORPORE|PMP-AVANT|
      *> PMP-APRES).
       77  AJUST-STATUS            PIC X(2) VALUE SPACES.
       77  NB-AJUSTEMENTS          PIC 9(5) VALUE 0.
       01  A-DATE                  PIC X(8).
       01  A-CODE                  PIC X(12).
       01  A-DOSSIER               PIC X(16).
       01  A-BON                   PIC X(8).
       01  A-PART                  PIC X(14).
       01  A-INCORPORE             PIC X(14).
       01  A-PMP-AVANT             PIC X(10).
       01  A-PMP-APRES             PIC X(10).

      *> Appends a standard start/end/return-code line to joblog.txt
      *> (request 048), so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20) VALUE "KARDEX-REPORT".
               DISPLAY "SOLDE DE CLOTURE  : "
                   FUNCTION TRIM(SOLDE-EDIT)
           END-IF
           PERFORM LISTER-AJUSTEMENTS
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
               J-MOTIF "  solde " FUNCTION TRIM(SOLDE-EDIT).
           MOVE J-SOLDE TO SOLDE-CLOTURE.
           EXIT PARAGRAPH.

      *============================================================
      *  LISTER-AJUSTEMENTS : ajustements de cout de l'article (et
      *  du mois demande) lus dans ajustements_pmp.txt.
      *============================================================
       LISTER-AJUSTEMENTS.
           OPEN INPUT AJUST-FILE.
           IF AJUST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ AJUST-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM TRAITER-LIGNE-AJUSTEMENT
               END-READ
           END-PERFORM.
           CLOSE AJUST-FILE.
           EXIT PARAGRAPH.

       TRAITER-LIGNE-AJUSTEMENT.
           MOVE SPACES TO A-DATE A-CODE A-DOSSIER A-BON A-PART
                          A-INCORPORE A-PMP-AVANT A-PMP-APRES.
           UNSTRING AJUST-REC DELIMITED BY "|"
               INTO A-DATE A-CODE A-DOSSIER A-BON A-PART
                    A-INCORPORE A-PMP-AVANT A-PMP-APRES
           END-UNSTRING.
           IF FUNCTION TRIM(A-CODE) NOT = FUNCTION TRIM(ARG-CODE)
               EXIT PARAGRAPH
           END-IF.
           IF FILTRE-MOIS = 'O'
               AND A-DATE(1:6) NOT = ARG-MOIS(1:6)
               EXIT PARAGRAPH
           END-IF.
           IF NB-AJUSTEMENTS = 0
               DISPLAY "AJUSTEMENTS DE COUT (FRAIS D'APPROCHE) :"
           END-IF.
           ADD 1 TO NB-AJUSTEMENTS.
           DISPLAY "  " A-DATE "  dossier " FUNCTION TRIM(A-DOSSIER)
               " bon " FUNCTION TRIM(A-BON) " : +"
               FUNCTION TRIM(A-INCORPORE) " EUR, PMP "
               FUNCTION TRIM(A-PMP-AVANT) " -> "
               FUNCTION TRIM(A-PMP-APRES).
           EXIT PARAGRAPH.
