       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIDELITE-JOURNAL.

      *> Grand livre des points fidelite, partage par tous les
      *> programmes qui font bouger le solde CL-POINTS de
      *> cli_master.dat (gain a la facture, annulation a l'avoir,
      *> utilisation a la commande, expiration) : chaque mouvement
      *> appelle ce sous-programme - meme convention d'appel que
      *> STOCK-JOURNAL - qui ajoute une ligne
      *> "horodatage|client|points signes|motif|reference|solde|
      *> operateur" a fidelite_journal.txt, avec le meme idiome
      *> OPEN EXTEND + status 35 entete-a-la-creation. L'appelant
      *> a deja reecrit la fiche client avec le nouveau solde.
      *> FIDELITE-CLIENTS en tire les expirations, les releves
      *> mensuels et le passif des points.
      *>
      *>   CALL "FIDELITE-JOURNAL" USING client points motif
      *>                                 reference solde

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "fidelite_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT SESSION-FILE ASSIGN TO "operator_session.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC              PIC X(100).
       FD  SESSION-FILE.
       01  SESSION-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01  JOURNAL-STATUS           PIC XX.
      *> Code operateur de la session courante (OPERATOR-SIGNON),
      *> "-" pour les runs batch sans session.
       01  SESSION-STATUS           PIC XX.
       01  WS-OPERATEUR             PIC X(8) VALUE "-".
       01  WS-DATE                  PIC X(8).
       01  WS-TIME                  PIC X(8).
       01  HORODATAGE               PIC X(17).
       01  POINTS-EDIT              PIC -(6)9.
       01  SOLDE-EDIT               PIC -(6)9.

       LINKAGE SECTION.
       01  LS-CLIENT                PIC X(8).
       01  LS-POINTS                PIC S9(7).
       01  LS-MOTIF                 PIC X(16).
       01  LS-REFERENCE             PIC X(16).
       01  LS-SOLDE                 PIC S9(7).

       PROCEDURE DIVISION USING LS-CLIENT LS-POINTS LS-MOTIF
           LS-REFERENCE LS-SOLDE.
       DEBUT.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               MOVE "horodatage|client|points|motif|reference|solde|"
                   & "operateur" TO JOURNAL-REC
               WRITE JOURNAL-REC
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF
           IF JOURNAL-STATUS NOT = "00"
               GOBACK
           END-IF

           MOVE "-" TO WS-OPERATEUR
           OPEN INPUT SESSION-FILE
           IF SESSION-STATUS = "00"
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION LENGTH
                           (FUNCTION TRIM(SESSION-REC)) > 0
                           MOVE SESSION-REC(1:8) TO WS-OPERATEUR
                       END-IF
               END-READ
               CLOSE SESSION-FILE
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO HORODATAGE
           STRING WS-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TIME(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-TIME(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-TIME(5:2) DELIMITED BY SIZE
             INTO HORODATAGE
           END-STRING

           MOVE LS-POINTS TO POINTS-EDIT
           MOVE LS-SOLDE TO SOLDE-EDIT
           MOVE SPACES TO JOURNAL-REC
           STRING HORODATAGE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(LS-CLIENT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(POINTS-EDIT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(LS-MOTIF) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(LS-REFERENCE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(SOLDE-EDIT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATEUR) DELIMITED BY SIZE
             INTO JOURNAL-REC
           END-STRING
           WRITE JOURNAL-REC
           CLOSE JOURNAL-FILE
           GOBACK.
