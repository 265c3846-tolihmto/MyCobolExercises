      *    - les problemes reportes au matin : etape en echec au
      *      checkpoint nbd_checkpoint.txt, suspens de
      *      rapprochement recon_suspense.txt, souffrances
      *      clients backorders.txt, changements sensibles en
      *      attente de double validation depuis plus d'un jour
      *      (validations_attente.txt, VALIDATION-CONSOLE).
      *
      *  Rapport passation_AAAAMMJJ.txt, a signer par l'operateur
      *  du matin ; a placer en derniere etape de la fenetre.
               FILE STATUS IS CKPT-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VALID-FILE ASSIGN TO "validations_attente.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALID-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "checkpoint_rec.cpy".
       FD  RAPPORT-FILE.
       01  RAPPORT-REC             PIC X(132).
       FD  VALID-FILE.
       01  VALID-REC               PIC X(300).

       WORKING-STORAGE SECTION.
       77  JOBLOG-STATUS           PIC X(2) VALUE SPACES.
       77  NB-LIGNES-FICHIER       PIC 9(7) VALUE 0.
       77  NB-PROBLEMES            PIC 9(3) VALUE 0.

      *> Demandes de double validation (DOUBLE-VALIDATION) encore
      *> en attente, deposees avant la meme heure la veille.
       77  VALID-STATUS            PIC X(2) VALUE SPACES.
       77  WS-NOW                  PIC 9(8) VALUE 0.
       77  LIMITE-ATTENTE          PIC X(17) VALUE SPACES.
       01  VAL-CH                  PIC X(64) OCCURS 10.
       77  VAL-IDX                 PIC 9(2) VALUE 0.
       01  DU-ACTION               PIC X(8) VALUE SPACES.
       01  DU-DATE-1               PIC 9(8) VALUE 0.
       01  DU-DATE-2               PIC 9(8) VALUE 0.
       01  DU-NOMBRE               PIC S9(7) VALUE 0.
       01  DU-RESULTAT             PIC X(2) VALUE SPACES.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
      *============================================================
      *  ECRIRE-PROBLEMES-REPORTES : ce que le matin herite de la
      *  nuit - etape en echec au checkpoint, suspens de
      *  rapprochement, souffrances clients, doubles validations
      *  en souffrance.
      *============================================================
       ECRIRE-PROBLEMES-REPORTES.
           MOVE SPACES TO RAPPORT-REC.
           PERFORM SIGNALER-FICHIER-EN-COURS.
           MOVE "backorders.txt" TO COMPTE-FILENAME.
           PERFORM SIGNALER-FICHIER-EN-COURS.
           PERFORM SIGNALER-VALIDATIONS.
           IF NB-PROBLEMES = 0
               MOVE "  (rien a reporter - nuit saine)"
                   TO RAPPORT-REC
               WRITE RAPPORT-REC
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  SIGNALER-VALIDATIONS : demandes de double validation
      *  toujours en ATTENTE et deposees il y a plus d'un jour -
      *  un second operateur doit les trancher (VALIDATION-CONSOLE).
      *------------------------------------------------------------
       SIGNALER-VALIDATIONS.
           OPEN INPUT VALID-FILE.
           IF VALID-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "AJOUTER" TO DU-ACTION.
           MOVE WS-TODAY TO DU-DATE-1.
           MOVE -1 TO DU-NOMBRE.
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
               DU-NOMBRE DU-RESULTAT.
           ACCEPT WS-NOW FROM TIME.
           MOVE SPACES TO LIMITE-ATTENTE.
           STRING DU-DATE-2 " " WS-NOW(1:2) ":" WS-NOW(3:2) ":"
               WS-NOW(5:2)
               DELIMITED BY SIZE INTO LIMITE-ATTENTE
           END-STRING.
           PERFORM UNTIL 1 = 0
               READ VALID-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM SIGNALER-UNE-VALIDATION
               END-READ
           END-PERFORM.
           CLOSE VALID-FILE.
           EXIT PARAGRAPH.

       SIGNALER-UNE-VALIDATION.
           IF FUNCTION LENGTH(FUNCTION TRIM(VALID-REC)) = 0
               OR VALID-REC(1:7) = "numero|"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING VAL-IDX FROM 1 BY 1 UNTIL VAL-IDX > 10
               MOVE SPACES TO VAL-CH(VAL-IDX)
           END-PERFORM.
           UNSTRING VALID-REC DELIMITED BY "|"
               INTO VAL-CH(1) VAL-CH(2) VAL-CH(3) VAL-CH(4)
                   VAL-CH(5) VAL-CH(6) VAL-CH(7) VAL-CH(8)
                   VAL-CH(9) VAL-CH(10)
           END-UNSTRING.
           IF FUNCTION TRIM(VAL-CH(10)) NOT = "ATTENTE"
               OR VAL-CH(2)(1:17) > LIMITE-ATTENTE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-PROBLEMES.
           MOVE SPACES TO RAPPORT-REC.
           STRING "  Double validation en attente : demande "
               FUNCTION TRIM(VAL-CH(1)) " du "
               FUNCTION TRIM(VAL-CH(2)) " - "
               FUNCTION TRIM(VAL-CH(3)) " "
               FUNCTION TRIM(VAL-CH(4)) " "
               FUNCTION TRIM(VAL-CH(5)) " "
               FUNCTION TRIM(VAL-CH(6)) " -> "
               FUNCTION TRIM(VAL-CH(7)) " (par "
               FUNCTION TRIM(VAL-CH(9)) ")"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.
