           SELECT FICHIER-C ASSIGN TO DYNAMIC FICHIER-C-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FICHIER-C-STATUS.
           SELECT RECON-FILE ASSIGN TO DYNAMIC RECON-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC CKPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-STATUS.
           SELECT DICT-FILE ASSIGN TO DYNAMIC DICT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DICT-STATUS.
           SELECT TRI-WORK ASSIGN TO "fusion_tri.tmp".
           SELECT SUSPENS-FILE ASSIGN TO DYNAMIC SUSPENS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENS-STATUS.
           SELECT CORR-FILE ASSIGN TO DYNAMIC CORR-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRIE-FILE ASSIGN TO DYNAMIC TRIE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
       77 DU-NOMBRE       PIC S9(7) VALUE 0.
       77 DU-RESULTAT     PIC X(2) VALUE SPACES.

      *> Tolerance numerique (argument 6, defaut 0.01) et prefixe des
      *> fichiers de sortie (argument 7) : un profil de
      *> rapprochement (RAPPROCHEMENTS-PROFILS) range son rapport,
      *> ses suspens, ses corrections et son checkpoint sous
      *> <prefixe>_report.txt, <prefixe>_suspense.txt,
      *> <prefixe>_corrections.txt et <prefixe>_checkpoint.txt pour
      *> que deux rapprochements ne partagent jamais leurs suspens.
      *> Sans prefixe, les noms historiques recon_report.txt,
      *> recon_suspense.txt, recon_corrections.txt et
      *> fusion_checkpoint.txt.
       77 ARG-TOLERANCE   PIC X(16) VALUE SPACES.
       77 ARG-PREFIXE     PIC X(40) VALUE SPACES.
       77 RECON-NAME      PIC X(64) VALUE "recon_report.txt".
       77 SUSPENS-NAME    PIC X(64) VALUE "recon_suspense.txt".
       77 CORR-NAME       PIC X(64) VALUE "recon_corrections.txt".
       77 CKPT-NAME       PIC X(64) VALUE "fusion_checkpoint.txt".

      *> Appends a standard start/end/return-code line to joblog.txt
      *> (request 048), so operations has one place to see every run.
       77 WS-JOBLOG-PROGRAM   PIC X(20) VALUE "COMPARE-FICHIERS".
           IF ARG-CORRECTIONS NOT = SPACES
               MOVE "O" TO CORRECTIONS-ACTIVES
           END-IF
           ACCEPT ARG-TOLERANCE FROM ARGUMENT-VALUE
           IF ARG-TOLERANCE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(ARG-TOLERANCE))
                   = 0
                   MOVE FUNCTION NUMVAL(ARG-TOLERANCE)
                       TO NUM-TOLERANCE
               ELSE
                   DISPLAY "Tolerance invalide ignoree : "
                       FUNCTION TRIM(ARG-TOLERANCE)
               END-IF
           END-IF
           ACCEPT ARG-PREFIXE FROM ARGUMENT-VALUE
           IF ARG-PREFIXE NOT = SPACES
               MOVE SPACES TO RECON-NAME SUSPENS-NAME CORR-NAME
                   CKPT-NAME
               STRING FUNCTION TRIM(ARG-PREFIXE) "_report.txt"
                   DELIMITED BY SIZE INTO RECON-NAME
               END-STRING
               STRING FUNCTION TRIM(ARG-PREFIXE) "_suspense.txt"
                   DELIMITED BY SIZE INTO SUSPENS-NAME
               END-STRING
               STRING FUNCTION TRIM(ARG-PREFIXE) "_corrections.txt"
                   DELIMITED BY SIZE INTO CORR-NAME
               END-STRING
               STRING FUNCTION TRIM(ARG-PREFIXE) "_checkpoint.txt"
                   DELIMITED BY SIZE INTO CKPT-NAME
               END-STRING
           END-IF

           OPEN INPUT FICHIER-A
           IF FICHIER-A-STATUS NOT = "00"
           IF CORRECTIONS-ACTIVES = "O"
               CLOSE CORR-FILE
               DISPLAY "Corrections emises : " NB-CORRECTIONS
                   " enregistrement(s) dans " FUNCTION TRIM(CORR-NAME)
           END-IF

           IF FICHIER-C-OPEN = "Y"
