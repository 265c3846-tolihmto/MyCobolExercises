           05  M-TVA               PIC 9(3).
           05  M-PMP               PIC S9(5)V99.
           05  M-EAN               PIC X(13).
           05  M-POIDS             PIC 9(4)V999.
           05  M-SERIE             PIC X.
           05  M-STATUT            PIC X.
       FD  CORR-FILE.
       01  CORR-REC.
           05  CORR-CLE            PIC X(10).
                   MOVE CORR-CLE TO M-CODE
                   MOVE 0 TO M-PMP
                   MOVE SPACES TO M-EAN
                   MOVE 0 TO M-POIDS
                   MOVE 'N' TO M-SERIE
                   MOVE 'A' TO M-STATUT
                   PERFORM GARNIR-CHAMPS
                   WRITE MASTER-REC
                       INVALID KEY
