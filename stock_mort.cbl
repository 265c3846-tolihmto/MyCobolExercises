           05  M-TVA               PIC 9(3).
           05  M-PMP               PIC S9(5)V99.
           05  M-EAN               PIC X(13).
           05  M-POIDS             PIC 9(4)V999.
           05  M-SERIE             PIC X.
           05  M-STATUT            PIC X.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC             PIC X(80).
       FD  RAPPORT-FILE.
       01  J-HORODATAGE            PIC X(20).
       01  J-CODE                  PIC X(12).
       01  J-QTE-ALPHA             PIC X(12).
       01  J-MOTIF                 PIC X(16).
       01  J-SOLDE-ALPHA           PIC X(12).
       01  J-QTE                   PIC S9(5) VALUE 0.
       01  J-DATE                  PIC 9(8) VALUE 0.
