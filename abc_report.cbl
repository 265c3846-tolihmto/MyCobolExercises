           05  M-TVA               PIC 9(3).
           05  M-PMP               PIC S9(5)V99.
           05  M-EAN               PIC X(13).
           05  M-POIDS             PIC 9(4)V999.
           05  M-SERIE             PIC X.
           05  M-STATUT            PIC X.
       FD  RAPPORT-FILE.
       01  RAPPORT-REC             PIC X(120).
       FD  LIEN-FILE.
