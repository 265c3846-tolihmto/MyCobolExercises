           05  M-TVA               PIC 9(3).
           05  M-PMP               PIC S9(5)V99.
           05  M-EAN               PIC X(13).
           05  M-POIDS             PIC 9(4)V999.
           05  M-SERIE             PIC X.
           05  M-STATUT            PIC X.
       FD  LIEN-FILE.
       01  LIEN-REC.
           05  LN-ART              PIC X(10).
           05  F-NOM               PIC X(30).
           05  F-DELAI             PIC 9(3).
           05  F-DEVISE            PIC X(3).
           05  F-TERME-JOURS       PIC 9(3).
           05  F-TERME-FDM         PIC X.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC             PIC X(80).
       FD  PROPOSES-FILE.
