           05  F-NOM               PIC X(30).
           05  F-DELAI             PIC 9(3).
           05  F-DEVISE            PIC X(3).
           05  F-TERME-JOURS       PIC 9(3).
           05  F-TERME-FDM         PIC X.
       FD  RECEPTIONS-FILE.
       01  RECEPTIONS-REC          PIC X(80).
       FD  REGISTRE-FILE.
