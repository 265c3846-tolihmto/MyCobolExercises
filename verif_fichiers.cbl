           05  M-TVA               PIC 9(3).
           05  M-PMP               PIC S9(5)V99.
           05  M-EAN               PIC X(13).
           05  M-POIDS             PIC 9(4)V999.
           05  M-SERIE             PIC X.
           05  M-STATUT            PIC X.
       FD  CATALOG-FILE.
       01  CATALOG-REC.
           05  CAT-ID               PIC X(10).
               10  CAT-ARTIST-LAST  PIC X(20).
               10  CAT-BAND-NAME    PIC X(20).
           05  CAT-YEAR             PIC 9(4).
           05  CAT-STATUT           PIC X.
       FD  VIDEO-FILE.
       01  VIDEO-REC.
           05  VID-ID               PIC X(10).
           END-IF.
           MOVE M-PU TO M-PMP.
           MOVE SPACES TO M-EAN.
           MOVE 0 TO M-POIDS.
           MOVE 'N' TO M-SERIE.
           MOVE 'A' TO M-STATUT.
           WRITE MASTER-REC
               INVALID KEY
                   CONTINUE
