               10  CAT-ARTIST-LAST  PIC X(20).
               10  CAT-BAND-NAME    PIC X(20).
           05  CAT-YEAR             PIC 9(4).
           05  CAT-STATUT           PIC X.
       FD  TRACKS-FILE.
       01  TRACK-REC.
           05  TRK-KEY.
