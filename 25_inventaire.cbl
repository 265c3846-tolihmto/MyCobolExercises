           05  M-TVA               PIC 9(3).
           05  M-PMP               PIC S9(5)V99.
           05  M-EAN               PIC X(13).
           05  M-POIDS             PIC 9(4)V999.
           05  M-SERIE             PIC X.
           05  M-STATUT            PIC X.

       WORKING-STORAGE SECTION.
       77  WS-NB-ART              PIC 9(3) VALUE 0.
      *> convention d'appel que JOB-LOG).
       77  JRN-ARTICLE            PIC X(10) VALUE SPACES.
       77  JRN-QTE                PIC S9(5) VALUE 0.
       77  JRN-MOTIF              PIC X(16) VALUE SPACES.
      *> Appels au sous-programme LOT-STOCK (lots perissables) :
      *> les sorties de stock tirent sur les lots en FEFO.
       77  LOT-ACTION             PIC X(8) VALUE SPACES.
      *> l'article par son code-barres.
       77  TMP-EAN                PIC X(13) VALUE SPACES.
       77  EAN-EXISTANT           PIC X(13) VALUE SPACES.
      *> Poids unitaire M-POIDS (kg), tenu par INV-MAINTENANCE pour
      *> les bons de livraison : une ressaisie ne l'ecrase pas.
       77  POIDS-EXISTANT         PIC 9(4)V999 VALUE 0.
      *> Suivi par numero de serie M-SERIE ('O'), tenu par
      *> INV-MAINTENANCE : une ressaisie ne l'ecrase pas non plus.
       77  SERIE-EXISTANT         PIC X VALUE 'N'.
      *> Statut de cycle de vie M-STATUT (A actif, R plus de
      *> reappro, F fin de vie, B bloque), tenu par INV-MAINTENANCE.
       77  STATUT-EXISTANT        PIC X VALUE 'A'.
       77  EAN-SAISIE             PIC X(13) VALUE SPACES.
       77  EAN-OK                 PIC X VALUE 'N'.
       77  EAN-SOMME              PIC 9(4) VALUE 0.
           MOVE 'N' TO MASTER-EXISTE.
           MOVE TMP-PU TO TMP-PMP.
           MOVE SPACES TO EAN-EXISTANT.
           MOVE 0 TO POIDS-EXISTANT.
           MOVE 'N' TO SERIE-EXISTANT.
           MOVE 'A' TO STATUT-EXISTANT.
           MOVE INP-CODE  TO M-CODE.
           READ MASTER-FILE
               INVALID KEY
      *> une ressaisie ou un mouvement ne doit pas l'ecraser
                   MOVE M-PMP TO TMP-PMP
                   MOVE M-EAN TO EAN-EXISTANT
                   MOVE M-POIDS TO POIDS-EXISTANT
                   MOVE M-SERIE TO SERIE-EXISTANT
                   MOVE M-STATUT TO STATUT-EXISTANT
           END-READ.
           IF MASTER-EXISTE = 'O' AND HISTO-ANCIEN-PU NOT = TMP-PU
               PERFORM HISTORISER-PRIX
               MOVE EAN-EXISTANT TO M-EAN
           END-IF.
           MOVE SPACES TO TMP-EAN.
           MOVE POIDS-EXISTANT TO M-POIDS.
           MOVE SERIE-EXISTANT TO M-SERIE.
           MOVE STATUT-EXISTANT TO M-STATUT.
           WRITE MASTER-REC
               INVALID KEY
                   REWRITE MASTER-REC
