      *>       livraison porte un lot ;
      *>   action "SORTIE" : preleve qte sur les lots de l'article
      *>       en premier-perime-premier-sorti (FEFO, la date
      *>       limite la plus proche d'abord), dlc ignoree en
      *>       entree - appele par l'allocation des commandes
      *>       clients et les sorties de stock ;
      *>   action "RENTREE" : recredite qte sur le lot a la DLC la
      *>       plus proche - l'inverse exact d'une SORTIE FEFO,
      *>       pour les retours de marchandise jamais partie
      *>       (manquant de picking) ;
      *>   action "BLOQUER" : retire le lot article+lot en entier
      *>       (rappel fournisseur) - qte et dlc rendent ce qu'il
      *>       restait, "02" si le lot n'existe pas ;
      *>   action "SOLDE"  : qte = somme des lots de l'article.
      *>
      *>   Pour SORTIE et RENTREE, lot ne designe pas un lot : il
      *>   porte la reference du mouvement (CDE + numero de
      *>   commande, TIC + numero de ticket, vide a defaut), reprise
      *>   au journal des lots pour que RAPPEL-LOTS sache a qui un
      *>   lot est parti.
      *>
      *>   resultat "00" servi en entier, "04" article suivi en
      *>   lots mais quantite insuffisante (le reliquat est sorti
      *>   du premier lot, qui peut passer negatif, pour que la
      *> Le fichier lot_master.dat est indexe sur article+lot, meme
      *> idiome OPEN I-O + status 35 que les autres masters ; les
      *> lots ramenes a zero sont supprimes.
      *>
      *> Chaque mouvement de lot laisse sa ligne au journal des lots
      *> lot_journal.txt (horodatage|article|lot|qte signee|action|
      *> reference|dlc), meme idiome OPEN EXTEND + entete a la
      *> creation que STOCK-JOURNAL : une SORTIE FEFO y ecrit une
      *> ligne par lot entame. Le journal garde la trace des lots
      *> deja soldes, que lot_master.dat a oublies.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-CLE
               FILE STATUS IS LOT-STATUS.
           SELECT LJ-FILE ASSIGN TO "lot_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
               10  LT-LOT          PIC X(10).
           05  LT-QTE              PIC S9(5).
           05  LT-DLC              PIC 9(8).
       FD  LJ-FILE.
       01  LJ-REC                  PIC X(100).

       WORKING-STORAGE SECTION.
       77  LOT-STATUS              PIC X(2) VALUE SPACES.
       77  LJ-STATUS               PIC X(2) VALUE SPACES.
       77  WS-I                    PIC 9(3) VALUE 0.
       77  IDX-MIN                 PIC 9(3) VALUE 0.
       77  QTE-RESTANTE            PIC S9(5) VALUE 0.
           05  TL-QTE              PIC S9(5).
           05  TL-DLC              PIC 9(8).
           05  TL-PRIS             PIC X.
           05  TL-SORTI            PIC S9(5).

      *> Ligne du journal des lots en preparation.
       77  LJ-LOT                  PIC X(10) VALUE SPACES.
       77  LJ-QTE                  PIC S9(5) VALUE 0.
       77  LJ-DLC                  PIC 9(8) VALUE 0.
       77  LJ-REFERENCE            PIC X(10) VALUE SPACES.
       77  LJ-DATE                 PIC X(8).
       77  LJ-TIME                 PIC X(8).
       77  LJ-QTE-EDIT             PIC -(4)9.

       LINKAGE SECTION.
       01  LS-ACTION               PIC X(8).
                   PERFORM SORTIR-FEFO
               WHEN "RENTREE"
                   PERFORM RENTRER-FEFO
               WHEN "BLOQUER"
                   PERFORM BLOQUER-LOT
               WHEN "SOLDE"
                   PERFORM CALCULER-SOLDE
           END-EVALUATE
                           EXIT PARAGRAPH
                   END-WRITE
                   MOVE "00" TO LS-RESULTAT
                   PERFORM JOURNALISER-ENTREE
                   EXIT PARAGRAPH
           END-READ.
           ADD LS-QTE TO LT-QTE.
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "00" TO LS-RESULTAT.
           PERFORM JOURNALISER-ENTREE.
           EXIT PARAGRAPH.

       JOURNALISER-ENTREE.
           MOVE LS-LOT TO LJ-LOT.
           MOVE LS-QTE TO LJ-QTE.
           MOVE LT-DLC TO LJ-DLC.
           MOVE SPACES TO LJ-REFERENCE.
           PERFORM ECRIRE-JOURNAL-LOT.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
               END-IF
               SUBTRACT QTE-PRISE FROM TL-QTE(IDX-MIN)
               SUBTRACT QTE-PRISE FROM QTE-RESTANTE
               ADD QTE-PRISE TO TL-SORTI(IDX-MIN)
               MOVE 'O' TO TL-PRIS(IDX-MIN)
           END-PERFORM.
      *> reliquat non couvert : sorti du lot a la DLC la plus
           IF QTE-RESTANTE > 0
               PERFORM CHERCHER-LOT-MIN-DLC
               SUBTRACT QTE-RESTANTE FROM TL-QTE(IDX-MIN)
               ADD QTE-RESTANTE TO TL-SORTI(IDX-MIN)
               MOVE 'O' TO TL-PRIS(IDX-MIN)
               MOVE "04" TO LS-RESULTAT
           ELSE
               MOVE "00" TO LS-RESULTAT
           END-IF.
           PERFORM REPORTER-LOTS.
      *> une ligne de journal par lot entame, au nom du mouvement
           MOVE LS-LOT TO LJ-REFERENCE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-LOTS
               IF TL-SORTI(WS-I) NOT = 0
                   MOVE TL-LOT(WS-I) TO LJ-LOT
                   COMPUTE LJ-QTE = 0 - TL-SORTI(WS-I)
                   MOVE TL-DLC(WS-I) TO LJ-DLC
                   PERFORM ECRIRE-JOURNAL-LOT
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "00" TO LS-RESULTAT.
           MOVE LT-LOT TO LJ-LOT.
           MOVE LS-QTE TO LJ-QTE.
           MOVE LT-DLC TO LJ-DLC.
           MOVE LS-LOT TO LJ-REFERENCE.
           PERFORM ECRIRE-JOURNAL-LOT.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  BLOQUER-LOT : le lot rappele sort en entier du fichier des
      *  lots ; l'appelant retire la meme quantite de M-QTE.
      *------------------------------------------------------------
       BLOQUER-LOT.
           MOVE LS-ARTICLE TO LT-ART.
           MOVE LS-LOT TO LT-LOT.
           READ LOT-FILE
               INVALID KEY
                   MOVE 0 TO LS-QTE
                   MOVE "02" TO LS-RESULTAT
                   EXIT PARAGRAPH
           END-READ.
           MOVE LT-QTE TO LS-QTE.
           MOVE LT-DLC TO LS-DLC.
           DELETE LOT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-DELETE.
           MOVE "00" TO LS-RESULTAT.
           MOVE LS-LOT TO LJ-LOT.
           COMPUTE LJ-QTE = 0 - LS-QTE.
           MOVE LS-DLC TO LJ-DLC.
           MOVE SPACES TO LJ-REFERENCE.
           PERFORM ECRIRE-JOURNAL-LOT.
           EXIT PARAGRAPH.

       CHARGER-LOTS.
                   MOVE LT-QTE TO TL-QTE(NB-LOTS)
                   MOVE LT-DLC TO TL-DLC(NB-LOTS)
                   MOVE 'N' TO TL-PRIS(NB-LOTS)
                   MOVE 0 TO TL-SORTI(NB-LOTS)
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.
               MOVE "00" TO LS-RESULTAT
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ECRIRE-JOURNAL-LOT : une ligne LJ-* au journal des lots,
      *  horodatee comme stock_journal.txt.
      *------------------------------------------------------------
       ECRIRE-JOURNAL-LOT.
           OPEN EXTEND LJ-FILE.
           IF LJ-STATUS = "35"
               OPEN OUTPUT LJ-FILE
               MOVE "horodatage|article|lot|qte|action|reference|dlc"
                   TO LJ-REC
               WRITE LJ-REC
               CLOSE LJ-FILE
               OPEN EXTEND LJ-FILE
           END-IF.
           IF LJ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT LJ-DATE FROM DATE YYYYMMDD.
           ACCEPT LJ-TIME FROM TIME.
           MOVE LJ-QTE TO LJ-QTE-EDIT.
           MOVE SPACES TO LJ-REC.
           STRING LJ-DATE " " LJ-TIME(1:2) ":" LJ-TIME(3:2) ":"
               LJ-TIME(5:2) "|" FUNCTION TRIM(LS-ARTICLE) "|"
               FUNCTION TRIM(LJ-LOT) "|" FUNCTION TRIM(LJ-QTE-EDIT)
               "|" FUNCTION TRIM(LS-ACTION) "|"
               FUNCTION TRIM(LJ-REFERENCE) "|" LJ-DLC
               DELIMITED BY SIZE INTO LJ-REC
           END-STRING.
           WRITE LJ-REC.
           CLOSE LJ-FILE.
           EXIT PARAGRAPH.
