               10  CAT-ARTIST-LAST  PIC X(20).
               10  CAT-BAND-NAME    PIC X(20).
           05  CAT-YEAR             PIC 9(4).
      *> ' ' en collection, 'M' porte manquant au controle des
      *> rayons (CONTROLE-RAYONS) : plus de reservation possible.
           05  CAT-STATUT           PIC X.

       FD  VIDEO-FILE.
       01  VIDEO-REC.

       FD  MEMBRES-FILE.
      *> Registre des emprunteurs (programme MEMBRES) : le pret
      *> exige desormais un numero de membre actif, dont
      *> l'adhesion n'est pas expiree.
       01  MEMBRES-REC.
           05  MEM-NUM              PIC X(8).
           05  MEM-NOM              PIC X(30).
           05  MEM-CONTACT          PIC X(30).
           05  MEM-STATUT           PIC X.
           05  MEM-CATEGORIE        PIC X(8).
           05  MEM-EXPIRATION       PIC 9(8).
           05  MEM-DATE-RELANCE     PIC 9(8).

       FD  PHISTO-FILE.
      *> Historique des prets en append seul
      *> (DATE|EVENEMENT|MEMBRE|ALBUM|RETOUR-PREVU), une ligne a
      *> chaque sortie, chaque prolongation et chaque retour.
       01  PHISTO-REC               PIC X(80).

       FD  RESA-FILE.
       01  EVENEMENT-PRET          PIC X(8) VALUE SPACES.
       01  MEMBRE-VALIDE           PIC X VALUE 'N'.

      *> Prolongation : "PROLONGER <id>" repousse la date de retour
      *> prevue de DUREE-PRET jours sans retour/ressortie, au plus
      *> PRET-PROLONGATIONS-MAX fois par pret (parametres.txt,
      *> PARAM-LOOKUP) ; les prolongations deja accordees sont
      *> recomptees dans prets_histo.txt depuis la derniere sortie.
       01  PROLONG-MAX             PIC 9(2) VALUE 2.
       01  NB-PROLONG              PIC 9(2) VALUE 0.
       01  PH-CH1                  PIC X(16).
       01  PH-CH2                  PIC X(16).
       01  PH-CH3                  PIC X(24).
       01  PH-CH4                  PIC X(16).
       01  PRM-CLE                 PIC X(24) VALUE SPACES.
       01  PRM-DEFAUT              PIC X(40) VALUE SPACES.
       01  PRM-VALEUR              PIC X(40) VALUE SPACES.
       01  PRM-RESULTAT            PIC X(2) VALUE SPACES.

      *> File d'attente des reservations chargee en memoire puis
      *> reecrite ; DUREE-HOLD jours pour venir chercher un album
      *> mis de cote.

           IF FUNCTION TRIM(ARG-MODE) = "PRET"
               OR FUNCTION TRIM(ARG-MODE) = "RETOUR"
               OR FUNCTION TRIM(ARG-MODE) = "PROLONGER"
               ACCEPT ARG-ID FROM ARGUMENT-VALUE
               ACCEPT ARG-EMPRUNTEUR FROM ARGUMENT-VALUE
               PERFORM OUVRIR-PRETS
               EVALUATE FUNCTION TRIM(ARG-MODE)
                   WHEN "PRET"
                       PERFORM SORTIR-ALBUM
                   WHEN "PROLONGER"
                       PERFORM PROLONGER-PRET
                   WHEN OTHER
                       PERFORM RENTRER-ALBUM
               END-EVALUATE
               IF LOANS-OPEN-FLAG = 'O'
                   CLOSE LOANS-FILE
               END-IF
           IF MEMBRE-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF
      *> un album porte manquant au controle des rayons ne se
      *> reserve plus
           PERFORM OUVRIR-CATALOGUE
           IF CATALOG-OPEN-FLAG = 'O'
               MOVE ARG-ID TO CAT-ID
               MOVE SPACE TO CAT-STATUT
               READ CATALOG-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               CLOSE CATALOG-FILE
               MOVE 'N' TO CATALOG-OPEN-FLAG
               IF CAT-STATUT = 'M'
                   DISPLAY "Refus : album porte manquant au controle"
                       " des rayons, reservation impossible."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM OUVRIR-PRETS
           IF LOANS-OPEN-FLAG = 'N'
               DISPLAY "Fichier des prets indisponible."
           .

      *> Solde d'amendes du membre ARG-EMPRUNTEUR : somme des
      *> AMENDE et COTISATION moins PAIEMENT et REMISE du livre
      *> amendes.txt.
       CALCULER-SOLDE-AMENDES.
           MOVE 0 TO SOLDE-AMENDES
           OPEN INPUT AMENDES-FILE
           END-IF
           EVALUATE FUNCTION TRIM(AM-CH3)
               WHEN "AMENDE"
               WHEN "COTISATION"
                   ADD FUNCTION NUMVAL(AM-CH4) TO SOLDE-AMENDES
               WHEN "PAIEMENT"
               WHEN "REMISE"
               CLOSE MEMBRES-FILE
               EXIT PARAGRAPH
           END-IF
      *> adhesion expiree (ou echue, statut L) : renouvellement
      *> par MEMBRES RENOUVELER avant tout pret
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF MEM-STATUT = "L"
               OR (MEM-EXPIRATION > 0 AND MEM-EXPIRATION < WS-TODAY)
               DISPLAY "Refus : adhesion de "
                   FUNCTION TRIM(MEM-NOM) " expiree le "
                   MEM-EXPIRATION ", renouvellement d'abord."
               CLOSE MEMBRES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO MEMBRE-VALIDE
           CLOSE MEMBRES-FILE
           .

      *> Une ligne d'historique par sortie, prolongation et retour,
      *> meme idiome OPEN EXTEND + status 35 que le journal des
      *> stocks.
       ECRIRE-HISTO-PRET.
           OPEN EXTEND PHISTO-FILE
           IF PHISTO-STATUS = "35"
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO PHISTO-REC
           IF EVENEMENT-PRET = "PRET" OR EVENEMENT-PRET = "PROLONG"
               STRING WS-TODAY "|" FUNCTION TRIM(EVENEMENT-PRET) "|"
                   FUNCTION TRIM(L-EMPRUNTEUR) "|"
                   FUNCTION TRIM(L-ID) "|" L-DATE-RETOUR-PREVU
                   DELIMITED BY SIZE INTO PHISTO-REC
           CLOSE PHISTO-FILE
           .

      *> Prolonge un pret en cours d'une duree de pret : refus si
      *> l'album est en retard (il rentre et l'amende s'applique),
      *> si le plafond de prolongations est atteint, si un autre
      *> membre l'attend en reservation ou si l'emprunteur depasse
      *> le seuil d'amendes.
       PROLONGER-PRET.
           IF LOANS-OPEN-FLAG = 'N'
               DISPLAY "Fichier des prets indisponible."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(ARG-ID) = SPACES
               DISPLAY "USAGE: 02_album_example PROLONGER <id>"
                   " [<numero-de-membre>]"
               EXIT PARAGRAPH
           END-IF
           MOVE ARG-ID TO L-ID
           READ LOANS-FILE
               INVALID KEY
                   DISPLAY "Aucun pret connu pour "
                       FUNCTION TRIM(ARG-ID) "."
                   EXIT PARAGRAPH
           END-READ
           IF L-SORTI NOT = 'O'
               DISPLAY "Cet album n'est pas sorti."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(ARG-EMPRUNTEUR) NOT = SPACES
               AND FUNCTION TRIM(ARG-EMPRUNTEUR) NOT =
                   FUNCTION TRIM(L-EMPRUNTEUR)
               DISPLAY "Refus : album sorti par "
                   FUNCTION TRIM(L-EMPRUNTEUR) ", pas par "
                   FUNCTION TRIM(ARG-EMPRUNTEUR) "."
               EXIT PARAGRAPH
           END-IF
           MOVE L-EMPRUNTEUR TO ARG-EMPRUNTEUR
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF L-DATE-RETOUR-PREVU < WS-TODAY
               DISPLAY "Refus : album en retard depuis le "
                   L-DATE-RETOUR-PREVU ", a rapporter (RETOUR)."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHARGER-PROLONG-MAX
           PERFORM COMPTER-PROLONGATIONS
           IF NB-PROLONG >= PROLONG-MAX
               DISPLAY "Refus : " NB-PROLONG " prolongation(s) deja"
                   " accordee(s), maximum " PROLONG-MAX "."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHARGER-RESERVATIONS
           PERFORM VARYING IDX-RESA FROM 1 BY 1
               UNTIL IDX-RESA > NB-RESAS
               IF FUNCTION TRIM(RS-ALBUM(IDX-RESA)) =
                   FUNCTION TRIM(ARG-ID)
                   AND RS-STATUT(IDX-RESA) = "ATTENTE"
                   DISPLAY "Refus : album reserve par le membre "
                       FUNCTION TRIM(RS-MEMBRE(IDX-RESA))
                       ", a rapporter pour le "
                       L-DATE-RETOUR-PREVU "."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM CALCULER-SOLDE-AMENDES
           IF SOLDE-AMENDES > SEUIL-BLOCAGE-AMENDE
               MOVE SOLDE-AMENDES TO MONTANT-EDIT
               DISPLAY "Refus : " FUNCTION TRIM(MONTANT-EDIT)
                   " EUR d'amendes impayees (seuil depasse),"
                   " reglement au guichet d'abord."
               EXIT PARAGRAPH
           END-IF
           MOVE "AJOUTER" TO DU-ACTION
           MOVE L-DATE-RETOUR-PREVU TO DU-DATE-1
           MOVE DUREE-PRET TO DU-NOMBRE
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
               DU-NOMBRE DU-RESULTAT
           IF DU-RESULTAT NOT = "00"
               DISPLAY "Date de retour invalide : "
                   L-DATE-RETOUR-PREVU "."
               EXIT PARAGRAPH
           END-IF
           MOVE DU-DATE-2 TO L-DATE-RETOUR-PREVU
           REWRITE LOAN-REC
               INVALID KEY
                   DISPLAY "Erreur fichier des prets ("
                       FUNCTION TRIM(ARG-ID) "): " LOANS-STATUS
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "PROLONG" TO EVENEMENT-PRET
           PERFORM ECRIRE-HISTO-PRET
           ADD 1 TO NB-PROLONG
           DISPLAY "Pret prolonge : " FUNCTION TRIM(ARG-ID)
               " (" FUNCTION TRIM(L-EMPRUNTEUR) "), retour prevu le "
               L-DATE-RETOUR-PREVU " - prolongation " NB-PROLONG
               "/" PROLONG-MAX "."
           .

      *> Plafond de prolongations par pret, lu dans parametres.txt.
       CHARGER-PROLONG-MAX.
           MOVE "PRET-PROLONGATIONS-MAX" TO PRM-CLE
           MOVE "2" TO PRM-DEFAUT
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO PROLONG-MAX
           END-IF
           .

      *> Prolongations de l'album depuis sa derniere sortie :
      *> chaque PRET remet le compte a zero, chaque PROLONG ajoute
      *> un (l'historique est ecrit dans l'ordre chronologique).
       COMPTER-PROLONGATIONS.
           MOVE 0 TO NB-PROLONG
           OPEN INPUT PHISTO-FILE
           IF PHISTO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ PHISTO-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM COMPTER-LIGNE-HISTO
               END-READ
           END-PERFORM
           CLOSE PHISTO-FILE
           .

       COMPTER-LIGNE-HISTO.
           IF FUNCTION LENGTH(FUNCTION TRIM(PHISTO-REC)) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PH-CH1 PH-CH2 PH-CH3 PH-CH4
           UNSTRING PHISTO-REC DELIMITED BY "|"
               INTO PH-CH1 PH-CH2 PH-CH3 PH-CH4
           END-UNSTRING
           IF FUNCTION TRIM(PH-CH4) NOT = FUNCTION TRIM(L-ID)
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(PH-CH2)
               WHEN "PRET"
                   MOVE 0 TO NB-PROLONG
               WHEN "PROLONG"
                   ADD 1 TO NB-PROLONG
           END-EVALUATE
           .

      *> Rentre un album sorti.
       RENTRER-ALBUM.
           IF LOANS-OPEN-FLAG = 'N'
                       MOVE CAT-BAND-NAME TO ARTIST-BAND-NAME
                       MOVE CAT-YEAR TO ALBUM-YEAR
                       DISPLAY "(depuis le catalogue)"
                       IF CAT-STATUT = 'M'
                           DISPLAY "(porte manquant au controle des"
                               " rayons)"
                       END-IF
               END-READ
           END-IF

           MOVE ARTIST-LAST-NAME TO CAT-ARTIST-LAST
           MOVE ARTIST-BAND-NAME TO CAT-BAND-NAME
           MOVE ALBUM-YEAR TO CAT-YEAR
           MOVE SPACE TO CAT-STATUT
           WRITE CATALOG-REC
               INVALID KEY
                   REWRITE CATALOG-REC
