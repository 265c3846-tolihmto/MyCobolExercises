       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERIE-STOCK.

      *> Sous-systeme des numeros de serie des articles de valeur
      *> (M-SERIE = 'O' au catalogue), dans le style appelable de
      *> LOT-STOCK :
      *>
      *>   CALL "SERIE-STOCK" USING action article serie client
      *>                            document lieu resultat
      *>
      *>   action "ENTREE" : l'unite article+serie entre en stock
      *>       au lieu donne (site de rangement) - appele par
      *>       RECEPTION-LIVRAISONS ; une unite deja en stock est
      *>       refusee ("05"), une unite revenue (rendue au
      *>       fournisseur, rebutee) peut rentrer ;
      *>   action "VENTE" : l'unite en stock part chez le client,
      *>       document = commande - appele par
      *>       CONFIRMATION-PICKING ;
      *>   action "CONTROLE" : l'unite a-t-elle ete vendue a ce
      *>       client ? rien n'est modifie - RETOURS-CLIENTS
      *>       controle chaque unite avant d'accepter le retour ;
      *>   action "RETOUR" : l'unite vendue a ce client revient,
      *>       en stock, ou en quarantaine si lieu = QUARANTAINE.
      *>
      *>   resultat "00" fait, "03" numero inconnu pour l'article,
      *>   "04" unite pas dans le statut attendu (pas en stock pour
      *>   une vente, pas vendue pour un retour), "05" unite deja
      *>   en stock, "06" unite vendue a un autre client, "91"
      *>   action inconnue ou fichier indisponible. En retour,
      *>   client, document et lieu portent ceux de la fiche.
      *>
      *> Le fichier serie_master.dat est indexe sur article+serie,
      *> meme idiome OPEN I-O + status 35 que lot_master.dat ;
      *> chaque mouvement laisse sa ligne dans l'historique
      *> serie_histo.txt
      *> (date|article|serie|evenement|document|client|lieu|statut),
      *> que HISTO-SERIES relit pour retracer la vie d'une unite.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERIE-FILE ASSIGN TO "serie_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-CLE
               FILE STATUS IS SERIE-STATUS.
           SELECT HISTO-FILE ASSIGN TO "serie_histo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERIE-FILE.
       01  SERIE-REC.
           05  SR-CLE.
               10  SR-ART          PIC X(10).
               10  SR-SERIE        PIC X(20).
           05  SR-STATUT           PIC X(12).
           05  SR-LIEU             PIC X(12).
           05  SR-CLIENT           PIC X(8).
           05  SR-DOCUMENT         PIC X(10).
           05  SR-DATE-ENTREE      PIC 9(8).
           05  SR-DATE-VENTE       PIC 9(8).
           05  SR-DATE-MAJ         PIC 9(8).
       FD  HISTO-FILE.
       01  HISTO-REC               PIC X(120).

       WORKING-STORAGE SECTION.
       77  SERIE-STATUS            PIC X(2) VALUE SPACES.
       77  HISTO-STATUS            PIC X(2) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  EVENEMENT               PIC X(12) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-ACTION               PIC X(8).
       01  LS-ARTICLE              PIC X(10).
       01  LS-SERIE                PIC X(20).
       01  LS-CLIENT               PIC X(8).
       01  LS-DOCUMENT             PIC X(10).
       01  LS-LIEU                 PIC X(12).
       01  LS-RESULTAT             PIC X(2).

       PROCEDURE DIVISION USING LS-ACTION LS-ARTICLE LS-SERIE
           LS-CLIENT LS-DOCUMENT LS-LIEU LS-RESULTAT.
       DEBUT.
           MOVE "91" TO LS-RESULTAT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN I-O SERIE-FILE
           IF SERIE-STATUS = "35"
               OPEN OUTPUT SERIE-FILE
               CLOSE SERIE-FILE
               OPEN I-O SERIE-FILE
           END-IF
           IF SERIE-STATUS NOT = "00"
               GOBACK
           END-IF
           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "ENTREE"
                   PERFORM ENTRER-SERIE
               WHEN "VENTE"
                   PERFORM VENDRE-SERIE
               WHEN "CONTROLE"
                   PERFORM CONTROLER-SERIE
               WHEN "RETOUR"
                   PERFORM RETOURNER-SERIE
           END-EVALUATE
           CLOSE SERIE-FILE
           GOBACK.

      *------------------------------------------------------------
      *  ENTRER-SERIE : creation de la fiche, ou remise en stock
      *  d'une unite qui n'y est plus.
      *------------------------------------------------------------
       ENTRER-SERIE.
           MOVE LS-ARTICLE TO SR-ART.
           MOVE LS-SERIE TO SR-SERIE.
           READ SERIE-FILE
               INVALID KEY
                   MOVE LS-ARTICLE TO SR-ART
                   MOVE LS-SERIE TO SR-SERIE
                   MOVE "STOCK" TO SR-STATUT
                   MOVE LS-LIEU TO SR-LIEU
                   MOVE SPACES TO SR-CLIENT
                   MOVE LS-DOCUMENT TO SR-DOCUMENT
                   MOVE WS-TODAY TO SR-DATE-ENTREE
                   MOVE 0 TO SR-DATE-VENTE
                   MOVE WS-TODAY TO SR-DATE-MAJ
                   WRITE SERIE-REC
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-WRITE
                   MOVE "RECEPTION" TO EVENEMENT
                   PERFORM HISTORISER
                   MOVE "00" TO LS-RESULTAT
                   EXIT PARAGRAPH
           END-READ.
           IF SR-STATUT = "STOCK"
               MOVE "05" TO LS-RESULTAT
               PERFORM RENDRE-FICHE
               EXIT PARAGRAPH
           END-IF.
           MOVE "STOCK" TO SR-STATUT.
           MOVE LS-LIEU TO SR-LIEU.
           MOVE SPACES TO SR-CLIENT.
           MOVE LS-DOCUMENT TO SR-DOCUMENT.
           MOVE WS-TODAY TO SR-DATE-ENTREE.
           MOVE WS-TODAY TO SR-DATE-MAJ.
           REWRITE SERIE-REC
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "RECEPTION" TO EVENEMENT.
           PERFORM HISTORISER.
           MOVE "00" TO LS-RESULTAT.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  VENDRE-SERIE : seule une unite en stock peut partir.
      *------------------------------------------------------------
       VENDRE-SERIE.
           MOVE LS-ARTICLE TO SR-ART.
           MOVE LS-SERIE TO SR-SERIE.
           READ SERIE-FILE
               INVALID KEY
                   MOVE "03" TO LS-RESULTAT
                   EXIT PARAGRAPH
           END-READ.
           IF SR-STATUT NOT = "STOCK"
               MOVE "04" TO LS-RESULTAT
               PERFORM RENDRE-FICHE
               EXIT PARAGRAPH
           END-IF.
           MOVE "VENDU" TO SR-STATUT.
           MOVE SPACES TO SR-LIEU.
           MOVE LS-CLIENT TO SR-CLIENT.
           MOVE LS-DOCUMENT TO SR-DOCUMENT.
           MOVE WS-TODAY TO SR-DATE-VENTE.
           MOVE WS-TODAY TO SR-DATE-MAJ.
           REWRITE SERIE-REC
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "VENTE" TO EVENEMENT.
           PERFORM HISTORISER.
           MOVE "00" TO LS-RESULTAT.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CONTROLER-SERIE : l'unite est vendue, et a ce client.
      *------------------------------------------------------------
       CONTROLER-SERIE.
           MOVE LS-ARTICLE TO SR-ART.
           MOVE LS-SERIE TO SR-SERIE.
           READ SERIE-FILE
               INVALID KEY
                   MOVE "03" TO LS-RESULTAT
                   EXIT PARAGRAPH
           END-READ.
           IF SR-STATUT NOT = "VENDU"
               MOVE "04" TO LS-RESULTAT
           ELSE
               IF SR-CLIENT NOT = LS-CLIENT
                   MOVE "06" TO LS-RESULTAT
               ELSE
                   MOVE "00" TO LS-RESULTAT
               END-IF
           END-IF.
           PERFORM RENDRE-FICHE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  RETOURNER-SERIE : meme controle, puis l'unite revient en
      *  stock ou en quarantaine.
      *------------------------------------------------------------
       RETOURNER-SERIE.
           MOVE LS-ARTICLE TO SR-ART.
           MOVE LS-SERIE TO SR-SERIE.
           READ SERIE-FILE
               INVALID KEY
                   MOVE "03" TO LS-RESULTAT
                   EXIT PARAGRAPH
           END-READ.
           IF SR-STATUT NOT = "VENDU"
               MOVE "04" TO LS-RESULTAT
               PERFORM RENDRE-FICHE
               EXIT PARAGRAPH
           END-IF.
           IF SR-CLIENT NOT = LS-CLIENT
               MOVE "06" TO LS-RESULTAT
               PERFORM RENDRE-FICHE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(LS-LIEU) = "QUARANTAINE"
               MOVE "QUARANTAINE" TO SR-STATUT
           ELSE
               MOVE "STOCK" TO SR-STATUT
           END-IF.
           MOVE LS-LIEU TO SR-LIEU.
           MOVE LS-DOCUMENT TO SR-DOCUMENT.
           MOVE WS-TODAY TO SR-DATE-MAJ.
           REWRITE SERIE-REC
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "RETOUR" TO EVENEMENT.
           PERFORM HISTORISER.
           MOVE "00" TO LS-RESULTAT.
           EXIT PARAGRAPH.

      *> Rend a l'appelant le client, le document et le lieu de la
      *> fiche (message d'erreur de l'appelant).
       RENDRE-FICHE.
           MOVE SR-CLIENT TO LS-CLIENT.
           MOVE SR-DOCUMENT TO LS-DOCUMENT.
           MOVE SR-LIEU TO LS-LIEU.
           EXIT PARAGRAPH.

      *> Une ligne d'historique par mouvement reussi ; fichier cree
      *> avec son en-tete au premier mouvement.
       HISTORISER.
           OPEN EXTEND HISTO-FILE.
           IF HISTO-STATUS = "35"
               OPEN OUTPUT HISTO-FILE
               MOVE SPACES TO HISTO-REC
               STRING "date|article|serie|evenement|document|client"
                   "|lieu|statut"
                   DELIMITED BY SIZE INTO HISTO-REC
               END-STRING
               WRITE HISTO-REC
           END-IF.
           IF HISTO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO HISTO-REC.
           STRING WS-TODAY "|" FUNCTION TRIM(SR-ART) "|"
               FUNCTION TRIM(SR-SERIE) "|" FUNCTION TRIM(EVENEMENT)
               "|" FUNCTION TRIM(SR-DOCUMENT) "|"
               FUNCTION TRIM(SR-CLIENT) "|" FUNCTION TRIM(SR-LIEU)
               "|" FUNCTION TRIM(SR-STATUT)
               DELIMITED BY SIZE INTO HISTO-REC
           END-STRING.
           WRITE HISTO-REC.
           CLOSE HISTO-FILE.
           EXIT PARAGRAPH.
