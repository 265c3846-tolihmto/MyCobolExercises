       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIFFUSION-DOCUMENTS.

      *============================================================
      *  Diffusion des documents clients : factures, avoirs, bons
      *  de livraison, lettres de relance, releves fidelite,
      *  accuses de reception des commandes electroniques et avis
      *  de rappel produit (RAPPEL-LOTS) finissaient tous en
      *  fichiers d'impression au spool, et
      *  les clients qui voulaient leurs factures par e-mail les
      *  recevaient en PDF envoyes a la main. Chaque fiche client
      *  porte desormais son canal de diffusion (CL-CANAL de
      *  cli_master.dat, renseigne par l'import clients.txt de
      *  COMMANDES-CLIENTS) :
      *
      *    P (ou vide) : papier - le document reste au spool pour
      *        l'impression, comme avant ;
      *    E : e-mail - depot diffusion_email/mail_NNNNNN.txt
      *        (NNNNNN = numero de spool), en-tete A: a l'adresse
      *        CL-EMAIL, objet, piece, puis le document ;
      *    S : fichier structure (clients EDI) - les factures et
      *        avoirs partent en diffusion_edi/
      *        edi_CLIENT_NNNNNN.txt, repris de factures.txt /
      *        factures_lignes.txt ou avoirs.txt :
      *          ENT|type|numero|date|client|reference|ht|tva|ttc
      *          LIG|numero|article|qte|pu
      *          FIN|numero|nombre de lignes
      *        (reference = commande pour une facture, facture
      *        d'origine pour un avoir) ; l'accuse de reception
      *        part en diffusion_edi/accuse_CLIENT_NNNNNN.txt :
      *          ENT|ACCUSE|spool|date|client
      *          LIG|<ligne d'accuse reference|commande|...|motif>
      *          FIN|spool|nombre de lignes
      *        ; les autres documents d'un client EDI partent par
      *        e-mail s'il a une adresse, sur papier sinon.
      *
      *  Le batch lit spool_registre.txt (SPOOL-REGISTER) et
      *  traite les documents clients pas encore diffuses ; le
      *  client est celui que le document nomme dans son en-tete
      *  (ligne CLIENT <code> ou "- client <code>" des lettres de
      *  relance et de rappel). Le resultat s'ajoute a la ligne du
      *  registre :
      *    NUMERO|DATE|TYPE|FICHIER|PROGRAMME|DIFFUSION|CLIENT|
      *    DESTINATION
      *  DIFFUSION = PAPIER, EMAIL, EDI ou ECHEC (destination =
      *  le motif : document disparu, client non identifie ou
      *  inconnu, adresse e-mail absente, piece absente du
      *  registre comptable...). Un document en ECHEC est repris
      *  au passage suivant, une fois la fiche client corrigee ;
      *  SPOOL-CONSOLE NONDIFFUSES les liste. Code retour 4 s'il
      *  en reste.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-FILE ASSIGN TO "cli_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CODE
               FILE STATUS IS CLIENT-STATUS.
           SELECT REGISTRE-FILE ASSIGN TO "spool_registre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRE-STATUS.
           SELECT RESTE-FILE ASSIGN TO "spool_registre_dif.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTE-STATUS.
           SELECT DOC-FILE ASSIGN TO DYNAMIC DOC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOC-STATUS.
           SELECT MAIL-FILE ASSIGN TO DYNAMIC MAIL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAIL-STATUS.
           SELECT EDI-FILE ASSIGN TO DYNAMIC EDI-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDI-STATUS.
           SELECT PIECES-FILE ASSIGN TO DYNAMIC PIECES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PIECES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-FILE.
       01  CLIENT-REC.
           05  CL-CODE             PIC X(8).
           05  CL-NOM              PIC X(30).
           05  CL-ADRESSE          PIC X(40).
           05  CL-REMISE           PIC 9(2)V99.
           05  CL-PLAFOND          PIC S9(7)V99.
           05  CL-ENCOURS          PIC S9(7)V99.
           05  CL-RELANCE          PIC 9.
           05  CL-RELANCE-DATE     PIC 9(8).
           05  CL-POINTS           PIC S9(7).
           05  CL-CANAL            PIC X.
           05  CL-EMAIL            PIC X(60).
       FD  REGISTRE-FILE.
       01  REGISTRE-REC            PIC X(250).
       FD  RESTE-FILE.
       01  RESTE-REC               PIC X(250).
       FD  DOC-FILE.
       01  DOC-REC                 PIC X(200).
       FD  MAIL-FILE.
       01  MAIL-REC                PIC X(200).
       FD  EDI-FILE.
       01  EDI-REC                 PIC X(200).
       FD  PIECES-FILE.
       01  PIECES-REC              PIC X(150).

       WORKING-STORAGE SECTION.
       77  CLIENT-STATUS           PIC X(2) VALUE SPACES.
       77  REGISTRE-STATUS         PIC X(2) VALUE SPACES.
       77  RESTE-STATUS            PIC X(2) VALUE SPACES.
       77  DOC-STATUS              PIC X(2) VALUE SPACES.
       77  MAIL-STATUS             PIC X(2) VALUE SPACES.
       77  EDI-STATUS              PIC X(2) VALUE SPACES.
       77  PIECES-STATUS           PIC X(2) VALUE SPACES.
       77  DOC-FILENAME            PIC X(64) VALUE SPACES.
       77  MAIL-FILENAME           PIC X(64) VALUE SPACES.
       77  EDI-FILENAME            PIC X(64) VALUE SPACES.
       77  PIECES-FILENAME         PIC X(64) VALUE SPACES.
       77  NUM-SPOOL               PIC 9(6) VALUE 0.
       77  NUM-PIECE               PIC 9(6) VALUE 0.
       77  NB-LUES                 PIC 9(3) VALUE 0.
       77  NB-LIGNES-EDI           PIC 9(4) VALUE 0.
       77  NB-PIPES                PIC 9(3) VALUE 0.
       77  NB-PAPIER               PIC 9(5) VALUE 0.
       77  NB-EMAIL                PIC 9(5) VALUE 0.
       77  NB-EDI                  PIC 9(5) VALUE 0.
       77  NB-ECHECS               PIC 9(5) VALUE 0.
       77  CANAL-W                 PIC X VALUE SPACE.
       77  PIECE-TROUVEE           PIC X VALUE 'N'.
       77  DIF-STATUT              PIC X(8) VALUE SPACES.
       77  DIF-CLIENT              PIC X(8) VALUE SPACES.
       77  DIF-DESTINATION         PIC X(60) VALUE SPACES.
       77  LIBELLE-DOC             PIC X(30) VALUE SPACES.
       77  PREFIXE-W               PIC X(40) VALUE SPACES.
       77  NUMERO-W                PIC X(20) VALUE SPACES.
       77  AVANT-W                 PIC X(200) VALUE SPACES.
       77  APRES-W                 PIC X(200) VALUE SPACES.
       77  PU-CALCULE              PIC S9(7)V99 VALUE 0.
       77  PU-EDIT                 PIC -(6)9.99.
       77  CMD-MV                  PIC X(80) VALUE
           "mv spool_registre_dif.tmp spool_registre.txt".
       01  SPL-CH1                 PIC X(8).
       01  SPL-CH2                 PIC X(8).
       01  SPL-CH3                 PIC X(12).
       01  SPL-CH4                 PIC X(64).
       01  SPL-CH5                 PIC X(20).
       01  SPL-CH6                 PIC X(8).
       01  SPL-CH7                 PIC X(8).
       01  SPL-CH8                 PIC X(60).
      *> champs d'une ligne de factures.txt, factures_lignes.txt
      *> ou avoirs.txt
       01  PCE-CH1                 PIC X(16).
       01  PCE-CH2                 PIC X(16).
       01  PCE-CH3                 PIC X(16).
       01  PCE-CH4                 PIC X(16).
       01  PCE-CH5                 PIC X(16).
       01  PCE-CH6                 PIC X(16).
       01  PCE-CH7                 PIC X(16).
       01  PCE-CH8                 PIC X(16).
       01  PCE-CH9                 PIC X(16).
       01  PCE-CH10                PIC X(16).
       01  PCE-CH11                PIC X(16).
      *> en-tete de la piece retenu pour l'enregistrement ENT
       01  ENT-DATE                PIC X(16).
       01  ENT-REFERENCE           PIC X(16).
       01  ENT-HT                  PIC X(16).
       01  ENT-TVA                 PIC X(16).
       01  ENT-TTC                 PIC X(16).

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20)
           VALUE "DIFFUSION-DOCUMENTS".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC

           OPEN INPUT CLIENT-FILE
           IF CLIENT-STATUS NOT = "00"
               DISPLAY "Referentiel clients indisponible (status "
                   CLIENT-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           OPEN INPUT REGISTRE-FILE
           IF REGISTRE-STATUS NOT = "00"
               DISPLAY "Spool vide (spool_registre.txt absent)."
               CLOSE CLIENT-FILE
               MOVE 4 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           OPEN OUTPUT RESTE-FILE
           IF RESTE-STATUS NOT = "00"
               DISPLAY "Reecriture du registre impossible (status "
                   RESTE-STATUS ")."
               CLOSE REGISTRE-FILE
               CLOSE CLIENT-FILE
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           CALL "SYSTEM" USING
               "sh -c 'mkdir -p diffusion_email diffusion_edi'"

           PERFORM UNTIL 1 = 0
               READ REGISTRE-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM TRAITER-ENTREE
               END-READ
           END-PERFORM

           CLOSE REGISTRE-FILE
           CLOSE RESTE-FILE
           CLOSE CLIENT-FILE
           CALL "SYSTEM" USING CMD-MV

           DISPLAY "Diffusion : " NB-PAPIER " papier, " NB-EMAIL
               " e-mail, " NB-EDI " EDI, " NB-ECHECS " echec(s)."
           IF NB-ECHECS > 0
               DISPLAY "Documents non diffuses : voir"
                   " ./spool_console NONDIFFUSES"
               MOVE 4 TO WS-JOBLOG-RC
           END-IF
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *============================================================
      *  TRAITER-ENTREE : recopie la ligne du registre ; un
      *  document client jamais diffuse (ou en ECHEC) est diffuse
      *  et la ligne complete de son resultat. L'en-tete passe au
      *  dessin a huit colonnes.
      *============================================================
       TRAITER-ENTREE.
           IF FUNCTION LENGTH(FUNCTION TRIM(REGISTRE-REC)) = 0
               EXIT PARAGRAPH
           END-IF.
           IF REGISTRE-REC(1:7) = "numero|"
               MOVE SPACES TO RESTE-REC
               STRING "numero|date|type|fichier|programme|"
                   "diffusion|client|destination"
                   DELIMITED BY SIZE INTO RESTE-REC
               END-STRING
               WRITE RESTE-REC
               EXIT PARAGRAPH
           END-IF.
           MOVE REGISTRE-REC TO RESTE-REC.
           MOVE SPACES TO SPL-CH1 SPL-CH2 SPL-CH3 SPL-CH4 SPL-CH5
               SPL-CH6 SPL-CH7 SPL-CH8.
           UNSTRING REGISTRE-REC DELIMITED BY "|"
               INTO SPL-CH1 SPL-CH2 SPL-CH3 SPL-CH4 SPL-CH5
                   SPL-CH6 SPL-CH7 SPL-CH8
           END-UNSTRING.
           IF SPL-CH3 NOT = "FACTURE" AND NOT = "AVOIR"
               AND NOT = "LIVRAISON" AND NOT = "RELANCE"
               AND NOT = "RELEVE" AND NOT = "ACCUSE"
               AND NOT = "RAPPEL"
               WRITE RESTE-REC
               EXIT PARAGRAPH
           END-IF.
           IF SPL-CH6 NOT = SPACES AND SPL-CH6 NOT = "ECHEC"
               WRITE RESTE-REC
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(SPL-CH1) TO NUM-SPOOL.
           PERFORM DIFFUSER-DOCUMENT.
           MOVE SPACES TO RESTE-REC.
           STRING FUNCTION TRIM(SPL-CH1) "|"
               FUNCTION TRIM(SPL-CH2) "|"
               FUNCTION TRIM(SPL-CH3) "|"
               FUNCTION TRIM(SPL-CH4) "|"
               FUNCTION TRIM(SPL-CH5) "|"
               FUNCTION TRIM(DIF-STATUT) "|"
               FUNCTION TRIM(DIF-CLIENT) "|"
               FUNCTION TRIM(DIF-DESTINATION)
               DELIMITED BY SIZE INTO RESTE-REC
           END-STRING.
           WRITE RESTE-REC.
           IF DIF-STATUT = "ECHEC"
               ADD 1 TO NB-ECHECS
               DISPLAY "  Spool " NUM-SPOOL " "
                   FUNCTION TRIM(SPL-CH4) " : non diffuse - "
                   FUNCTION TRIM(DIF-DESTINATION)
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  DIFFUSER-DOCUMENT : identifie le client du document et le
      *  route selon son canal.
      *============================================================
       DIFFUSER-DOCUMENT.
           MOVE SPACES TO DIF-STATUT DIF-CLIENT DIF-DESTINATION.
           MOVE SPL-CH4 TO DOC-FILENAME.
           OPEN INPUT DOC-FILE.
           IF DOC-STATUS NOT = "00"
               MOVE "ECHEC" TO DIF-STATUT
               MOVE "document disparu du disque"
                   TO DIF-DESTINATION
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-CLIENT-DOCUMENT.
           CLOSE DOC-FILE.
           IF DIF-CLIENT = SPACES
               MOVE "ECHEC" TO DIF-STATUT
               MOVE "client non identifie dans le document"
                   TO DIF-DESTINATION
               EXIT PARAGRAPH
           END-IF.
           MOVE DIF-CLIENT TO CL-CODE.
           READ CLIENT-FILE
               INVALID KEY
                   MOVE "ECHEC" TO DIF-STATUT
                   MOVE "client inconnu de cli_master.dat"
                       TO DIF-DESTINATION
                   EXIT PARAGRAPH
           END-READ.
           MOVE CL-CANAL TO CANAL-W.
      *> le fichier structure ne porte que factures, avoirs et
      *> accuses : les autres documents d'un client EDI vont a son
      *> adresse e-mail
           IF CANAL-W = "S"
               AND SPL-CH3 NOT = "FACTURE" AND NOT = "AVOIR"
               AND NOT = "ACCUSE"
               IF CL-EMAIL NOT = SPACES
                   MOVE "E" TO CANAL-W
               ELSE
                   MOVE "P" TO CANAL-W
               END-IF
           END-IF.
           EVALUATE CANAL-W
               WHEN "E"
                   PERFORM DEPOSER-EMAIL
               WHEN "S"
                   IF SPL-CH3 = "ACCUSE"
                       PERFORM EXPORTER-ACCUSE-EDI
                   ELSE
                       PERFORM EXPORTER-EDI
                   END-IF
               WHEN OTHER
                   MOVE "PAPIER" TO DIF-STATUT
                   MOVE "impression" TO DIF-DESTINATION
                   ADD 1 TO NB-PAPIER
           END-EVALUATE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHERCHER-CLIENT-DOCUMENT : le code client de l'en-tete
      *  (dix premieres lignes) - "CLIENT <code> - ..." des
      *  factures, avoirs, BL et releves, "... - client <code>" des
      *  lettres de relance et de rappel.
      *------------------------------------------------------------
       CHERCHER-CLIENT-DOCUMENT.
           MOVE 0 TO NB-LUES.
           PERFORM UNTIL 1 = 0
               READ DOC-FILE
                   AT END EXIT PERFORM
               END-READ
               ADD 1 TO NB-LUES
               IF NB-LUES > 10
                   EXIT PERFORM
               END-IF
               IF DOC-REC(1:7) = "CLIENT "
                   UNSTRING DOC-REC(8:) DELIMITED BY ALL " "
                       INTO DIF-CLIENT
                   END-UNSTRING
                   EXIT PERFORM
               END-IF
               MOVE SPACES TO AVANT-W APRES-W
               UNSTRING DOC-REC DELIMITED BY " - client "
                   INTO AVANT-W APRES-W
               END-UNSTRING
               IF APRES-W NOT = SPACES
                   UNSTRING APRES-W DELIMITED BY ALL " "
                       INTO DIF-CLIENT
                   END-UNSTRING
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *============================================================
      *  DEPOSER-EMAIL : diffusion_email/mail_NNNNNN.txt, en-tete
      *  a l'adresse du client puis le document tel qu'imprime.
      *============================================================
       DEPOSER-EMAIL.
           IF CL-EMAIL = SPACES
               MOVE "ECHEC" TO DIF-STATUT
               MOVE "canal e-mail sans adresse (CL-EMAIL)"
                   TO DIF-DESTINATION
               EXIT PARAGRAPH
           END-IF.
           EVALUATE SPL-CH3
               WHEN "FACTURE"
                   MOVE "Facture" TO LIBELLE-DOC
               WHEN "AVOIR"
                   MOVE "Avoir" TO LIBELLE-DOC
               WHEN "LIVRAISON"
                   MOVE "Bon de livraison" TO LIBELLE-DOC
               WHEN "RELANCE"
                   MOVE "Relance de paiement" TO LIBELLE-DOC
               WHEN "ACCUSE"
                   MOVE "Accuse de reception commande" TO LIBELLE-DOC
               WHEN "RAPPEL"
                   MOVE "Avis de rappel produit" TO LIBELLE-DOC
               WHEN OTHER
                   MOVE "Releve de points fidelite" TO LIBELLE-DOC
           END-EVALUATE.
           MOVE SPACES TO MAIL-FILENAME.
           STRING "diffusion_email/mail_" NUM-SPOOL ".txt"
               DELIMITED BY SIZE INTO MAIL-FILENAME
           END-STRING.
           OPEN OUTPUT MAIL-FILE.
           IF MAIL-STATUS NOT = "00"
               MOVE "ECHEC" TO DIF-STATUT
               MOVE SPACES TO DIF-DESTINATION
               STRING "depot e-mail impossible (status "
                   MAIL-STATUS ")"
                   DELIMITED BY SIZE INTO DIF-DESTINATION
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO MAIL-REC.
           STRING "A       : " FUNCTION TRIM(CL-EMAIL)
               DELIMITED BY SIZE INTO MAIL-REC
           END-STRING.
           WRITE MAIL-REC.
           MOVE SPACES TO MAIL-REC.
           STRING "Objet   : " FUNCTION TRIM(LIBELLE-DOC) " - "
               FUNCTION TRIM(CL-NOM)
               DELIMITED BY SIZE INTO MAIL-REC
           END-STRING.
           WRITE MAIL-REC.
           MOVE SPACES TO MAIL-REC.
           STRING "Piece   : " FUNCTION TRIM(SPL-CH4)
               " (spool " NUM-SPOOL ")"
               DELIMITED BY SIZE INTO MAIL-REC
           END-STRING.
           WRITE MAIL-REC.
           MOVE SPACES TO MAIL-REC.
           WRITE MAIL-REC.
           OPEN INPUT DOC-FILE.
           PERFORM UNTIL 1 = 0
               READ DOC-FILE
                   AT END EXIT PERFORM
               END-READ
               MOVE DOC-REC TO MAIL-REC
               WRITE MAIL-REC
           END-PERFORM.
           CLOSE DOC-FILE.
           CLOSE MAIL-FILE.
           MOVE "EMAIL" TO DIF-STATUT.
           MOVE CL-EMAIL TO DIF-DESTINATION.
           ADD 1 TO NB-EMAIL.
           EXIT PARAGRAPH.

      *============================================================
      *  EXPORTER-EDI : la facture ou l'avoir en fichier structure
      *  ENT / LIG / FIN, repris des registres comptables ; le
      *  fichier n'est ecrit que si la piece y est trouvee.
      *============================================================
       EXPORTER-EDI.
           MOVE SPACES TO PREFIXE-W NUMERO-W.
           UNSTRING SPL-CH4 DELIMITED BY "_" OR "."
               INTO PREFIXE-W NUMERO-W
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(NUMERO-W) TO NUM-PIECE.
           IF SPL-CH3 = "FACTURE"
               MOVE "factures.txt" TO PIECES-FILENAME
           ELSE
               MOVE "avoirs.txt" TO PIECES-FILENAME
           END-IF.
           PERFORM CHERCHER-ENTETE-PIECE.
           IF PIECE-TROUVEE = 'N'
               MOVE "ECHEC" TO DIF-STATUT
               MOVE SPACES TO DIF-DESTINATION
               STRING "piece " NUM-PIECE " absente de "
                   FUNCTION TRIM(PIECES-FILENAME)
                   DELIMITED BY SIZE INTO DIF-DESTINATION
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO EDI-FILENAME.
           STRING "diffusion_edi/edi_" FUNCTION TRIM(CL-CODE) "_"
               NUM-SPOOL ".txt"
               DELIMITED BY SIZE INTO EDI-FILENAME
           END-STRING.
           OPEN OUTPUT EDI-FILE.
           IF EDI-STATUS NOT = "00"
               MOVE "ECHEC" TO DIF-STATUT
               MOVE SPACES TO DIF-DESTINATION
               STRING "export EDI impossible (status "
                   EDI-STATUS ")"
                   DELIMITED BY SIZE INTO DIF-DESTINATION
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO EDI-REC.
           STRING "ENT|" FUNCTION TRIM(SPL-CH3) "|" NUM-PIECE "|"
               FUNCTION TRIM(ENT-DATE) "|"
               FUNCTION TRIM(CL-CODE) "|"
               FUNCTION TRIM(ENT-REFERENCE) "|"
               FUNCTION TRIM(ENT-HT) "|"
               FUNCTION TRIM(ENT-TVA) "|"
               FUNCTION TRIM(ENT-TTC)
               DELIMITED BY SIZE INTO EDI-REC
           END-STRING.
           WRITE EDI-REC.
           MOVE 0 TO NB-LIGNES-EDI.
           IF SPL-CH3 = "FACTURE"
               MOVE "factures_lignes.txt" TO PIECES-FILENAME
           END-IF.
           OPEN INPUT PIECES-FILE.
           IF PIECES-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ PIECES-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           PERFORM EXPORTER-LIGNE-EDI
                   END-READ
               END-PERFORM
               CLOSE PIECES-FILE
           END-IF.
           MOVE SPACES TO EDI-REC.
           STRING "FIN|" NUM-PIECE "|" NB-LIGNES-EDI
               DELIMITED BY SIZE INTO EDI-REC
           END-STRING.
           WRITE EDI-REC.
           CLOSE EDI-FILE.
           MOVE "EDI" TO DIF-STATUT.
           MOVE EDI-FILENAME TO DIF-DESTINATION.
           ADD 1 TO NB-EDI.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  EXPORTER-ACCUSE-EDI : l'accuse de reception tel que
      *  COMMANDES-CLIENTS l'a ecrit - chaque ligne de detail
      *  (reference|commande|article|qte|allouee|souffrance|
      *  livraison|statut|motif) devient un enregistrement LIG.
      *------------------------------------------------------------
       EXPORTER-ACCUSE-EDI.
           MOVE SPACES TO EDI-FILENAME.
           STRING "diffusion_edi/accuse_" FUNCTION TRIM(CL-CODE) "_"
               NUM-SPOOL ".txt"
               DELIMITED BY SIZE INTO EDI-FILENAME
           END-STRING.
           OPEN OUTPUT EDI-FILE.
           IF EDI-STATUS NOT = "00"
               MOVE "ECHEC" TO DIF-STATUT
               MOVE SPACES TO DIF-DESTINATION
               STRING "export EDI impossible (status "
                   EDI-STATUS ")"
                   DELIMITED BY SIZE INTO DIF-DESTINATION
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO EDI-REC.
           STRING "ENT|ACCUSE|" NUM-SPOOL "|"
               FUNCTION TRIM(SPL-CH2) "|"
               FUNCTION TRIM(CL-CODE)
               DELIMITED BY SIZE INTO EDI-REC
           END-STRING.
           WRITE EDI-REC.
           MOVE 0 TO NB-LIGNES-EDI.
           OPEN INPUT DOC-FILE.
           PERFORM UNTIL 1 = 0
               READ DOC-FILE
                   AT END EXIT PERFORM
               END-READ
               MOVE 0 TO NB-PIPES
               INSPECT DOC-REC TALLYING NB-PIPES FOR ALL "|"
               IF NB-PIPES >= 8
                   AND DOC-REC(1:10) NOT = "reference|"
                   MOVE SPACES TO EDI-REC
                   STRING "LIG|" FUNCTION TRIM(DOC-REC)
                       DELIMITED BY SIZE INTO EDI-REC
                   END-STRING
                   WRITE EDI-REC
                   ADD 1 TO NB-LIGNES-EDI
               END-IF
           END-PERFORM.
           CLOSE DOC-FILE.
           MOVE SPACES TO EDI-REC.
           STRING "FIN|" NUM-SPOOL "|" NB-LIGNES-EDI
               DELIMITED BY SIZE INTO EDI-REC
           END-STRING.
           WRITE EDI-REC.
           CLOSE EDI-FILE.
           MOVE "EDI" TO DIF-STATUT.
           MOVE EDI-FILENAME TO DIF-DESTINATION.
           ADD 1 TO NB-EDI.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHERCHER-ENTETE-PIECE : la ligne de la piece NUM-PIECE
      *  dans factures.txt (FACTURE|COMMANDE|CLIENT|HT|TVA|TTC|
      *  DATE) ou avoirs.txt (AVOIR|FACTURE|COMMANDE|CLIENT|
      *  ARTICLE|QTE|HT|TVA|TTC|TAUX|DATE|DESTINATION).
      *------------------------------------------------------------
       CHERCHER-ENTETE-PIECE.
           MOVE 'N' TO PIECE-TROUVEE.
           OPEN INPUT PIECES-FILE.
           IF PIECES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ PIECES-FILE
                   AT END EXIT PERFORM
               END-READ
               PERFORM DECOUPER-PIECE
               IF FUNCTION TEST-NUMVAL(PCE-CH1) = 0
                   AND FUNCTION NUMVAL(PCE-CH1) = NUM-PIECE
                   MOVE 'O' TO PIECE-TROUVEE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           CLOSE PIECES-FILE.
           IF PIECE-TROUVEE = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF SPL-CH3 = "FACTURE"
               MOVE PCE-CH7 TO ENT-DATE
               MOVE PCE-CH2 TO ENT-REFERENCE
               MOVE PCE-CH4 TO ENT-HT
               MOVE PCE-CH5 TO ENT-TVA
               MOVE PCE-CH6 TO ENT-TTC
           ELSE
               MOVE PCE-CH11 TO ENT-DATE
               MOVE PCE-CH2 TO ENT-REFERENCE
               MOVE PCE-CH7 TO ENT-HT
               MOVE PCE-CH8 TO ENT-TVA
               MOVE PCE-CH9 TO ENT-TTC
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  EXPORTER-LIGNE-EDI : une ligne LIG par article de la
      *  piece - factures_lignes.txt (FACTURE|COMMANDE|CLIENT|
      *  ARTICLE|QTE|PU|TVA|POINTS) pour une facture, la ligne
      *  d'avoirs.txt elle-meme (PU = HT / QTE) pour un avoir.
      *------------------------------------------------------------
       EXPORTER-LIGNE-EDI.
           PERFORM DECOUPER-PIECE.
           IF FUNCTION TEST-NUMVAL(PCE-CH1) NOT = 0
               OR FUNCTION NUMVAL(PCE-CH1) NOT = NUM-PIECE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO EDI-REC.
           IF SPL-CH3 = "FACTURE"
               STRING "LIG|" NUM-PIECE "|" FUNCTION TRIM(PCE-CH4)
                   "|" FUNCTION TRIM(PCE-CH5) "|"
                   FUNCTION TRIM(PCE-CH6)
                   DELIMITED BY SIZE INTO EDI-REC
               END-STRING
           ELSE
               MOVE 0 TO PU-CALCULE
               IF FUNCTION NUMVAL(PCE-CH6) NOT = 0
                   COMPUTE PU-CALCULE ROUNDED =
                       FUNCTION NUMVAL(PCE-CH7)
                       / FUNCTION NUMVAL(PCE-CH6)
               END-IF
               MOVE PU-CALCULE TO PU-EDIT
               STRING "LIG|" NUM-PIECE "|" FUNCTION TRIM(PCE-CH5)
                   "|" FUNCTION TRIM(PCE-CH6) "|"
                   FUNCTION TRIM(PU-EDIT)
                   DELIMITED BY SIZE INTO EDI-REC
               END-STRING
           END-IF.
           WRITE EDI-REC.
           ADD 1 TO NB-LIGNES-EDI.
           EXIT PARAGRAPH.

       DECOUPER-PIECE.
           MOVE SPACES TO PCE-CH1 PCE-CH2 PCE-CH3 PCE-CH4 PCE-CH5
               PCE-CH6 PCE-CH7 PCE-CH8 PCE-CH9 PCE-CH10 PCE-CH11.
           UNSTRING PIECES-REC DELIMITED BY "|"
               INTO PCE-CH1 PCE-CH2 PCE-CH3 PCE-CH4 PCE-CH5
                   PCE-CH6 PCE-CH7 PCE-CH8 PCE-CH9 PCE-CH10
                   PCE-CH11
           END-UNSTRING.
           EXIT PARAGRAPH.
