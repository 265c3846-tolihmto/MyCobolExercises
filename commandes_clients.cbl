      *  pourcent, plafond d'encours, encours courant) - fini le
      *  NOM-CLIENT tape librement sous cinq orthographes. Le
      *  referentiel se rafraichit au demarrage depuis clients.txt
      *  (CODE|NOM|ADRESSE|REMISE|PLAFOND[|CANAL|EMAIL] - canal
      *  de diffusion des documents P, E ou S et adresse e-mail
      *  pour DIFFUSION-DOCUMENTS), meme convention pipe
      *  que fournisseurs.txt de REAPPRO-COMMANDES ; l'encours,
      *  tenu ici a chaque commande, survit a l'import, et un
      *  plafond releve au-dela des seuils de double validation
      *  attend l'accord d'un second operateur. La remise
      *  client s'applique a M-PU sur chaque ligne, et une ligne
      *  qui pousserait l'encours au-dela du plafond est refusee
      *  (plafond a zero = pas de limite ; avertissement des 80%).
      *  Un client au dernier niveau de relance (CL-RELANCE = 3,
      *  pose par RELANCES-CLIENTS) est signale avant toute saisie
      *  et la commande n'est prise que sur confirmation.
      *
      *  Un article au statut B (bloque, rappel qualite - M-STATUT
      *  tenu par INV-MAINTENANCE) n'est jamais vendu : la ligne est
      *  refusee quelle que soit son origine (saisie, devis repris,
      *  commande recurrente).
      *
      *  Une ligne qui part en souffrance se voit proposer, a la
      *  saisie, les substituts de l'article en stock : fichier
      *  substituts.txt (ARTICLE|SUBSTITUT|PRIORITE|REGLE), par
      *  priorite croissante, regle MEME (au prix net de l'article
      *  commande, valeur par defaut) ou PROPRE (au M-PU du
      *  substitut, remise client deduite). La quantite acceptee
      *  est allouee sur le substitut (hors article bloque) et
      *  retiree de la souffrance ; la ligne du substitut entre au
      *  registre avec le champ 7 SUBST=<prix net> et, en champ 9,
      *  l'article remplace, et la liste de picking la marque
      *  SUBSTITUT DE <article>. SUBSTITUTIONS-RAPPORT en tire la
      *  frequence par article. Les commandes recurrentes, sans
      *  operateur, ne substituent pas.
      *
      *  Un client sous contrat (contrats.dat de CONTRATS-CLIENTS,
      *  cle client + article, prix net date) prend automatiquement
      *  le prix du contrat en vigueur - ni promotion ni remise
      *  par-dessus - et la ligne est marquee au registre en champ
      *  7 CONTRAT=<prix net>.
      *
      *  Un devis de DEVIS-CLIENTS accepte par le client se reprend
      *  en saisissant DEVIS au code article puis son numero : s'il
      *  est au nom du client, encore valide et jamais repris,
      *  chacune de ses lignes passe par la meme allocation au prix
      *  net du devis (champ 7 du registre DEVIS=<prix net>, remise
      *  deja comprise), et le devis est trace dans
      *  devis_acceptes.txt (DEVIS|COMMANDE|DATE).
      *
      *  Chaque commande recoit un numero du compteur persistant
      *  cde_counter.txt, produit une liste de picking
      *  picking_NNNNNN.txt des lignes allouees, et laisse sa trace
      *  dans le registre commandes_clients.txt
      *  (NUM|CODE-CLIENT|CODE|QTE-CDE|ALLOUEE|RELIQUAT).
      *
      *  En fin de saisie, un client qui a des points fidelite
      *  (CL-POINTS, gagnes a la facture par FACTURATION-CLIENTS)
      *  peut en utiliser tout ou partie : chaque point vaut
      *  FIDELITE-VALEUR-POINT euro (parametres.txt), la remise ne
      *  depasse pas la valeur de la commande. Elle entre au
      *  registre comme une ligne d'article "*FIDELITE" sans
      *  quantite (champ 7 FIDEL=<montant HT>, points en champ 9)
      *  que la facture deduit ; le solde est debite tout de suite
      *  (mouvement UTILISATION de FIDELITE-JOURNAL) et l'encours
      *  ne prend que le net.
      *
      *  ./commandes_clients RECURRENTES (fenetre de nuit, sans
      *  operateur) : les commandes permanentes des clients
      *  commandes_recurrentes.txt
      *  (CLIENT|ARTICLE|QTE|FREQUENCE|PROCHAINE|ACTIF, frequence
      *  HEBDO, QUINZAINE ou MENSUEL) dont la prochaine date est
      *  atteinte deviennent une commande par client, par la meme
      *  allocation que la saisie (contrat, promotion, remise,
      *  plafond d'encours, souffrances, picking). Un client en
      *  relance finale n'est pas servi. La prochaine date avance
      *  d'une periode (au-dela du jour) et le fichier est reecrit ;
      *  le compte rendu recurrentes_AAAAMMJJ.txt, declare au
      *  spool, dit pour chaque ligne si elle a ete creee, servie
      *  en partie ou refusee.
      *
      *  ./commandes_clients ENTRANTES (sans operateur, lance par
      *  INTAKE-MANAGER des qu'il a accepte un fichier) : les
      *  fichiers de commande de nos clients deposes dans
      *  commandes_entrantes/ (lignes CLIENT|REFERENCE|ARTICLE|QTE|
      *  DATE-SOUHAITEE, article en code catalogue ou en EAN-13,
      *  date AAAAMMJJ facultative) deviennent une commande par
      *  client et par reference, par la meme allocation que la
      *  saisie (contrat, promotion, remise, plafond d'encours,
      *  souffrances, picking ; ni substitution ni points
      *  fidelite, qui demandent le client au comptoir). La
      *  reference du client et la date souhaitee entrent au
      *  registre en champs 10 et 11 ; une reference deja recue
      *  pour ce client est refusee (fichier livre deux fois).
      *  Chaque client recoit un accuse de reception
      *  accuse_CLIENT_AAAAMMJJ_HHMMSS.txt, declare au spool
      *  (ACCUSE) pour DIFFUSION-DOCUMENTS, ligne a ligne :
      *    reference|commande|article|qte|allouee|souffrance|
      *    livraison|statut|motif
      *  statut ACCEPTEE, SOUFFRANCE ou REJETEE avec son motif. Le
      *  fichier traite part dans commandes_entrantes/traitees/ et
      *  le compte rendu entrantes_AAAAMMJJ_HHMMSS.txt au spool.
      *============================================================

       ENVIRONMENT DIVISION.
           SELECT PROMO-FILE ASSIGN TO "promotions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMO-STATUS.
           SELECT CONTRAT-FILE ASSIGN TO "contrats.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CLE
               FILE STATUS IS CONTRAT-STATUS.
           SELECT DEVREG-FILE ASSIGN TO "devis.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEVREG-STATUS.
           SELECT ACCEPT-FILE ASSIGN TO "devis_acceptes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCEPT-STATUS.
           SELECT RECUR-FILE ASSIGN TO "commandes_recurrentes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECUR-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUBST-FILE ASSIGN TO "substituts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBST-STATUS.
           SELECT LISTE-FILE ASSIGN TO "commandes_entrantes.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTE-STATUS.
           SELECT ENTRANT-FILE ASSIGN TO DYNAMIC ENTRANT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRANT-STATUS.
           SELECT ACCUSE-FILE ASSIGN TO DYNAMIC ACCUSE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCUSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  M-TVA               PIC 9(3).
           05  M-PMP               PIC S9(5)V99.
           05  M-EAN               PIC X(13).
           05  M-POIDS             PIC 9(4)V999.
           05  M-SERIE             PIC X.
           05  M-STATUT            PIC X.
       FD  COUNTER-FILE.
       01  COUNTER-REC             PIC X(20).
       FD  REGISTRE-FILE.
       01  REGISTRE-REC            PIC X(120).
       FD  BACKORDER-FILE.
       01  BACKORDER-REC           PIC X(80).
       FD  PICKING-FILE.
           05  CL-REMISE           PIC 9(2)V99.
           05  CL-PLAFOND          PIC S9(7)V99.
           05  CL-ENCOURS          PIC S9(7)V99.
           05  CL-RELANCE          PIC 9.
           05  CL-RELANCE-DATE     PIC 9(8).
           05  CL-POINTS           PIC S9(7).
           05  CL-CANAL            PIC X.
           05  CL-EMAIL            PIC X(60).
       FD  IMPORT-FILE.
       01  IMPORT-REC              PIC X(200).
       FD  POUVERT-FILE.
           05  EM-CASIER           PIC X(4).
       FD  PROMO-FILE.
       01  PROMO-REC               PIC X(80).
       FD  CONTRAT-FILE.
       01  CONTRAT-REC.
           05  CT-CLE.
               10  CT-CLIENT       PIC X(8).
               10  CT-ART          PIC X(10).
           05  CT-PRIX             PIC S9(5)V99.
           05  CT-DEBUT            PIC 9(8).
           05  CT-FIN              PIC 9(8).
       FD  DEVREG-FILE.
       01  DEVREG-REC              PIC X(100).
       FD  ACCEPT-FILE.
       01  ACCEPT-REC              PIC X(60).
       FD  RECUR-FILE.
       01  RECUR-REC               PIC X(100).
       FD  RAPPORT-FILE.
       01  RAPPORT-REC             PIC X(100).
       FD  SUBST-FILE.
       01  SUBST-REC               PIC X(80).
       FD  LISTE-FILE.
       01  LISTE-REC               PIC X(120).
       FD  ENTRANT-FILE.
       01  ENTRANT-REC             PIC X(160).
       FD  ACCUSE-FILE.
       01  ACCUSE-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       77  MASTER-STATUS           PIC X(2) VALUE SPACES.
           05  PCK-EMPL            PIC X(22).
           05  PCK-SEQ             PIC X(32).
           05  PCK-PROMO           PIC X.
           05  PCK-SUBST           PIC X(10).
       77  IDX-PICK                PIC 9(3) VALUE 0.
       77  IDX-MIN-PICK            PIC 9(3) VALUE 0.
       77  WS-TRI                  PIC 9(3) VALUE 0.
           05  ECH-EMPL            PIC X(22).
           05  ECH-SEQ             PIC X(32).
           05  ECH-PROMO           PIC X.
           05  ECH-SUBST           PIC X(10).
       77  CLIENT-OPEN-FLAG        PIC X VALUE 'N'.
      *> Un relevement de plafond importe au-dela des seuils de
      *> double validation (VALID-PCT / VALID-MNT) attend l'accord
      *> d'un second operateur (DOUBLE-VALIDATION) ; le plafond
      *> courant est conserve d'ici la.
       77  CLIENT-EXISTANT         PIC X VALUE 'N'.
       77  ANCIEN-PLAFOND          PIC S9(7)V99 VALUE 0.
       77  DV-FICHIER              PIC X(20) VALUE "cli_master".
       77  DV-CLE                  PIC X(64) VALUE SPACES.
       77  DV-CHAMP                PIC X(12) VALUE "CL-PLAFOND".
       77  DV-AVANT                PIC X(20) VALUE SPACES.
       77  DV-APRES                PIC X(20) VALUE SPACES.
       77  DV-NUMERO               PIC 9(6) VALUE 0.
       77  DV-RESULTAT             PIC X(2) VALUE SPACES.
       77  CODE-CLIENT             PIC X(8) VALUE SPACES.
       77  PU-REMISE               PIC S9(5)V99 VALUE 0.
       77  VALEUR-LIGNE            PIC S9(7)V99 VALUE 0.
       01  INP-CH3                 PIC X(40).
       01  INP-CH4                 PIC X(40).
       01  INP-CH5                 PIC X(40).
       01  INP-CH6                 PIC X(40).
       01  INP-CH7                 PIC X(60).
       77  INP-CODE                PIC X(10) VALUE SPACES.
       77  INP-QTE-ALPHA           PIC X(16) VALUE SPACES.
       77  INP-CONFIRMATION        PIC X VALUE SPACE.
       77  QTE-CDE                 PIC S9(5) VALUE 0.
       77  QTE-ALLOUEE             PIC S9(5) VALUE 0.
       77  QTE-RELIQUAT            PIC S9(5) VALUE 0.
      *> sous-programme STOCK-JOURNAL.
       77  JRN-ARTICLE             PIC X(10) VALUE SPACES.
       77  JRN-QTE                 PIC S9(5) VALUE 0.
       77  JRN-MOTIF               PIC X(16) VALUE SPACES.
       77  JRN-SOLDE               PIC S9(5) VALUE 0.

      *> Promotions datees (promotions.txt, une ligne
       01  PRM-CH3                 PIC X(16).
       01  PRM-CH4                 PIC X(16).

      *> Substituts (substituts.txt, facultatif), tries par article
      *> puis priorite au chargement.
       77  SUBST-STATUS            PIC X(2) VALUE SPACES.
       77  NB-SUBSTS               PIC 9(3) VALUE 0.
       01  TAB-SUBSTS.
           05  SB-ENTREE OCCURS 200.
               10  SB-ART          PIC X(10).
               10  SB-SUBST        PIC X(10).
               10  SB-PRIO         PIC 9(3).
               10  SB-REGLE        PIC X(6).
       01  SB-ECHANGE              PIC X(29).
       77  IDX-SUBST               PIC 9(3) VALUE 0.
       77  WS-TRI-SB               PIC 9(3) VALUE 0.
       77  SUB-ORIG-CODE           PIC X(10) VALUE SPACES.
       77  SUB-EN-COURS            PIC X(10) VALUE SPACES.
       77  SUB-PU-ORIG             PIC S9(5)V99 VALUE 0.
       77  SUB-PU-NET              PIC S9(5)V99 VALUE 0.
       77  SUB-DISPO               PIC S9(5) VALUE 0.
       77  SUB-QTE                 PIC S9(5) VALUE 0.
       77  SUB-ECART               PIC S9(7)V99 VALUE 0.
       77  SUB-SAUVE-ALLOUEE       PIC S9(5) VALUE 0.
       77  SUB-SAUVE-PROMO         PIC X VALUE 'N'.
       77  NB-SUBSTITUTIONS        PIC 9(3) VALUE 0.
       01  SB-CH1                  PIC X(16).
       01  SB-CH2                  PIC X(16).
       01  SB-CH3                  PIC X(16).
       01  SB-CH4                  PIC X(16).

      *> Utilisation des points fidelite en fin de commande
      *> (parametres.txt, sous-programmes PARAM-LOOKUP et
      *> FIDELITE-JOURNAL).
       77  VALEUR-POINT            PIC 9(3)V9999 VALUE 0.01.
       77  POINTS-UTILISES         PIC S9(7) VALUE 0.
       77  POINTS-MAXI             PIC S9(7) VALUE 0.
       77  REMISE-FIDELITE         PIC S9(7)V99 VALUE 0.
       77  POINTS-EDIT             PIC -(6)9.
       77  PRM-CLE                 PIC X(24) VALUE SPACES.
       77  PRM-DEFAUT              PIC X(40) VALUE SPACES.
       77  PRM-VALEUR              PIC X(40) VALUE SPACES.
       77  PRM-RESULTAT            PIC X(2) VALUE SPACES.
       01  FJ-CLIENT               PIC X(8) VALUE SPACES.
       01  FJ-POINTS               PIC S9(7) VALUE 0.
       01  FJ-MOTIF                PIC X(16) VALUE SPACES.
       01  FJ-REFERENCE            PIC X(16) VALUE SPACES.
       01  FJ-SOLDE                PIC S9(7) VALUE 0.

      *> Prix contractuels (contrats.dat, facultatif).
       77  CONTRAT-STATUS          PIC X(2) VALUE SPACES.
       77  CONTRAT-OPEN-FLAG       PIC X VALUE 'N'.
       77  CONTRAT-ACTIVE          PIC X VALUE 'N'.

      *> Reprise d'un devis (devis.txt de DEVIS-CLIENTS) : ses
      *> lignes sont chargees puis allouees une a une au prix net
      *> du devis.
       77  DEVREG-STATUS           PIC X(2) VALUE SPACES.
       77  ACCEPT-STATUS           PIC X(2) VALUE SPACES.
       77  INP-DEVIS               PIC X(16) VALUE SPACES.
       77  NUM-DEVIS               PIC 9(6) VALUE 0.
       77  LIGNE-DEVIS             PIC X VALUE 'N'.
       77  PU-DEVIS                PIC S9(5)V99 VALUE 0.
       77  DEVIS-CLIENT            PIC X(8) VALUE SPACES.
       77  DEVIS-VALIDITE          PIC 9(8) VALUE 0.
       77  DEVIS-DEJA-REPRIS       PIC X VALUE 'N'.
       77  NB-LIGNES-DEVIS         PIC 9(3) VALUE 0.
       77  NB-LIGNES-AVANT         PIC 9(3) VALUE 0.
       01  TAB-LIGNES-DEVIS.
           05  LD-ENTREE OCCURS 100.
               10  LD-ART          PIC X(10).
               10  LD-QTE          PIC S9(5).
               10  LD-PU           PIC S9(5)V99.
       77  IDX-DEVIS               PIC 9(3) VALUE 0.
       01  DEV-CH1                 PIC X(16).
       01  DEV-CH2                 PIC X(16).
       01  DEV-CH3                 PIC X(16).
       01  DEV-CH4                 PIC X(16).
       01  DEV-CH5                 PIC X(16).
       01  DEV-CH6                 PIC X(16).
       01  DEV-CH7                 PIC X(16).
       01  DEV-CH8                 PIC X(16).

      *> Commandes permanentes (mode RECURRENTES) : le fichier est
      *> charge, les lignes echues servies client par client, puis
      *> reecrit avec les prochaines dates.
       77  ARG-MODE                PIC X(16) VALUE SPACES.
       77  MODE-RECURRENT          PIC X VALUE 'N'.
       77  RECUR-STATUS            PIC X(2) VALUE SPACES.
       77  RAPPORT-FILENAME        PIC X(64) VALUE SPACES.
       77  NB-RECUR                PIC 9(3) VALUE 0.
       01  TAB-RECUR OCCURS 500.
           05  RC-CLIENT           PIC X(8).
           05  RC-ART              PIC X(10).
           05  RC-QTE              PIC S9(5).
           05  RC-FREQ             PIC X(10).
           05  RC-PROCHAINE        PIC 9(8).
           05  RC-ACTIF            PIC X.
           05  RC-TRAITE           PIC X.
       77  IDX-RECUR               PIC 9(3) VALUE 0.
       77  IDX-RC-LIGNE            PIC 9(3) VALUE 0.
       77  LIGNE-REFUSEE           PIC X VALUE 'N'.
       77  RESULTAT-RECUR          PIC X(24) VALUE SPACES.
       77  MOTIF-REFUS-CLIENT      PIC X(24) VALUE SPACES.
       77  NB-RC-CREEES            PIC 9(3) VALUE 0.
       77  NB-RC-PARTIELLES        PIC 9(3) VALUE 0.
       77  NB-RC-REFUSEES          PIC 9(3) VALUE 0.
       77  NB-CDE-RECUR            PIC 9(3) VALUE 0.
       01  RC-DATE-W               PIC 9(8) VALUE 0.
       01  RC-DATE-X REDEFINES RC-DATE-W.
           05  RC-ANNEE            PIC 9(4).
           05  RC-MOIS             PIC 9(2).
           05  RC-JOUR             PIC 9(2).
       01  RC-CH1                  PIC X(16).
       01  RC-CH2                  PIC X(16).
       01  RC-CH3                  PIC X(16).
       01  RC-CH4                  PIC X(16).
       01  RC-CH5                  PIC X(16).
       01  RC-CH6                  PIC X(16).

      *> Commandes entrantes (mode ENTRANTES) : un fichier est
      *> charge, servi client par client et reference par
      *> reference, puis range dans commandes_entrantes/traitees/.
       77  MODE-FICHIER            PIC X VALUE 'N'.
       77  LISTE-STATUS            PIC X(2) VALUE SPACES.
       77  ENTRANT-STATUS          PIC X(2) VALUE SPACES.
       77  ACCUSE-STATUS           PIC X(2) VALUE SPACES.
       77  ENTRANT-FILENAME        PIC X(120) VALUE SPACES.
       77  ACCUSE-FILENAME         PIC X(64) VALUE SPACES.
       77  WS-HEURE                PIC 9(8) VALUE 0.
       77  CMD-W                   PIC X(250) VALUE SPACES.
       77  NB-ENTRANTS             PIC 9(3) VALUE 0.
       01  TAB-ENTRANTS OCCURS 500.
           05  EN-CLIENT           PIC X(8).
           05  EN-REF              PIC X(20).
           05  EN-SAISIE           PIC X(16).
           05  EN-QTE              PIC X(16).
           05  EN-DATE             PIC X(16).
           05  EN-TRAITE           PIC X.
       77  IDX-EN                  PIC 9(3) VALUE 0.
       77  IDX-EN-CDE              PIC 9(3) VALUE 0.
       77  IDX-EN-LIGNE            PIC 9(3) VALUE 0.
       77  CDE-REFERENCE           PIC X(20) VALUE SPACES.
       77  CDE-DATE-SOUHAITEE      PIC X(8) VALUE SPACES.
       77  MOTIF-ENTRANT           PIC X(60) VALUE SPACES.
       77  STATUT-ENTRANT          PIC X(10) VALUE SPACES.
       77  NUM-CDE-LIGNE           PIC X(6) VALUE SPACES.
       77  NUM-CDE-ENTRANT         PIC X(6) VALUE SPACES.
       77  CDE-DEJA-RECUE          PIC 9(6) VALUE 0.
       77  EAN-SAISIE              PIC X(13) VALUE SPACES.
       77  EAN-TROUVE              PIC X VALUE 'N'.
       77  ART-TROUVE              PIC X(10) VALUE SPACES.
       01  EN-CH1                  PIC X(40).
       01  EN-CH2                  PIC X(40).
       01  EN-CH3                  PIC X(40).
       01  EN-CH4                  PIC X(40).
       01  EN-CH5                  PIC X(40).
       01  REGISTRE-W              PIC X(120).
      *> References client deja recues (champ 10 du registre), pour
      *> ne pas servir deux fois un fichier livre deux fois.
       77  NB-REFS                 PIC 9(4) VALUE 0.
       01  TAB-REFS OCCURS 3000.
           05  RF-CLIENT           PIC X(8).
           05  RF-REF              PIC X(20).
           05  RF-NUM              PIC 9(6).
       77  IDX-REF                 PIC 9(4) VALUE 0.
       01  RG-CH1                  PIC X(20).
       01  RG-CH2                  PIC X(20).
       01  RG-CH3                  PIC X(20).
       01  RG-CH4                  PIC X(20).
       01  RG-CH5                  PIC X(20).
       01  RG-CH6                  PIC X(20).
       01  RG-CH7                  PIC X(20).
       01  RG-CH8                  PIC X(20).
       01  RG-CH9                  PIC X(20).
       01  RG-CH10                 PIC X(20).
      *> Un accuse par client et par passage.
       77  NB-ACCUSES              PIC 9(3) VALUE 0.
       01  TAB-ACCUSES OCCURS 200.
           05  AC-CLIENT           PIC X(8).
           05  AC-FICHIER          PIC X(64).
       77  IDX-ACCUSE              PIC 9(3) VALUE 0.
       77  NB-EN-FICHIERS          PIC 9(3) VALUE 0.
       77  NB-EN-COMMANDES         PIC 9(4) VALUE 0.
       77  NB-EN-ACCEPTEES         PIC 9(5) VALUE 0.
       77  NB-EN-SOUFFRANCES       PIC 9(5) VALUE 0.
       77  NB-EN-REJETEES          PIC 9(5) VALUE 0.

      *> Appels au sous-programme partage DATE-UTILS (validation
      *> des fourchettes de promotion).
       01  DU-ACTION               PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       DEBUT.
           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM(ARG-MODE) = "RECURRENTES"
               MOVE 'O' TO MODE-RECURRENT
               PERFORM TRAITER-RECURRENTES
           END-IF
           IF FUNCTION TRIM(ARG-MODE) = "ENTRANTES"
               MOVE 'O' TO MODE-FICHIER
               PERFORM TRAITER-ENTRANTES
           END-IF

           CALL "OPERATOR-SIGNON" USING WS-OPERATEUR SIGNON-RESULTAT
           IF SIGNON-RESULTAT = "91"
               DISPLAY "Identification operateur refusee, fin."
               FUNCTION TRIM(CL-NOM) " (remise " CL-REMISE
               " %, encours " FUNCTION TRIM(MONTANT-EDIT)
               " / plafond " FUNCTION TRIM(MONTANT-EDIT2) ")"
           IF CL-RELANCE >= 3
               DISPLAY "ATTENTION : client en relance finale depuis le "
                   CL-RELANCE-DATE " (factures echues impayees)."
               DISPLAY "Prendre quand meme la commande (O/N) ? "
                   WITH NO ADVANCING
               ACCEPT INP-CONFIRMATION
               IF INP-CONFIRMATION NOT = "O"
                   AND INP-CONFIRMATION NOT = "o"
                   DISPLAY "Commande abandonnee."
                   CLOSE MASTER-FILE CLIENT-FILE
                   MOVE 4 TO WS-JOBLOG-RC
                   PERFORM FIN-PROGRAMME
               END-IF
           END-IF

           PERFORM CHARGER-COMPTEUR
           ADD 1 TO NUM-CDE

           PERFORM OUVRIR-REGISTRES
           PERFORM CHARGER-PROMOTIONS
           PERFORM CHARGER-SUBSTITUTS
           OPEN INPUT EMP-FILE
           IF EMP-STATUS = "00"
               MOVE 'O' TO EMP-OPEN-FLAG
           END-IF
           OPEN INPUT CONTRAT-FILE
           IF CONTRAT-STATUS = "00"
               MOVE 'O' TO CONTRAT-OPEN-FLAG
           END-IF

           PERFORM UNTIL INP-CODE = "FIN"
               DISPLAY "Code article (DEVIS pour reprendre un devis,"
                   " FIN pour terminer) : "
                   WITH NO ADVANCING
               ACCEPT INP-CODE
               INSPECT INP-CODE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               EVALUATE TRUE
                   WHEN INP-CODE = "FIN"
                       CONTINUE
                   WHEN FUNCTION LENGTH(FUNCTION TRIM(INP-CODE)) = 0
                       CONTINUE
                   WHEN INP-CODE = "DEVIS"
                       PERFORM REPRENDRE-DEVIS
                   WHEN OTHER
                       PERFORM TRAITER-LIGNE-COMMANDE
               END-EVALUATE
           END-PERFORM
           PERFORM UTILISER-POINTS-FIDELITE

           CLOSE REGISTRE-FILE
           CLOSE BACKORDER-FILE
           IF EMP-OPEN-FLAG = 'O'
               CLOSE EMP-FILE
           END-IF
           IF CONTRAT-OPEN-FLAG = 'O'
               CLOSE CONTRAT-FILE
           END-IF
           CLOSE MASTER-FILE
           PERFORM REPORTER-ENCOURS-CLIENT
           CLOSE CLIENT-FILE

           DISPLAY "Commande " NUM-CDE " : " NB-LIGNES " ligne(s), "
               NB-SOUFFRANCES " en souffrance."
           IF NB-SUBSTITUTIONS > 0
               DISPLAY "  dont " NB-SUBSTITUTIONS
                   " ligne(s) servie(s) par substitution."
           END-IF
           IF NB-SOUFFRANCES > 0
               MOVE 4 TO WS-JOBLOG-RC
           END-IF
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           IF MODE-RECURRENT = 'N' AND MODE-FICHIER = 'N'
               CALL "OPERATOR-SIGNOFF"
           END-IF.
           IF VERROU-TENU = 'O'
               MOVE "UNLOCK" TO VERROU-ACTION
               CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION

      *============================================================
      *  IMPORTER-CLIENTS : rafraichit cli_master.dat depuis
      *  clients.txt (CODE|NOM|ADRESSE|REMISE|PLAFOND[|CANAL|
      *  EMAIL]) si present -
      *  upsert qui relit d'abord la fiche pour conserver l'encours
      *  tenu par les commandes.
      *============================================================
           IF FUNCTION LENGTH(FUNCTION TRIM(IMPORT-REC)) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO INP-CH1 INP-CH2 INP-CH3 INP-CH4 INP-CH5
               INP-CH6 INP-CH7.
           UNSTRING IMPORT-REC DELIMITED BY ALL "|"
               INTO INP-CH1 INP-CH2 INP-CH3 INP-CH4 INP-CH5
                   INP-CH6 INP-CH7
           END-UNSTRING.
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-CH1)) = 0
               EXIT PARAGRAPH
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE INP-CH1 TO CL-CODE.
           MOVE 0 TO CL-ENCOURS CL-RELANCE CL-RELANCE-DATE
               CL-POINTS.
           MOVE "P" TO CL-CANAL.
           MOVE SPACES TO CL-EMAIL.
           MOVE 'N' TO CLIENT-EXISTANT.
           READ CLIENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO CLIENT-EXISTANT
           END-READ.
           MOVE CL-PLAFOND TO ANCIEN-PLAFOND.
           MOVE INP-CH1 TO CL-CODE.
           MOVE INP-CH2 TO CL-NOM.
           MOVE INP-CH3 TO CL-ADRESSE.
           INSPECT INP-CH5 REPLACING ALL "," BY ".".
           MOVE FUNCTION NUMVAL(INP-CH4) TO CL-REMISE.
           MOVE FUNCTION NUMVAL(INP-CH5) TO CL-PLAFOND.
           PERFORM IMPORTER-CANAL-CLIENT.
      *> relevement (ou passage a zero = sans limite) d'un plafond
      *> existant : controle de double validation
           IF CLIENT-EXISTANT = 'O' AND ANCIEN-PLAFOND > 0
               AND (CL-PLAFOND = 0 OR CL-PLAFOND > ANCIEN-PLAFOND)
               PERFORM SOUMETTRE-PLAFOND
           END-IF.
           WRITE CLIENT-REC
               INVALID KEY
                   REWRITE CLIENT-REC
           END-WRITE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  IMPORTER-CANAL-CLIENT : colonnes facultatives 6 (canal de
      *  diffusion des documents P papier, E e-mail, S fichier
      *  structure) et 7 (adresse e-mail) ; absentes, la fiche
      *  garde son canal - papier pour un nouveau client.
      *------------------------------------------------------------
       IMPORTER-CANAL-CLIENT.
           INSPECT INP-CH6 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-CH6)) > 0
               IF INP-CH6 = "P" OR "E" OR "S"
                   MOVE INP-CH6(1:1) TO CL-CANAL
               ELSE
                   DISPLAY "Client " FUNCTION TRIM(CL-CODE)
                       " : canal de diffusion inconnu ("
                       FUNCTION TRIM(INP-CH6) "), canal conserve."
               END-IF
           END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-CH7)) > 0
               MOVE INP-CH7 TO CL-EMAIL
           END-IF.
           IF CL-CANAL = SPACE
               MOVE "P" TO CL-CANAL
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  SOUMETTRE-PLAFOND : au-dela des seuils, le nouveau plafond
      *  part en attente d'un second operateur (VALIDATION-CONSOLE
      *  l'appliquera) et la fiche garde l'ancien ; une demande
      *  identique deja en attente n'est pas redoublee.
      *------------------------------------------------------------
       SOUMETTRE-PLAFOND.
           MOVE CL-CODE TO DV-CLE.
           MOVE ANCIEN-PLAFOND TO MONTANT-EDIT.
           MOVE MONTANT-EDIT TO DV-AVANT.
           MOVE CL-PLAFOND TO MONTANT-EDIT.
           MOVE MONTANT-EDIT TO DV-APRES.
           CALL "DOUBLE-VALIDATION" USING DV-FICHIER DV-CLE
               DV-CHAMP DV-AVANT DV-APRES WS-JOBLOG-PROGRAM
               DV-NUMERO DV-RESULTAT.
           EVALUATE DV-RESULTAT
               WHEN "04"
                   DISPLAY "Plafond client " FUNCTION TRIM(CL-CODE)
                       " : relevement soumis a double validation"
                       " (demande " DV-NUMERO "), plafond conserve."
                   MOVE ANCIEN-PLAFOND TO CL-PLAFOND
               WHEN "08"
                   DISPLAY "Plafond client " FUNCTION TRIM(CL-CODE)
                       " : double validation requise, file"
                       " d'attente inaccessible - plafond conserve."
                   MOVE ANCIEN-PLAFOND TO CL-PLAFOND
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  REPORTER-ENCOURS-CLIENT : la valeur remisee de la commande
      *  (lignes allouees et souffrances comprises : la promesse
           END-REWRITE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  UTILISER-POINTS-FIDELITE : propose au client d'utiliser
      *  ses points sur la commande saisie (au plus son solde et
      *  la valeur de la commande), trace la remise au registre,
      *  debite le solde et la retranche de la valeur reportee a
      *  l'encours.
      *------------------------------------------------------------
       UTILISER-POINTS-FIDELITE.
           IF NB-LIGNES = 0 OR VALEUR-CDE <= 0
               EXIT PARAGRAPH
           END-IF.
           MOVE CODE-CLIENT TO CL-CODE.
           READ CLIENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CL-POINTS <= 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "FIDELITE-VALEUR-POINT" TO PRM-CLE.
           MOVE "0.01" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO VALEUR-POINT
           END-IF.
           IF VALEUR-POINT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE POINTS-MAXI = VALEUR-CDE / VALEUR-POINT.
           IF POINTS-MAXI > CL-POINTS
               MOVE CL-POINTS TO POINTS-MAXI
           END-IF.
           MOVE CL-POINTS TO POINTS-EDIT.
           COMPUTE REMISE-FIDELITE ROUNDED = CL-POINTS * VALEUR-POINT.
           MOVE REMISE-FIDELITE TO MONTANT-EDIT.
           DISPLAY "Points fidelite : " FUNCTION TRIM(POINTS-EDIT)
               " (valeur " FUNCTION TRIM(MONTANT-EDIT) ")".
           MOVE POINTS-MAXI TO POINTS-EDIT.
           DISPLAY "Points a utiliser (0 a " FUNCTION TRIM(POINTS-EDIT)
               ") : " WITH NO ADVANCING.
           ACCEPT INP-QTE-ALPHA.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(INP-QTE-ALPHA)) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(INP-QTE-ALPHA) TO POINTS-UTILISES.
           IF POINTS-UTILISES <= 0
               EXIT PARAGRAPH
           END-IF.
           IF POINTS-UTILISES > POINTS-MAXI
               MOVE POINTS-MAXI TO POINTS-UTILISES
           END-IF.
           COMPUTE REMISE-FIDELITE ROUNDED =
               POINTS-UTILISES * VALEUR-POINT.
           IF REMISE-FIDELITE > VALEUR-CDE
               MOVE VALEUR-CDE TO REMISE-FIDELITE
           END-IF.

           MOVE REMISE-FIDELITE TO MONTANT-EDIT.
           MOVE POINTS-UTILISES TO POINTS-EDIT.
           MOVE SPACES TO REGISTRE-REC.
           STRING NUM-CDE "|" FUNCTION TRIM(CODE-CLIENT)
               "|*FIDELITE|0|0|0|FIDEL=" FUNCTION TRIM(MONTANT-EDIT)
               "|" WS-TODAY "|" FUNCTION TRIM(POINTS-EDIT)
               DELIMITED BY SIZE INTO REGISTRE-REC
           END-STRING.
           WRITE REGISTRE-REC.

           SUBTRACT POINTS-UTILISES FROM CL-POINTS.
           REWRITE CLIENT-REC
               INVALID KEY
                   DISPLAY "Erreur referentiel clients ("
                       FUNCTION TRIM(CL-CODE) ") : " CLIENT-STATUS
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE CL-CODE TO FJ-CLIENT.
           COMPUTE FJ-POINTS = 0 - POINTS-UTILISES.
           MOVE "UTILISATION" TO FJ-MOTIF.
           MOVE SPACES TO FJ-REFERENCE.
           STRING "COMMANDE " NUM-CDE
               DELIMITED BY SIZE INTO FJ-REFERENCE
           END-STRING.
           MOVE CL-POINTS TO FJ-SOLDE.
           CALL "FIDELITE-JOURNAL" USING FJ-CLIENT FJ-POINTS
               FJ-MOTIF FJ-REFERENCE FJ-SOLDE.
           SUBTRACT REMISE-FIDELITE FROM VALEUR-CDE.
           DISPLAY "Remise fidelite : " FUNCTION TRIM(POINTS-EDIT)
               " point(s) = " FUNCTION TRIM(MONTANT-EDIT)
               " HT, deduite a la facture.".
           EXIT PARAGRAPH.

      *============================================================
      *  TRAITER-LIGNE-COMMANDE : demande la quantite, alloue ce
      *  que le stock permet (REWRITE de M-QTE), met le reliquat en
               DISPLAY "Quantite invalide, ligne ignoree."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO LIGNE-DEVIS.
           PERFORM ALLOUER-LIGNE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ALLOUER-LIGNE : valorisation, controle d'encours,
      *  allocation et trace de la ligne (M-CODE lu, QTE-CDE
      *  posee) - saisie directe ou ligne de devis repris.
      *------------------------------------------------------------
       ALLOUER-LIGNE.
           MOVE 'N' TO LIGNE-REFUSEE.
           IF M-STATUT = 'B'
               DISPLAY "Ligne refusee : article "
                   FUNCTION TRIM(M-CODE) " bloque (rappel qualite)."
               MOVE 'O' TO LIGNE-REFUSEE
               EXIT PARAGRAPH
           END-IF.
      *> prix promo eventuel, puis remise client, et controle
      *> d'encours avant toute allocation : une ligne qui creverait
      *> le plafond est refusee plutot que promise a un client qui
      *> ne paie pas ; une ligne de devis garde son prix net, un
      *> contrat en vigueur impose le sien
           MOVE 'N' TO CONTRAT-ACTIVE.
           IF LIGNE-DEVIS = 'O'
               MOVE 'N' TO PROMO-ACTIVE
               MOVE PU-DEVIS TO PU-REMISE
           ELSE
               PERFORM CHERCHER-CONTRAT
           END-IF.
           IF LIGNE-DEVIS = 'N' AND CONTRAT-ACTIVE = 'O'
               MOVE 'N' TO PROMO-ACTIVE
               MOVE CT-PRIX TO PU-REMISE
               MOVE CT-PRIX TO MONTANT-EDIT
               DISPLAY "  Prix contrat : " FUNCTION TRIM(MONTANT-EDIT)
                   " (jusqu'au " CT-FIN ")"
           END-IF.
           IF LIGNE-DEVIS = 'N' AND CONTRAT-ACTIVE = 'N'
               PERFORM CHERCHER-PROMO
               IF PROMO-ACTIVE = 'O'
                   COMPUTE PU-REMISE ROUNDED =
                       PU-PROMO * (1 - CL-REMISE / 100)
               ELSE
                   COMPUTE PU-REMISE ROUNDED =
                       M-PU * (1 - CL-REMISE / 100)
               END-IF
           END-IF.
           COMPUTE VALEUR-LIGNE ROUNDED = QTE-CDE * PU-REMISE.
           IF CL-PLAFOND > 0
                       FUNCTION TRIM(MONTANT-EDIT)
                       " au-dela du plafond "
                       FUNCTION TRIM(MONTANT-EDIT2) "."
                   MOVE 'O' TO LIGNE-REFUSEE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE SEUIL-ALERTE-ENCOURS ROUNDED =
                   JRN-MOTIF JRN-SOLDE
               MOVE "SORTIE" TO LOT-ACTION
               MOVE SPACES TO LOT-LOT
               STRING "CDE" NUM-CDE DELIMITED BY SIZE INTO LOT-LOT
               END-STRING
               MOVE QTE-ALLOUEE TO LOT-QTE
               MOVE 0 TO LOT-DLC
               CALL "LOT-STOCK" USING LOT-ACTION JRN-ARTICLE
               PERFORM RETENIR-LIGNE-PICKING
           END-IF.

           IF QTE-RELIQUAT > 0 AND MODE-RECURRENT = 'N'
               AND MODE-FICHIER = 'N' AND NB-SUBSTS > 0
               PERFORM PROPOSER-SUBSTITUTS
           END-IF.

           IF QTE-RELIQUAT > 0
               ADD 1 TO NB-SOUFFRANCES
               MOVE QTE-RELIQUAT TO QTE-EDIT
      *> date de commande - les anciens consommateurs du registre
      *> s'arretent avant, le pack KPI mensuel ventile par mois
           MOVE SPACES TO REGISTRE-REC.
           IF LIGNE-DEVIS = 'O'
               MOVE PU-DEVIS TO MONTANT-EDIT
               STRING NUM-CDE "|" FUNCTION TRIM(CODE-CLIENT) "|"
                   M-CODE "|" QTE-EDIT "|" QTE-EDIT2 "|" QTE-EDIT3
                   "|DEVIS=" FUNCTION TRIM(MONTANT-EDIT)
                   "|" WS-TODAY
                   DELIMITED BY SIZE INTO REGISTRE-REC
               END-STRING
               PERFORM AJOUTER-REFERENCE-CLIENT
               WRITE REGISTRE-REC
               EXIT PARAGRAPH
           END-IF.
           IF CONTRAT-ACTIVE = 'O'
               MOVE CT-PRIX TO MONTANT-EDIT
               STRING NUM-CDE "|" FUNCTION TRIM(CODE-CLIENT) "|"
                   M-CODE "|" QTE-EDIT "|" QTE-EDIT2 "|" QTE-EDIT3
                   "|CONTRAT=" FUNCTION TRIM(MONTANT-EDIT)
                   "|" WS-TODAY
                   DELIMITED BY SIZE INTO REGISTRE-REC
               END-STRING
               PERFORM AJOUTER-REFERENCE-CLIENT
               WRITE REGISTRE-REC
               EXIT PARAGRAPH
           END-IF.
           IF PROMO-ACTIVE = 'O'
               MOVE PU-PROMO TO MONTANT-EDIT
               STRING NUM-CDE "|" FUNCTION TRIM(CODE-CLIENT) "|"
                   DELIMITED BY SIZE INTO REGISTRE-REC
               END-STRING
           END-IF.
           PERFORM AJOUTER-REFERENCE-CLIENT.
           WRITE REGISTRE-REC.
           EXIT PARAGRAPH.

      *> Commande recue par fichier : reference du client et date
      *> de livraison souhaitee en champs 10 et 11 (champ 9, celui
      *> des substitutions, reste vide).
       AJOUTER-REFERENCE-CLIENT.
           IF CDE-REFERENCE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE REGISTRE-REC TO REGISTRE-W.
           MOVE SPACES TO REGISTRE-REC.
           STRING FUNCTION TRIM(REGISTRE-W) "||"
               FUNCTION TRIM(CDE-REFERENCE) "|" CDE-DATE-SOUHAITEE
               DELIMITED BY SIZE INTO REGISTRE-REC
           END-STRING.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHERCHER-CONTRAT : prix contractuel du client pour M-CODE,
      *  en vigueur a la date du jour.
      *------------------------------------------------------------
       CHERCHER-CONTRAT.
           MOVE 'N' TO CONTRAT-ACTIVE.
           IF CONTRAT-OPEN-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE CODE-CLIENT TO CT-CLIENT.
           MOVE M-CODE TO CT-ART.
           READ CONTRAT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF WS-TODAY >= CT-DEBUT AND WS-TODAY <= CT-FIN
               MOVE 'O' TO CONTRAT-ACTIVE
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  REPRENDRE-DEVIS : le devis doit etre au nom du client de
      *  la commande, encore valide a la date du jour et jamais
      *  repris ; ses lignes passent alors par ALLOUER-LIGNE au
      *  prix net du devis.
      *============================================================
       REPRENDRE-DEVIS.
           DISPLAY "Numero de devis : " WITH NO ADVANCING.
           ACCEPT INP-DEVIS.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(INP-DEVIS)) NOT = 0
               DISPLAY "Numero de devis invalide."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(INP-DEVIS) TO NUM-DEVIS.
           PERFORM VERIFIER-DEVIS-REPRIS.
           IF DEVIS-DEJA-REPRIS = 'O'
               DISPLAY "Devis " NUM-DEVIS " deja repris en commande."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGER-DEVIS.
           IF NB-LIGNES-DEVIS = 0
               DISPLAY "Devis " NUM-DEVIS " introuvable."
               EXIT PARAGRAPH
           END-IF.
           IF DEVIS-CLIENT NOT = CODE-CLIENT
               DISPLAY "Devis " NUM-DEVIS " etabli pour le client "
                   FUNCTION TRIM(DEVIS-CLIENT) ", pas pour "
                   FUNCTION TRIM(CODE-CLIENT) "."
               EXIT PARAGRAPH
           END-IF.
           IF DEVIS-VALIDITE < WS-TODAY
               DISPLAY "Devis " NUM-DEVIS " expire depuis le "
                   DEVIS-VALIDITE " : prix a refaire (DEVIS-CLIENTS)."
               EXIT PARAGRAPH
           END-IF.

           MOVE NB-LIGNES TO NB-LIGNES-AVANT.
           PERFORM VARYING IDX-DEVIS FROM 1 BY 1
               UNTIL IDX-DEVIS > NB-LIGNES-DEVIS
               MOVE LD-ART(IDX-DEVIS) TO M-CODE
               READ MASTER-FILE
                   INVALID KEY
                       DISPLAY "Article " FUNCTION TRIM(M-CODE)
                           " du devis absent du catalogue, ligne"
                           " ignoree."
                   NOT INVALID KEY
                       DISPLAY FUNCTION TRIM(M-CODE) " "
                           FUNCTION TRIM(M-LIB) " (devis)"
                       MOVE LD-QTE(IDX-DEVIS) TO QTE-CDE
                       MOVE LD-PU(IDX-DEVIS) TO PU-DEVIS
                       MOVE 'O' TO LIGNE-DEVIS
                       PERFORM ALLOUER-LIGNE
               END-READ
           END-PERFORM.
           MOVE 'N' TO LIGNE-DEVIS.
           IF NB-LIGNES > NB-LIGNES-AVANT
               PERFORM ENREGISTRER-DEVIS-REPRIS
           END-IF.
           EXIT PARAGRAPH.

       VERIFIER-DEVIS-REPRIS.
           MOVE 'N' TO DEVIS-DEJA-REPRIS.
           OPEN INPUT ACCEPT-FILE.
           IF ACCEPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ ACCEPT-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF ACCEPT-REC(1:6) NOT = "devis|"
                           MOVE SPACES TO DEV-CH1
                           UNSTRING ACCEPT-REC DELIMITED BY "|"
                               INTO DEV-CH1
                           END-UNSTRING
                           IF FUNCTION NUMVAL(DEV-CH1) = NUM-DEVIS
                               MOVE 'O' TO DEVIS-DEJA-REPRIS
                               EXIT PERFORM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCEPT-FILE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHARGER-DEVIS : lignes du devis NUM-DEVIS
      *  (DEVIS|CLIENT|ARTICLE|QTE|PU-NET|TVA|DATE|VALIDITE|PROMO).
      *------------------------------------------------------------
       CHARGER-DEVIS.
           MOVE 0 TO NB-LIGNES-DEVIS DEVIS-VALIDITE.
           MOVE SPACES TO DEVIS-CLIENT.
           OPEN INPUT DEVREG-FILE.
           IF DEVREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ DEVREG-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-DEVIS
               END-READ
           END-PERFORM.
           CLOSE DEVREG-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-DEVIS.
           IF DEVREG-REC(1:6) = "devis|"
               OR FUNCTION LENGTH(FUNCTION TRIM(DEVREG-REC)) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DEV-CH1 DEV-CH2 DEV-CH3 DEV-CH4 DEV-CH5
               DEV-CH6 DEV-CH7 DEV-CH8.
           UNSTRING DEVREG-REC DELIMITED BY "|"
               INTO DEV-CH1 DEV-CH2 DEV-CH3 DEV-CH4 DEV-CH5 DEV-CH6
                   DEV-CH7 DEV-CH8
           END-UNSTRING.
           IF FUNCTION NUMVAL(DEV-CH1) NOT = NUM-DEVIS
               OR NB-LIGNES-DEVIS >= 100
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-LIGNES-DEVIS.
           MOVE DEV-CH2(1:8) TO DEVIS-CLIENT.
           MOVE FUNCTION NUMVAL(DEV-CH8) TO DEVIS-VALIDITE.
           MOVE DEV-CH3(1:10) TO LD-ART(NB-LIGNES-DEVIS).
           MOVE FUNCTION NUMVAL(DEV-CH4) TO LD-QTE(NB-LIGNES-DEVIS).
           MOVE FUNCTION NUMVAL(DEV-CH5) TO LD-PU(NB-LIGNES-DEVIS).
           EXIT PARAGRAPH.

       ENREGISTRER-DEVIS-REPRIS.
           OPEN EXTEND ACCEPT-FILE.
           IF ACCEPT-STATUS = "35"
               OPEN OUTPUT ACCEPT-FILE
               MOVE "devis|commande|date" TO ACCEPT-REC
               WRITE ACCEPT-REC
           END-IF.
           MOVE SPACES TO ACCEPT-REC.
           STRING NUM-DEVIS "|" NUM-CDE "|" WS-TODAY
               DELIMITED BY SIZE INTO ACCEPT-REC
           END-STRING.
           WRITE ACCEPT-REC.
           CLOSE ACCEPT-FILE.
           DISPLAY "Devis " NUM-DEVIS " repris dans la commande "
               NUM-CDE ".".
           EXIT PARAGRAPH.

      *============================================================
      *  CHARGER-PROMOTIONS : promotions.txt
      *  (ART|PRIX-ou-PCT%|DEBUT|FIN) en memoire, fourchettes de
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHARGER-SUBSTITUTS : substituts.txt
      *  (ARTICLE|SUBSTITUT|PRIORITE|REGLE), trie par article puis
      *  priorite pour que les substituts se proposent dans l'ordre.
      *------------------------------------------------------------
       CHARGER-SUBSTITUTS.
           MOVE 0 TO NB-SUBSTS.
           OPEN INPUT SUBST-FILE.
           IF SUBST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ SUBST-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-SUBST
               END-READ
           END-PERFORM.
           CLOSE SUBST-FILE.
           PERFORM VARYING IDX-SUBST FROM 1 BY 1
               UNTIL IDX-SUBST >= NB-SUBSTS
               PERFORM VARYING WS-TRI-SB FROM 1 BY 1
                   UNTIL WS-TRI-SB > NB-SUBSTS - IDX-SUBST
                   IF SB-ART(WS-TRI-SB) > SB-ART(WS-TRI-SB + 1)
                       OR (SB-ART(WS-TRI-SB) = SB-ART(WS-TRI-SB + 1)
                       AND SB-PRIO(WS-TRI-SB) >
                           SB-PRIO(WS-TRI-SB + 1))
                       MOVE SB-ENTREE(WS-TRI-SB) TO SB-ECHANGE
                       MOVE SB-ENTREE(WS-TRI-SB + 1)
                           TO SB-ENTREE(WS-TRI-SB)
                       MOVE SB-ECHANGE TO SB-ENTREE(WS-TRI-SB + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-SUBST.
           IF FUNCTION LENGTH(FUNCTION TRIM(SUBST-REC)) = 0
               OR SUBST-REC(1:1) = "*"
               OR NB-SUBSTS >= 200
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SB-CH1 SB-CH2 SB-CH3 SB-CH4.
           UNSTRING SUBST-REC DELIMITED BY "|"
               INTO SB-CH1 SB-CH2 SB-CH3 SB-CH4
           END-UNSTRING.
           INSPECT SB-CH1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT SB-CH2 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT SB-CH4 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF SB-CH1 = SPACES OR SB-CH2 = SPACES
               OR SB-CH1 = SB-CH2
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-SUBSTS.
           MOVE SB-CH1 TO SB-ART(NB-SUBSTS).
           MOVE SB-CH2 TO SB-SUBST(NB-SUBSTS).
           MOVE 999 TO SB-PRIO(NB-SUBSTS).
           IF FUNCTION TEST-NUMVAL(SB-CH3) = 0
               MOVE FUNCTION NUMVAL(SB-CH3) TO SB-PRIO(NB-SUBSTS)
           END-IF.
           IF SB-CH4(1:6) = "PROPRE"
               MOVE "PROPRE" TO SB-REGLE(NB-SUBSTS)
           ELSE
               MOVE "MEME" TO SB-REGLE(NB-SUBSTS)
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  PROPOSER-SUBSTITUTS : la ligne M-CODE laisse QTE-RELIQUAT
      *  en souffrance ; chaque substitut en stock est propose par
      *  priorite jusqu'a ce que le reliquat soit couvert. L'article
      *  commande est relu a la fin pour la suite d'ALLOUER-LIGNE.
      *------------------------------------------------------------
       PROPOSER-SUBSTITUTS.
           MOVE M-CODE TO SUB-ORIG-CODE.
           MOVE PU-REMISE TO SUB-PU-ORIG.
           PERFORM VARYING IDX-SUBST FROM 1 BY 1
               UNTIL IDX-SUBST > NB-SUBSTS OR QTE-RELIQUAT <= 0
               IF SB-ART(IDX-SUBST) = SUB-ORIG-CODE
                   PERFORM OFFRIR-UN-SUBSTITUT
               END-IF
           END-PERFORM.
           MOVE SUB-ORIG-CODE TO M-CODE.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  OFFRIR-UN-SUBSTITUT : substitut IDX-SUBST, au plus son
      *  stock et le reliquat ; la quantite acceptee est allouee,
      *  mise au picking et au registre comme une ligne a part.
      *------------------------------------------------------------
       OFFRIR-UN-SUBSTITUT.
           MOVE SB-SUBST(IDX-SUBST) TO M-CODE.
           READ MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF M-STATUT = 'B' OR M-QTE <= 0
               EXIT PARAGRAPH
           END-IF.
           IF SB-REGLE(IDX-SUBST) = "PROPRE"
               COMPUTE SUB-PU-NET ROUNDED =
                   M-PU * (1 - CL-REMISE / 100)
           ELSE
               MOVE SUB-PU-ORIG TO SUB-PU-NET
           END-IF.
           IF M-QTE < QTE-RELIQUAT
               MOVE M-QTE TO SUB-DISPO
           ELSE
               MOVE QTE-RELIQUAT TO SUB-DISPO
           END-IF.
           MOVE M-QTE TO QTE-EDIT.
           MOVE SUB-DISPO TO QTE-EDIT2.
           MOVE SUB-PU-NET TO MONTANT-EDIT.
           DISPLAY "  Substitut " FUNCTION TRIM(M-CODE) " "
               FUNCTION TRIM(M-LIB) " - disponible "
               FUNCTION TRIM(QTE-EDIT) ", prix net "
               FUNCTION TRIM(MONTANT-EDIT) " ("
               FUNCTION TRIM(SB-REGLE(IDX-SUBST)) ")".
           DISPLAY "  Quantite a substituer (vide = "
               FUNCTION TRIM(QTE-EDIT2) ", 0 = non) : "
               WITH NO ADVANCING.
           MOVE SPACES TO INP-QTE-ALPHA.
           ACCEPT INP-QTE-ALPHA.
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-QTE-ALPHA)) = 0
               MOVE SUB-DISPO TO SUB-QTE
           ELSE
               MOVE FUNCTION NUMVAL(INP-QTE-ALPHA) TO SUB-QTE
           END-IF.
           IF SUB-QTE <= 0
               EXIT PARAGRAPH
           END-IF.
           IF SUB-QTE > SUB-DISPO
               MOVE SUB-DISPO TO SUB-QTE
           END-IF.
      *> la ligne d'origine a deja porte sa valeur entiere a
      *> l'encours : seul l'ecart de prix du substitut s'y ajoute
           COMPUTE SUB-ECART ROUNDED =
               SUB-QTE * (SUB-PU-NET - SUB-PU-ORIG).
           IF CL-PLAFOND > 0 AND SUB-ECART > 0
               COMPUTE ENCOURS-PROJETE =
                   CL-ENCOURS + VALEUR-CDE + SUB-ECART
               IF ENCOURS-PROJETE > CL-PLAFOND
                   DISPLAY "  Substitution refusee : plafond"
                       " d'encours depasse."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD SUB-ECART TO VALEUR-CDE.

           SUBTRACT SUB-QTE FROM M-QTE.
           REWRITE MASTER-REC
               INVALID KEY
                   DISPLAY "Erreur catalogue indexe ("
                       FUNCTION TRIM(M-CODE) ") : " MASTER-STATUS
           END-REWRITE.
           MOVE M-CODE TO JRN-ARTICLE.
           COMPUTE JRN-QTE = 0 - SUB-QTE.
           MOVE "ALLOCATION" TO JRN-MOTIF.
           MOVE M-QTE TO JRN-SOLDE.
           CALL "STOCK-JOURNAL" USING JRN-ARTICLE JRN-QTE
               JRN-MOTIF JRN-SOLDE.
           MOVE "SORTIE" TO LOT-ACTION.
           MOVE SPACES TO LOT-LOT.
           STRING "CDE" NUM-CDE DELIMITED BY SIZE INTO LOT-LOT
           END-STRING.
           MOVE SUB-QTE TO LOT-QTE.
           MOVE 0 TO LOT-DLC.
           CALL "LOT-STOCK" USING LOT-ACTION JRN-ARTICLE
               LOT-LOT LOT-QTE LOT-DLC LOT-RESULTAT.

           MOVE QTE-ALLOUEE TO SUB-SAUVE-ALLOUEE.
           MOVE PROMO-ACTIVE TO SUB-SAUVE-PROMO.
           MOVE SUB-QTE TO QTE-ALLOUEE.
           MOVE 'N' TO PROMO-ACTIVE.
           MOVE SUB-ORIG-CODE TO SUB-EN-COURS.
           PERFORM RETENIR-LIGNE-PICKING.
           MOVE SPACES TO SUB-EN-COURS.
           MOVE SUB-SAUVE-ALLOUEE TO QTE-ALLOUEE.
           MOVE SUB-SAUVE-PROMO TO PROMO-ACTIVE.

           SUBTRACT SUB-QTE FROM QTE-RELIQUAT.
           ADD 1 TO NB-LIGNES.
           ADD 1 TO NB-SUBSTITUTIONS.
           MOVE SUB-QTE TO QTE-EDIT.
           MOVE SUB-PU-NET TO MONTANT-EDIT.
           MOVE SPACES TO REGISTRE-REC.
           STRING NUM-CDE "|" FUNCTION TRIM(CODE-CLIENT) "|"
               M-CODE "|" QTE-EDIT "|" QTE-EDIT "|0"
               "|SUBST=" FUNCTION TRIM(MONTANT-EDIT)
               "|" WS-TODAY "|" FUNCTION TRIM(SUB-ORIG-CODE)
               DELIMITED BY SIZE INTO REGISTRE-REC
           END-STRING.
           WRITE REGISTRE-REC.
           DISPLAY "  " FUNCTION TRIM(QTE-EDIT) " servi(s) par "
               FUNCTION TRIM(M-CODE) " a la place de "
               FUNCTION TRIM(SUB-ORIG-CODE) ".".
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHERCHER-PROMO : promotion active sur M-CODE a la date du
      *  jour ; PU-PROMO = prix promo, ou M-PU reduit du pourcent.
      *------------------------------------------------------------
       CHERCHER-PROMO.
           MOVE 'N' TO PROMO-ACTIVE.
           MOVE 0 TO PU-PROMO.
           PERFORM VARYING IDX-PROMO FROM 1 BY 1
               UNTIL IDX-PROMO > NB-PROMOS
               IF FUNCTION TRIM(PR-ART(IDX-PROMO)) =
                   FUNCTION TRIM(M-CODE)
                   AND WS-TODAY >= PR-DEBUT(IDX-PROMO)
                   AND WS-TODAY <= PR-FIN(IDX-PROMO)
                   IF PR-PRIX(IDX-PROMO) > 0
                       MOVE PR-PRIX(IDX-PROMO) TO PU-PROMO
                   ELSE
                       COMPUTE PU-PROMO ROUNDED = M-PU *
                           (1 - PR-PCT(IDX-PROMO) / 100)
                   END-IF
                   MOVE 'O' TO PROMO-ACTIVE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  RETENIR-LIGNE-PICKING : la ligne allouee est retenue en
      *  memoire avec son emplacement attitre ; la liste part sur
      *  fichier a la cloture de la commande, triee dans l'ordre de
      *  marche.
      *------------------------------------------------------------
       RETENIR-LIGNE-PICKING.
           IF PICKING-OUVERT = 'N'
               MOVE SPACES TO PICKING-FILENAME
               STRING "picking_" NUM-CDE ".txt"
                   DELIMITED BY SIZE INTO PICKING-FILENAME
               END-STRING
               MOVE 'O' TO PICKING-OUVERT
               PERFORM ENREGISTRER-PICKING-OUVERT
           END-IF.
           IF NB-PICK >= 200
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-PICK.
           MOVE M-CODE TO PCK-ART(NB-PICK).
           MOVE M-LIB TO PCK-LIB(NB-PICK).
           MOVE QTE-ALLOUEE TO PCK-QTE(NB-PICK).
           MOVE PROMO-ACTIVE TO PCK-PROMO(NB-PICK).
           MOVE SUB-EN-COURS TO PCK-SUBST(NB-PICK).
           PERFORM CHERCHER-EMPLACEMENT.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHERCHER-EMPLACEMENT : emplacement attitre de M-CODE ; un
      *  article sans emplacement recoit une sequence en "ZZZ" pour
      *  passer en fin de liste.
      *------------------------------------------------------------
       CHERCHER-EMPLACEMENT.
           MOVE SPACES TO PCK-EMPL(NB-PICK).
           MOVE ALL "Z" TO PCK-SEQ(NB-PICK).
           IF EMP-OPEN-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE M-CODE TO EM-ART.
           READ EMP-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
                       DELIMITED BY SIZE INTO PICKING-REC
                   END-STRING
               END-IF
               IF PCK-SUBST(IDX-PICK) NOT = SPACES
                   STRING FUNCTION TRIM(PICKING-REC)
                       "  SUBSTITUT DE " PCK-SUBST(IDX-PICK)
                       DELIMITED BY SIZE INTO PICKING-REC
                   END-STRING
               END-IF
               WRITE PICKING-REC
           END-PERFORM.
           CLOSE PICKING-FILE.
           WRITE POUVERT-REC.
           CLOSE POUVERT-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  TRAITER-RECURRENTES : passage de nuit des commandes
      *  permanentes - une commande par client ayant des lignes
      *  echues, memes ouvertures que la saisie, sans operateur.
      *============================================================
       TRAITER-RECURRENTES.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM CHARGER-RECURRENTES
           IF NB-RECUR = 0
               DISPLAY "Aucune commande recurrente"
                   " (commandes_recurrentes.txt absent ou vide)."
               PERFORM FIN-PROGRAMME
           END-IF

           MOVE "LOCK" TO VERROU-ACTION
           CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
               VERROU-RESULTAT
           IF VERROU-RESULTAT NOT = "00"
               DISPLAY "Catalogue indexe verrouille par un autre"
                   " traitement (inv_master.lck), commandes"
                   " recurrentes reportees."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           MOVE 'O' TO VERROU-TENU
           OPEN I-O MASTER-FILE
           IF MASTER-STATUS NOT = "00"
               DISPLAY "Catalogue indexe indisponible (status "
                   MASTER-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           PERFORM OUVRIR-CLIENTS
           IF CLIENT-OPEN-FLAG = 'N'
               DISPLAY "Referentiel clients indisponible (status "
                   CLIENT-STATUS ")."
               CLOSE MASTER-FILE
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           PERFORM OUVRIR-REGISTRES
           PERFORM CHARGER-PROMOTIONS
           OPEN INPUT EMP-FILE
           IF EMP-STATUS = "00"
               MOVE 'O' TO EMP-OPEN-FLAG
           END-IF
           OPEN INPUT CONTRAT-FILE
           IF CONTRAT-STATUS = "00"
               MOVE 'O' TO CONTRAT-OPEN-FLAG
           END-IF

           MOVE SPACES TO RAPPORT-FILENAME
           STRING "recurrentes_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO RAPPORT-FILENAME
           END-STRING
           OPEN OUTPUT RAPPORT-FILE
           MOVE SPACES TO RAPPORT-REC
           STRING "COMMANDES RECURRENTES DU " WS-TODAY
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-REC
           WRITE RAPPORT-REC

           PERFORM VARYING IDX-RECUR FROM 1 BY 1
               UNTIL IDX-RECUR > NB-RECUR
               IF RC-ACTIF(IDX-RECUR) = 'O'
                   AND RC-TRAITE(IDX-RECUR) = 'N'
                   AND RC-PROCHAINE(IDX-RECUR) <= WS-TODAY
                   PERFORM CREER-COMMANDE-RECURRENTE
               END-IF
           END-PERFORM

           CLOSE REGISTRE-FILE
           CLOSE BACKORDER-FILE
           IF EMP-OPEN-FLAG = 'O'
               CLOSE EMP-FILE
           END-IF
           IF CONTRAT-OPEN-FLAG = 'O'
               CLOSE CONTRAT-FILE
           END-IF
           CLOSE MASTER-FILE
           CLOSE CLIENT-FILE
           PERFORM SAUVER-RECURRENTES

           MOVE SPACES TO RAPPORT-REC
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-REC
           STRING NB-CDE-RECUR " commande(s) creee(s) : "
               NB-RC-CREEES " ligne(s) servie(s), "
               NB-RC-PARTIELLES " en partie, "
               NB-RC-REFUSEES " refusee(s)."
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING
           DISPLAY FUNCTION TRIM(RAPPORT-REC)
           WRITE RAPPORT-REC
           CLOSE RAPPORT-FILE
           MOVE "RAPPORT" TO SPOOL-TYPE
           MOVE RAPPORT-FILENAME TO SPOOL-FICHIER
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO
           DISPLAY "Compte rendu : " FUNCTION TRIM(RAPPORT-FILENAME)
           IF NB-RC-PARTIELLES > 0 OR NB-RC-REFUSEES > 0
               MOVE 4 TO WS-JOBLOG-RC
           END-IF
           PERFORM FIN-PROGRAMME.

      *------------------------------------------------------------
      *  CHARGER-RECURRENTES : commandes_recurrentes.txt en memoire
      *  (l'entete eventuelle est ignoree, elle est reecrite).
      *------------------------------------------------------------
       CHARGER-RECURRENTES.
           MOVE 0 TO NB-RECUR.
           OPEN INPUT RECUR-FILE.
           IF RECUR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ RECUR-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-RECUR
               END-READ
           END-PERFORM.
           CLOSE RECUR-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-RECUR.
           IF FUNCTION LENGTH(FUNCTION TRIM(RECUR-REC)) = 0
               OR RECUR-REC(1:7) = "client|"
               EXIT PARAGRAPH
           END-IF.
           IF NB-RECUR >= 500
               DISPLAY "Plus de 500 commandes recurrentes, ligne"
                   " ignoree : " FUNCTION TRIM(RECUR-REC)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RC-CH1 RC-CH2 RC-CH3 RC-CH4 RC-CH5 RC-CH6.
           UNSTRING RECUR-REC DELIMITED BY "|"
               INTO RC-CH1 RC-CH2 RC-CH3 RC-CH4 RC-CH5 RC-CH6
           END-UNSTRING.
           INSPECT RC-CH1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT RC-CH2 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT RC-CH4 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT RC-CH6 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           ADD 1 TO NB-RECUR.
           MOVE RC-CH1(1:8) TO RC-CLIENT(NB-RECUR).
           MOVE RC-CH2(1:10) TO RC-ART(NB-RECUR).
           MOVE FUNCTION NUMVAL(RC-CH3) TO RC-QTE(NB-RECUR).
           MOVE RC-CH4(1:10) TO RC-FREQ(NB-RECUR).
           MOVE FUNCTION NUMVAL(RC-CH5) TO RC-PROCHAINE(NB-RECUR).
           MOVE 'O' TO RC-ACTIF(NB-RECUR).
           IF RC-CH6(1:1) = "N"
               MOVE 'N' TO RC-ACTIF(NB-RECUR)
           END-IF.
           MOVE 'N' TO RC-TRAITE(NB-RECUR).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CREER-COMMANDE-RECURRENTE : toutes les lignes echues du
      *  client de la ligne IDX-RECUR, en une commande.
      *------------------------------------------------------------
       CREER-COMMANDE-RECURRENTE.
           MOVE RC-CLIENT(IDX-RECUR) TO CODE-CLIENT.
           MOVE SPACES TO MOTIF-REFUS-CLIENT.
           MOVE CODE-CLIENT TO CL-CODE.
           READ CLIENT-FILE
               INVALID KEY
                   MOVE "REFUSEE CLIENT INCONNU" TO MOTIF-REFUS-CLIENT
           END-READ.
           IF MOTIF-REFUS-CLIENT = SPACES AND CL-RELANCE >= 3
               MOVE "REFUSEE RELANCE FINALE" TO MOTIF-REFUS-CLIENT
           END-IF.
           IF MOTIF-REFUS-CLIENT NOT = SPACES
               PERFORM VARYING IDX-RC-LIGNE FROM IDX-RECUR BY 1
                   UNTIL IDX-RC-LIGNE > NB-RECUR
                   IF RC-CLIENT(IDX-RC-LIGNE) = CODE-CLIENT
                       AND RC-ACTIF(IDX-RC-LIGNE) = 'O'
                       AND RC-TRAITE(IDX-RC-LIGNE) = 'N'
                       AND RC-PROCHAINE(IDX-RC-LIGNE) <= WS-TODAY
                       MOVE 'O' TO RC-TRAITE(IDX-RC-LIGNE)
                       MOVE 0 TO QTE-ALLOUEE
                       MOVE MOTIF-REFUS-CLIENT TO RESULTAT-RECUR
                       ADD 1 TO NB-RC-REFUSEES
                       PERFORM TRACER-LIGNE-RECUR
                       PERFORM AVANCER-PROCHAINE
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO NB-LIGNES NB-SOUFFRANCES NB-PICK VALEUR-CDE.
           MOVE 'N' TO PICKING-OUVERT.
           PERFORM CHARGER-COMPTEUR.
           ADD 1 TO NUM-CDE.
           PERFORM SAUVER-COMPTEUR.
           PERFORM VARYING IDX-RC-LIGNE FROM IDX-RECUR BY 1
               UNTIL IDX-RC-LIGNE > NB-RECUR
               IF RC-CLIENT(IDX-RC-LIGNE) = CODE-CLIENT
                   AND RC-ACTIF(IDX-RC-LIGNE) = 'O'
                   AND RC-TRAITE(IDX-RC-LIGNE) = 'N'
                   AND RC-PROCHAINE(IDX-RC-LIGNE) <= WS-TODAY
                   PERFORM ALLOUER-LIGNE-RECURRENTE
               END-IF
           END-PERFORM.
           IF PICKING-OUVERT = 'O'
               PERFORM ECRIRE-FICHIER-PICKING
               MOVE "PICKING" TO SPOOL-TYPE
               MOVE PICKING-FILENAME TO SPOOL-FICHIER
               CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
                   WS-JOBLOG-PROGRAM SPOOL-NUMERO
           END-IF.
           PERFORM REPORTER-ENCOURS-CLIENT.
           IF NB-LIGNES > 0
               ADD 1 TO NB-CDE-RECUR
               DISPLAY "Commande recurrente " NUM-CDE " (client "
                   FUNCTION TRIM(CODE-CLIENT) ") : " NB-LIGNES
                   " ligne(s), " NB-SOUFFRANCES " en souffrance."
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ALLOUER-LIGNE-RECURRENTE : la ligne IDX-RC-LIGNE passe par
      *  ALLOUER-LIGNE comme une ligne saisie au comptoir.
      *------------------------------------------------------------
       ALLOUER-LIGNE-RECURRENTE.
           MOVE 'O' TO RC-TRAITE(IDX-RC-LIGNE).
           MOVE 0 TO QTE-ALLOUEE.
           MOVE RC-ART(IDX-RC-LIGNE) TO M-CODE.
           READ MASTER-FILE
               INVALID KEY
                   MOVE "REFUSEE ARTICLE INCONNU" TO RESULTAT-RECUR
                   ADD 1 TO NB-RC-REFUSEES
                   PERFORM TRACER-LIGNE-RECUR
                   PERFORM AVANCER-PROCHAINE
                   EXIT PARAGRAPH
           END-READ.
           IF M-STATUT = 'B'
               MOVE "REFUSEE ARTICLE BLOQUE" TO RESULTAT-RECUR
               ADD 1 TO NB-RC-REFUSEES
               PERFORM TRACER-LIGNE-RECUR
               PERFORM AVANCER-PROCHAINE
               EXIT PARAGRAPH
           END-IF.
           IF RC-QTE(IDX-RC-LIGNE) <= 0
               MOVE "REFUSEE QUANTITE" TO RESULTAT-RECUR
               ADD 1 TO NB-RC-REFUSEES
               PERFORM TRACER-LIGNE-RECUR
               PERFORM AVANCER-PROCHAINE
               EXIT PARAGRAPH
           END-IF.
           MOVE RC-QTE(IDX-RC-LIGNE) TO QTE-CDE.
           MOVE 'N' TO LIGNE-DEVIS.
           PERFORM ALLOUER-LIGNE.
           EVALUATE TRUE
               WHEN LIGNE-REFUSEE = 'O'
                   MOVE 0 TO QTE-ALLOUEE
                   MOVE "REFUSEE PLAFOND ENCOURS" TO RESULTAT-RECUR
                   ADD 1 TO NB-RC-REFUSEES
               WHEN QTE-RELIQUAT > 0
                   MOVE "PARTIELLE" TO RESULTAT-RECUR
                   ADD 1 TO NB-RC-PARTIELLES
               WHEN OTHER
                   MOVE "CREEE" TO RESULTAT-RECUR
                   ADD 1 TO NB-RC-CREEES
           END-EVALUATE.
           PERFORM TRACER-LIGNE-RECUR.
           PERFORM AVANCER-PROCHAINE.
           EXIT PARAGRAPH.

       TRACER-LIGNE-RECUR.
           MOVE RC-QTE(IDX-RC-LIGNE) TO QTE-EDIT.
           MOVE QTE-ALLOUEE TO QTE-EDIT2.
           MOVE SPACES TO RAPPORT-REC.
           IF RESULTAT-RECUR(1:7) = "REFUSEE"
               STRING "  " RC-CLIENT(IDX-RC-LIGNE) " "
                   RC-ART(IDX-RC-LIGNE) " qte " QTE-EDIT
                   "  " RESULTAT-RECUR
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
           ELSE
               STRING "  " RC-CLIENT(IDX-RC-LIGNE) " "
                   RC-ART(IDX-RC-LIGNE) " qte " QTE-EDIT
                   " allouee " QTE-EDIT2 "  " RESULTAT-RECUR
                   " commande " NUM-CDE
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
           END-IF.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  AVANCER-PROCHAINE : la prochaine date de la ligne
      *  IDX-RC-LIGNE avance d'une periode jusqu'a depasser le jour
      *  (une nuit sautee ne cree pas deux commandes) ; MENSUEL
      *  garde le quantieme, ramene au dernier jour valide du mois.
      *------------------------------------------------------------
       AVANCER-PROCHAINE.
           PERFORM UNTIL RC-PROCHAINE(IDX-RC-LIGNE) > WS-TODAY
               EVALUATE FUNCTION TRIM(RC-FREQ(IDX-RC-LIGNE))
                   WHEN "HEBDO"
                       MOVE 7 TO DU-NOMBRE
                       PERFORM AJOUTER-JOURS-RECUR
                   WHEN "QUINZAINE"
                       MOVE 14 TO DU-NOMBRE
                       PERFORM AJOUTER-JOURS-RECUR
                   WHEN "MENSUEL"
                       PERFORM AJOUTER-MOIS-RECUR
                   WHEN OTHER
                       DISPLAY "Frequence inconnue ("
                           FUNCTION TRIM(RC-FREQ(IDX-RC-LIGNE))
                           ") pour " FUNCTION TRIM(RC-CLIENT
                           (IDX-RC-LIGNE)) "/"
                           FUNCTION TRIM(RC-ART(IDX-RC-LIGNE))
                           " : ligne desactivee."
                       MOVE 'N' TO RC-ACTIF(IDX-RC-LIGNE)
                       EXIT PERFORM
               END-EVALUATE
           END-PERFORM.
           EXIT PARAGRAPH.

       AJOUTER-JOURS-RECUR.
           MOVE "AJOUTER" TO DU-ACTION.
           MOVE RC-PROCHAINE(IDX-RC-LIGNE) TO DU-DATE-1.
           CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
               DU-NOMBRE DU-RESULTAT.
           IF DU-RESULTAT = "00"
               MOVE DU-DATE-2 TO RC-PROCHAINE(IDX-RC-LIGNE)
           ELSE
               MOVE WS-TODAY TO DU-DATE-1
               CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1
                   DU-DATE-2 DU-NOMBRE DU-RESULTAT
               MOVE DU-DATE-2 TO RC-PROCHAINE(IDX-RC-LIGNE)
           END-IF.
           EXIT PARAGRAPH.

       AJOUTER-MOIS-RECUR.
           MOVE RC-PROCHAINE(IDX-RC-LIGNE) TO RC-DATE-W.
           IF RC-MOIS < 1 OR RC-MOIS > 12 OR RC-JOUR < 1
               MOVE WS-TODAY TO RC-DATE-W
           END-IF.
           ADD 1 TO RC-MOIS.
           IF RC-MOIS > 12
               MOVE 1 TO RC-MOIS
               ADD 1 TO RC-ANNEE
           END-IF.
           IF RC-JOUR > 31
               MOVE 31 TO RC-JOUR
           END-IF.
           MOVE "VALIDER" TO DU-ACTION.
           PERFORM UNTIL 1 = 0
               MOVE RC-DATE-W TO DU-DATE-1
               CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1
                   DU-DATE-2 DU-NOMBRE DU-RESULTAT
               IF DU-RESULTAT = "00" OR RC-JOUR <= 28
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM RC-JOUR
           END-PERFORM.
           MOVE RC-DATE-W TO RC-PROCHAINE(IDX-RC-LIGNE).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  SAUVER-RECURRENTES : reecrit commandes_recurrentes.txt
      *  avec les prochaines dates (et les lignes desactivees).
      *------------------------------------------------------------
       SAUVER-RECURRENTES.
           OPEN OUTPUT RECUR-FILE.
           MOVE "client|article|qte|frequence|prochaine|actif"
               TO RECUR-REC.
           WRITE RECUR-REC.
           PERFORM VARYING IDX-RECUR FROM 1 BY 1
               UNTIL IDX-RECUR > NB-RECUR
               MOVE RC-QTE(IDX-RECUR) TO QTE-EDIT
               MOVE SPACES TO RECUR-REC
               STRING FUNCTION TRIM(RC-CLIENT(IDX-RECUR)) "|"
                   FUNCTION TRIM(RC-ART(IDX-RECUR)) "|"
                   FUNCTION TRIM(QTE-EDIT) "|"
                   FUNCTION TRIM(RC-FREQ(IDX-RECUR)) "|"
                   RC-PROCHAINE(IDX-RECUR) "|" RC-ACTIF(IDX-RECUR)
                   DELIMITED BY SIZE INTO RECUR-REC
               END-STRING
               WRITE RECUR-REC
           END-PERFORM.
           CLOSE RECUR-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  TRAITER-ENTRANTES : passage sans operateur des fichiers de
      *  commande deposes dans commandes_entrantes/ - memes
      *  ouvertures que les commandes recurrentes, un accuse par
      *  client, un compte rendu du passage.
      *============================================================
       TRAITER-ENTRANTES.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-HEURE FROM TIME
           CALL "SYSTEM" USING
               "sh -c 'mkdir -p commandes_entrantes/traitees'"
           MOVE SPACES TO CMD-W
           STRING "sh -c 'ls commandes_entrantes/*.txt 2>/dev/null"
               " > commandes_entrantes.lst'"
               DELIMITED BY SIZE INTO CMD-W
           END-STRING
           CALL "SYSTEM" USING CMD-W
           OPEN INPUT LISTE-FILE
           IF LISTE-STATUS NOT = "00"
               DISPLAY "Aucune commande entrante (commandes_entrantes/"
                   " vide)."
               PERFORM FIN-PROGRAMME
           END-IF
           READ LISTE-FILE
               AT END
                   DISPLAY "Aucune commande entrante"
                       " (commandes_entrantes/ vide)."
                   CLOSE LISTE-FILE
                   PERFORM FIN-PROGRAMME
           END-READ
           CLOSE LISTE-FILE

           MOVE "LOCK" TO VERROU-ACTION
           CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
               VERROU-RESULTAT
           IF VERROU-RESULTAT NOT = "00"
               DISPLAY "Catalogue indexe verrouille par un autre"
                   " traitement (inv_master.lck), commandes"
                   " entrantes reportees."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           MOVE 'O' TO VERROU-TENU
           OPEN I-O MASTER-FILE
           IF MASTER-STATUS NOT = "00"
               DISPLAY "Catalogue indexe indisponible (status "
                   MASTER-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           PERFORM OUVRIR-CLIENTS
           IF CLIENT-OPEN-FLAG = 'N'
               DISPLAY "Referentiel clients indisponible (status "
                   CLIENT-STATUS ")."
               CLOSE MASTER-FILE
               MOVE 8 TO WS-JOBLOG-RC
               PERFORM FIN-PROGRAMME
           END-IF
           PERFORM CHARGER-REFERENCES-RECUES
           PERFORM OUVRIR-REGISTRES
           PERFORM CHARGER-PROMOTIONS
           OPEN INPUT EMP-FILE
           IF EMP-STATUS = "00"
               MOVE 'O' TO EMP-OPEN-FLAG
           END-IF
           OPEN INPUT CONTRAT-FILE
           IF CONTRAT-STATUS = "00"
               MOVE 'O' TO CONTRAT-OPEN-FLAG
           END-IF

           MOVE SPACES TO RAPPORT-FILENAME
           STRING "entrantes_" WS-TODAY "_" WS-HEURE(1:6) ".txt"
               DELIMITED BY SIZE INTO RAPPORT-FILENAME
           END-STRING
           OPEN OUTPUT RAPPORT-FILE
           MOVE SPACES TO RAPPORT-REC
           STRING "COMMANDES ENTRANTES DU " WS-TODAY " A "
               WS-HEURE(1:2) ":" WS-HEURE(3:2)
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING
           WRITE RAPPORT-REC

           OPEN INPUT LISTE-FILE
           PERFORM UNTIL 1 = 0
               READ LISTE-FILE
                   AT END EXIT PERFORM
               END-READ
               IF LISTE-REC NOT = SPACES
                   PERFORM TRAITER-FICHIER-ENTRANT
               END-IF
           END-PERFORM
           CLOSE LISTE-FILE
           CALL "SYSTEM" USING "rm -f commandes_entrantes.lst"

           CLOSE REGISTRE-FILE
           CLOSE BACKORDER-FILE
           IF EMP-OPEN-FLAG = 'O'
               CLOSE EMP-FILE
           END-IF
           IF CONTRAT-OPEN-FLAG = 'O'
               CLOSE CONTRAT-FILE
           END-IF
           CLOSE MASTER-FILE
           CLOSE CLIENT-FILE

           MOVE "ACCUSE" TO SPOOL-TYPE
           PERFORM VARYING IDX-ACCUSE FROM 1 BY 1
               UNTIL IDX-ACCUSE > NB-ACCUSES
               MOVE AC-FICHIER(IDX-ACCUSE) TO SPOOL-FICHIER
               CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
                   WS-JOBLOG-PROGRAM SPOOL-NUMERO
           END-PERFORM

           MOVE SPACES TO RAPPORT-REC
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-REC
           STRING NB-EN-FICHIERS " fichier(s), " NB-EN-COMMANDES
               " commande(s) creee(s), " NB-ACCUSES
               " accuse(s) de reception."
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING
           DISPLAY FUNCTION TRIM(RAPPORT-REC)
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-REC
           STRING "Lignes : " NB-EN-ACCEPTEES " servie(s), "
               NB-EN-SOUFFRANCES " en souffrance, " NB-EN-REJETEES
               " rejetee(s)."
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING
           DISPLAY FUNCTION TRIM(RAPPORT-REC)
           WRITE RAPPORT-REC
           CLOSE RAPPORT-FILE
           MOVE "RAPPORT" TO SPOOL-TYPE
           MOVE RAPPORT-FILENAME TO SPOOL-FICHIER
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO
           DISPLAY "Compte rendu : " FUNCTION TRIM(RAPPORT-FILENAME)
           IF NB-EN-SOUFFRANCES > 0 OR NB-EN-REJETEES > 0
               MOVE 4 TO WS-JOBLOG-RC
           END-IF
           PERFORM FIN-PROGRAMME.

      *------------------------------------------------------------
      *  CHARGER-REFERENCES-RECUES : client, reference (champ 10)
      *  et numero des commandes deja recues par fichier.
      *------------------------------------------------------------
       CHARGER-REFERENCES-RECUES.
           MOVE 0 TO NB-REFS.
           OPEN INPUT REGISTRE-FILE.
           IF REGISTRE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ REGISTRE-FILE
                   AT END EXIT PERFORM
               END-READ
               MOVE SPACES TO RG-CH1 RG-CH2 RG-CH3 RG-CH4 RG-CH5
                   RG-CH6 RG-CH7 RG-CH8 RG-CH9 RG-CH10
               UNSTRING REGISTRE-REC DELIMITED BY "|"
                   INTO RG-CH1 RG-CH2 RG-CH3 RG-CH4 RG-CH5 RG-CH6
                       RG-CH7 RG-CH8 RG-CH9 RG-CH10
               END-UNSTRING
               IF RG-CH10 NOT = SPACES
                   MOVE RG-CH2(1:8) TO CODE-CLIENT
                   MOVE RG-CH10 TO CDE-REFERENCE
                   PERFORM CHERCHER-REFERENCE
                   IF CDE-DEJA-RECUE = 0 AND NB-REFS < 3000
                       ADD 1 TO NB-REFS
                       MOVE CODE-CLIENT TO RF-CLIENT(NB-REFS)
                       MOVE CDE-REFERENCE TO RF-REF(NB-REFS)
                       MOVE FUNCTION NUMVAL(RG-CH1) TO RF-NUM(NB-REFS)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE REGISTRE-FILE.
           MOVE SPACES TO CODE-CLIENT CDE-REFERENCE.
           EXIT PARAGRAPH.

       CHERCHER-REFERENCE.
           MOVE 0 TO CDE-DEJA-RECUE.
           PERFORM VARYING IDX-REF FROM 1 BY 1 UNTIL IDX-REF > NB-REFS
               IF RF-CLIENT(IDX-REF) = CODE-CLIENT
                   AND RF-REF(IDX-REF) = CDE-REFERENCE
                   MOVE RF-NUM(IDX-REF) TO CDE-DEJA-RECUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  TRAITER-FICHIER-ENTRANT : un fichier de commandes, client
      *  par client, puis range dans commandes_entrantes/traitees/.
      *------------------------------------------------------------
       TRAITER-FICHIER-ENTRANT.
           MOVE LISTE-REC TO ENTRANT-FILENAME.
           PERFORM CHARGER-FICHIER-ENTRANT.
           ADD 1 TO NB-EN-FICHIERS.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           STRING "Fichier " FUNCTION TRIM(ENTRANT-FILENAME) " : "
               NB-ENTRANTS " ligne(s)"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           PERFORM VARYING IDX-EN FROM 1 BY 1
               UNTIL IDX-EN > NB-ENTRANTS
               IF EN-TRAITE(IDX-EN) = 'N'
                   PERFORM TRAITER-CLIENT-ENTRANT
               END-IF
           END-PERFORM.
           MOVE SPACES TO CMD-W.
           STRING "mv " FUNCTION TRIM(ENTRANT-FILENAME)
               " commandes_entrantes/traitees/"
               DELIMITED BY SIZE INTO CMD-W
           END-STRING.
           CALL "SYSTEM" USING CMD-W.
           EXIT PARAGRAPH.

       CHARGER-FICHIER-ENTRANT.
           MOVE 0 TO NB-ENTRANTS.
           OPEN INPUT ENTRANT-FILE.
           IF ENTRANT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ ENTRANT-FILE
                   AT END EXIT PERFORM
               END-READ
               IF FUNCTION LENGTH(FUNCTION TRIM(ENTRANT-REC)) > 0
                   AND ENTRANT-REC(1:7) NOT = "client|"
                   PERFORM CHARGER-LIGNE-ENTRANTE
               END-IF
           END-PERFORM.
           CLOSE ENTRANT-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-ENTRANTE.
           IF NB-ENTRANTS >= 500
               DISPLAY "Plus de 500 lignes dans "
                   FUNCTION TRIM(ENTRANT-FILENAME) ", ligne ignoree : "
                   FUNCTION TRIM(ENTRANT-REC)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO EN-CH1 EN-CH2 EN-CH3 EN-CH4 EN-CH5.
           UNSTRING ENTRANT-REC DELIMITED BY "|"
               INTO EN-CH1 EN-CH2 EN-CH3 EN-CH4 EN-CH5
           END-UNSTRING.
           INSPECT EN-CH1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT EN-CH3 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           ADD 1 TO NB-ENTRANTS.
           MOVE FUNCTION TRIM(EN-CH1) TO EN-CLIENT(NB-ENTRANTS).
           MOVE FUNCTION TRIM(EN-CH2) TO EN-REF(NB-ENTRANTS).
           MOVE FUNCTION TRIM(EN-CH3) TO EN-SAISIE(NB-ENTRANTS).
           MOVE FUNCTION TRIM(EN-CH4) TO EN-QTE(NB-ENTRANTS).
           MOVE FUNCTION TRIM(EN-CH5) TO EN-DATE(NB-ENTRANTS).
           MOVE 'N' TO EN-TRAITE(NB-ENTRANTS).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  TRAITER-CLIENT-ENTRANT : toutes les lignes du client de la
      *  ligne IDX-EN, une commande par reference, un accuse.
      *  Client inconnu : pas d'accuse possible, le compte rendu
      *  porte le rejet.
      *------------------------------------------------------------
       TRAITER-CLIENT-ENTRANT.
           MOVE EN-CLIENT(IDX-EN) TO CODE-CLIENT.
           MOVE SPACES TO MOTIF-ENTRANT NUM-CDE-ENTRANT.
           MOVE CODE-CLIENT TO CL-CODE.
           READ CLIENT-FILE
               INVALID KEY
                   MOVE "client inconnu au referentiel"
                       TO MOTIF-ENTRANT
           END-READ.
           IF MOTIF-ENTRANT = SPACES
               PERFORM OUVRIR-ACCUSE
               IF CL-RELANCE >= 3
                   MOVE "client en relance finale" TO MOTIF-ENTRANT
               END-IF
           END-IF.
           IF MOTIF-ENTRANT NOT = SPACES
               PERFORM VARYING IDX-EN-LIGNE FROM IDX-EN BY 1
                   UNTIL IDX-EN-LIGNE > NB-ENTRANTS
                   IF EN-CLIENT(IDX-EN-LIGNE) = CODE-CLIENT
                       AND EN-TRAITE(IDX-EN-LIGNE) = 'N'
                       MOVE EN-REF(IDX-EN-LIGNE) TO CDE-REFERENCE
                       PERFORM REJETER-LIGNE-ENTRANTE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING IDX-EN-CDE FROM IDX-EN BY 1
                   UNTIL IDX-EN-CDE > NB-ENTRANTS
                   IF EN-CLIENT(IDX-EN-CDE) = CODE-CLIENT
                       AND EN-TRAITE(IDX-EN-CDE) = 'N'
                       PERFORM CREER-COMMANDE-ENTRANTE
                   END-IF
               END-PERFORM
           END-IF.
           IF ACCUSE-STATUS = "00"
               CLOSE ACCUSE-FILE
               MOVE SPACES TO ACCUSE-STATUS
           END-IF.
           MOVE SPACES TO CDE-REFERENCE CDE-DATE-SOUHAITEE.
           EXIT PARAGRAPH.

      *> Accuse du client pour ce passage : cree a sa premiere
      *> commande, complete ensuite.
       OUVRIR-ACCUSE.
           MOVE 0 TO IDX-ACCUSE.
           PERFORM VARYING WS-TRI FROM 1 BY 1 UNTIL WS-TRI > NB-ACCUSES
               IF AC-CLIENT(WS-TRI) = CODE-CLIENT
                   MOVE WS-TRI TO IDX-ACCUSE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF IDX-ACCUSE > 0
               MOVE AC-FICHIER(IDX-ACCUSE) TO ACCUSE-FILENAME
               OPEN EXTEND ACCUSE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ACCUSE-FILENAME.
           STRING "accuse_" FUNCTION TRIM(CODE-CLIENT) "_" WS-TODAY
               "_" WS-HEURE(1:6) ".txt"
               DELIMITED BY SIZE INTO ACCUSE-FILENAME
           END-STRING.
           OPEN OUTPUT ACCUSE-FILE.
           IF ACCUSE-STATUS NOT = "00"
               DISPLAY "Accuse " FUNCTION TRIM(ACCUSE-FILENAME)
                   " impossible (status " ACCUSE-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           IF NB-ACCUSES < 200
               ADD 1 TO NB-ACCUSES
               MOVE CODE-CLIENT TO AC-CLIENT(NB-ACCUSES)
               MOVE ACCUSE-FILENAME TO AC-FICHIER(NB-ACCUSES)
           END-IF.
           MOVE SPACES TO ACCUSE-REC.
           STRING "ACCUSE DE RECEPTION DE COMMANDES DU " WS-TODAY
               DELIMITED BY SIZE INTO ACCUSE-REC
           END-STRING.
           WRITE ACCUSE-REC.
           MOVE SPACES TO ACCUSE-REC.
           STRING "CLIENT " FUNCTION TRIM(CL-CODE) " - "
               FUNCTION TRIM(CL-NOM)
               DELIMITED BY SIZE INTO ACCUSE-REC
           END-STRING.
           WRITE ACCUSE-REC.
           MOVE SPACES TO ACCUSE-REC.
           WRITE ACCUSE-REC.
           MOVE "reference|commande|article|qte|allouee|souffrance|"
               & "livraison|statut|motif" TO ACCUSE-REC.
           WRITE ACCUSE-REC.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CREER-COMMANDE-ENTRANTE : les lignes du client pour la
      *  reference de la ligne IDX-EN-CDE, en une commande.
      *------------------------------------------------------------
       CREER-COMMANDE-ENTRANTE.
           MOVE EN-REF(IDX-EN-CDE) TO CDE-REFERENCE.
           MOVE SPACES TO MOTIF-ENTRANT NUM-CDE-ENTRANT.
           PERFORM CHERCHER-REFERENCE.
           EVALUATE TRUE
               WHEN CDE-REFERENCE = SPACES
                   MOVE "reference de commande absente"
                       TO MOTIF-ENTRANT
               WHEN CDE-DEJA-RECUE > 0
                   STRING "reference deja recue (commande "
                       CDE-DEJA-RECUE ")"
                       DELIMITED BY SIZE INTO MOTIF-ENTRANT
                   END-STRING
           END-EVALUATE.
           IF MOTIF-ENTRANT NOT = SPACES
               PERFORM VARYING IDX-EN-LIGNE FROM IDX-EN-CDE BY 1
                   UNTIL IDX-EN-LIGNE > NB-ENTRANTS
                   IF EN-CLIENT(IDX-EN-LIGNE) = CODE-CLIENT
                       AND EN-REF(IDX-EN-LIGNE) = CDE-REFERENCE
                       AND EN-TRAITE(IDX-EN-LIGNE) = 'N'
                       PERFORM REJETER-LIGNE-ENTRANTE
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.

      *> le numero n'est pris qu'a la premiere ligne retenue : une
      *> reference dont tout est rejete ne cree pas de commande
           MOVE 0 TO NB-LIGNES NB-SOUFFRANCES NB-PICK VALEUR-CDE.
           MOVE 'N' TO PICKING-OUVERT.
           PERFORM VARYING IDX-EN-LIGNE FROM IDX-EN-CDE BY 1
               UNTIL IDX-EN-LIGNE > NB-ENTRANTS
               IF EN-CLIENT(IDX-EN-LIGNE) = CODE-CLIENT
                   AND EN-REF(IDX-EN-LIGNE) = CDE-REFERENCE
                   AND EN-TRAITE(IDX-EN-LIGNE) = 'N'
                   PERFORM ALLOUER-LIGNE-ENTRANTE
               END-IF
           END-PERFORM.
           IF PICKING-OUVERT = 'O'
               PERFORM ECRIRE-FICHIER-PICKING
               MOVE "PICKING" TO SPOOL-TYPE
               MOVE PICKING-FILENAME TO SPOOL-FICHIER
               CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
                   WS-JOBLOG-PROGRAM SPOOL-NUMERO
           END-IF.
           IF NUM-CDE-ENTRANT NOT = SPACES
               PERFORM REPORTER-ENCOURS-CLIENT
           END-IF.
           IF NB-LIGNES > 0
               ADD 1 TO NB-EN-COMMANDES
               IF NB-REFS < 3000
                   ADD 1 TO NB-REFS
                   MOVE CODE-CLIENT TO RF-CLIENT(NB-REFS)
                   MOVE CDE-REFERENCE TO RF-REF(NB-REFS)
                   MOVE NUM-CDE TO RF-NUM(NB-REFS)
               END-IF
               DISPLAY "Commande entrante " NUM-CDE " (client "
                   FUNCTION TRIM(CODE-CLIENT) ", reference "
                   FUNCTION TRIM(CDE-REFERENCE) ") : " NB-LIGNES
                   " ligne(s), " NB-SOUFFRANCES " en souffrance."
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ALLOUER-LIGNE-ENTRANTE : la ligne IDX-EN-LIGNE - article
      *  par code ou EAN-13, quantite, date souhaitee - passe par
      *  ALLOUER-LIGNE comme une ligne saisie au comptoir.
      *------------------------------------------------------------
       ALLOUER-LIGNE-ENTRANTE.
           MOVE SPACES TO MOTIF-ENTRANT CDE-DATE-SOUHAITEE.
           MOVE EN-SAISIE(IDX-EN-LIGNE) TO M-CODE.
           READ MASTER-FILE
               INVALID KEY
                   MOVE "article inconnu au catalogue"
                       TO MOTIF-ENTRANT
           END-READ.
           IF MOTIF-ENTRANT NOT = SPACES
               AND EN-SAISIE(IDX-EN-LIGNE)(1:13) IS NUMERIC
               AND EN-SAISIE(IDX-EN-LIGNE)(14:3) = SPACES
               MOVE EN-SAISIE(IDX-EN-LIGNE)(1:13) TO EAN-SAISIE
               PERFORM CHERCHER-PAR-EAN
               IF EAN-TROUVE = 'O'
                   MOVE ART-TROUVE TO M-CODE
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO MOTIF-ENTRANT
                   END-READ
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN MOTIF-ENTRANT NOT = SPACES
                   CONTINUE
               WHEN M-STATUT = 'B'
                   MOVE "article bloque (rappel qualite)"
                       TO MOTIF-ENTRANT
               WHEN FUNCTION TEST-NUMVAL(EN-QTE(IDX-EN-LIGNE)) NOT = 0
                   MOVE "quantite invalide" TO MOTIF-ENTRANT
               WHEN FUNCTION NUMVAL(EN-QTE(IDX-EN-LIGNE)) <= 0
                   OR FUNCTION NUMVAL(EN-QTE(IDX-EN-LIGNE)) > 99999
                   MOVE "quantite invalide" TO MOTIF-ENTRANT
           END-EVALUATE.
           IF MOTIF-ENTRANT = SPACES
               AND EN-DATE(IDX-EN-LIGNE) NOT = SPACES
               MOVE "date souhaitee invalide (AAAAMMJJ attendu)"
                   TO MOTIF-ENTRANT
               IF EN-DATE(IDX-EN-LIGNE)(1:8) IS NUMERIC
                   AND EN-DATE(IDX-EN-LIGNE)(9:8) = SPACES
                   MOVE "VALIDER" TO DU-ACTION
                   MOVE EN-DATE(IDX-EN-LIGNE)(1:8) TO DU-DATE-1
                   CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1
                       DU-DATE-2 DU-NOMBRE DU-RESULTAT
                   IF DU-RESULTAT = "00"
                       MOVE SPACES TO MOTIF-ENTRANT
                       MOVE EN-DATE(IDX-EN-LIGNE)(1:8)
                           TO CDE-DATE-SOUHAITEE
                   END-IF
               END-IF
           END-IF.
           IF MOTIF-ENTRANT NOT = SPACES
               PERFORM REJETER-LIGNE-ENTRANTE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO EN-TRAITE(IDX-EN-LIGNE).
           IF NUM-CDE-ENTRANT = SPACES
               PERFORM CHARGER-COMPTEUR
               ADD 1 TO NUM-CDE
               PERFORM SAUVER-COMPTEUR
               MOVE NUM-CDE TO NUM-CDE-ENTRANT
           END-IF.
           MOVE FUNCTION NUMVAL(EN-QTE(IDX-EN-LIGNE)) TO QTE-CDE.
           MOVE 0 TO QTE-ALLOUEE QTE-RELIQUAT.
           MOVE 'N' TO LIGNE-DEVIS.
           PERFORM ALLOUER-LIGNE.
           EVALUATE TRUE
               WHEN LIGNE-REFUSEE = 'O'
                   MOVE "encours au-dela du plafond accorde"
                       TO MOTIF-ENTRANT
                   PERFORM REJETER-LIGNE-ENTRANTE
                   EXIT PARAGRAPH
               WHEN QTE-RELIQUAT > 0
                   MOVE "SOUFFRANCE" TO STATUT-ENTRANT
                   MOVE "servie a la prochaine reception"
                       TO MOTIF-ENTRANT
                   ADD 1 TO NB-EN-SOUFFRANCES
               WHEN OTHER
                   MOVE "ACCEPTEE" TO STATUT-ENTRANT
                   ADD 1 TO NB-EN-ACCEPTEES
           END-EVALUATE.
           PERFORM TRACER-LIGNE-ENTRANTE.
           EXIT PARAGRAPH.

      *> une ligne rejetee n'appartient a aucune commande : elle
      *> sort sans numero
       REJETER-LIGNE-ENTRANTE.
           MOVE 'O' TO EN-TRAITE(IDX-EN-LIGNE).
           MOVE "REJETEE" TO STATUT-ENTRANT.
           MOVE 0 TO QTE-ALLOUEE QTE-RELIQUAT.
           ADD 1 TO NB-EN-REJETEES.
           PERFORM TRACER-LIGNE-ENTRANTE.
           EXIT PARAGRAPH.

      *> Ligne d'accuse (si le client en a un) et de compte rendu.
       TRACER-LIGNE-ENTRANTE.
           MOVE QTE-ALLOUEE TO QTE-EDIT2.
           MOVE QTE-RELIQUAT TO QTE-EDIT3.
           IF ACCUSE-STATUS = "00"
               MOVE SPACES TO ACCUSE-REC
               MOVE NUM-CDE-ENTRANT TO NUM-CDE-LIGNE
               IF STATUT-ENTRANT = "REJETEE"
                   MOVE SPACES TO NUM-CDE-LIGNE
               END-IF
               STRING FUNCTION TRIM(EN-REF(IDX-EN-LIGNE)) "|"
                   FUNCTION TRIM(NUM-CDE-LIGNE) "|"
                   FUNCTION TRIM(EN-SAISIE(IDX-EN-LIGNE)) "|"
                   FUNCTION TRIM(EN-QTE(IDX-EN-LIGNE)) "|"
                   FUNCTION TRIM(QTE-EDIT2) "|"
                   FUNCTION TRIM(QTE-EDIT3) "|"
                   FUNCTION TRIM(EN-DATE(IDX-EN-LIGNE)) "|"
                   FUNCTION TRIM(STATUT-ENTRANT) "|"
                   FUNCTION TRIM(MOTIF-ENTRANT)
                   DELIMITED BY SIZE INTO ACCUSE-REC
               END-STRING
               WRITE ACCUSE-REC
           END-IF.
           MOVE SPACES TO RAPPORT-REC.
           STRING "  " EN-CLIENT(IDX-EN-LIGNE) " "
               EN-REF(IDX-EN-LIGNE) " " EN-SAISIE(IDX-EN-LIGNE)(1:13)
               " " FUNCTION TRIM(EN-QTE(IDX-EN-LIGNE)) " "
               FUNCTION TRIM(STATUT-ENTRANT) " "
               FUNCTION TRIM(MOTIF-ENTRANT)
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CHERCHER-PAR-EAN : balaye le catalogue indexe sur M-EAN,
      *  meme recherche que CAISSE-COMPTOIR et CONFIRMATION-PICKING.
      *------------------------------------------------------------
       CHERCHER-PAR-EAN.
           MOVE 'N' TO EAN-TROUVE.
           MOVE LOW-VALUES TO M-CODE.
           START MASTER-FILE KEY IS NOT LESS THAN M-CODE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
               READ MASTER-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF M-EAN = EAN-SAISIE
                   MOVE M-CODE TO ART-TROUVE
                   MOVE 'O' TO EAN-TROUVE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.
