       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISION-PRIX.

      *============================================================
      *  Revisions de prix en masse : les hausses tarifaires se
      *  saisissaient article par article dans INV-MAINTENANCE. Les
      *  acheteurs posent ici des regles datees dans
      *  revisions_prix.txt, une par ligne :
      *
      *    num|type|cible|mode|valeur|terminaison|effet|etat|date
      *
      *    type  FAMILLE     : cible = code famille (fam_liens.dat,
      *                        tenu par FAMILLES) ;
      *          FOURNISSEUR : cible = code fournisseur
      *                        (fou_liens.dat, REAPPRO-COMMANDES) ;
      *          ARTICLES    : cible = liste de codes separes par
      *                        des virgules ;
      *    mode  PCT (valeur en pourcentage, +5 ou -3.5) ou
      *          MONTANT (valeur ajoutee au prix, signee) ;
      *    terminaison : centimes du prix final (99 ou .99 donne
      *          x,99 ; 90 donne x,90), prix arrondi a la
      *          terminaison la plus proche ; vide = arrondi au
      *          centime ;
      *    effet : date d'application AAAAMMJJ ;
      *    etat  : vide a la saisie, SIMULEE puis APPLIQUEE, avec la
      *          date du passage (colonne tenue par le programme ;
      *          une regle corrigee apres simulation doit etre
      *          remise a blanc pour etre resimulee).
      *
      *    ./revision_prix [SIMULATION] : toutes les regles non
      *        appliquees, sans rien modifier - ancien prix, nouveau
      *        prix, PMP et marge sur le nouveau prix (M-PU contre
      *        M-PMP, comme MARGE-REPORT), dans
      *        revision_simulation_AAAAMMJJ.txt ; les regles passent
      *        a SIMULEE ;
      *    ./revision_prix APPLIQUER : (fenetre de nuit) chaque
      *        regle SIMULEE dont la date d'effet est atteinte est
      *        appliquee au catalogue - M-PU reecrit, AUDIT-TRACE et
      *        trace prix_histo.txt origine REVISION, que ETIQUETTES
      *        reprend au passage suivant pour les etiquettes de
      *        rayon. Une regle echue jamais simulee n'est pas
      *        appliquee. Compte rendu revision_prix_AAAAMMJJ.txt.
      *
      *  Les articles en fin de vie (statut F) gardent leur prix :
      *  ils sont en ecoulement, souvent deja demarques. RC 4 pour
      *  une regle invalide ou sans article, un prix calcule
      *  invalide, ou un nouveau prix sous le PMP.
      *============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "inv_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-CODE
               FILE STATUS IS MASTER-STATUS.
           SELECT FAMLIEN-FILE ASSIGN TO "fam_liens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-ART
               FILE STATUS IS FAMLIEN-STATUS.
           SELECT FOULIEN-FILE ASSIGN TO "fou_liens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ART
               FILE STATUS IS FOULIEN-STATUS.
           SELECT REGLE-FILE ASSIGN TO "revisions_prix.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGLE-STATUS.
           SELECT HISTO-FILE ASSIGN TO "prix_histo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTO-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-REC.
           05  M-CODE              PIC X(10).
           05  M-LIB               PIC X(20).
           05  M-PU                PIC S9(5)V99.
           05  M-QTE               PIC S9(5).
           05  M-SEUIL             PIC S9(5).
           05  M-TVA               PIC 9(3).
           05  M-PMP               PIC S9(5)V99.
           05  M-EAN               PIC X(13).
           05  M-POIDS             PIC 9(4)V999.
           05  M-SERIE             PIC X.
           05  M-STATUT            PIC X.
       FD  FAMLIEN-FILE.
       01  FAMLIEN-REC.
           05  FL-ART              PIC X(10).
           05  FL-FAM              PIC X(8).
       FD  FOULIEN-FILE.
       01  FOULIEN-REC.
           05  LN-ART              PIC X(10).
           05  LN-FOU              PIC X(8).
           05  LN-CIBLE            PIC S9(5).
       FD  REGLE-FILE.
       01  REGLE-REC               PIC X(256).
       FD  HISTO-FILE.
       01  HISTO-REC               PIC X(80).
       FD  RAPPORT-FILE.
       01  RAPPORT-REC             PIC X(120).

       WORKING-STORAGE SECTION.
       77  MASTER-STATUS           PIC X(2) VALUE SPACES.
       77  FAMLIEN-STATUS          PIC X(2) VALUE SPACES.
       77  FOULIEN-STATUS          PIC X(2) VALUE SPACES.
       77  REGLE-STATUS            PIC X(2) VALUE SPACES.
       77  HISTO-STATUS            PIC X(2) VALUE SPACES.
       77  RAPPORT-FILENAME        PIC X(64) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  ARG-MODE                PIC X(16) VALUE SPACES.
       77  MODE-APPLIQUER          PIC X VALUE 'N'.
       77  FAMLIEN-OUVERT          PIC X VALUE 'N'.
       77  FOULIEN-OUVERT          PIC X VALUE 'N'.

      *> Regles de revisions_prix.txt en memoire, reecrites en fin
      *> de passage avec leur etat.
       77  NB-REGLES               PIC 9(3) VALUE 0.
       77  IDX-RG                  PIC 9(3) VALUE 0.
       01  TAB-REGLES OCCURS 100.
           05  RG-NUM              PIC X(8).
           05  RG-TYPE             PIC X(12).
           05  RG-CIBLE            PIC X(160).
           05  RG-MODE             PIC X(8).
           05  RG-VALEUR-TXT       PIC X(12).
           05  RG-VALEUR           PIC S9(5)V99.
           05  RG-TERM-TXT         PIC X(8).
           05  RG-TERM             PIC V99.
           05  RG-AVEC-TERM        PIC X.
           05  RG-EFFET-TXT        PIC X(10).
           05  RG-EFFET            PIC 9(8).
           05  RG-ETAT             PIC X(10).
           05  RG-DATE-ETAT        PIC X(8).
           05  RG-VALIDE           PIC X.
       01  RG-CH1                  PIC X(16).
       01  RG-CH2                  PIC X(16).
       01  RG-CH3                  PIC X(160).
       01  RG-CH4                  PIC X(16).
       01  RG-CH5                  PIC X(16).
       01  RG-CH6                  PIC X(16).
       01  RG-CH7                  PIC X(16).
       01  RG-CH8                  PIC X(16).
       01  RG-CH9                  PIC X(16).
       77  TERM-W                  PIC 9(3)V99 VALUE 0.

      *> Codes d'une regle ARTICLES, eclates de la cible.
       77  NB-LISTE                PIC 9(3) VALUE 0.
       77  LISTE-PTR               PIC 9(3) VALUE 0.
       01  LISTE-CODE-W            PIC X(16).
       01  TAB-LISTE OCCURS 50.
           05  LST-CODE            PIC X(10).

      *> Calcul du nouveau prix d'un article.
       77  ARTICLE-CONCERNE        PIC X VALUE 'N'.
       77  CALCUL-OK               PIC X VALUE 'O'.
       77  ANCIEN-PU               PIC S9(5)V99 VALUE 0.
       77  NOUVEAU-PU              PIC S9(5)V99 VALUE 0.
       77  PRIX-ENTIER             PIC S9(5) VALUE 0.
       77  CAND-HAUT               PIC S9(5)V99 VALUE 0.
       77  CAND-BAS                PIC S9(5)V99 VALUE 0.
       77  PCT-MARGE               PIC S9(5)V9 VALUE 0.
       77  PCT-MARGE-AVANT         PIC S9(5)V9 VALUE 0.
       77  LIGNE-PTR               PIC 9(3) VALUE 0.

      *> Compteurs du passage.
       77  NB-ART-REGLE            PIC 9(5) VALUE 0.
       77  NB-REGLES-TRAITEES      PIC 9(3) VALUE 0.
       77  NB-REGLES-NON-SIMULEES  PIC 9(3) VALUE 0.
       77  NB-REGLES-INVALIDES     PIC 9(3) VALUE 0.
       77  NB-REVISES              PIC 9(5) VALUE 0.
       77  NB-FIN-VIE              PIC 9(5) VALUE 0.
       77  NB-SOUS-PMP             PIC 9(5) VALUE 0.
       77  NB-ANOMALIES            PIC 9(5) VALUE 0.

       77  PU-EDIT                 PIC -(5)9.99.
       77  PU-EDIT2                PIC -(5)9.99.
       77  PMP-EDIT                PIC -(5)9.99.
       77  PCT-EDIT                PIC -(4)9.9.
       77  PCT-EDIT2               PIC -(4)9.9.
       77  NB-EDIT                 PIC Z(4)9.
       77  HISTO-PU-EDIT           PIC -(5)9.99.
       77  HISTO-PU-EDIT2          PIC -(5)9.99.

      *> Appels au sous-programme partage DATE-UTILS.
       77  DU-ACTION               PIC X(8) VALUE SPACES.
       77  DU-DATE-1               PIC 9(8) VALUE 0.
       77  DU-DATE-2               PIC 9(8) VALUE 0.
       77  DU-NOMBRE               PIC S9(7) VALUE 0.
       77  DU-RESULTAT             PIC X(2) VALUE SPACES.

      *> Declaration du rapport au spool d'impression
      *> (sous-programme SPOOL-REGISTER).
       77  SPOOL-TYPE              PIC X(12) VALUE "RAPPORT".
       77  SPOOL-FICHIER           PIC X(64) VALUE SPACES.
       77  SPOOL-NUMERO            PIC 9(6) VALUE 0.

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       77  WS-JOBLOG-PROGRAM       PIC X(20) VALUE "REVISION-PRIX".
       77  WS-JOBLOG-EVENT         PIC X(5).
       77  WS-JOBLOG-RC            PIC S9(4) VALUE 0.

      *> Verrou partage sur le catalogue indexe (mode APPLIQUER).
       77  VERROU-RESSOURCE        PIC X(20) VALUE "inv_master".
       77  VERROU-ACTION           PIC X(8) VALUE SPACES.
       77  VERROU-RESULTAT         PIC X(2) VALUE SPACES.
       77  VERROU-TENU             PIC X VALUE 'N'.

      *> Image avant/apres du prix revise, via AUDIT-TRACE.
       77  AUD-FICHIER             PIC X(20) VALUE "inv_master".
       77  AUD-CLE                 PIC X(64) VALUE SPACES.
       77  AUD-CHAMP               PIC X(12) VALUE "M-PU".
       77  AUD-AVANT               PIC X(20) VALUE SPACES.
       77  AUD-APRES               PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE "START" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
           INSPECT ARG-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE FUNCTION TRIM(ARG-MODE)
               WHEN SPACES
               WHEN "SIMULATION"
                   MOVE 'N' TO MODE-APPLIQUER
               WHEN "APPLIQUER"
                   MOVE 'O' TO MODE-APPLIQUER
               WHEN OTHER
                   DISPLAY "USAGE: revision_prix [SIMULATION |"
                       " APPLIQUER]"
                   MOVE 4 TO WS-JOBLOG-RC
                   PERFORM FIN-PROGRAMME
           END-EVALUATE

           PERFORM CHARGER-REGLES
           IF NB-REGLES = 0
               DISPLAY "Aucune regle de revision"
                   " (revisions_prix.txt absent ou vide)."
               PERFORM FIN-PROGRAMME
           END-IF
           PERFORM REVISER-PRIX
           PERFORM FIN-PROGRAMME.

       FIN-PROGRAMME.
           IF VERROU-TENU = 'O'
               MOVE "UNLOCK" TO VERROU-ACTION
               CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
                   VERROU-RESULTAT
               MOVE 'N' TO VERROU-TENU
           END-IF.
           MOVE "END" TO WS-JOBLOG-EVENT
           CALL "JOB-LOG" USING WS-JOBLOG-PROGRAM WS-JOBLOG-EVENT
               WS-JOBLOG-RC
           MOVE WS-JOBLOG-RC TO RETURN-CODE
           STOP RUN.

      *------------------------------------------------------------
      *  CHARGER-REGLES : revisions_prix.txt en memoire (l'entete
      *  eventuelle est ignoree, elle est reecrite) ; une regle mal
      *  formee est gardee telle quelle mais jamais traitee.
      *------------------------------------------------------------
       CHARGER-REGLES.
           MOVE 0 TO NB-REGLES.
           OPEN INPUT REGLE-FILE.
           IF REGLE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ REGLE-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-REGLE
               END-READ
           END-PERFORM.
           CLOSE REGLE-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-REGLE.
           IF FUNCTION LENGTH(FUNCTION TRIM(REGLE-REC)) = 0
               OR REGLE-REC(1:4) = "num|"
               EXIT PARAGRAPH
           END-IF.
           IF NB-REGLES >= 100
               DISPLAY "Plus de 100 regles de revision, ligne"
                   " ignoree : " FUNCTION TRIM(REGLE-REC)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RG-CH1 RG-CH2 RG-CH3 RG-CH4 RG-CH5 RG-CH6
               RG-CH7 RG-CH8 RG-CH9.
           UNSTRING REGLE-REC DELIMITED BY "|"
               INTO RG-CH1 RG-CH2 RG-CH3 RG-CH4 RG-CH5 RG-CH6
                   RG-CH7 RG-CH8 RG-CH9
           END-UNSTRING.
           INSPECT RG-CH2 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT RG-CH3 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT RG-CH4 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT RG-CH8 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           ADD 1 TO NB-REGLES.
           MOVE FUNCTION TRIM(RG-CH1) TO RG-NUM(NB-REGLES).
           MOVE FUNCTION TRIM(RG-CH2) TO RG-TYPE(NB-REGLES).
           MOVE FUNCTION TRIM(RG-CH3) TO RG-CIBLE(NB-REGLES).
           MOVE FUNCTION TRIM(RG-CH4) TO RG-MODE(NB-REGLES).
           MOVE FUNCTION TRIM(RG-CH5) TO RG-VALEUR-TXT(NB-REGLES).
           MOVE FUNCTION TRIM(RG-CH6) TO RG-TERM-TXT(NB-REGLES).
           MOVE FUNCTION TRIM(RG-CH7) TO RG-EFFET-TXT(NB-REGLES).
           MOVE FUNCTION TRIM(RG-CH8) TO RG-ETAT(NB-REGLES).
           MOVE FUNCTION TRIM(RG-CH9) TO RG-DATE-ETAT(NB-REGLES).
           MOVE 0 TO RG-VALEUR(NB-REGLES) RG-TERM(NB-REGLES)
               RG-EFFET(NB-REGLES).
           MOVE 'N' TO RG-AVEC-TERM(NB-REGLES).
           MOVE 'O' TO RG-VALIDE(NB-REGLES).

           IF RG-TYPE(NB-REGLES) NOT = "FAMILLE"
               AND RG-TYPE(NB-REGLES) NOT = "FOURNISSEUR"
               AND RG-TYPE(NB-REGLES) NOT = "ARTICLES"
               MOVE 'N' TO RG-VALIDE(NB-REGLES)
           END-IF.
           IF RG-CIBLE(NB-REGLES) = SPACES
               MOVE 'N' TO RG-VALIDE(NB-REGLES)
           END-IF.
           IF RG-MODE(NB-REGLES) NOT = "PCT"
               AND RG-MODE(NB-REGLES) NOT = "MONTANT"
               MOVE 'N' TO RG-VALIDE(NB-REGLES)
           END-IF.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(RG-CH5)) = 0
               AND RG-CH5 NOT = SPACES
               MOVE FUNCTION NUMVAL(RG-CH5) TO RG-VALEUR(NB-REGLES)
           ELSE
               MOVE 'N' TO RG-VALIDE(NB-REGLES)
           END-IF.
           IF RG-MODE(NB-REGLES) = "PCT"
               AND RG-VALEUR(NB-REGLES) <= -100
               MOVE 'N' TO RG-VALIDE(NB-REGLES)
           END-IF.
      *> terminaison : 99 ou .99 ou 0.99 = x,99
           IF RG-CH6 NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(RG-CH6)) = 0
                   MOVE FUNCTION NUMVAL(RG-CH6) TO TERM-W
                   IF TERM-W >= 1
                       COMPUTE TERM-W = TERM-W / 100
                   END-IF
                   IF TERM-W >= 1
                       MOVE 'N' TO RG-VALIDE(NB-REGLES)
                   ELSE
                       MOVE TERM-W TO RG-TERM(NB-REGLES)
                       MOVE 'O' TO RG-AVEC-TERM(NB-REGLES)
                   END-IF
               ELSE
                   MOVE 'N' TO RG-VALIDE(NB-REGLES)
               END-IF
           END-IF.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(RG-CH7)) = 0
               AND RG-CH7 NOT = SPACES
               MOVE "VALIDER" TO DU-ACTION
               MOVE FUNCTION NUMVAL(RG-CH7) TO DU-DATE-1
               CALL "DATE-UTILS" USING DU-ACTION DU-DATE-1 DU-DATE-2
                   DU-NOMBRE DU-RESULTAT
               IF DU-RESULTAT = "00"
                   MOVE DU-DATE-1 TO RG-EFFET(NB-REGLES)
               ELSE
                   MOVE 'N' TO RG-VALIDE(NB-REGLES)
               END-IF
           ELSE
               MOVE 'N' TO RG-VALIDE(NB-REGLES)
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  REVISER-PRIX : un passage sur les regles - simulation de
      *  toutes les regles non appliquees, ou application des
      *  regles simulees dont la date d'effet est atteinte.
      *============================================================
       REVISER-PRIX.
           IF MODE-APPLIQUER = 'O'
               MOVE "LOCK" TO VERROU-ACTION
               CALL "FILE-LOCK" USING VERROU-RESSOURCE VERROU-ACTION
                   VERROU-RESULTAT
               IF VERROU-RESULTAT NOT = "00"
                   DISPLAY "Catalogue indexe verrouille par un autre"
                       " traitement (inv_master.lck), revisions"
                       " reportees."
                   MOVE 8 TO WS-JOBLOG-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE 'O' TO VERROU-TENU
               OPEN I-O MASTER-FILE
           ELSE
               OPEN INPUT MASTER-FILE
           END-IF.
           IF MASTER-STATUS NOT = "00"
               DISPLAY "Catalogue indexe indisponible (status "
                   MASTER-STATUS ")."
               MOVE 8 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FAMLIEN-FILE.
           IF FAMLIEN-STATUS = "00"
               MOVE 'O' TO FAMLIEN-OUVERT
           END-IF.
           OPEN INPUT FOULIEN-FILE.
           IF FOULIEN-STATUS = "00"
               MOVE 'O' TO FOULIEN-OUVERT
           END-IF.

           MOVE SPACES TO RAPPORT-FILENAME.
           IF MODE-APPLIQUER = 'O'
               STRING "revision_prix_" WS-TODAY ".txt"
                   DELIMITED BY SIZE INTO RAPPORT-FILENAME
               END-STRING
           ELSE
               STRING "revision_simulation_" WS-TODAY ".txt"
                   DELIMITED BY SIZE INTO RAPPORT-FILENAME
               END-STRING
           END-IF.
           OPEN OUTPUT RAPPORT-FILE.
           MOVE SPACES TO RAPPORT-REC.
           IF MODE-APPLIQUER = 'O'
               STRING "REVISIONS DE PRIX APPLIQUEES LE " WS-TODAY
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
           ELSE
               STRING "SIMULATION DES REVISIONS DE PRIX AU "
                   WS-TODAY " - AUCUN PRIX MODIFIE"
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
           END-IF.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.

           PERFORM VARYING IDX-RG FROM 1 BY 1
               UNTIL IDX-RG > NB-REGLES
               PERFORM EXAMINER-REGLE
           END-PERFORM.

           IF FAMLIEN-OUVERT = 'O'
               CLOSE FAMLIEN-FILE
           END-IF.
           IF FOULIEN-OUVERT = 'O'
               CLOSE FOULIEN-FILE
           END-IF.
           CLOSE MASTER-FILE.
           PERFORM SAUVER-REGLES.

           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           STRING NB-REGLES-TRAITEES " regle(s) traitee(s), "
               NB-REVISES " prix revise(s), "
               NB-SOUS-PMP " sous le PMP, "
               NB-FIN-VIE " fin de vie inchange(s), "
               NB-ANOMALIES " prix invalide(s)."
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           DISPLAY FUNCTION TRIM(RAPPORT-REC).
           WRITE RAPPORT-REC.
           IF NB-REGLES-INVALIDES > 0 OR NB-REGLES-NON-SIMULEES > 0
               MOVE SPACES TO RAPPORT-REC
               STRING NB-REGLES-INVALIDES " regle(s) mal formee(s), "
                   NB-REGLES-NON-SIMULEES
                   " regle(s) echue(s) jamais simulee(s)."
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               DISPLAY FUNCTION TRIM(RAPPORT-REC)
               WRITE RAPPORT-REC
               MOVE 4 TO WS-JOBLOG-RC
           END-IF.
           CLOSE RAPPORT-FILE.
           MOVE RAPPORT-FILENAME TO SPOOL-FICHIER.
           CALL "SPOOL-REGISTER" USING SPOOL-TYPE SPOOL-FICHIER
               WS-JOBLOG-PROGRAM SPOOL-NUMERO.
           DISPLAY "Rapport : " FUNCTION TRIM(RAPPORT-FILENAME)
               " (spool " SPOOL-NUMERO ")".
           IF NB-SOUS-PMP > 0 OR NB-ANOMALIES > 0
               MOVE 4 TO WS-JOBLOG-RC
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  EXAMINER-REGLE : la regle IDX-RG est-elle a traiter dans
      *  ce passage ? Si oui, parcours du catalogue.
      *------------------------------------------------------------
       EXAMINER-REGLE.
           IF RG-ETAT(IDX-RG) = "APPLIQUEE"
               EXIT PARAGRAPH
           END-IF.
           IF RG-VALIDE(IDX-RG) = 'N'
               ADD 1 TO NB-REGLES-INVALIDES
               MOVE SPACES TO RAPPORT-REC
               STRING "REGLE " FUNCTION TRIM(RG-NUM(IDX-RG))
                   " MAL FORMEE (type, cible, mode, valeur,"
                   " terminaison ou date d'effet) - ignoree"
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
               MOVE SPACES TO RAPPORT-REC
               WRITE RAPPORT-REC
               EXIT PARAGRAPH
           END-IF.
           IF MODE-APPLIQUER = 'O'
               IF RG-EFFET(IDX-RG) > WS-TODAY
                   EXIT PARAGRAPH
               END-IF
               IF RG-ETAT(IDX-RG) NOT = "SIMULEE"
                   ADD 1 TO NB-REGLES-NON-SIMULEES
                   MOVE SPACES TO RAPPORT-REC
                   STRING "REGLE " FUNCTION TRIM(RG-NUM(IDX-RG))
                       " ECHUE MAIS JAMAIS SIMULEE - non appliquee,"
                       " lancer ./revision_prix SIMULATION"
                       DELIMITED BY SIZE INTO RAPPORT-REC
                   END-STRING
                   WRITE RAPPORT-REC
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *> sans le fichier de liens, la regle attend le passage
      *> suivant au lieu d'etre consideree comme faite
           IF (RG-TYPE(IDX-RG) = "FAMILLE" AND FAMLIEN-OUVERT = 'N')
               OR (RG-TYPE(IDX-RG) = "FOURNISSEUR"
                   AND FOULIEN-OUVERT = 'N')
               MOVE SPACES TO RAPPORT-REC
               STRING "REGLE " FUNCTION TRIM(RG-NUM(IDX-RG))
                   " : fam_liens.dat / fou_liens.dat indisponible"
                   " - regle reportee"
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
               MOVE SPACES TO RAPPORT-REC
               WRITE RAPPORT-REC
               MOVE 4 TO WS-JOBLOG-RC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-REGLES-TRAITEES.
           IF RG-TYPE(IDX-RG) = "ARTICLES"
               PERFORM ECLATER-LISTE
           END-IF.
           MOVE SPACES TO RAPPORT-REC.
           STRING "REGLE " FUNCTION TRIM(RG-NUM(IDX-RG)) " : "
               FUNCTION TRIM(RG-TYPE(IDX-RG)) " "
               FUNCTION TRIM(RG-CIBLE(IDX-RG)) " "
               FUNCTION TRIM(RG-MODE(IDX-RG)) " "
               FUNCTION TRIM(RG-VALEUR-TXT(IDX-RG))
               " terminaison " FUNCTION TRIM(RG-TERM-TXT(IDX-RG))
               " effet " RG-EFFET(IDX-RG)
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.
           MOVE SPACES TO RAPPORT-REC.
           STRING "  ARTICLE    LIBELLE                 ANCIEN PU"
               "   NOUVEAU PU          PMP    MARGE AVANT -> APRES"
               DELIMITED BY SIZE INTO RAPPORT-REC
           END-STRING.
           WRITE RAPPORT-REC.

           MOVE 0 TO NB-ART-REGLE.
           MOVE LOW-VALUES TO M-CODE.
           START MASTER-FILE KEY IS NOT LESS THAN M-CODE
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM UNTIL 1 = 0
               READ MASTER-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               PERFORM SELECTIONNER-ARTICLE
               IF ARTICLE-CONCERNE = 'O'
                   PERFORM REVISER-ARTICLE
               END-IF
           END-PERFORM.

           IF NB-ART-REGLE = 0
               MOVE "  aucun article concerne par cette regle"
                   TO RAPPORT-REC
               WRITE RAPPORT-REC
               MOVE 4 TO WS-JOBLOG-RC
           END-IF.
           MOVE SPACES TO RAPPORT-REC.
           WRITE RAPPORT-REC.
           IF MODE-APPLIQUER = 'O'
               MOVE "APPLIQUEE" TO RG-ETAT(IDX-RG)
           ELSE
               MOVE "SIMULEE" TO RG-ETAT(IDX-RG)
           END-IF.
           MOVE WS-TODAY TO RG-DATE-ETAT(IDX-RG).
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ECLATER-LISTE : codes article de la cible d'une regle
      *  ARTICLES, separes par des virgules.
      *------------------------------------------------------------
       ECLATER-LISTE.
           MOVE 0 TO NB-LISTE.
           MOVE 1 TO LISTE-PTR.
           PERFORM UNTIL LISTE-PTR > 160 OR NB-LISTE >= 50
               MOVE SPACES TO LISTE-CODE-W
               UNSTRING RG-CIBLE(IDX-RG) DELIMITED BY ","
                   INTO LISTE-CODE-W
                   WITH POINTER LISTE-PTR
               END-UNSTRING
               IF FUNCTION TRIM(LISTE-CODE-W) NOT = SPACES
                   ADD 1 TO NB-LISTE
                   MOVE FUNCTION TRIM(LISTE-CODE-W)
                       TO LST-CODE(NB-LISTE)
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  SELECTIONNER-ARTICLE : M-CODE entre-t-il dans la cible de
      *  la regle IDX-RG (famille, fournisseur ou liste) ?
      *------------------------------------------------------------
       SELECTIONNER-ARTICLE.
           MOVE 'N' TO ARTICLE-CONCERNE.
           EVALUATE RG-TYPE(IDX-RG)
               WHEN "FAMILLE"
                   IF FAMLIEN-OUVERT = 'O'
                       MOVE M-CODE TO FL-ART
                       READ FAMLIEN-FILE
                           INVALID KEY
                               MOVE SPACES TO FL-FAM
                       END-READ
                       IF FL-FAM NOT = SPACES
                           AND FL-FAM = RG-CIBLE(IDX-RG)(1:8)
                           MOVE 'O' TO ARTICLE-CONCERNE
                       END-IF
                   END-IF
               WHEN "FOURNISSEUR"
                   IF FOULIEN-OUVERT = 'O'
                       MOVE M-CODE TO LN-ART
                       READ FOULIEN-FILE
                           INVALID KEY
                               MOVE SPACES TO LN-FOU
                       END-READ
                       IF LN-FOU NOT = SPACES
                           AND LN-FOU = RG-CIBLE(IDX-RG)(1:8)
                           MOVE 'O' TO ARTICLE-CONCERNE
                       END-IF
                   END-IF
               WHEN "ARTICLES"
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > NB-LISTE
                       IF LST-CODE(WS-I) = M-CODE
                           MOVE 'O' TO ARTICLE-CONCERNE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
           END-EVALUATE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  REVISER-ARTICLE : nouveau prix de l'article courant selon
      *  la regle, ligne de rapport, et en mode APPLIQUER reecriture
      *  du catalogue avec ses traces.
      *------------------------------------------------------------
       REVISER-ARTICLE.
           ADD 1 TO NB-ART-REGLE.
           IF M-STATUT = 'F'
               ADD 1 TO NB-FIN-VIE
               MOVE M-PU TO PU-EDIT
               MOVE SPACES TO RAPPORT-REC
               STRING "  " M-CODE " " M-LIB " " PU-EDIT
                   "   fin de vie - prix inchange"
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULER-NOUVEAU-PU.
           IF CALCUL-OK = 'N'
               ADD 1 TO NB-ANOMALIES
               MOVE M-PU TO PU-EDIT
               MOVE SPACES TO RAPPORT-REC
               STRING "  " M-CODE " " M-LIB " " PU-EDIT
                   "   prix calcule invalide - inchange"
                   DELIMITED BY SIZE INTO RAPPORT-REC
               END-STRING
               WRITE RAPPORT-REC
               EXIT PARAGRAPH
           END-IF.

           IF M-PU > 0
               COMPUTE PCT-MARGE-AVANT ROUNDED =
                   (M-PU - M-PMP) * 100 / M-PU
           ELSE
               MOVE 0 TO PCT-MARGE-AVANT
           END-IF.
           COMPUTE PCT-MARGE ROUNDED =
               (NOUVEAU-PU - M-PMP) * 100 / NOUVEAU-PU.
           MOVE M-PU TO PU-EDIT.
           MOVE NOUVEAU-PU TO PU-EDIT2.
           MOVE M-PMP TO PMP-EDIT.
           MOVE PCT-MARGE-AVANT TO PCT-EDIT.
           MOVE PCT-MARGE TO PCT-EDIT2.
           MOVE SPACES TO RAPPORT-REC.
           MOVE 1 TO LIGNE-PTR.
           STRING "  " M-CODE " " M-LIB " " PU-EDIT "    "
               PU-EDIT2 "    " PMP-EDIT "    " PCT-EDIT " % ->"
               PCT-EDIT2 " %"
               DELIMITED BY SIZE INTO RAPPORT-REC
               WITH POINTER LIGNE-PTR
           END-STRING.
           IF NOUVEAU-PU < M-PMP
               ADD 1 TO NB-SOUS-PMP
               STRING "  SOUS LE PMP"
                   DELIMITED BY SIZE INTO RAPPORT-REC
                   WITH POINTER LIGNE-PTR
               END-STRING
           END-IF.
           WRITE RAPPORT-REC.
           IF MODE-APPLIQUER = 'N' OR NOUVEAU-PU = M-PU
               EXIT PARAGRAPH
           END-IF.

           MOVE M-PU TO ANCIEN-PU.
           MOVE NOUVEAU-PU TO M-PU.
           REWRITE MASTER-REC
               INVALID KEY
                   DISPLAY "  Erreur catalogue indexe ("
                       FUNCTION TRIM(M-CODE) ") : " MASTER-STATUS
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE M-CODE TO AUD-CLE.
           MOVE ANCIEN-PU TO PU-EDIT.
           MOVE PU-EDIT TO AUD-AVANT.
           MOVE M-PU TO PU-EDIT.
           MOVE PU-EDIT TO AUD-APRES.
           CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE AUD-CHAMP
               AUD-AVANT AUD-APRES WS-JOBLOG-PROGRAM.
           PERFORM HISTORISER-PRIX.
           ADD 1 TO NB-REVISES.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  CALCULER-NOUVEAU-PU : pourcentage ou montant, puis
      *  terminaison de prix eventuelle. CALCUL-OK = 'N' si le prix
      *  obtenu est nul, negatif ou hors capacite de M-PU.
      *------------------------------------------------------------
       CALCULER-NOUVEAU-PU.
           MOVE 'O' TO CALCUL-OK.
           IF RG-MODE(IDX-RG) = "PCT"
               COMPUTE NOUVEAU-PU ROUNDED =
                   M-PU * (100 + RG-VALEUR(IDX-RG)) / 100
                   ON SIZE ERROR
                       MOVE 'N' TO CALCUL-OK
               END-COMPUTE
           ELSE
               COMPUTE NOUVEAU-PU = M-PU + RG-VALEUR(IDX-RG)
                   ON SIZE ERROR
                       MOVE 'N' TO CALCUL-OK
               END-COMPUTE
           END-IF.
           IF CALCUL-OK = 'O' AND RG-AVEC-TERM(IDX-RG) = 'O'
               PERFORM ARRONDIR-TERMINAISON
           END-IF.
           IF NOUVEAU-PU <= 0
               MOVE 'N' TO CALCUL-OK
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ARRONDIR-TERMINAISON : prix ramene a la terminaison la
      *  plus proche (x,99 : 12,40 donne 11,99 et 12,60 donne
      *  12,99) ; a egale distance, la terminaison superieure.
      *------------------------------------------------------------
       ARRONDIR-TERMINAISON.
           MOVE NOUVEAU-PU TO PRIX-ENTIER.
           COMPUTE CAND-HAUT = PRIX-ENTIER + RG-TERM(IDX-RG).
           IF CAND-HAUT < NOUVEAU-PU
               ADD 1 TO CAND-HAUT
                   ON SIZE ERROR
                       MOVE 'N' TO CALCUL-OK
                       EXIT PARAGRAPH
               END-ADD
           END-IF.
           COMPUTE CAND-BAS = CAND-HAUT - 1.
           IF CAND-BAS > 0
               AND NOUVEAU-PU - CAND-BAS < CAND-HAUT - NOUVEAU-PU
               MOVE CAND-BAS TO NOUVEAU-PU
           ELSE
               MOVE CAND-HAUT TO NOUVEAU-PU
           END-IF.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  HISTORISER-PRIX : meme trace datee que WRITE-MASTER
      *  d'INVENTAIRE, origine REVISION.
      *------------------------------------------------------------
       HISTORISER-PRIX.
           OPEN EXTEND HISTO-FILE.
           IF HISTO-STATUS = "35"
               OPEN OUTPUT HISTO-FILE
               MOVE "date|code|ancien_pu|nouveau_pu|origine"
                   TO HISTO-REC
               WRITE HISTO-REC
               CLOSE HISTO-FILE
               OPEN EXTEND HISTO-FILE
           END-IF.
           IF HISTO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ANCIEN-PU TO HISTO-PU-EDIT.
           MOVE M-PU TO HISTO-PU-EDIT2.
           MOVE SPACES TO HISTO-REC.
           STRING WS-TODAY "|" M-CODE "|"
               FUNCTION TRIM(HISTO-PU-EDIT) "|"
               FUNCTION TRIM(HISTO-PU-EDIT2) "|REVISION"
               DELIMITED BY SIZE INTO HISTO-REC
           END-STRING.
           WRITE HISTO-REC.
           CLOSE HISTO-FILE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  SAUVER-REGLES : reecrit revisions_prix.txt avec l'etat et
      *  la date de passage de chaque regle.
      *------------------------------------------------------------
       SAUVER-REGLES.
           OPEN OUTPUT REGLE-FILE.
           MOVE SPACES TO REGLE-REC.
           STRING "num|type|cible|mode|valeur|terminaison|effet|"
               "etat|date"
               DELIMITED BY SIZE INTO REGLE-REC
           END-STRING.
           WRITE REGLE-REC.
           PERFORM VARYING IDX-RG FROM 1 BY 1
               UNTIL IDX-RG > NB-REGLES
               MOVE SPACES TO REGLE-REC
               STRING FUNCTION TRIM(RG-NUM(IDX-RG)) "|"
                   FUNCTION TRIM(RG-TYPE(IDX-RG)) "|"
                   FUNCTION TRIM(RG-CIBLE(IDX-RG)) "|"
                   FUNCTION TRIM(RG-MODE(IDX-RG)) "|"
                   FUNCTION TRIM(RG-VALEUR-TXT(IDX-RG)) "|"
                   FUNCTION TRIM(RG-TERM-TXT(IDX-RG)) "|"
                   FUNCTION TRIM(RG-EFFET-TXT(IDX-RG)) "|"
                   FUNCTION TRIM(RG-ETAT(IDX-RG)) "|"
                   FUNCTION TRIM(RG-DATE-ETAT(IDX-RG))
                   DELIMITED BY SIZE INTO REGLE-REC
               END-STRING
               WRITE REGLE-REC
           END-PERFORM.
           CLOSE REGLE-FILE.
           EXIT PARAGRAPH.
