       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODE-CONTROLE.

      *> Verrou des periodes comptables : une fois le mois cloture
      *> par CLOTURE-STOCK (gl_stock_AAAAMM) et signe par la
      *> finance, plus rien ne doit s'y poster. Le calendrier
      *> periodes.txt (PERIODE|STATUT|DATE|OPERATEUR, tenu par
      *> PERIODES-COMPTABLES) porte un statut par mois :
      *>
      *>   OUVERTE    : tout se poste (statut d'un mois absent du
      *>                calendrier) ;
      *>   EN-CLOTURE : cloture de stock passee, en attente de
      *>                signature - la gestion (stock, factures,
      *>                avoirs, comptages) ne poste plus, la
      *>                compta (grand livre) poste encore les
      *>                ecritures de cloture ;
      *>   FERMEE     : signee, plus rien ne s'y poste.
      *>
      *> Meme convention d'appel que DATE-UTILS :
      *>
      *>   CALL "PERIODE-CONTROLE" USING origine date date-retenue
      *>                                 resultat
      *>
      *>   origine      : "GESTION", "COMPTA" ou "JOURNAL" (le
      *>       mouvement est deja fait, il ne peut qu'etre
      *>       reporte) ;
      *>   date         : date de l'operation AAAAMMJJ ;
      *>   date-retenue : date a poster ;
      *>   resultat     : "00" periode ouverte (date inchangee),
      *>       "04" periode close, operation reportee au premier
      *>       jour de la premiere periode ouverte qui suit,
      *>       "08" periode close, operation refusee.
      *>
      *> Reporter ou refuser : parametre PERIODE-CLOSE-ACTION de
      *> parametres.txt (REPORTER par defaut, ou REFUSER).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODES-FILE ASSIGN TO "periodes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODES-FILE.
       01  PERIODES-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01  PERIODES-STATUS          PIC XX.
       01  PER-CH1                  PIC X(8).
       01  PER-CH2                  PIC X(12).
       01  NB-PERIODES              PIC 9(4) VALUE 0.
       01  TAB-PERIODES.
           05  PE-ENTREE OCCURS 600.
               10  PE-MOIS          PIC 9(6).
               10  PE-STATUT        PIC X(12).
       01  PE-IDX                   PIC 9(4) VALUE 0.
       01  MOIS-TESTE               PIC 9(6) VALUE 0.
       01  MOIS-AAAA                PIC 9(4) VALUE 0.
       01  MOIS-MM                  PIC 9(2) VALUE 0.
       01  STATUT-MOIS              PIC X(12) VALUE SPACES.
       01  MOIS-BLOQUE              PIC X VALUE 'N'.
       01  NB-ESSAIS                PIC 9(4) VALUE 0.

       01  PRM-CLE                  PIC X(24) VALUE SPACES.
       01  PRM-DEFAUT               PIC X(40) VALUE SPACES.
       01  PRM-VALEUR               PIC X(40) VALUE SPACES.
       01  PRM-RESULTAT             PIC X(2) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-ORIGINE               PIC X(8).
       01  LS-DATE                  PIC 9(8).
       01  LS-DATE-RETENUE          PIC 9(8).
       01  LS-RESULTAT              PIC X(2).

       PROCEDURE DIVISION USING LS-ORIGINE LS-DATE LS-DATE-RETENUE
           LS-RESULTAT.
       DEBUT.
           MOVE "00" TO LS-RESULTAT
           MOVE LS-DATE TO LS-DATE-RETENUE
           PERFORM CHARGER-PERIODES
           IF NB-PERIODES = 0
               GOBACK
           END-IF

           COMPUTE MOIS-TESTE = LS-DATE / 100
           PERFORM TESTER-MOIS
           IF MOIS-BLOQUE = 'N'
               GOBACK
           END-IF

           IF LS-ORIGINE NOT = "JOURNAL"
               MOVE "PERIODE-CLOSE-ACTION" TO PRM-CLE
               MOVE "REPORTER" TO PRM-DEFAUT
               CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT
                   PRM-VALEUR PRM-RESULTAT
               INSPECT PRM-VALEUR CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF FUNCTION TRIM(PRM-VALEUR) = "REFUSER"
                   MOVE "08" TO LS-RESULTAT
                   GOBACK
               END-IF
           END-IF

      *> Premier mois ouvert qui suit (calendrier borne : au pire
      *> 50 ans d'avance, le mois suivant le dernier mois clos est
      *> forcement ouvert).
           MOVE 0 TO NB-ESSAIS
           PERFORM UNTIL MOIS-BLOQUE = 'N' OR NB-ESSAIS > 600
               ADD 1 TO NB-ESSAIS
               DIVIDE MOIS-TESTE BY 100 GIVING MOIS-AAAA
                   REMAINDER MOIS-MM
               IF MOIS-MM >= 12
                   ADD 1 TO MOIS-AAAA
                   MOVE 1 TO MOIS-MM
               ELSE
                   ADD 1 TO MOIS-MM
               END-IF
               COMPUTE MOIS-TESTE = MOIS-AAAA * 100 + MOIS-MM
               PERFORM TESTER-MOIS
           END-PERFORM
           COMPUTE LS-DATE-RETENUE = MOIS-TESTE * 100 + 1
           MOVE "04" TO LS-RESULTAT
           GOBACK.

      *============================================================
      *  CHARGER-PERIODES : calendrier complet en table (un mois
      *  absent = ouvert ; pas de calendrier = tout est ouvert).
      *============================================================
       CHARGER-PERIODES.
           MOVE 0 TO NB-PERIODES.
           OPEN INPUT PERIODES-FILE.
           IF PERIODES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ PERIODES-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGER-LIGNE-PERIODE
               END-READ
           END-PERFORM.
           CLOSE PERIODES-FILE.
           EXIT PARAGRAPH.

       CHARGER-LIGNE-PERIODE.
           IF FUNCTION LENGTH(FUNCTION TRIM(PERIODES-REC)) = 0
               OR PERIODES-REC(1:8) = "periode|"
               OR NB-PERIODES >= 600
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PER-CH1 PER-CH2.
           UNSTRING PERIODES-REC DELIMITED BY "|"
               INTO PER-CH1 PER-CH2
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PER-CH1)) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NB-PERIODES.
           MOVE FUNCTION NUMVAL(PER-CH1) TO PE-MOIS(NB-PERIODES).
           MOVE PER-CH2 TO PE-STATUT(NB-PERIODES).
           EXIT PARAGRAPH.

      *============================================================
      *  TESTER-MOIS : MOIS-BLOQUE = 'O' si MOIS-TESTE n'accepte
      *  pas d'ecriture de cette origine.
      *============================================================
       TESTER-MOIS.
           MOVE "OUVERTE" TO STATUT-MOIS.
           PERFORM VARYING PE-IDX FROM 1 BY 1
               UNTIL PE-IDX > NB-PERIODES
               IF PE-MOIS(PE-IDX) = MOIS-TESTE
                   MOVE PE-STATUT(PE-IDX) TO STATUT-MOIS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN STATUT-MOIS = "FERMEE"
                   MOVE 'O' TO MOIS-BLOQUE
               WHEN STATUT-MOIS = "EN-CLOTURE"
                   AND LS-ORIGINE NOT = "COMPTA"
                   MOVE 'O' TO MOIS-BLOQUE
               WHEN OTHER
                   MOVE 'N' TO MOIS-BLOQUE
           END-EVALUATE.
           EXIT PARAGRAPH.
