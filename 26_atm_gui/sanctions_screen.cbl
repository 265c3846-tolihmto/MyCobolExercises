       >>SOURCE FORMAT FREE
      *>
      *> SANCTIONS-SCREEN - fuzzy name screening against the
      *> sanctions watchlist atm_watchlist.txt (delivered through
      *> INTAKE-MANAGER, one ID|NAME[|TYPE|PROGRAM|LISTED] line per
      *> listed name, an alias being one more line under the same
      *> ID), same calling convention as DATE-UTILS:
      *>
      *>   CALL "SANCTIONS-SCREEN" USING action name result score
      *>        list-id list-name
      *>
      *>   CHARGER  (re)loads the watchlist into memory;
      *>   FILTRER  screens the name against the list loaded (loaded
      *>            on first use) and returns the best-scoring entry.
      *>
      *> Names are compared word by word, in any order (surname and
      *> first name swapped still match): upper-cased, everything
      *> but letters blanked, one-letter words (initials) dropped.
      *> Two words match when their edit distance stays within a
      *> tolerance growing with the word length (0 up to 3 letters,
      *> 1 up to 6, 2 beyond) - JON / JOHN, SMYTH / SMITH,
      *> MOHAMMED / MUHAMMAD. Score = 200 x matched words / (words
      *> of the name + words of the entry), 100 for the same words.
      *>
      *> result "00" no entry reaches SEUIL-CORRESPONDANCE, "01"
      *> possible match (list-id / list-name / score of the best
      *> entry), "35" no watchlist on file - nothing screened.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCTIONS-SCREEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-FILE ASSIGN TO "atm_watchlist.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-FILE.
       01  WATCH-REC                 PIC X(200).

       WORKING-STORAGE SECTION.
       01  WATCH-STATUS              PIC XX.
       01  LISTE-CHARGEE             PIC X VALUE 'N'.
       01  LISTE-ABSENTE             PIC X VALUE 'N'.
       01  SEUIL-CORRESPONDANCE      PIC 9(3) VALUE 80.
       01  W-ID                      PIC X(16).
       01  W-NOM                     PIC X(60).

      *> The watchlist, each name already cut into words.
       01  NB-LISTE                  PIC 9(4) COMP VALUE 0.
       01  TAB-LISTE.
           05  WL-ENTRY OCCURS 5000 TIMES.
               10 WL-ID              PIC X(16).
               10 WL-NOM             PIC X(60).
               10 WL-NB-MOTS         PIC 9(2) COMP.
               10 WL-MOT             PIC X(20) OCCURS 8.

      *> Word cutting (MOTS-SOURCE -> MOTS-NB / MOT-T).
       01  MOTS-SOURCE               PIC X(60).
       01  MOTS-NB                   PIC 9(2) COMP VALUE 0.
       01  MOT-T                     PIC X(20) OCCURS 8.
       01  MOT-BRUT                  PIC X(20) OCCURS 8.
       01  C                         PIC X.
       01  K                         PIC 9(4) COMP VALUE 0.

      *> The screened name's words.
       01  NOM-NB                    PIC 9(2) COMP VALUE 0.
       01  NOM-MOT                   PIC X(20) OCCURS 8.

       01  E                         PIC 9(4) COMP VALUE 0.
       01  P                         PIC 9(2) COMP VALUE 0.
       01  Q                         PIC 9(2) COMP VALUE 0.
       01  MOT-UTILISE               PIC X OCCURS 8.
       01  NB-APPARIES               PIC 9(2) COMP VALUE 0.
       01  SCORE-W                   PIC 9(3) VALUE 0.
       01  MEILLEUR-SCORE            PIC 9(3) VALUE 0.
       01  MEILLEUR-IX               PIC 9(4) COMP VALUE 0.

      *> Edit distance between MOT-A and MOT-B.
       01  MOT-A                     PIC X(20).
       01  MOT-B                     PIC X(20).
       01  LA                        PIC 9(2) COMP VALUE 0.
       01  LB                        PIC 9(2) COMP VALUE 0.
       01  I                         PIC 9(2) COMP VALUE 0.
       01  J                         PIC 9(2) COMP VALUE 0.
       01  COUT                      PIC 9(2) COMP VALUE 0.
       01  DISTANCE                  PIC 9(2) COMP VALUE 0.
       01  TOLERANCE                 PIC 9(2) COMP VALUE 0.
       01  ECART-LONG                PIC 9(2) COMP VALUE 0.
       01  D-MIN                     PIC 9(2) COMP VALUE 0.
       01  MOTS-EGAUX                PIC X VALUE 'N'.
       01  TAB-D.
           05  D-LIGNE OCCURS 21 TIMES.
               10 D-CASE             PIC 9(2) COMP OCCURS 21.

       LINKAGE SECTION.
       01  LS-ACTION                 PIC X(8).
       01  LS-NOM                    PIC X(60).
       01  LS-RESULTAT               PIC X(2).
       01  LS-SCORE                  PIC 9(3).
       01  LS-LISTE-ID               PIC X(16).
       01  LS-LISTE-NOM              PIC X(60).

       PROCEDURE DIVISION USING LS-ACTION LS-NOM LS-RESULTAT
           LS-SCORE LS-LISTE-ID LS-LISTE-NOM.
       DEBUT.
           MOVE "00" TO LS-RESULTAT
           MOVE 0 TO LS-SCORE
           MOVE SPACES TO LS-LISTE-ID LS-LISTE-NOM
           EVALUATE FUNCTION TRIM(LS-ACTION)
              WHEN "CHARGER"
                 PERFORM CHARGER-LISTE
                 IF LISTE-ABSENTE = 'O'
                    MOVE "35" TO LS-RESULTAT
                 END-IF
              WHEN "FILTRER"
                 IF LISTE-CHARGEE = 'N'
                    PERFORM CHARGER-LISTE
                 END-IF
                 IF LISTE-ABSENTE = 'O'
                    MOVE "35" TO LS-RESULTAT
                 ELSE
                    PERFORM FILTRER-NOM
                 END-IF
              WHEN OTHER
                 MOVE "99" TO LS-RESULTAT
           END-EVALUATE
           GOBACK.

       CHARGER-LISTE.
           MOVE 'O' TO LISTE-CHARGEE
           MOVE 'N' TO LISTE-ABSENTE
           MOVE 0 TO NB-LISTE
           OPEN INPUT WATCH-FILE
           IF WATCH-STATUS NOT = "00"
              MOVE 'O' TO LISTE-ABSENTE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ WATCH-FILE
                 AT END EXIT PERFORM
              END-READ
              MOVE SPACES TO W-ID W-NOM
              UNSTRING WATCH-REC DELIMITED BY "|"
                 INTO W-ID W-NOM
              END-UNSTRING
              IF WATCH-REC(1:1) NOT = "#"
                 AND FUNCTION TRIM(W-NOM) NOT = SPACES
                 AND NB-LISTE < 5000
                 MOVE W-NOM TO MOTS-SOURCE
                 PERFORM DECOUPER-MOTS
                 IF MOTS-NB > 0
                    ADD 1 TO NB-LISTE
                    MOVE W-ID TO WL-ID(NB-LISTE)
                    MOVE W-NOM TO WL-NOM(NB-LISTE)
                    MOVE MOTS-NB TO WL-NB-MOTS(NB-LISTE)
                    PERFORM VARYING K FROM 1 BY 1 UNTIL K > 8
                       MOVE MOT-T(K) TO WL-MOT(NB-LISTE, K)
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM
           CLOSE WATCH-FILE
           .

      *> MOTS-SOURCE -> up to 8 words of 2 letters or more.
       DECOUPER-MOTS.
           INSPECT MOTS-SOURCE CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 60
              MOVE MOTS-SOURCE(K:1) TO C
              IF C < "A" OR C > "Z"
                 MOVE SPACE TO MOTS-SOURCE(K:1)
              END-IF
           END-PERFORM
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 8
              MOVE SPACES TO MOT-BRUT(K) MOT-T(K)
           END-PERFORM
           UNSTRING FUNCTION TRIM(MOTS-SOURCE) DELIMITED BY ALL SPACE
              INTO MOT-BRUT(1) MOT-BRUT(2) MOT-BRUT(3) MOT-BRUT(4)
                 MOT-BRUT(5) MOT-BRUT(6) MOT-BRUT(7) MOT-BRUT(8)
           END-UNSTRING
           MOVE 0 TO MOTS-NB
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 8
              IF MOT-BRUT(K)(2:1) NOT = SPACE
                 ADD 1 TO MOTS-NB
                 MOVE MOT-BRUT(K) TO MOT-T(MOTS-NB)
              END-IF
           END-PERFORM
           .

       FILTRER-NOM.
           MOVE LS-NOM TO MOTS-SOURCE
           PERFORM DECOUPER-MOTS
           IF MOTS-NB = 0
              EXIT PARAGRAPH
           END-IF
           MOVE MOTS-NB TO NOM-NB
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 8
              MOVE MOT-T(K) TO NOM-MOT(K)
           END-PERFORM
           MOVE 0 TO MEILLEUR-SCORE MEILLEUR-IX
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > NB-LISTE
              PERFORM NOTER-ENTREE
              IF SCORE-W > MEILLEUR-SCORE
                 MOVE SCORE-W TO MEILLEUR-SCORE
                 MOVE E TO MEILLEUR-IX
              END-IF
           END-PERFORM
           IF MEILLEUR-IX > 0
              AND MEILLEUR-SCORE >= SEUIL-CORRESPONDANCE
              MOVE "01" TO LS-RESULTAT
              MOVE MEILLEUR-SCORE TO LS-SCORE
              MOVE WL-ID(MEILLEUR-IX) TO LS-LISTE-ID
              MOVE WL-NOM(MEILLEUR-IX) TO LS-LISTE-NOM
           END-IF
           .

      *> SCORE-W of watchlist entry E : each word of the name pairs
      *> with the first still unpaired word of the entry it matches.
       NOTER-ENTREE.
           MOVE 0 TO SCORE-W NB-APPARIES
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > 8
              MOVE 'N' TO MOT-UTILISE(Q)
           END-PERFORM
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > NOM-NB
              PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WL-NB-MOTS(E)
                 IF MOT-UTILISE(Q) = 'N'
                    MOVE NOM-MOT(P) TO MOT-A
                    MOVE WL-MOT(E, Q) TO MOT-B
                    PERFORM COMPARER-MOTS
                    IF MOTS-EGAUX = 'O'
                       MOVE 'O' TO MOT-UTILISE(Q)
                       ADD 1 TO NB-APPARIES
                       EXIT PERFORM
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           IF NB-APPARIES > 0
              COMPUTE SCORE-W =
                 200 * NB-APPARIES / (NOM-NB + WL-NB-MOTS(E))
           END-IF
           .

      *> MOTS-EGAUX = 'O' when MOT-A and MOT-B are within the
      *> tolerance of their longer length (Levenshtein distance,
      *> row by row in TAB-D, D-CASE(I + 1, J + 1) for the first I
      *> letters of A against the first J of B).
       COMPARER-MOTS.
           MOVE 'N' TO MOTS-EGAUX
           IF MOT-A = MOT-B
              MOVE 'O' TO MOTS-EGAUX
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(MOT-A)) TO LA
           MOVE FUNCTION LENGTH(FUNCTION TRIM(MOT-B)) TO LB
           IF LA > LB
              MOVE LA TO K
              COMPUTE ECART-LONG = LA - LB
           ELSE
              MOVE LB TO K
              COMPUTE ECART-LONG = LB - LA
           END-IF
           EVALUATE TRUE
              WHEN K <= 3
                 MOVE 0 TO TOLERANCE
              WHEN K <= 6
                 MOVE 1 TO TOLERANCE
              WHEN OTHER
                 MOVE 2 TO TOLERANCE
           END-EVALUATE
           IF TOLERANCE = 0 OR ECART-LONG > TOLERANCE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 0 BY 1 UNTIL I > LA
              MOVE I TO D-CASE(I + 1, 1)
           END-PERFORM
           PERFORM VARYING J FROM 0 BY 1 UNTIL J > LB
              MOVE J TO D-CASE(1, J + 1)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LA
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > LB
                 IF MOT-A(I:1) = MOT-B(J:1)
                    MOVE 0 TO COUT
                 ELSE
                    MOVE 1 TO COUT
                 END-IF
                 COMPUTE D-MIN = D-CASE(I, J) + COUT
                 IF D-CASE(I, J + 1) + 1 < D-MIN
                    COMPUTE D-MIN = D-CASE(I, J + 1) + 1
                 END-IF
                 IF D-CASE(I + 1, J) + 1 < D-MIN
                    COMPUTE D-MIN = D-CASE(I + 1, J) + 1
                 END-IF
                 MOVE D-MIN TO D-CASE(I + 1, J + 1)
              END-PERFORM
           END-PERFORM
           MOVE D-CASE(LA + 1, LB + 1) TO DISTANCE
           IF DISTANCE <= TOLERANCE
              MOVE 'O' TO MOTS-EGAUX
           END-IF
           .
