       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOUBLE-VALIDATION.

      *> Double regard sur les changements sensibles des fichiers
      *> maitres : OPERATOR-AUTH dit qui a le droit de changer, mais
      *> un superviseur pouvait encore seul doubler un decouvert
      *> ATM, couper un M-PU de 80 % ou relever un CL-PLAFOND. Au
      *> dela d'un seuil, le changement n'est plus applique : il
      *> part dans validations_attente.txt, ou un second operateur
      *> habilite, different du demandeur, l'approuve ou le rejette
      *> (VALIDATION-CONSOLE, qui seule l'applique alors). Meme
      *> convention d'appel que AUDIT-TRACE :
      *>
      *>   CALL "DOUBLE-VALIDATION" USING fichier cle champ avant
      *>                                  apres programme numero
      *>                                  resultat
      *>
      *>   avant / apres : valeurs numeriques en clair (images
      *>       editees comme pour AUDIT-TRACE) ;
      *>   numero   : numero de la demande quand elle est en
      *>       attente (validations_counter.txt) ;
      *>   resultat "00" sous les seuils, l'appelant applique ;
      *>            "04" au-dela, demande mise en attente, rien a
      *>                 appliquer ;
      *>            "08" au-dela mais file d'attente inaccessible,
      *>                 changement refuse.
      *>
      *> Seuils (parametres.txt, PARAM-LOOKUP), par champ puis
      *> generaux :
      *>   VALID-PCT-<champ> / VALID-PCT (50 par defaut) : ecart en
      *>       pourcentage de l'ancienne valeur ; une ancienne
      *>       valeur nulle qui devient non nulle le depasse
      *>       toujours ;
      *>   VALID-MNT-<champ> / VALID-MNT (0 = sans objet) : ecart
      *>       absolu au-dela duquel la validation est exigee quel
      *>       que soit le pourcentage.
      *> Le sens du changement qui compte (hausse seule pour un
      *> plafond ou un decouvert) est laisse a l'appelant.
      *>
      *> Ligne de la file : numero|horodatage|fichier|cle|champ|
      *> avant|apres|programme|demandeur|statut|decideur|decision,
      *> statut ATTENTE puis APPROUVE, REJETE ou PERIME (valeur
      *> courante changee entre-temps) ; le demandeur vient de la
      *> session courante (operator_session.txt) comme pour
      *> AUDIT-TRACE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTENTE-FILE ASSIGN TO "validations_attente.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTENTE-STATUS.
           SELECT COUNTER-FILE ASSIGN TO "validations_counter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTER-STATUS.
           SELECT SESSION-FILE ASSIGN TO "operator_session.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTENTE-FILE.
       01  ATTENTE-REC              PIC X(300).
       FD  COUNTER-FILE.
       01  COUNTER-REC              PIC X(20).
       FD  SESSION-FILE.
       01  SESSION-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01  ATTENTE-STATUS           PIC XX.
       01  COUNTER-STATUS           PIC XX.
       01  SESSION-STATUS           PIC XX.
       01  WS-OPERATEUR             PIC X(8) VALUE "-".
       01  WS-DATE                  PIC X(8).
       01  WS-TIME                  PIC X(8).
       01  HORODATAGE               PIC X(17).
       01  NUM-DEMANDE              PIC 9(6) VALUE 0.

       01  VAL-AVANT                PIC S9(13)V99 VALUE 0.
       01  VAL-APRES                PIC S9(13)V99 VALUE 0.
       01  ECART                    PIC S9(13)V99 VALUE 0.
       01  ECART-PCT                PIC S9(9)V99 VALUE 0.
       01  SEUIL-PCT                PIC S9(7)V99 VALUE 50.
       01  SEUIL-MNT                PIC S9(13)V99 VALUE 0.
       01  A-VALIDER                PIC X VALUE 'N'.
       01  ATT-CH                   PIC X(64) OCCURS 10.
       01  ATT-IDX                  PIC 9(2) VALUE 0.

       01  PRM-CLE                  PIC X(24) VALUE SPACES.
       01  PRM-DEFAUT               PIC X(40) VALUE SPACES.
       01  PRM-VALEUR               PIC X(40) VALUE SPACES.
       01  PRM-RESULTAT             PIC X(2) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-FICHIER               PIC X(20).
       01  LS-CLE                   PIC X(64).
       01  LS-CHAMP                 PIC X(12).
       01  LS-AVANT                 PIC X(20).
       01  LS-APRES                 PIC X(20).
       01  LS-PROGRAMME             PIC X(20).
       01  LS-NUMERO                PIC 9(6).
       01  LS-RESULTAT              PIC X(2).

       PROCEDURE DIVISION USING LS-FICHIER LS-CLE LS-CHAMP
           LS-AVANT LS-APRES LS-PROGRAMME LS-NUMERO LS-RESULTAT.
       DEBUT.
           MOVE "00" TO LS-RESULTAT
           MOVE 0 TO LS-NUMERO
           PERFORM LIRE-SEUILS
           PERFORM MESURER-ECART
           IF A-VALIDER = 'N'
               GOBACK
           END-IF

           PERFORM CHERCHER-DOUBLON
           IF NUM-DEMANDE > 0
               MOVE NUM-DEMANDE TO LS-NUMERO
               MOVE "04" TO LS-RESULTAT
               GOBACK
           END-IF

           PERFORM PRENDRE-NUMERO
           PERFORM ECRIRE-DEMANDE
           IF ATTENTE-STATUS NOT = "00"
               MOVE "08" TO LS-RESULTAT
               GOBACK
           END-IF
           MOVE NUM-DEMANDE TO LS-NUMERO
           MOVE "04" TO LS-RESULTAT
           GOBACK.

      *============================================================
      *  LIRE-SEUILS : seuil propre au champ s'il est pose, sinon
      *  seuil general, sinon valeur documentee.
      *============================================================
       LIRE-SEUILS.
           MOVE "VALID-PCT" TO PRM-CLE.
           MOVE "50" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           MOVE PRM-VALEUR TO PRM-DEFAUT.
           MOVE SPACES TO PRM-CLE.
           STRING "VALID-PCT-" FUNCTION TRIM(LS-CHAMP)
               DELIMITED BY SIZE INTO PRM-CLE
           END-STRING.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO SEUIL-PCT
           ELSE
               MOVE 50 TO SEUIL-PCT
           END-IF.

           MOVE "VALID-MNT" TO PRM-CLE.
           MOVE "0" TO PRM-DEFAUT.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           MOVE PRM-VALEUR TO PRM-DEFAUT.
           MOVE SPACES TO PRM-CLE.
           STRING "VALID-MNT-" FUNCTION TRIM(LS-CHAMP)
               DELIMITED BY SIZE INTO PRM-CLE
           END-STRING.
           CALL "PARAM-LOOKUP" USING PRM-CLE PRM-DEFAUT PRM-VALEUR
               PRM-RESULTAT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALEUR)) = 0
               MOVE FUNCTION NUMVAL(PRM-VALEUR) TO SEUIL-MNT
           ELSE
               MOVE 0 TO SEUIL-MNT
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  MESURER-ECART : A-VALIDER = 'O' si l'un des deux seuils
      *  est franchi.
      *============================================================
       MESURER-ECART.
           MOVE 'N' TO A-VALIDER.
           MOVE 0 TO VAL-AVANT VAL-APRES.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LS-AVANT)) = 0
               MOVE FUNCTION NUMVAL(LS-AVANT) TO VAL-AVANT
           END-IF.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LS-APRES)) = 0
               MOVE FUNCTION NUMVAL(LS-APRES) TO VAL-APRES
           END-IF.
           IF VAL-APRES = VAL-AVANT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ECART = VAL-APRES - VAL-AVANT.
           IF ECART < 0
               COMPUTE ECART = 0 - ECART
           END-IF.
           IF SEUIL-MNT > 0 AND ECART > SEUIL-MNT
               MOVE 'O' TO A-VALIDER
               EXIT PARAGRAPH
           END-IF.
           IF VAL-AVANT = 0
               MOVE 'O' TO A-VALIDER
               EXIT PARAGRAPH
           END-IF.
           IF VAL-AVANT < 0
               COMPUTE ECART-PCT ROUNDED =
                   ECART * 100 / (0 - VAL-AVANT)
           ELSE
               COMPUTE ECART-PCT ROUNDED = ECART * 100 / VAL-AVANT
           END-IF.
           IF ECART-PCT > SEUIL-PCT
               MOVE 'O' TO A-VALIDER
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  CHERCHER-DOUBLON : une demande identique encore en
      *  attente (import rejoue a chaque demarrage, saisie
      *  repetee) n'est pas redoublee - NUM-DEMANDE = son numero.
      *============================================================
       CHERCHER-DOUBLON.
           MOVE 0 TO NUM-DEMANDE.
           OPEN INPUT ATTENTE-FILE.
           IF ATTENTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
               READ ATTENTE-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM COMPARER-DEMANDE
               END-READ
               IF NUM-DEMANDE > 0
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           CLOSE ATTENTE-FILE.
           EXIT PARAGRAPH.

       COMPARER-DEMANDE.
           IF ATTENTE-REC(1:7) = "numero|"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING ATT-IDX FROM 1 BY 1 UNTIL ATT-IDX > 10
               MOVE SPACES TO ATT-CH(ATT-IDX)
           END-PERFORM.
           UNSTRING ATTENTE-REC DELIMITED BY "|"
               INTO ATT-CH(1) ATT-CH(2) ATT-CH(3) ATT-CH(4)
                   ATT-CH(5) ATT-CH(6) ATT-CH(7) ATT-CH(8)
                   ATT-CH(9) ATT-CH(10)
           END-UNSTRING.
           IF FUNCTION TRIM(ATT-CH(10)) = "ATTENTE"
               AND FUNCTION TRIM(ATT-CH(3)) =
                   FUNCTION TRIM(LS-FICHIER)
               AND FUNCTION TRIM(ATT-CH(4)) =
                   FUNCTION TRIM(LS-CLE)
               AND FUNCTION TRIM(ATT-CH(5)) =
                   FUNCTION TRIM(LS-CHAMP)
               AND FUNCTION TRIM(ATT-CH(6)) =
                   FUNCTION TRIM(LS-AVANT)
               AND FUNCTION TRIM(ATT-CH(7)) =
                   FUNCTION TRIM(LS-APRES)
               AND FUNCTION TEST-NUMVAL(ATT-CH(1)) = 0
               MOVE FUNCTION NUMVAL(ATT-CH(1)) TO NUM-DEMANDE
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
      *  PRENDRE-NUMERO : numerotation des demandes persistee dans
      *  validations_counter.txt, meme idiome que devis_counter.txt
      *  de DEVIS-CLIENTS.
      *============================================================
       PRENDRE-NUMERO.
           MOVE 0 TO NUM-DEMANDE.
           OPEN INPUT COUNTER-FILE.
           IF COUNTER-STATUS = "00"
               READ COUNTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(COUNTER-REC)
                           TO NUM-DEMANDE
               END-READ
               CLOSE COUNTER-FILE
           END-IF.
           ADD 1 TO NUM-DEMANDE.
           OPEN OUTPUT COUNTER-FILE.
           MOVE SPACES TO COUNTER-REC.
           MOVE NUM-DEMANDE TO COUNTER-REC(1:6).
           WRITE COUNTER-REC.
           CLOSE COUNTER-FILE.
           EXIT PARAGRAPH.

      *============================================================
      *  ECRIRE-DEMANDE : une ligne ATTENTE en fin de file.
      *============================================================
       ECRIRE-DEMANDE.
           OPEN EXTEND ATTENTE-FILE.
           IF ATTENTE-STATUS = "35"
               OPEN OUTPUT ATTENTE-FILE
               MOVE "numero|horodatage|fichier|cle|champ|avant|apres|"
                   TO ATTENTE-REC
               STRING FUNCTION TRIM(ATTENTE-REC)
                   "programme|demandeur|statut|decideur|decision"
                   DELIMITED BY SIZE INTO ATTENTE-REC
               END-STRING
               WRITE ATTENTE-REC
               CLOSE ATTENTE-FILE
               OPEN EXTEND ATTENTE-FILE
           END-IF.
           IF ATTENTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "-" TO WS-OPERATEUR.
           OPEN INPUT SESSION-FILE.
           IF SESSION-STATUS = "00"
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION LENGTH
                           (FUNCTION TRIM(SESSION-REC)) > 0
                           MOVE SESSION-REC(1:8) TO WS-OPERATEUR
                       END-IF
               END-READ
               CLOSE SESSION-FILE
           END-IF.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE SPACES TO HORODATAGE.
           STRING WS-DATE " " WS-TIME(1:2) ":" WS-TIME(3:2) ":"
               WS-TIME(5:2)
               DELIMITED BY SIZE INTO HORODATAGE
           END-STRING.

           MOVE SPACES TO ATTENTE-REC.
           STRING NUM-DEMANDE "|" HORODATAGE "|"
               FUNCTION TRIM(LS-FICHIER) "|"
               FUNCTION TRIM(LS-CLE) "|"
               FUNCTION TRIM(LS-CHAMP) "|"
               FUNCTION TRIM(LS-AVANT) "|"
               FUNCTION TRIM(LS-APRES) "|"
               FUNCTION TRIM(LS-PROGRAMME) "|"
               FUNCTION TRIM(WS-OPERATEUR) "|ATTENTE|-|-"
               DELIMITED BY SIZE INTO ATTENTE-REC
           END-STRING.
           WRITE ATTENTE-REC.
           CLOSE ATTENTE-FILE.
           EXIT PARAGRAPH.
