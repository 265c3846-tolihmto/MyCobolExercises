       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIEU-STOCK.

      *> Quantites tenues par emplacement (emp_lieux.dat, tenu par
      *> EMPLACEMENTS), dans le style appelable de LOT-STOCK :
      *>
      *>   CALL "LIEU-STOCK" USING action article qte lieu resultat
      *>
      *>   action "SORTIE" : preleve qte sur les faces de picking
      *>       (type P) de l'article dans l'ordre de la cle, puis
      *>       sur la reserve si les faces ne suffisent pas -
      *>       appele a la confirmation des pickings ;
      *>   action "ENTREE" : credite qte sur le premier emplacement
      *>       de reserve (type R) de l'article, a defaut sur sa
      *>       premiere face de picking ; lieu rend l'emplacement
      *>       credite (SITE X8, ALLEE X4, ETAGERE X4, CASIER X4)
      *>       pour que la reception l'imprime comme rangement.
      *>
      *>   resultat "00" servi en entier, "04" quantites des
      *>   emplacements insuffisantes (le reliquat n'est pris nulle
      *>   part : les emplacements sont a recompter), "02" article
      *>   sans emplacement multiple (rien a faire), "91" action
      *>   inconnue ou fichier indisponible.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIEU-FILE ASSIGN TO "emp_lieux.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-CLE
               FILE STATUS IS LIEU-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIEU-FILE.
       01  LIEU-REC.
           05  EL-CLE.
               10  EL-ART          PIC X(10).
               10  EL-EMPL.
                   15  EL-SITE     PIC X(8).
                   15  EL-ALLEE    PIC X(4).
                   15  EL-ETAGERE  PIC X(4).
                   15  EL-CASIER   PIC X(4).
           05  EL-TYPE             PIC X.
           05  EL-MIN              PIC S9(5).
           05  EL-MAX              PIC S9(5).
           05  EL-QTE              PIC S9(5).

       WORKING-STORAGE SECTION.
       77  LIEU-STATUS             PIC X(2) VALUE SPACES.
       77  WS-I                    PIC 9(3) VALUE 0.
       77  QTE-RESTANTE            PIC S9(5) VALUE 0.
       77  QTE-PRISE               PIC S9(5) VALUE 0.
       77  TYPE-CHERCHE            PIC X VALUE SPACES.

      *> Emplacements de l'article, dans l'ordre de la cle.
       77  NB-EMPL                 PIC 9(3) VALUE 0.
       01  TAB-EMPL OCCURS 50.
           05  TE-EMPL             PIC X(20).
           05  TE-TYPE             PIC X.
           05  TE-QTE              PIC S9(5).

       LINKAGE SECTION.
       01  LS-ACTION               PIC X(8).
       01  LS-ARTICLE              PIC X(10).
       01  LS-QTE                  PIC S9(5).
       01  LS-LIEU                 PIC X(20).
       01  LS-RESULTAT             PIC X(2).

       PROCEDURE DIVISION USING LS-ACTION LS-ARTICLE LS-QTE LS-LIEU
           LS-RESULTAT.
       DEBUT.
           MOVE "91" TO LS-RESULTAT
           OPEN I-O LIEU-FILE
           IF LIEU-STATUS = "35"
               MOVE "02" TO LS-RESULTAT
               GOBACK
           END-IF
           IF LIEU-STATUS NOT = "00"
               GOBACK
           END-IF
           PERFORM CHARGER-EMPLACEMENTS
           IF NB-EMPL = 0
               MOVE "02" TO LS-RESULTAT
               CLOSE LIEU-FILE
               GOBACK
           END-IF
           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "SORTIE"
                   PERFORM SORTIR-EMPLACEMENTS
               WHEN "ENTREE"
                   PERFORM ENTRER-EMPLACEMENT
           END-EVALUATE
           CLOSE LIEU-FILE
           GOBACK.

      *------------------------------------------------------------
      *  CHARGER-EMPLACEMENTS : emplacements de LS-ARTICLE, par
      *  START sur le debut de la cle article + emplacement.
      *------------------------------------------------------------
       CHARGER-EMPLACEMENTS.
           MOVE 0 TO NB-EMPL.
           MOVE LS-ARTICLE TO EL-ART.
           MOVE LOW-VALUES TO EL-EMPL.
           START LIEU-FILE KEY IS NOT LESS THAN EL-CLE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
               READ LIEU-FILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF EL-ART NOT = LS-ARTICLE OR NB-EMPL >= 50
                   EXIT PERFORM
               END-IF
               ADD 1 TO NB-EMPL
               MOVE EL-EMPL TO TE-EMPL(NB-EMPL)
               MOVE EL-TYPE TO TE-TYPE(NB-EMPL)
               MOVE EL-QTE TO TE-QTE(NB-EMPL)
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  SORTIR-EMPLACEMENTS : faces de picking d'abord, reserve
      *  ensuite, sans jamais passer un emplacement en negatif.
      *------------------------------------------------------------
       SORTIR-EMPLACEMENTS.
           MOVE LS-QTE TO QTE-RESTANTE.
           MOVE "P" TO TYPE-CHERCHE.
           PERFORM PRELEVER-TYPE.
           MOVE "R" TO TYPE-CHERCHE.
           PERFORM PRELEVER-TYPE.
           IF QTE-RESTANTE > 0
               MOVE "04" TO LS-RESULTAT
           ELSE
               MOVE "00" TO LS-RESULTAT
           END-IF.
           EXIT PARAGRAPH.

       PRELEVER-TYPE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-EMPL
               OR QTE-RESTANTE <= 0
               IF TE-TYPE(WS-I) = TYPE-CHERCHE AND TE-QTE(WS-I) > 0
                   IF TE-QTE(WS-I) >= QTE-RESTANTE
                       MOVE QTE-RESTANTE TO QTE-PRISE
                   ELSE
                       MOVE TE-QTE(WS-I) TO QTE-PRISE
                   END-IF
                   SUBTRACT QTE-PRISE FROM QTE-RESTANTE
                   COMPUTE QTE-PRISE = 0 - QTE-PRISE
                   PERFORM MAJ-EMPLACEMENT
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  ENTRER-EMPLACEMENT : la reserve recoit, la face de
      *  picking se reapprovisionnera par tache de reappro.
      *------------------------------------------------------------
       ENTRER-EMPLACEMENT.
           MOVE 0 TO WS-I.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NB-EMPL
               IF TE-TYPE(WS-I) = "R"
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-I > NB-EMPL
               MOVE 1 TO WS-I
           END-IF.
           MOVE LS-QTE TO QTE-PRISE.
           PERFORM MAJ-EMPLACEMENT.
           MOVE TE-EMPL(WS-I) TO LS-LIEU.
           MOVE "00" TO LS-RESULTAT.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  MAJ-EMPLACEMENT : ajoute QTE-PRISE (signee) a
      *  l'emplacement WS-I de la table.
      *------------------------------------------------------------
       MAJ-EMPLACEMENT.
           MOVE LS-ARTICLE TO EL-ART.
           MOVE TE-EMPL(WS-I) TO EL-EMPL.
           READ LIEU-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           ADD QTE-PRISE TO EL-QTE.
           REWRITE LIEU-REC
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD QTE-PRISE TO TE-QTE(WS-I).
           EXIT PARAGRAPH.
