      *>
      *> Dates default to the whole history; the timestamp carried
      *> on each record (YYYYMMDD hh:mm:ss) drives the filter.
      *> Years already closed by CLOTURE-EXERCICE no longer sit in
      *> atm_history.dat: their records were moved, image for
      *> image, to exercice_AAAA/atm_history_<end>.txt, and the
      *> archive index exercices_archives.txt lists them. Those
      *> archives ending on or after <from> are read first, so the
      *> listing stays in date order across the year boundary.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATM-HISTORY-INQUIRY.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIS-CLE
              FILE STATUS IS HISTORY-STATUS.
           SELECT ARCHIVES-FILE ASSIGN TO "exercices_archives.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARCHIVES-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  HIS-TS                PIC X(17).
           05  HIS-CARTE             PIC X(12).
           05  HIS-TERM              PIC X(8).
       FD  ARCHIVES-FILE.
       01  ARCHIVES-REC              PIC X(200).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC               PIC X(156).

       WORKING-STORAGE SECTION.
       01  HISTORY-STATUS            PIC XX.
       01  EDIT-AMOUNT               PIC -9(11).99.
       01  EDIT-BAL                  PIC -9(11).99.

      *> Closed-year archives (index lines TYPE ARCHIVE, SOURCE
      *> atm_history.dat, ending on or after the from date).
       01  ARCHIVES-STATUS           PIC XX.
       01  ARCHIVE-STATUS            PIC XX.
       01  ARCHIVE-FILENAME          PIC X(64) VALUE SPACES.
       01  NB-SOURCES                PIC 9(3) VALUE 0.
       01  ARC-CH1                   PIC X(8).
       01  ARC-CH2                   PIC X(10).
       01  ARC-CH3                   PIC X(24).
       01  ARC-CH4                   PIC X(64).
       01  ARC-CH5                   PIC X(12).
       01  ARC-CH6                   PIC X(20).
       01  ARC-CH7                   PIC X(8).
       01  ARC-CH8                   PIC X(8).

      *> Appends a standard start/end/return-code line to joblog.txt
      *> so operations has one place to see every run.
       01  WS-JOBLOG-PROGRAM         PIC X(20)
              MOVE FUNCTION NUMVAL(ARG-FIN) TO DATE-FIN
           END-IF

           DISPLAY "=== HISTORY " ARG-HASH(1:12) "... "
              DATE-DEBUT " - " DATE-FIN " ==="
           PERFORM READ-ARCHIVES

           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS NOT = "00"
              IF NB-SOURCES = 0
                 DISPLAY "History file unavailable (status "
                    HISTORY-STATUS ") - run ATM-HISTORY-LOAD first."
                 MOVE 8 TO WS-JOBLOG-RC
                 PERFORM FIN-PROGRAMME
              END-IF
           ELSE
              MOVE ARG-HASH TO HIS-HASH
              MOVE 0 TO HIS-SEQ
              START HISTORY-FILE KEY IS NOT LESS THAN HIS-CLE
                 INVALID KEY
                    CONTINUE
              END-START
              PERFORM UNTIL 1 = 0
                 READ HISTORY-FILE NEXT RECORD
                    AT END EXIT PERFORM
                 END-READ
                 IF FUNCTION TRIM(HIS-HASH) NOT =
                    FUNCTION TRIM(ARG-HASH)
                    EXIT PERFORM
                 END-IF
                 PERFORM SHOW-RECORD
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF
           DISPLAY NB-LIGNES " line(s)."
           PERFORM FIN-PROGRAMME.

      *> One history record, shown when inside the date range.
       SHOW-RECORD.
           IF FUNCTION TEST-NUMVAL(HIS-TS(1:8)) = 0
              MOVE FUNCTION NUMVAL(HIS-TS(1:8)) TO DATE-LIGNE
           ELSE
              MOVE 0 TO DATE-LIGNE
           END-IF
           IF DATE-LIGNE >= DATE-DEBUT
              AND DATE-LIGNE <= DATE-FIN
              ADD 1 TO NB-LIGNES
              MOVE HIS-MONTANT TO EDIT-AMOUNT
              MOVE HIS-SOLDE TO EDIT-BAL
              DISPLAY "  " HIS-TS "  seq " HIS-SEQ "  "
                 HIS-OP "  " FUNCTION TRIM(EDIT-AMOUNT)
                 "  bal " FUNCTION TRIM(EDIT-BAL)
                 "  card " FUNCTION TRIM(HIS-CARTE)
                 "  " FUNCTION TRIM(HIS-TERM)
           END-IF.

      *> Closed-year archives listed in exercices_archives.txt
      *> (EXERCICE|TYPE|SOURCE|ARCHIVE|NOMBRE|TOTAL|DEBUT|FIN|...),
      *> oldest first as the index is written.
       READ-ARCHIVES.
           OPEN INPUT ARCHIVES-FILE
           IF ARCHIVES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ ARCHIVES-FILE
                 AT END EXIT PERFORM
              END-READ
              MOVE SPACES TO ARC-CH1 ARC-CH2 ARC-CH3 ARC-CH4
                 ARC-CH5 ARC-CH6 ARC-CH7 ARC-CH8
              UNSTRING ARCHIVES-REC DELIMITED BY "|"
                 INTO ARC-CH1 ARC-CH2 ARC-CH3 ARC-CH4 ARC-CH5
                    ARC-CH6 ARC-CH7 ARC-CH8
              END-UNSTRING
              IF ARC-CH2 = "ARCHIVE"
                 AND ARC-CH3 = "atm_history.dat"
                 AND ARC-CH8 IS NUMERIC
                 IF FUNCTION NUMVAL(ARC-CH8) >= DATE-DEBUT
                    AND FUNCTION NUMVAL(ARC-CH7) <= DATE-FIN
                    MOVE ARC-CH4 TO ARCHIVE-FILENAME
                    PERFORM READ-ONE-ARCHIVE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARCHIVES-FILE.

       READ-ONE-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS NOT = "00"
              DISPLAY "  archive " FUNCTION TRIM(ARCHIVE-FILENAME)
                 " unavailable (status " ARCHIVE-STATUS ")."
              MOVE 4 TO WS-JOBLOG-RC
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO NB-SOURCES
           PERFORM UNTIL 1 = 0
              READ ARCHIVE-FILE INTO HISTORY-REC
                 AT END EXIT PERFORM
              END-READ
              IF FUNCTION TRIM(HIS-HASH) = FUNCTION TRIM(ARG-HASH)
                 PERFORM SHOW-RECORD
              END-IF
           END-PERFORM
           CLOSE ARCHIVE-FILE.

       FIN-PROGRAMME.
           MOVE "END" TO WS-JOBLOG-EVENT
