              FILE STATUS IS SEUILS-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO DYNAMIC NOTIFY-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASHBAL-FILE ASSIGN TO "atm_cash_balancing.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CASHBAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  SEUILS-REC                PIC X(100).
       FD  NOTIFY-FILE.
       01  NOTIFY-REC                PIC X(160).
       FD  CASHBAL-FILE.
       01  CASHBAL-REC               PIC X(300).

       WORKING-STORAGE SECTION.
      *> Per-account settlement totals, indexed the same way as
       01  GL-SENS-W                 PIC X.
       01  GL-COMPTE-W               PIC X(8).
       01  GL-LIBELLE-W              PIC X(24).
      *> Cash over/short found by ATM-CASH-BALANCE at today's
      *> replenishments (atm_cash_balancing.txt, NUM|TERM|DATE|
      *> TIME|...|DIFF|REASON|...) : each difference goes to the
      *> cash suspense account 471000 until it is cleared.
       01  CASHBAL-STATUS            PIC XX.
       01  NB-ECARTS                 PIC 9(3) COMP VALUE 0.
       01  TAB-ECARTS.
           05  ECART-ENTRY OCCURS 50 TIMES.
               10 EC-NUM             PIC X(6).
               10 EC-TERM            PIC X(8).
               10 EC-MONTANT         PIC S9(13)V99.
               10 EC-MOTIF           PIC X(8).
       01  EC-F                      PIC X(64) OCCURS 10.
       01  EC-IX                     PIC 9(3) COMP VALUE 0.

      *> Balance-threshold notifications evaluated at close of day :
      *> each account's closing balance against its personal
                       ADD L-AMOUNT-NUM TO S-INTEREST(SETTLE-IX)
                    WHEN "account_fee"
                       ADD L-AMOUNT-NUM TO S-FEES(SETTLE-IX)
      *> per-operation charges (fee schedule applied by ATM-BACKEND)
                    WHEN "fee_withdraw" WHEN "fee_withdraw_od"
                    WHEN "fee_transfer" WHEN "fee_ext_transfer"
                    WHEN "fee_bill_pay"
                       ADD L-AMOUNT-NUM TO S-FEES(SETTLE-IX)
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           WRITE REPORT-REC
           PERFORM ECRIRE-TOTAUX-TERMINAUX
           PERFORM ECRIRE-POSITION-CASH
           PERFORM ECRIRE-ECARTS-CAISSE
           CLOSE REPORT-FILE
           .

      *> One balanced entry for the day: each settlement total
      *> posts a debit and a credit (ATM cash 570000, customer
      *> accounts 411000, interest charge 661000, fee income
      *> 708000, cash over/short suspense 471000); transfers net
      *> out inside 411000 but both legs are carried so the GL
      *> shows the gross movement.
       WRITE-GL-EXPORT.
           PERFORM LIRE-NUM-BATCH
           ADD 1 TO GL-NUM-BATCH
              MOVE "C" TO GL-SENS-W
              PERFORM ECRIRE-LIGNE-GL
           END-IF
      *> short: the missing cash leaves 570000 for suspense ;
      *> over: the extra cash enters 570000 against suspense
           MOVE 1 TO EC-IX
           PERFORM UNTIL EC-IX > NB-ECARTS
              MOVE SPACES TO GL-LIBELLE-W
              STRING "ECART CAISSE " FUNCTION TRIM(EC-TERM(EC-IX))
                 DELIMITED BY SIZE INTO GL-LIBELLE-W
              END-STRING
              IF EC-MONTANT(EC-IX) < 0
                 COMPUTE GL-MONTANT-W = 0 - EC-MONTANT(EC-IX)
                 MOVE "471000" TO GL-COMPTE-W
                 MOVE "D" TO GL-SENS-W
                 PERFORM ECRIRE-LIGNE-GL
                 MOVE "570000" TO GL-COMPTE-W
                 MOVE "C" TO GL-SENS-W
                 PERFORM ECRIRE-LIGNE-GL
              ELSE
                 MOVE EC-MONTANT(EC-IX) TO GL-MONTANT-W
                 MOVE "570000" TO GL-COMPTE-W
                 MOVE "D" TO GL-SENS-W
                 PERFORM ECRIRE-LIGNE-GL
                 MOVE "471000" TO GL-COMPTE-W
                 MOVE "C" TO GL-SENS-W
                 PERFORM ECRIRE-LIGNE-GL
              END-IF
              ADD 1 TO EC-IX
           END-PERFORM
           CLOSE GL-FILE
           DISPLAY "GL export written: " FUNCTION TRIM(GL-FILENAME)
              " (batch " GL-NUM-BATCH ", " GL-NB-LIGNES " line(s))"
           .

      *> ---------- cash over/short at replenishment ----------
       ECRIRE-ECARTS-CAISSE.
           MOVE 0 TO NB-ECARTS
           OPEN INPUT CASHBAL-FILE
           IF CASHBAL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ CASHBAL-FILE
                 AT END EXIT PERFORM
              END-READ
              MOVE 1 TO EC-IX
              PERFORM UNTIL EC-IX > 10
                 MOVE SPACES TO EC-F(EC-IX)
                 ADD 1 TO EC-IX
              END-PERFORM
              UNSTRING CASHBAL-REC DELIMITED BY "|"
                 INTO EC-F(1) EC-F(2) EC-F(3) EC-F(4) EC-F(5)
                    EC-F(6) EC-F(7) EC-F(8) EC-F(9) EC-F(10)
              END-UNSTRING
              IF EC-F(3)(1:8) = SETTLE-TODAY
                 AND FUNCTION NUMVAL(EC-F(9)) NOT = 0
                 AND NB-ECARTS < 50
                 ADD 1 TO NB-ECARTS
                 MOVE EC-F(1) TO EC-NUM(NB-ECARTS)
                 MOVE EC-F(2) TO EC-TERM(NB-ECARTS)
                 MOVE FUNCTION NUMVAL(EC-F(9))
                    TO EC-MONTANT(NB-ECARTS)
                 MOVE EC-F(10) TO EC-MOTIF(NB-ECARTS)
              END-IF
           END-PERFORM
           CLOSE CASHBAL-FILE
           IF NB-ECARTS = 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "CASH OVER/SHORT AT REPLENISHMENT (SUSPENSE 471000)"
              TO REPORT-REC
           WRITE REPORT-REC
           MOVE 1 TO EC-IX
           PERFORM UNTIL EC-IX > NB-ECARTS
              MOVE EC-MONTANT(EC-IX) TO EDIT-AMOUNT
              MOVE SPACES TO REPORT-REC
              STRING "  #" FUNCTION TRIM(EC-NUM(EC-IX)) "  "
                 FUNCTION TRIM(EC-TERM(EC-IX)) "  diff="
                 EDIT-AMOUNT "  " FUNCTION TRIM(EC-MOTIF(EC-IX))
                 DELIMITED BY SIZE INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              ADD 1 TO EC-IX
           END-PERFORM
           .

       ECRIRE-LIGNE-GL.
           MOVE SETTLE-TODAY TO GL-DATE
           MOVE GL-NUM-BATCH TO GL-BATCH
