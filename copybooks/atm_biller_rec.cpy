      *> Biller master (atm_billers.dat), one record per company
      *> the customers can pay a bill to through the ATM "bill_pay"
      *> operation : where the money goes (bank and account) and the
      *> shape of the customer reference printed on the bill.
      *> BL-FORMAT is a mask of the reference, position for
      *> position : 9 a digit, A a letter, X a letter or a digit,
      *> any other character must appear as is ; the reference has
      *> exactly the mask's length. A blank mask takes any
      *> reference. BL-STATUT : A active, S suspended (refused at
      *> the ATM). Maintained by ATM-BILLERS, read by ATM-BACKEND
      *> and ATM-BILL-BATCH.
       01  FACTURIER-REC.
           05  BL-CODE               PIC X(8).
           05  BL-NOM                PIC X(30).
           05  BL-BANQUE             PIC X(16).
           05  BL-COMPTE             PIC X(34).
           05  BL-FORMAT             PIC X(20).
           05  BL-STATUT             PIC X.
           05  BL-CREE               PIC 9(8).
