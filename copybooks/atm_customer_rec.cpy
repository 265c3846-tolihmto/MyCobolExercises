      *> Customer relationship master, shared by ATM-CLIENTS
      *> (maintenance), ATM-ADMIN-CONSOLE (relationship screen) and
      *> ATM-STATEMENTS (combined statements). Everything else on
      *> the ATM side is keyed on the account hash; this record
      *> carries the person - identity and contact data - keyed on
      *> the customer number (atm_customers.dat), and
      *> atm_custlink_rec.cpy links it to its account hashes.
      *> CU-STATUT : A active, C closed. ("*>" comments so the
      *> copybook reads the same under the ATM programs' free
      *> source format.)
       01  CLIENT-REC.
           05  CU-ID                 PIC 9(6).
           05  CU-NOM                PIC X(30).
           05  CU-PRENOM             PIC X(20).
           05  CU-NAISSANCE          PIC 9(8).
           05  CU-ADRESSE            PIC X(60).
           05  CU-CP                 PIC X(10).
           05  CU-VILLE              PIC X(30).
           05  CU-TEL                PIC X(20).
           05  CU-EMAIL              PIC X(50).
           05  CU-CREE               PIC 9(8).
           05  CU-STATUT             PIC X.
