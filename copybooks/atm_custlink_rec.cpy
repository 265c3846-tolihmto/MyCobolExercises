      *> Customer / account link (atm_cust_links.dat), one
      *> record per customer number and account hash pair, so a
      *> customer holds any number of accounts and a joint account
      *> carries one link per holder. LC-ROLE : PRIMARY (at most
      *> one per account), JOINT or PROXY. Maintained by
      *> ATM-CLIENTS; see atm_customer_rec.cpy.
       01  LIEN-REC.
           05  LC-CLE.
               10  LC-CLIENT         PIC 9(6).
               10  LC-COMPTE         PIC X(64).
           05  LC-ROLE               PIC X(8).
           05  LC-DEPUIS             PIC 9(8).
