       01  J-HORODATAGE            PIC X(20).
       01  J-CODE                  PIC X(12).
       01  J-QTE                   PIC X(12).
       01  J-MOTIF                 PIC X(16).
       01  J-SOLDE                 PIC X(12).
       01  J-OPERATEUR             PIC X(10).

