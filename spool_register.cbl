      *> registre spool_registre.txt ; SPOOL-CONSOLE liste et
      *> reimprime par numero ou par type et date, et purge les
      *> entrees dont le fichier a ete recycle par l'entretien.
      *> DIFFUSION-DOCUMENTS complete ensuite la ligne des
      *> documents clients (|DIFFUSION|CLIENT|DESTINATION).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           OPEN EXTEND REGISTRE-FILE
           IF REGISTRE-STATUS = "35"
               OPEN OUTPUT REGISTRE-FILE
               MOVE "numero|date|type|fichier|programme|diffusion|"
                   & "client|destination" TO REGISTRE-REC
               WRITE REGISTRE-REC
           END-IF
           IF REGISTRE-STATUS NOT = "00"
