      *  fichier). Le registre rapports_index_fichiers.txt garde
      *  les fichiers deja indexes : chaque run ne traite que les
      *  nouveaux. RECHERCHE-RAPPORTS interroge l'index.
      *  Les registres archives par CLOTURE-EXERCICE
      *  (exercice_AAAA/<registre>_<fin>.txt) sont indexes comme
      *  les etats, dates du dernier jour de l'exercice.
      *============================================================

       ENVIRONMENT DIVISION.
       77  MARQUEUR-STATUS         PIC X(2) VALUE SPACES.
       77  STOPWORDS-STATUS        PIC X(2) VALUE SPACES.
       77  RAPPORT-FILENAME        PIC X(80) VALUE SPACES.
       77  CMD-LS                  PIC X(400) VALUE SPACES.
       77  WS-I                    PIC 9(4) VALUE 0.
       77  WS-M                    PIC 9(3) VALUE 0.
       77  NB-FICHIERS-INDEXES     PIC 9(3) VALUE 0.
               & " reception_report_*.txt atm_settlement_*.txt"
               & " perf_fournisseurs_*.txt marge_*.txt"
               & " rapprochement_*.txt passation_*.txt"
               & " exercice_*/factures_*.txt exercice_*/avoirs_*.txt"
               & " exercice_*/reglements_*.txt"
               & " exercice_*/commandes_clients_*.txt"
               & " exercice_*/receptions_*.txt"
               & " exercice_*/prets_histo_*.txt"
               & " 2>/dev/null > index_rapports.lst'"
               TO CMD-LS
           CALL "SYSTEM" USING CMD-LS
