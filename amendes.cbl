      *  Gestion des amendes de la mediatheque : ALBUM-EXAMPLE pose
      *  l'amende au retour en retard dans le livre en append seul
      *  amendes.txt (DATE|MEMBRE|TYPE|MONTANT|ALBUM) et bloque les
      *  nouveaux prets au-dela du seuil ; MEMBRES y pose la
      *  cotisation annuelle au renouvellement de l'adhesion (type
      *  COTISATION, due comme une amende, la categorie en
      *  derniere colonne) ; ce programme tient le reste du
      *  circuit :
      *
      *    PAIEMENT <membre> <montant> : encaissement ;
      *    REMISE   <membre> <montant> : abandon de creance ;
      *    SOLDE    <membre>           : solde courant du membre ;
      *    BILAN    [AAAAMM]           : amendes posees,
      *        cotisations appelees, encaissements et abandons sur
      *        le mois (mois courant par defaut).
      *============================================================

       ENVIRONMENT DIVISION.
       77  TOTAL-POSEES            PIC S9(7)V99 VALUE 0.
       77  TOTAL-ENCAISSEES        PIC S9(7)V99 VALUE 0.
       77  TOTAL-ABANDONNEES       PIC S9(7)V99 VALUE 0.
       77  TOTAL-COTISATIONS       PIC S9(7)V99 VALUE 0.
       77  MONTANT-EDIT            PIC -(5)9.99.
       77  MONTANT-EDIT2           PIC -(5)9.99.
       77  MONTANT-EDIT3           PIC -(5)9.99.
           EXIT PARAGRAPH.

      *============================================================
      *  AFFICHER-SOLDE : amendes et cotisations posees moins
      *  paiements et remises du membre.
      *============================================================
       AFFICHER-SOLDE.
           MOVE 0 TO SOLDE-W.
           END-IF.
           EVALUATE FUNCTION TRIM(AM-CH3)
               WHEN "AMENDE"
               WHEN "COTISATION"
                   ADD FUNCTION NUMVAL(AM-CH4) TO SOLDE-W
               WHEN "PAIEMENT"
               WHEN "REMISE"
      *============================================================
       BILAN-MENSUEL.
           MOVE 0 TO TOTAL-POSEES TOTAL-ENCAISSEES
               TOTAL-ABANDONNEES TOTAL-COTISATIONS.
           OPEN INPUT AMENDES-FILE.
           IF AMENDES-STATUS NOT = "00"
               DISPLAY "Aucune amende au livre."
           DISPLAY "=== AMENDES - MOIS " MOIS-BILAN " ===".
           DISPLAY "  Posees      : "
               FUNCTION TRIM(MONTANT-EDIT) " EUR".
           MOVE TOTAL-COTISATIONS TO MONTANT-EDIT2.
           DISPLAY "  Cotisations : "
               FUNCTION TRIM(MONTANT-EDIT2) " EUR".
           MOVE TOTAL-ENCAISSEES TO MONTANT-EDIT2.
           DISPLAY "  Encaissees  : "
               FUNCTION TRIM(MONTANT-EDIT2) " EUR".
           DISPLAY "  Abandonnees : "
           EVALUATE FUNCTION TRIM(AM-CH3)
               WHEN "AMENDE"
                   ADD FUNCTION NUMVAL(AM-CH4) TO TOTAL-POSEES
               WHEN "COTISATION"
                   ADD FUNCTION NUMVAL(AM-CH4) TO TOTAL-COTISATIONS
               WHEN "PAIEMENT"
                   ADD FUNCTION NUMVAL(AM-CH4) TO TOTAL-ENCAISSEES
               WHEN "REMISE"
