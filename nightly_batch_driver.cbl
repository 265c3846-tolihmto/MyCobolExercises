               DISPLAY "COMPARE-FICHIERS ignoree (A.TXT/B.TXT absents)."
           END-IF

      *> Rapprochements permanents de recon_profils.txt : chaque
      *> profil dont les entrees sont arrivees par le sas passe,
      *> les autres attendent la nuit suivante.
           ADD 1 TO NB-JOBS
           MOVE "RAPPROCHEMENTS" TO JOB-NAME(NB-JOBS)
           MOVE "./rapprochements_profils >/dev/null 2>&1"
               TO JOB-CMD(NB-JOBS)

           ADD 1 TO NB-JOBS
           MOVE "ELIGIBILITE-BATCH" TO JOB-NAME(NB-JOBS)
           MOVE "./eligibility_batch >/dev/null 2>&1"
           MOVE "./video_report >/dev/null 2>&1"
               TO JOB-CMD(NB-JOBS)

      *> Balance agee et relances clients : une fois par semaine,
      *> le lundi.
           ADD 1 TO NB-JOBS
           MOVE "RELANCES-CLIENTS" TO JOB-NAME(NB-JOBS)
           MOVE "./relances_clients >/dev/null 2>&1"
               TO JOB-CMD(NB-JOBS)
           MOVE "WEEKLY:1" TO JOB-FREQ(NB-JOBS)

      *> Devis expires jamais repris, a relancer : le lundi.
           ADD 1 TO NB-JOBS
           MOVE "DEVIS-ECHUS" TO JOB-NAME(NB-JOBS)
           MOVE "./devis_clients ECHUS >/dev/null 2>&1"
               TO JOB-CMD(NB-JOBS)
           MOVE "WEEKLY:1" TO JOB-FREQ(NB-JOBS)

      *> Ecoulement du stock des articles en fin de vie : le lundi.
           ADD 1 TO NB-JOBS
           MOVE "ECOULEMENT-ARTICLES" TO JOB-NAME(NB-JOBS)
           MOVE "./ecoulement_articles >/dev/null 2>&1"
               TO JOB-CMD(NB-JOBS)
           MOVE "WEEKLY:1" TO JOB-FREQ(NB-JOBS)

      *> Frequence des substitutions a la saisie des commandes,
      *> pour les acheteurs : le lundi.
           ADD 1 TO NB-JOBS
           MOVE "SUBSTITUTIONS" TO JOB-NAME(NB-JOBS)
           MOVE "./substitutions_rapport >/dev/null 2>&1"
               TO JOB-CMD(NB-JOBS)
           MOVE "WEEKLY:1" TO JOB-FREQ(NB-JOBS)

      *> Revisions de prix simulees arrivees a leur date d'effet,
      *> avant les commandes de la nuit ; ETIQUETTES reprend les
      *> nouveaux prix dans prix_histo.txt.
           ADD 1 TO NB-JOBS
           MOVE "REVISION-PRIX" TO JOB-NAME(NB-JOBS)
           MOVE "./revision_prix APPLIQUER >/dev/null 2>&1"
               TO JOB-CMD(NB-JOBS)

      *> Commandes permanentes clients arrivees a echeance :
      *> creees chaque nuit par COMMANDES-CLIENTS en mode batch.
           ADD 1 TO NB-JOBS
           MOVE "COMMANDES-RECURRENTES" TO JOB-NAME(NB-JOBS)
           MOVE "./commandes_clients RECURRENTES >/dev/null 2>&1"
               TO JOB-CMD(NB-JOBS)

      *> Proposition hebdomadaire de reglements fournisseurs, a
      *> faire approuver par un superviseur : le lundi.
           ADD 1 TO NB-JOBS
           MOVE "PROPOSITION-PAIEMENTS" TO JOB-NAME(NB-JOBS)
           MOVE "./paiements_fournisseurs >/dev/null 2>&1"
               TO JOB-CMD(NB-JOBS)
           MOVE "WEEKLY:1" TO JOB-FREQ(NB-JOBS)

      *> Fidelite clients : expiration des points echus, releves
      *> du mois ecoule et passif des points - le 1er du mois.
           ADD 1 TO NB-JOBS
           MOVE "FIDELITE-MENSUEL" TO JOB-NAME(NB-JOBS)
           MOVE "./fidelite_clients MENSUEL >/dev/null 2>&1"
               TO JOB-CMD(NB-JOBS)
           MOVE "MONTHLY:1" TO JOB-FREQ(NB-JOBS)

      *> Diffusion des documents clients du spool (factures,
      *> avoirs, BL, relances, releves) selon le canal de chaque
      *> client : papier, e-mail ou fichier structure EDI.
           ADD 1 TO NB-JOBS
           MOVE "DIFFUSION-DOCUMENTS" TO JOB-NAME(NB-JOBS)
           MOVE "./diffusion_documents >/dev/null 2>&1"
               TO JOB-CMD(NB-JOBS)

      *> Donnees personnelles : purge des clients, membres et
      *> clients ATM inactifs au-dela de la duree de conservation
      *> (certificat d'effacement au spool) - le 1er du mois.
           ADD 1 TO NB-JOBS
           MOVE "EFFACEMENT-PURGE" TO JOB-NAME(NB-JOBS)
           MOVE "./effacement_donnees PURGE >/dev/null 2>&1"
               TO JOB-CMD(NB-JOBS)
           MOVE "MONTHLY:1" TO JOB-FREQ(NB-JOBS)

      *> Adhesions des membres : rappels avant expiration et
      *> passage des adhesions echues en expire - le 1er du mois.
           ADD 1 TO NB-JOBS
           MOVE "MEMBRES-ECHEANCES" TO JOB-NAME(NB-JOBS)
           MOVE "./membres ECHEANCES >/dev/null 2>&1"
               TO JOB-CMD(NB-JOBS)
           MOVE "MONTHLY:1" TO JOB-FREQ(NB-JOBS)

      *> Integration des exports GL de la journee au grand livre,
      *> balance du mois courant.
           ADD 1 TO NB-JOBS
           MOVE "GRAND-LIVRE" TO JOB-NAME(NB-JOBS)
           MOVE "./grand_livre >/dev/null 2>&1"
               TO JOB-CMD(NB-JOBS)

           ADD 1 TO NB-JOBS
           MOVE "JOB-STATUS-DASHBOARD" TO JOB-NAME(NB-JOBS)
           MOVE "./job_status_dashboard >/dev/null 2>&1"
