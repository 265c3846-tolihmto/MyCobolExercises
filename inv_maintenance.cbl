      *
      *    L : parcourir le catalogue page par page ;
      *    M : corriger un article par son code (libelle, prix,
      *        seuil, TVA, code-barres, poids unitaire en kg repris
      *        par les bons de livraison, suivi par numero de serie
      *        O/N, statut de cycle de vie - champ laisse vide =
      *        valeur conservee),
      *        un changement de prix partant dans prix_histo.txt
      *        avec l'origine MAINTENANCE, comme ceux de
      *        WRITE-MASTER ; au-dela des seuils de double
      *        validation, le nouveau prix attend l'accord d'un
      *        second operateur (VALIDATION-CONSOLE) ;
      *    Statut de cycle de vie M-STATUT, respecte par tous les
      *    programmes du catalogue :
      *        A actif ;
      *        R plus de reappro (aucun bon de commande) ;
      *        F fin de vie (aucun bon de commande, stock a
      *          ecouler - rapport ECOULEMENT-ARTICLES) ;
      *        B bloque (rappel qualite : aucune vente, aucune
      *          reception).
      *    S : supprimer un article retire de la vente (DELETE sur
      *        le fichier indexe, apres confirmation) ;
      *    F : fin.
           05  M-TVA               PIC 9(3).
           05  M-PMP               PIC S9(5)V99.
           05  M-EAN               PIC X(13).
           05  M-POIDS             PIC 9(4)V999.
           05  M-SERIE             PIC X.
           05  M-STATUT            PIC X.
       FD  HISTO-FILE.
       01  HISTO-REC               PIC X(80).

       77  QTE-EDIT                PIC Z(7)9.
       77  SEUIL-EDIT              PIC Z(7)9.
       77  TVA-EDIT                PIC ZZ9.
       77  POIDS-EDIT              PIC Z(3)9.999.
       77  HISTO-PU-EDIT           PIC -(5)9.99.
       77  HISTO-PU-EDIT2          PIC -(5)9.99.
      *> Controle de cle EAN-13, meme calcul que VALIDER-EAN
       77  ANCIEN-SEUIL            PIC S9(5) VALUE 0.
       77  ANCIEN-TVA              PIC 9(3) VALUE 0.
       77  ANCIEN-EAN              PIC X(13) VALUE SPACES.
       77  ANCIEN-POIDS            PIC 9(4)V999 VALUE 0.
       77  ANCIEN-SERIE            PIC X VALUE SPACES.
       77  ANCIEN-STATUT           PIC X VALUE SPACES.
       77  AUD-EDIT3               PIC Z(3)9.999.
       77  AUD-FICHIER             PIC X(20) VALUE "inv_master".
       77  AUD-CLE                 PIC X(64) VALUE SPACES.
       77  AUD-CHAMP               PIC X(12) VALUE SPACES.
       77  AUD-APRES               PIC X(20) VALUE SPACES.
       77  AUD-EDIT                PIC -(8)9.99.
       77  AUD-EDIT2               PIC -(8)9.
      *> Au-dela des seuils VALID-PCT / VALID-MNT (parametres.txt),
      *> un changement de prix n'est plus applique ici : il part
      *> en attente d'un second operateur (DOUBLE-VALIDATION, puis
      *> VALIDATION-CONSOLE qui l'applique).
       77  DV-AVANT                PIC X(20) VALUE SPACES.
       77  DV-APRES                PIC X(20) VALUE SPACES.
       77  DV-NUMERO               PIC 9(6) VALUE 0.
       77  DV-RESULTAT             PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE M-QTE TO QTE-EDIT.
           MOVE M-SEUIL TO SEUIL-EDIT.
           MOVE M-TVA TO TVA-EDIT.
           MOVE M-POIDS TO POIDS-EDIT.
           DISPLAY "  " M-CODE " " M-LIB " PU:" PU-EDIT
               " PMP:" PMP-EDIT " QTE:" QTE-EDIT
               " SEUIL:" SEUIL-EDIT " TVA:" TVA-EDIT
               " EAN:" M-EAN " KG:" POIDS-EDIT " SERIE:" M-SERIE
               " STATUT:" M-STATUT.
           EXIT PARAGRAPH.

      *============================================================
      *  MODIFIER-ARTICLE : amende M-LIB / M-PU / M-SEUIL / M-TVA
      *  / M-EAN / M-POIDS / M-SERIE / M-STATUT en place ; une
      *  reponse vide conserve la valeur courante.
      *============================================================
       MODIFIER-ARTICLE.
           DISPLAY "Code de l'article : " WITH NO ADVANCING.
           MOVE M-SEUIL TO ANCIEN-SEUIL.
           MOVE M-TVA TO ANCIEN-TVA.
           MOVE M-EAN TO ANCIEN-EAN.
           MOVE M-POIDS TO ANCIEN-POIDS.
           MOVE M-SERIE TO ANCIEN-SERIE.
           MOVE M-STATUT TO ANCIEN-STATUT.

           DISPLAY "Nouveau libelle (vide = inchange) : "
               WITH NO ADVANCING.
                           MOVE ANCIEN-PU TO TMP-PU
                       END-IF
                   END-IF
                   IF TMP-PU NOT = ANCIEN-PU
                       PERFORM SOUMETTRE-PRIX
                   END-IF
                   MOVE TMP-PU TO M-PU
               ELSE
                   DISPLAY "PU invalide, valeur conservee."
               END-IF
           END-IF.

           DISPLAY "Nouveau poids unitaire en kg (vide = inchange) : "
               WITH NO ADVANCING.
           ACCEPT INP-ALPHA.
           IF FUNCTION LENGTH(FUNCTION TRIM(INP-ALPHA)) > 0
               INSPECT INP-ALPHA REPLACING ALL "," BY "."
               IF FUNCTION NUMVAL(INP-ALPHA) >= 0
                   MOVE FUNCTION NUMVAL(INP-ALPHA) TO M-POIDS
               ELSE
                   DISPLAY "Poids invalide, valeur conservee."
               END-IF
           END-IF.

      *> article suivi a l'unite : reception, picking et retours
      *> client saisissent alors chaque numero de serie
      *> (SERIE-STOCK)
           DISPLAY "Suivi par numero de serie O/N (vide = inchange) : "
               WITH NO ADVANCING.
           ACCEPT INP-ALPHA.
           INSPECT INP-ALPHA CONVERTING "on" TO "ON".
           EVALUATE INP-ALPHA(1:1)
               WHEN "O"
               WHEN "N"
                   MOVE INP-ALPHA(1:1) TO M-SERIE
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Reponse O ou N attendue, valeur conservee."
           END-EVALUATE.

           DISPLAY "Statut A actif / R plus de reappro / F fin de vie"
               " / B bloque (vide = inchange) : " WITH NO ADVANCING.
           ACCEPT INP-ALPHA.
           INSPECT INP-ALPHA CONVERTING "arfb" TO "ARFB".
           EVALUATE INP-ALPHA(1:1)
               WHEN "A"
               WHEN "R"
               WHEN "F"
               WHEN "B"
                   MOVE INP-ALPHA(1:1) TO M-STATUT
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Reponse A, R, F ou B attendue, valeur"
                       " conservee."
           END-EVALUATE.

           IF M-PU NOT = ANCIEN-PU
               PERFORM HISTORISER-PRIX
           END-IF.
           DISPLAY "Article mis a jour.".
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  SOUMETTRE-PRIX : un mouvement de prix au-dela des seuils
      *  de double validation part en attente d'un second
      *  operateur ; le prix courant est alors conserve.
      *------------------------------------------------------------
       SOUMETTRE-PRIX.
           MOVE M-CODE TO AUD-CLE.
           MOVE "M-PU" TO AUD-CHAMP.
           MOVE ANCIEN-PU TO AUD-EDIT.
           MOVE AUD-EDIT TO DV-AVANT.
           MOVE TMP-PU TO AUD-EDIT.
           MOVE AUD-EDIT TO DV-APRES.
           CALL "DOUBLE-VALIDATION" USING AUD-FICHIER AUD-CLE
               AUD-CHAMP DV-AVANT DV-APRES WS-JOBLOG-PROGRAM
               DV-NUMERO DV-RESULTAT.
           EVALUATE DV-RESULTAT
               WHEN "04"
                   DISPLAY "Changement de prix soumis a double"
                       " validation : demande " DV-NUMERO
                       " en attente (VALIDATION-CONSOLE), prix"
                       " conserve."
                   MOVE ANCIEN-PU TO TMP-PU
               WHEN "08"
                   DISPLAY "Changement de prix soumis a double"
                       " validation mais file d'attente"
                       " inaccessible : prix conserve."
                   MOVE ANCIEN-PU TO TMP-PU
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT PARAGRAPH.

      *------------------------------------------------------------
      *  AUDITER-CHANGEMENTS : une ligne AUDIT-TRACE par champ
      *  reellement modifie, image avant et apres.
               CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE
                   AUD-CHAMP AUD-AVANT AUD-APRES WS-JOBLOG-PROGRAM
           END-IF.
           IF M-POIDS NOT = ANCIEN-POIDS
               MOVE "M-POIDS" TO AUD-CHAMP
               MOVE ANCIEN-POIDS TO AUD-EDIT3
               MOVE AUD-EDIT3 TO AUD-AVANT
               MOVE M-POIDS TO AUD-EDIT3
               MOVE AUD-EDIT3 TO AUD-APRES
               CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE
                   AUD-CHAMP AUD-AVANT AUD-APRES WS-JOBLOG-PROGRAM
           END-IF.
           IF M-SERIE NOT = ANCIEN-SERIE
               MOVE "M-SERIE" TO AUD-CHAMP
               MOVE ANCIEN-SERIE TO AUD-AVANT
               MOVE M-SERIE TO AUD-APRES
               CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE
                   AUD-CHAMP AUD-AVANT AUD-APRES WS-JOBLOG-PROGRAM
           END-IF.
           IF M-STATUT NOT = ANCIEN-STATUT
               MOVE "M-STATUT" TO AUD-CHAMP
               MOVE ANCIEN-STATUT TO AUD-AVANT
               MOVE M-STATUT TO AUD-APRES
               CALL "AUDIT-TRACE" USING AUD-FICHIER AUD-CLE
                   AUD-CHAMP AUD-AVANT AUD-APRES WS-JOBLOG-PROGRAM
           END-IF.
           EXIT PARAGRAPH.

      *============================================================
