      *  termes (repli en minuscules comme a l'indexation), les
      *  plus recents d'abord, avec le texte de la ligne relu dans
      *  le fichier d'origine ; DE= / A= bornent sur la date du
      *  rapport. Les registres d'un exercice clos sont relus dans
      *  leur archive exercice_AAAA/ (CLOTURE-EXERCICE).
      *============================================================

       ENVIRONMENT DIVISION.
