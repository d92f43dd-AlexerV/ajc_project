      *            COMMUN DES MAINTENANCES EN LIGNE)                   *
      *            UNE LIGNE PAR CHAMP MODIFIE, AVEC L'IMAGE AVANT ET  *
      *            APRES, L'OPERATEUR, LA TRANSACTION ET L'HORODATAGE. *
      *            ECRIT PAR PGM1CMA, PGM1EMA, PGM1PAR, PGM1ADM,       *
      *            PGM1PMA, PGM1NPT ET PGM1SUS (CORRECTION DES REJETS  *
      *            DE FLUX), ET EN BATCH PAR CREDREL (LIBERATION D'UN  *
      *            BLOCAGE CREDIT) ET ANONCUST (ANONYMISATION D'UN     *
      *            CLIENT CLOS) - LA MARQUE UPD_BY NE MONTRE QUE LE    *
      *            DERNIER PASSAGE, CE JOURNAL MONTRE TOUTE            *
      *            L'HISTOIRE. LE RAPPORT AUDRPT LE REJOUE PAR PLAGE   *
      *            DE DATES, OPERATEUR OU CLE ; SODRPT Y CHERCHE LES   *
      *            CONFLITS DE SEPARATION DES TACHES.                  *
      ******************************************************************
       01  ENR-AUD.
           05 OPERATOR-AUD       PIC X(5).
