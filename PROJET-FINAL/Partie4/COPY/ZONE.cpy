      *    REMET LE TEMOIN A BLANC APRES UN CHANGEMENT REUSSI
           05 PWDEXP-ZONE        PIC X        VALUE SPACE.
              88 PWD-EXPIRED-ZONE             VALUE 'Y'.
      *    P_NO EN ATTENTE DE CONFIRMATION D'AJOUT (PGM1PMA), SUR LE
      *    MEME PRINCIPE QUE CONFIRM-CNO-ZONE POUR PGM1CMA
           05 CONFIRM-PRD-ZONE   PIC X(4)     VALUE SPACES.
      *    TERR_ID EN ATTENTE DE CONFIRMATION D'AJOUT (PGM1TER), SUR
      *    LE MEME PRINCIPE QUE CONFIRM-PRD-ZONE POUR PGM1PMA
           05 CONFIRM-TER-ZONE   PIC X(4)     VALUE SPACES.
