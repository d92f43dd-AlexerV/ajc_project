      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.ECATALOG.DATA                *
      *  COPIE ELECTRONIQUE (PDF/MAIL) DU CATALOGUE DE PRIX CLIENT  *
      *  EDITE PAR CUSCATLG, SUR LE MODELE DE FEINVOICE - UN        *
      *  HEADER PAR CLIENT, PUIS UNE LIGNE PAR PRODUIT ACTIF SUIVIE *
      *  DE SES PROMOTIONS, PUIS LES PROMOTIONS SUR LA COMMANDE     *
      ***************************************************************
       01 ECAT-ENR.
          05 ECAT-GENERIC.
             10 TYPE-ECAT          PIC X(3).
             10 FILLER             PIC X(147).

          05 ECAT-HEADER REDEFINES ECAT-GENERIC.
             10 TYPE-ECH           PIC X(3).
             10 ECH-C-NO           PIC X(5).
             10 ECH-COMPANY        PIC X(30).
             10 ECH-EMAIL          PIC X(50).
      *      DATE DE VALEUR DU CATALOGUE (AAAA-MM-JJ)
             10 ECH-DATE           PIC X(10).
      *      DEVISE DE FACTURATION DU CLIENT ('DO' = DOLLARS) ET
      *      TAUX FRATES APPLIQUE AUX PRIX CONVERTIS
             10 ECH-CURRENCY       PIC X(2).
             10 ECH-RATE           PIC 9V99.
      *      LANGUE DU CLIENT ('E'/'F') POUR LE GABARIT DE MAIL
             10 ECH-LANG           PIC X(1).
             10 FILLER             PIC X(46).

          05 ECAT-LINE REDEFINES ECAT-GENERIC.
             10 TYPE-ECL           PIC X(3).
             10 ECL-P-NO           PIC X(4).
             10 ECL-DESCRIPTION    PIC X(30).
             10 ECL-LIST-PRICE     PIC S9(3)V99.
      *      PRIX CONTRAT DU CLIENT ET SA VALIDITE (ZERO ET BLANCS
      *      SANS CONTRAT, ECL-CPR-TO BLANC = SANS LIMITE)
             10 ECL-CPR-PRICE      PIC S9(3)V99.
             10 ECL-CPR-FROM       PIC X(10).
             10 ECL-CPR-TO         PIC X(10).
      *      PRIX APPLICABLE (CONTRAT, SINON CATALOGUE) CONVERTI
      *      DANS LA DEVISE DU HEADER
             10 ECL-CUR-PRICE      PIC S9(5)V99.
             10 FILLER             PIC X(76).

      *    PROMOTION EN COURS : ECP-P-NO BLANC = REMISE SUR LA
      *    COMMANDE ENTIERE ; ECP-MIN-QTY EST LE PALIER DE QUANTITE.
      *    UNE REMISE EN MONTANT (ECP-DISC-TYPE 'A') EST CONVERTIE
      *    DANS LA DEVISE DU HEADER, UN POURCENTAGE ('P') NON
          05 ECAT-PROMO REDEFINES ECAT-GENERIC.
             10 TYPE-ECP           PIC X(3).
             10 ECP-P-NO           PIC X(4).
             10 ECP-PROMO-ID       PIC X(6).
             10 ECP-DESCRIPTION    PIC X(30).
             10 ECP-DISC-TYPE      PIC X(1).
             10 ECP-DISC-VALUE     PIC S9(5)V99.
             10 ECP-MIN-QTY        PIC 9(5).
             10 ECP-EFF-TO         PIC X(10).
             10 FILLER             PIC X(84).
