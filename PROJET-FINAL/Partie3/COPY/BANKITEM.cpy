      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.BANKITEM.DATA (KSDS FBANKOPN)*
      *  SUIVI DU RAPPROCHEMENT BANCAIRE (BANKREC), CLE TYPE + REF : *
      *   R = ENCAISSEMENT FREMIT        C = PAIEMENT COMMISSION    *
      *   D = PRELEVEMENT FDDCOLL        S = VIREMENT FOURNISSEUR   *
      *   B = LIGNE DE RELEVE SANS CONTREPARTIE DANS LE SYSTEME     *
      *   Z = FICHE DE CONTROLE (SOLDE COMPTABLE DU COMPTE)         *
      *  UNE OPERATION RESTE OUVERTE ('O') TANT QUE LA BANQUE NE    *
      *  L'A PAS PASSEE ; ELLE EST POINTEE ('P') AVEC LA REFERENCE  *
      *  BANQUE ET LA DATE DU RELEVE QUI L'A SOLDEE. LES OPERATIONS *
      *  OUVERTES SONT LES SUSPENS DE LA PREUVE DE SOLDE.           *
      ***************************************************************
       01 BKI-ENR.
          05 BKI-KEY.
             10 BKI-TYPE       PIC X.
                88 BKI-RECEIPT             VALUE 'R'.
                88 BKI-DD-COLLECT          VALUE 'D'.
                88 BKI-COMM-PAY            VALUE 'C'.
                88 BKI-SUP-PAY             VALUE 'S'.
                88 BKI-BANK-ONLY           VALUE 'B'.
                88 BKI-CONTROL             VALUE 'Z'.
             10 BKI-REF        PIC X(12).
          05 BKI-DATE          PIC X(10).
      *    SENS POUR LA BANQUE : 'C' = ENTREE, 'D' = SORTIE
          05 BKI-DC            PIC X.
          05 BKI-AMOUNT        PIC S9(9)V99.
          05 BKI-PARTY         PIC X(30).
      *    LIGNE 'B' : REFERENCE CLIENT DU RELEVE ; AUTRES : REFERENCE
      *    BANQUE DU MOUVEMENT QUI A POINTE L'OPERATION
          05 BKI-MATCH-REF     PIC X(12).
          05 BKI-STATUS        PIC X.
             88 BKI-OPEN                   VALUE 'O'.
             88 BKI-CLEARED                VALUE 'P'.
          05 BKI-CLEAR-DATE    PIC X(10).
          05 FILLER            PIC X(12).
