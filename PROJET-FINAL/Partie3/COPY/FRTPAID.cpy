      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.FRTPAID.DATA (KSDS FFRTPAID) *
      *  PORT TRANSPORTEUR DEJA ACCEPTE AU PAIEMENT : UNE FICHE PAR *
      *  COLIS (CLE = TRANSPORTEUR + TRACKING_NO), ECRITE PAR       *
      *  FRTAUDIT QUAND LA LIGNE DE FACTURE DU TRANSPORTEUR PASSE   *
      *  LE CONTROLE. UNE SECONDE FACTURATION DU MEME COLIS, DANS   *
      *  LE MEME FLUX OU UN FLUX ULTERIEUR, EST AINSI REJETEE EN    *
      *  DOUBLON. LES FICHES RESTENT EN PLACE JUSQU'AU MENAGE DE    *
      *  FIN D'ANNEE.                                               *
      ***************************************************************
       01 FPD-ENR.
          05 FPD-KEY.
             10 FPD-CARRIER    PIC X(4).
             10 FPD-TRACKING-NO PIC X(20).
          05 FPD-BILL-NO       PIC X(10).
          05 FPD-BILL-DATE     PIC X(10).
          05 FPD-O-NO          PIC 9(4).
      *    MONTANT FACTURE PAR LE TRANSPORTEUR ET COUT ATTENDU AU
      *    BAREME FCARRATE POUR LE POIDS ET LA ZONE DE L'EXPEDITION
          05 FPD-CHARGE        PIC 9(5)V99.
          05 FPD-EXPECTED      PIC 9(5)V99.
          05 FPD-AUDIT-DATE    PIC X(10).
          05 FILLER            PIC X(8).
