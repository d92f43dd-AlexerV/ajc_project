      *  LES TOTAUX DU MOIS PAR TYPE DE PIECE, LA PHOTO DU SOLDE    *
      *  CLIENTS GLOBAL ET L'ENCOURS FSETTLE A LA CLOTURE. LES      *
      *  PROGRAMMES QUI POSTENT AU GRAND LIVRE AUXILIAIRE (CASHAPP, *
      *  CREAVOIR, INVREV, WRITEOFF, ARREFUND) CONSULTENT CE        *
      *  FICHIER VIA ARPERIOD ET REFUSENT DE DATER UNE ECRITURE     *
      *  DANS UNE PERIODE CLOTUREE - LA DATE EST FORCEE DANS LA     *
      *  PERIODE OUVERTE.                                           *
      ***************************************************************
       01 ACL-ENR.
          05 ACL-PERIOD        PIC X(6).
          05 ACL-STATUS        PIC X.
             88 ACL-CLOSED                VALUE 'C'.
      *    TOTAUX DU MOIS PAR TYPE DE PIECE ('I' FACTURES, 'C'
      *    AVOIRS, 'P' ENCAISSEMENTS, 'A' AJUSTEMENTS, 'W' PASSAGES
      *    EN PERTE, 'R' REMBOURSEMENTS)
          05 ACL-SUM-I         PIC S9(11)V99 USAGE COMP-3.
          05 ACL-SUM-C         PIC S9(11)V99 USAGE COMP-3.
          05 ACL-SUM-P         PIC S9(11)V99 USAGE COMP-3.
          05 ACL-BALANCE-SNAP  PIC S9(11)V99 USAGE COMP-3.
          05 ACL-OPEN-STL      PIC S9(11)V99 USAGE COMP-3.
          05 ACL-CLOSE-DATE    PIC X(10).
          05 ACL-SUM-W         PIC S9(11)V99 USAGE COMP-3.
          05 ACL-SUM-R         PIC S9(11)V99 USAGE COMP-3.
          05 FILLER            PIC X(3).
